000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PublishLineage.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - FOLLOWS EACH CONTENT       *
000120*                  CHANGE FROM END TO END ACROSS THE FILES THAT  *
000130*                  EACH HOLD ONE STAGE OF IT: THE NEWEST POST ON *
000140*                  POST-MASTER.DAT, THE AUDITLOG.DAT RECORD AND  *
000150*                  PUBLISH-READY TRIGGER WRITEMARKDOWN WROTE FOR *
000160*                  THE CHANGE, THE ACK STAMP PUBLISHDISPATCH PUT *
000170*                  ON THE TRIGGER (LIVE OR ROLLED TO             *
000180*                  PUBLISH-HISTORY.DAT), AND THE PUSHED/FAILED   *
000190*                  RESULT AND REFERENCE ID PUBLISHCONFIRM        *
000200*                  RECORDED IN PUBLISH-CONFIRMED.DAT.  EVERY     *
000210*                  TRIGGER RAISED IN THE DATE RANGE ON THE       *
000220*                  LINEAGE-REQUEST.DAT CARD (DEFAULT THE LAST    *
000230*                  WS-DEFAULT-DAYS) IS PRINTED WITH ITS STAMP AT *
000240*                  EACH STAGE AND THE ELAPSED TIME BETWEEN       *
000250*                  STAGES.  A TRIGGER RE-QUEUED BY               *
000260*                  PUBLISHCONFIRM AFTER A FAILED PUSH IS TIED    *
000270*                  BACK TO THE CHANGE IT RETRIES, SO TIME TO     *
000280*                  LIVE RUNS FROM THE ORIGINAL CHANGE TO THE     *
000290*                  PUSH THAT FINALLY LANDED IT.  CHANGES STUCK   *
000300*                  AT A STAGE PAST ITS WAIT ARE FLAGGED, POSTS   *
000310*                  NO README RUN HAS PICKED UP YET ARE LISTED,   *
000320*                  AND THE REPORT ENDS WITH AVERAGE AND          *
000330*                  WORST-CASE TIME TO LIVE PER PROFILE AND       *
000340*                  OVERALL.  THE CARD IS A REPORT REQUEST, NOT A *
000350*                  BATCH INSTRUCTION, SO IT IS LEFT IN PLACE.    *
000360*                  ENDS WITH RETURN-CODE 4 WHEN ANYTHING IS      *
000370*                  STUCK.                                        *
000370* 2026-10-15  DJ   THE NEWEST-POST STAGE (5360) AND THE          *
000370*                  NOT-YET-PICKED-UP CHECK (6100) NOW LOOK ONLY  *
000370*                  AT LIVE POSTS WHOSE PO-PUBLISH-AT DATE HAD    *
000370*                  ARRIVED - A SCHEDULED OR WITHDRAWN POST NEVER *
000370*                  REACHES A README, SO IT IS NEITHER A CHANGE'S *
000370*                  NEWEST POST NOR WAITING TO BE PICKED UP.      *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LINEAGE-REQUEST-FILE
000460         ASSIGN TO "data/LINEAGE-REQUEST.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REQUEST-STATUS.
000490
000500     SELECT HISTORY-FILE ASSIGN TO "data/PUBLISH-HISTORY.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HISTORY-STATUS.
000530
000540     SELECT PUBLISH-READY-FILE ASSIGN TO "data/PUBLISH-READY.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PUBLISH-STATUS.
000570
000580     SELECT CONFIRMED-FILE
000590         ASSIGN TO "data/PUBLISH-CONFIRMED.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CONFIRMED-STATUS.
000620
000630     SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDITLOG-STATUS.
000660
000670     SELECT POST-MASTER-FILE ASSIGN TO "data/POST-MASTER.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PO-POST-KEY
000710         FILE STATUS IS WS-POSTMAST-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  LINEAGE-REQUEST-FILE.
000760 01  LINEAGE-REQUEST-RECORD.
000770     05  LR-FROM-DATE            PIC X(08).
000780     05  FILLER                  PIC X(01).
000790     05  LR-TO-DATE              PIC X(08).
000800     05  FILLER                  PIC X(01).
000810     05  LR-PROFILE-ID           PIC X(10).
000820
000830 FD  HISTORY-FILE.
000840 01  PUBLISH-HISTORY-RECORD      PIC X(100).
000850
000860 FD  PUBLISH-READY-FILE.
000870     COPY PUBREADY.
000880
000890 FD  CONFIRMED-FILE.
000900     COPY PUBCONF.
000910
000920 FD  AUDITLOG-FILE.
000930     COPY AUDITLOG.
000940
000950 FD  POST-MASTER-FILE.
000960     COPY POSTMAST.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-REQUEST-SW           PIC X(01) VALUE "N".
001010         88  WS-REQUEST-EOF              VALUE "Y".
001020     05  WS-HISTORY-SW           PIC X(01) VALUE "N".
001030         88  WS-HISTORY-EOF              VALUE "Y".
001040     05  WS-PUBLISH-SW           PIC X(01) VALUE "N".
001050         88  WS-PUBLISH-EOF              VALUE "Y".
001060     05  WS-CONFIRMED-SW         PIC X(01) VALUE "N".
001070         88  WS-CONFIRMED-EOF            VALUE "Y".
001080     05  WS-AUDITLOG-SW          PIC X(01) VALUE "N".
001090         88  WS-AUDITLOG-EOF             VALUE "Y".
001100     05  WS-POSTMAST-SW          PIC X(01) VALUE "N".
001110         88  WS-POSTMAST-EOF             VALUE "Y".
001120     05  WS-POSTMAST-PRESENT-SW  PIC X(01) VALUE "Y".
001130         88  WS-POSTMAST-PRESENT         VALUE "Y".
001140     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001150         88  WS-MATCH-FOUND              VALUE "Y".
001160     05  WS-STUCK-SW             PIC X(01) VALUE "N".
001170         88  WS-STUCK-SEEN               VALUE "Y".
001180     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001190         88  WS-TABLE-FULL               VALUE "Y".
001200
001210 01  WS-FILE-STATUSES.
001220     05  WS-REQUEST-STATUS       PIC X(02) VALUE "00".
001230         88  WS-REQUEST-OK               VALUE "00".
001240         88  WS-REQUEST-NOT-FOUND        VALUE "35".
001250     05  WS-HISTORY-STATUS       PIC X(02) VALUE "00".
001260         88  WS-HISTORY-OK               VALUE "00".
001270         88  WS-HISTORY-NOT-FOUND        VALUE "35".
001280     05  WS-PUBLISH-STATUS       PIC X(02) VALUE "00".
001290         88  WS-PUBLISH-OK               VALUE "00".
001300         88  WS-PUBLISH-NOT-FOUND        VALUE "35".
001310     05  WS-CONFIRMED-STATUS     PIC X(02) VALUE "00".
001320         88  WS-CONFIRMED-OK             VALUE "00".
001330         88  WS-CONFIRMED-NOT-FOUND      VALUE "35".
001340     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001350         88  WS-AUDITLOG-OK              VALUE "00".
001360         88  WS-AUDITLOG-NOT-FOUND       VALUE "35".
001370     05  WS-POSTMAST-STATUS      PIC X(02) VALUE "00".
001380         88  WS-POSTMAST-OK              VALUE "00".
001390         88  WS-POSTMAST-NOTFND          VALUE "23".
001400         88  WS-POSTMAST-NOT-FOUND       VALUE "35".
001410
001420*    THE TUNABLE WAITS.  WS-DEFAULT-DAYS IS THE RANGE REPORTED
001430*    WHEN NO CARD IS GIVEN.  A POST NOT IN A README RUN AFTER
001440*    WS-PICKUP-WAIT-DAYS, A TRIGGER NOT DISPATCHED AFTER
001450*    WS-ACK-WAIT-DAYS, OR AN ACK WITH NO RESULT AFTER
001460*    WS-RESULT-WAIT-DAYS (PUBLISHCONFIRM'S OWN GRACE PERIOD) IS
001470*    STUCK.  WS-LOOKBACK-DAYS IS HOW FAR BEFORE THE RANGE
001480*    TRIGGERS ARE LOADED SO A RETRY CAN FIND THE CHANGE IT
001490*    RETRIES.
001500 01  WS-LINEAGE-CONTROLS.
001510     05  WS-DEFAULT-DAYS         PIC 9(03) VALUE 007.
001520     05  WS-PICKUP-WAIT-DAYS     PIC 9(03) VALUE 002.
001530     05  WS-ACK-WAIT-DAYS        PIC 9(03) VALUE 001.
001540     05  WS-RESULT-WAIT-DAYS     PIC 9(03) VALUE 003.
001550     05  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 030.
001560     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001570     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001580     05  WS-TODAY-INT            PIC 9(07) COMP VALUE ZERO.
001590     05  WS-FROM-DATE            PIC X(08) VALUE SPACES.
001600     05  WS-TO-DATE              PIC X(08) VALUE SPACES.
001610     05  WS-PROFILE-FILTER       PIC X(10) VALUE SPACES.
001620     05  WS-LOOKBACK-DATE        PIC X(08) VALUE SPACES.
001630     05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
001640     05  WS-WORK-INT             PIC 9(07) COMP VALUE ZERO.
001650     05  WS-AGE-DAYS             PIC 9(05) COMP VALUE ZERO.
001660
001670 01  WS-LINEAGE-COUNTERS.
001680     05  WS-TRIGGERS-READ        PIC 9(05) COMP VALUE ZERO.
001690     05  WS-CHANGES-LISTED       PIC 9(05) COMP VALUE ZERO.
001700     05  WS-RETRIES-LISTED       PIC 9(05) COMP VALUE ZERO.
001710     05  WS-CHANGES-LIVE         PIC 9(05) COMP VALUE ZERO.
001720     05  WS-STUCK-PICKUP         PIC 9(05) COMP VALUE ZERO.
001730     05  WS-STUCK-DISPATCH       PIC 9(05) COMP VALUE ZERO.
001740     05  WS-STUCK-PUSH           PIC 9(05) COMP VALUE ZERO.
001750     05  WS-PUSH-FAILED          PIC 9(05) COMP VALUE ZERO.
001760     05  WS-TOTAL-TTL-MIN        PIC 9(09) COMP VALUE ZERO.
001770     05  WS-WORST-TTL-MIN        PIC 9(07) COMP VALUE ZERO.
001780     05  WS-RPT-COUNT            PIC ZZZZ9.
001790
001800*    ONE TRIGGER RECORD IN WORKING STORAGE, MIRRORING THE
001810*    PUBREADY COPYBOOK FIELD FOR FIELD, SO RECORDS FROM THE
001820*    HISTORY FILE AND THE LIVE TRIGGER FILE GO THROUGH ONE
001830*    LOADING PARAGRAPH.
001840 01  WS-TRIG-WORK.
001850     05  WS-TW-RUN-DATE          PIC X(08).
001860     05  WS-TW-RUN-TIME          PIC X(08).
001870     05  FILLER                  PIC X(01).
001880     05  WS-TW-PROGRAM-ID        PIC X(13).
001890     05  FILLER                  PIC X(01).
001900     05  WS-TW-PROFILE-ID        PIC X(10).
001910     05  FILLER                  PIC X(01).
001920     05  WS-TW-OUTPUT-PATH       PIC X(40).
001930     05  FILLER                  PIC X(01).
001940     05  WS-TW-ACK-DATE          PIC X(08).
001950         88  WS-TW-NOT-ACKED             VALUE SPACES.
001960     05  FILLER                  PIC X(01).
001970     05  WS-TW-ACK-TIME          PIC X(08).
001980
001990*    EVERY TRIGGER FROM THE LOOKBACK DATE THROUGH THE END OF THE
002000*    RANGE, OLDEST FIRST, WITH WHAT EACH LATER STAGE SAID ABOUT
002010*    IT.  WS-TR-ORIGIN POINTS A RE-QUEUED TRIGGER AT THE CHANGE
002020*    IT RETRIES (AN ORIGINAL CHANGE POINTS AT ITSELF), AND
002030*    WS-TR-LIVE-STAMP ON THE ORIGINAL HOLDS THE FIRST PUSH THAT
002040*    LANDED IT.
002050 01  WS-TRIG-TABLE.
002060     05  WS-TRIG-COUNT           PIC 9(04) COMP VALUE ZERO.
002070     05  WS-TRIG-ENTRY OCCURS 1000 TIMES.
002080         10  WS-TR-ID            PIC X(10).
002090         10  WS-TR-PROGRAM       PIC X(13).
002100             88  WS-TR-RETRY             VALUE "PubConfirm".
002110         10  WS-TR-RUN-STAMP.
002120             15  WS-TR-RUN-DATE  PIC X(08).
002130             15  WS-TR-RUN-TIME  PIC X(08).
002140         10  WS-TR-ACK-STAMP.
002150             15  WS-TR-ACK-DATE  PIC X(08).
002160             15  WS-TR-ACK-TIME  PIC X(08).
002170         10  WS-TR-AUDIT-STAMP.
002180             15  WS-TR-AUDIT-DATE
002190                                 PIC X(08).
002200             15  WS-TR-AUDIT-TIME
002210                                 PIC X(08).
002220         10  WS-TR-AUDIT-CHECKSUM
002230                                 PIC 9(08).
002240         10  WS-TR-VERDICT       PIC X(06).
002250             88  WS-TR-PUSHED            VALUE "PUSHED".
002260             88  WS-TR-FAILED            VALUE "FAILED".
002270             88  WS-TR-SUPERSEDED        VALUE "LATER".
002280             88  WS-TR-NO-RESULT         VALUE SPACES.
002290         10  WS-TR-REF           PIC X(16).
002300         10  WS-TR-RES-STAMP.
002310             15  WS-TR-RES-DATE  PIC X(08).
002320             15  WS-TR-RES-TIME  PIC X(08).
002330         10  WS-TR-ORIGIN        PIC 9(04) COMP.
002340         10  WS-TR-RETRIED-SW    PIC X(01).
002350             88  WS-TR-RETRIED           VALUE "Y".
002360         10  WS-TR-LIVE-STAMP.
002370             15  WS-TR-LIVE-DATE PIC X(08).
002380             15  WS-TR-LIVE-TIME PIC X(08).
002390
002400*    THE SETTLED-ACK STATE FROM PUBLISH-CONFIRMED.DAT, ONE ENTRY
002410*    PER PROFILE.
002420 01  WS-CONF-TABLE.
002430     05  WS-CONF-COUNT           PIC 9(03) COMP VALUE ZERO.
002440     05  WS-CONF-ENTRY OCCURS 200 TIMES.
002450         10  WS-CONF-ID          PIC X(10).
002460         10  WS-CONF-STAMP.
002470             15  WS-CONF-DATE    PIC X(08).
002480             15  WS-CONF-TIME    PIC X(08).
002490         10  WS-CONF-VERDICT     PIC X(06).
002500         10  WS-CONF-REF         PIC X(16).
002510         10  WS-CONF-RES-STAMP.
002520             15  WS-CONF-RES-DATE
002530                                 PIC X(08).
002540             15  WS-CONF-RES-TIME
002550                                 PIC X(08).
002560
002570*    TIME-TO-LIVE TOTALS PER PROFILE FOR THE CLOSING SUMMARY.
002580 01  WS-PROF-TABLE.
002590     05  WS-PROF-COUNT           PIC 9(03) COMP VALUE ZERO.
002600     05  WS-PROF-ENTRY OCCURS 200 TIMES.
002610         10  WS-PF-ID            PIC X(10).
002620         10  WS-PF-CHANGES       PIC 9(05) COMP.
002630         10  WS-PF-LIVE          PIC 9(05) COMP.
002640         10  WS-PF-STUCK         PIC 9(05) COMP.
002650         10  WS-PF-TOTAL-MIN     PIC 9(09) COMP.
002660         10  WS-PF-WORST-MIN     PIC 9(07) COMP.
002670
002680 01  WS-LINEAGE-SUBSCRIPTS.
002690     05  WS-TRIG-IX              PIC 9(04) COMP VALUE ZERO.
002700     05  WS-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
002710     05  WS-ORIGIN-IX            PIC 9(04) COMP VALUE ZERO.
002720     05  WS-CONF-IX              PIC 9(03) COMP VALUE ZERO.
002730     05  WS-PROF-IX              PIC 9(03) COMP VALUE ZERO.
002740
002750*    THE NEWEST POST ON FILE FOR A PROFILE AS OF A GIVEN DATE.
002760 01  WS-POST-FIELDS.
002770     05  WS-POST-LIMIT-DATE      PIC 9(08) VALUE ZERO.
002780     05  WS-POST-PROFILE-ID      PIC X(10) VALUE SPACES.
002790     05  WS-NEWEST-POST-DATE     PIC 9(08) VALUE ZERO.
002800     05  WS-NEWEST-POST-TITLE    PIC X(50) VALUE SPACES.
002810     05  WS-PICKUP-CUTOFF-INT    PIC 9(07) COMP VALUE ZERO.
002820
002830*    ELAPSED TIME BETWEEN TWO DATE/TIME STAMPS, IN MINUTES.  THE
002840*    TIMES ARE HHMMSSCC AS ACCEPT FROM TIME GIVES THEM; ONLY THE
002850*    HOURS AND MINUTES COUNT.  A STAMP THAT IS NOT NUMERIC, OR A
002860*    LATER STAGE STAMPED BEFORE AN EARLIER ONE, GIVES ZERO.
002870 01  WS-ELAPSED-FIELDS.
002880     05  WS-EL-FROM-DATE         PIC X(08) VALUE SPACES.
002890     05  WS-EL-FROM-TIME         PIC X(08) VALUE SPACES.
002900     05  WS-EL-FROM-TIME-R REDEFINES WS-EL-FROM-TIME.
002910         10  WS-EL-FROM-HH       PIC 9(02).
002920         10  WS-EL-FROM-MM       PIC 9(02).
002930         10  FILLER              PIC X(04).
002940     05  WS-EL-TO-DATE           PIC X(08) VALUE SPACES.
002950     05  WS-EL-TO-TIME           PIC X(08) VALUE SPACES.
002960     05  WS-EL-TO-TIME-R REDEFINES WS-EL-TO-TIME.
002970         10  WS-EL-TO-HH         PIC 9(02).
002980         10  WS-EL-TO-MM         PIC 9(02).
002990         10  FILLER              PIC X(04).
003000     05  WS-EL-DATE-NUM          PIC 9(08) VALUE ZERO.
003010     05  WS-EL-FROM-MIN          PIC S9(09) COMP VALUE ZERO.
003020     05  WS-EL-TO-MIN            PIC S9(09) COMP VALUE ZERO.
003030     05  WS-EL-MINUTES           PIC 9(07) COMP VALUE ZERO.
003040     05  WS-EL-DAYS              PIC 9(04) COMP VALUE ZERO.
003050     05  WS-EL-REM               PIC 9(04) COMP VALUE ZERO.
003060
003070 01  WS-REPORT-FIELDS.
003080     05  WS-RPT-ELAPSED.
003090         10  FILLER              PIC X(01) VALUE "+".
003100         10  WS-RPT-EL-DAYS      PIC ZZZ9.
003110         10  FILLER              PIC X(02) VALUE "D ".
003120         10  WS-RPT-EL-HH        PIC 99.
003130         10  FILLER              PIC X(01) VALUE ":".
003140         10  WS-RPT-EL-MM        PIC 99.
003150     05  WS-RPT-DAYS             PIC ZZZ9.
003160     05  WS-RPT-AVG-MIN          PIC 9(07) COMP VALUE ZERO.
003170     05  WS-RPT-AVG              PIC X(13) VALUE SPACES.
003180     05  WS-RPT-WORST            PIC X(13) VALUE SPACES.
003190     05  WS-RPT-CHANGES          PIC ZZZZ9.
003200     05  WS-RPT-LIVE             PIC ZZZZ9.
003210     05  WS-RPT-STUCK            PIC ZZZZ9.
003220
003230 01  WS-ERROR-CHECK.
003240     05  WS-CHECK-FILE-NAME      PIC X(20).
003250     05  WS-CHECK-STATUS-CODE    PIC X(02).
003260
003270 PROCEDURE DIVISION.
003280*------------------------------------------------------------------*
003290* 0000-MAINLINE                                                    *
003300*------------------------------------------------------------------*
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-LOAD-TRIGGERS THRU 2000-EXIT.
003340     PERFORM 3000-LOAD-CONFIRMED THRU 3000-EXIT.
003350     PERFORM 3500-MATCH-AUDITLOG THRU 3500-EXIT.
003360     PERFORM 4000-LINK-STAGES THRU 4000-EXIT.
003370     PERFORM 5000-REPORT-CHANGES THRU 5000-EXIT.
003380     PERFORM 6000-REPORT-UNPICKED-POSTS THRU 6000-EXIT.
003390     PERFORM 7000-REPORT-TIME-TO-LIVE THRU 7000-EXIT.
003400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003410     IF WS-STUCK-SEEN
003420         MOVE 4 TO RETURN-CODE
003430     END-IF.
003440     STOP RUN.
003450
003460*------------------------------------------------------------------*
003470* 1000-INITIALIZE - STAMP THE RUN AND TAKE THE DATE RANGE (AND AN  *
003480*                   OPTIONAL SINGLE PROFILE) FROM THE FIRST        *
003490*                   LINEAGE-REQUEST.DAT CARD.  NO CARD, OR A       *
003500*                   BLANK DATE ON IT, DEFAULTS TO THE LAST         *
003510*                   WS-DEFAULT-DAYS THROUGH TODAY.                 *
003520*------------------------------------------------------------------*
003530 1000-INITIALIZE.
003540     DISPLAY "PUBLISHLINEAGE: PUBLISH LINEAGE AND LATENCY REPORT"
003550         UPON CONSOLE.
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003570     ACCEPT WS-RUN-TIME FROM TIME.
003580     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003590     OPEN INPUT LINEAGE-REQUEST-FILE.
003600     IF WS-REQUEST-NOT-FOUND
003610         GO TO 1000-DEFAULTS
003620     END-IF.
003630     IF NOT WS-REQUEST-OK
003640         DISPLAY "PUBLISHLINEAGE: CANNOT OPEN LINEAGE-REQUEST "
003650             "STATUS = " WS-REQUEST-STATUS UPON CONSOLE
003660         GO TO 9999-ABEND
003670     END-IF.
003680     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
003690     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
003700         UNTIL WS-REQUEST-EOF
003710            OR LINEAGE-REQUEST-RECORD NOT = SPACES.
003720     IF NOT WS-REQUEST-EOF
003730         MOVE LR-FROM-DATE TO WS-FROM-DATE
003740         MOVE LR-TO-DATE TO WS-TO-DATE
003750         MOVE LR-PROFILE-ID TO WS-PROFILE-FILTER
003760     END-IF.
003770     CLOSE LINEAGE-REQUEST-FILE.
003780 1000-DEFAULTS.
003790     IF WS-TO-DATE = SPACES
003800         MOVE WS-RUN-DATE TO WS-TO-DATE
003810     END-IF.
003820     IF WS-FROM-DATE = SPACES
003830         COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
003840             (WS-TODAY-INT - WS-DEFAULT-DAYS)
003850         MOVE WS-WORK-DATE TO WS-FROM-DATE
003860     END-IF.
003870     IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
003880         DISPLAY "PUBLISHLINEAGE: INVALID DATE RANGE ON CARD - "
003890             WS-FROM-DATE " " WS-TO-DATE UPON CONSOLE
003900         GO TO 9999-ABEND
003910     END-IF.
003920     MOVE WS-FROM-DATE TO WS-WORK-DATE.
003930     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
003940         - WS-LOOKBACK-DAYS.
003950     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
003960     MOVE WS-WORK-DATE TO WS-LOOKBACK-DATE.
003970     COMPUTE WS-PICKUP-CUTOFF-INT =
003980         WS-TODAY-INT - WS-PICKUP-WAIT-DAYS.
003990     DISPLAY "  CHANGES FROM " WS-FROM-DATE " THROUGH "
004000         WS-TO-DATE UPON CONSOLE.
004010     IF WS-PROFILE-FILTER NOT = SPACES
004020         DISPLAY "  PROFILE " WS-PROFILE-FILTER " ONLY"
004030             UPON CONSOLE
004040     END-IF.
004050 1000-EXIT.
004060     EXIT.
004070
004080 1100-READ-REQUEST.
004090     READ LINEAGE-REQUEST-FILE
004100         AT END
004110             SET WS-REQUEST-EOF TO TRUE
004120     END-READ.
004130 1100-EXIT.
004140     EXIT.
004150
004160*------------------------------------------------------------------*
004170* 2000-LOAD-TRIGGERS - LOAD THE ROLLED TRIGGERS FROM PUBLISH-      *
004180*                      HISTORY.DAT, THEN THE LIVE ONES FROM        *
004190*                      PUBLISH-READY.DAT - OLDEST FIRST.  EITHER   *
004200*                      FILE MAY NOT EXIST YET.                     *
004210*------------------------------------------------------------------*
004220 2000-LOAD-TRIGGERS.
004230     OPEN INPUT HISTORY-FILE.
004240     IF WS-HISTORY-NOT-FOUND
004250         GO TO 2000-LIVE
004260     END-IF.
004270     MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME.
004280     MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS-CODE.
004290     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004310     PERFORM 2200-LOAD-HISTORY-TRIGGER THRU 2200-EXIT
004320         UNTIL WS-HISTORY-EOF.
004330     CLOSE HISTORY-FILE.
004340 2000-LIVE.
004350     OPEN INPUT PUBLISH-READY-FILE.
004360     IF WS-PUBLISH-NOT-FOUND
004370         GO TO 2000-EXIT
004380     END-IF.
004390     MOVE "PUBLISH-READY-FILE" TO WS-CHECK-FILE-NAME.
004400     MOVE WS-PUBLISH-STATUS TO WS-CHECK-STATUS-CODE.
004410     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004420     PERFORM 2300-READ-PUBLISH THRU 2300-EXIT.
004430     PERFORM 2400-LOAD-LIVE-TRIGGER THRU 2400-EXIT
004440         UNTIL WS-PUBLISH-EOF.
004450     CLOSE PUBLISH-READY-FILE.
004460 2000-EXIT.
004470     EXIT.
004480
004490 2100-READ-HISTORY.
004500     READ HISTORY-FILE
004510         AT END
004520             SET WS-HISTORY-EOF TO TRUE
004530     END-READ.
004540 2100-EXIT.
004550     EXIT.
004560
004570 2200-LOAD-HISTORY-TRIGGER.
004580     MOVE PUBLISH-HISTORY-RECORD TO WS-TRIG-WORK.
004590     PERFORM 2500-STORE-TRIGGER THRU 2500-EXIT.
004600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004610 2200-EXIT.
004620     EXIT.
004630
004640 2300-READ-PUBLISH.
004650     READ PUBLISH-READY-FILE
004660         AT END
004670             SET WS-PUBLISH-EOF TO TRUE
004680     END-READ.
004690 2300-EXIT.
004700     EXIT.
004710
004720 2400-LOAD-LIVE-TRIGGER.
004730     MOVE PUBLISH-READY-RECORD TO WS-TRIG-WORK.
004740     PERFORM 2500-STORE-TRIGGER THRU 2500-EXIT.
004750     PERFORM 2300-READ-PUBLISH THRU 2300-EXIT.
004760 2400-EXIT.
004770     EXIT.
004780
004790*------------------------------------------------------------------*
004800* 2500-STORE-TRIGGER - KEEP A TRIGGER RAISED BETWEEN THE LOOKBACK  *
004810*                      DATE AND THE END OF THE RANGE (FOR THE      *
004820*                      CARD'S PROFILE, IF IT NAMES ONE)            *
004830*------------------------------------------------------------------*
004840 2500-STORE-TRIGGER.
004850     IF WS-TW-PROFILE-ID = SPACES
004860         GO TO 2500-EXIT
004870     END-IF.
004880     IF WS-TW-RUN-DATE < WS-LOOKBACK-DATE
004890        OR WS-TW-RUN-DATE > WS-TO-DATE
004900         GO TO 2500-EXIT
004910     END-IF.
004920     IF WS-PROFILE-FILTER NOT = SPACES
004930        AND WS-TW-PROFILE-ID NOT = WS-PROFILE-FILTER
004940         GO TO 2500-EXIT
004950     END-IF.
004960     ADD 1 TO WS-TRIGGERS-READ.
004970     IF WS-TRIG-COUNT = 1000
004980         IF NOT WS-TABLE-FULL
004990             DISPLAY "PUBLISHLINEAGE: TRIGGER TABLE FULL - "
005000                 "NARROW THE DATE RANGE; LATER TRIGGERS ARE "
005010                 "NOT TRACED"
005020                 UPON CONSOLE
005030             MOVE "Y" TO WS-TABLE-FULL-SW
005040         END-IF
005050         GO TO 2500-EXIT
005060     END-IF.
005070     ADD 1 TO WS-TRIG-COUNT.
005080     MOVE WS-TW-PROFILE-ID TO WS-TR-ID (WS-TRIG-COUNT).
005090     MOVE WS-TW-PROGRAM-ID TO WS-TR-PROGRAM (WS-TRIG-COUNT).
005100     MOVE WS-TW-RUN-DATE TO WS-TR-RUN-DATE (WS-TRIG-COUNT).
005110     MOVE WS-TW-RUN-TIME TO WS-TR-RUN-TIME (WS-TRIG-COUNT).
005120     MOVE WS-TW-ACK-DATE TO WS-TR-ACK-DATE (WS-TRIG-COUNT).
005130     MOVE WS-TW-ACK-TIME TO WS-TR-ACK-TIME (WS-TRIG-COUNT).
005140     MOVE SPACES TO WS-TR-AUDIT-STAMP (WS-TRIG-COUNT).
005150     MOVE ZERO TO WS-TR-AUDIT-CHECKSUM (WS-TRIG-COUNT).
005160     MOVE SPACES TO WS-TR-VERDICT (WS-TRIG-COUNT).
005170     MOVE SPACES TO WS-TR-REF (WS-TRIG-COUNT).
005180     MOVE SPACES TO WS-TR-RES-STAMP (WS-TRIG-COUNT).
005190     MOVE WS-TRIG-COUNT TO WS-TR-ORIGIN (WS-TRIG-COUNT).
005200     MOVE "N" TO WS-TR-RETRIED-SW (WS-TRIG-COUNT).
005210     MOVE SPACES TO WS-TR-LIVE-STAMP (WS-TRIG-COUNT).
005220 2500-EXIT.
005230     EXIT.
005240
005250*------------------------------------------------------------------*
005260* 3000-LOAD-CONFIRMED - LOAD THE SETTLED-ACK STATE AND THE RESULT  *
005270*                       THAT SETTLED EACH.  NO FILE MEANS NOTHING  *
005280*                       HAS BEEN CONFIRMED YET.                    *
005290*------------------------------------------------------------------*
005300 3000-LOAD-CONFIRMED.
005310     OPEN INPUT CONFIRMED-FILE.
005320     IF WS-CONFIRMED-NOT-FOUND
005330         GO TO 3000-EXIT
005340     END-IF.
005350     MOVE "CONFIRMED-FILE" TO WS-CHECK-FILE-NAME.
005360     MOVE WS-CONFIRMED-STATUS TO WS-CHECK-STATUS-CODE.
005370     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005380     PERFORM 3100-READ-CONFIRMED THRU 3100-EXIT.
005390     PERFORM 3200-STORE-CONFIRMED THRU 3200-EXIT
005400         UNTIL WS-CONFIRMED-EOF.
005410     CLOSE CONFIRMED-FILE.
005420 3000-EXIT.
005430     EXIT.
005440
005450 3100-READ-CONFIRMED.
005460     READ CONFIRMED-FILE
005470         AT END
005480             SET WS-CONFIRMED-EOF TO TRUE
005490     END-READ.
005500 3100-EXIT.
005510     EXIT.
005520
005530 3200-STORE-CONFIRMED.
005540     IF PC-PROFILE-ID = SPACES OR WS-CONF-COUNT = 200
005550         GO TO 3200-NEXT
005560     END-IF.
005570     ADD 1 TO WS-CONF-COUNT.
005580     MOVE PC-PROFILE-ID TO WS-CONF-ID (WS-CONF-COUNT).
005590     MOVE PC-ACK-DATE TO WS-CONF-DATE (WS-CONF-COUNT).
005600     MOVE PC-ACK-TIME TO WS-CONF-TIME (WS-CONF-COUNT).
005610     MOVE PC-RESULT TO WS-CONF-VERDICT (WS-CONF-COUNT).
005620     MOVE PC-REF-ID TO WS-CONF-REF (WS-CONF-COUNT).
005630     MOVE PC-RESULT-DATE TO WS-CONF-RES-DATE (WS-CONF-COUNT).
005640     MOVE PC-RESULT-TIME TO WS-CONF-RES-TIME (WS-CONF-COUNT).
005650 3200-NEXT.
005660     PERFORM 3100-READ-CONFIRMED THRU 3100-EXIT.
005670 3200-EXIT.
005680     EXIT.
005690
005700*------------------------------------------------------------------*
005710* 3500-MATCH-AUDITLOG - PAIR EACH WRITEMARKDOWN TRIGGER WITH THE   *
005720*                       AUDIT RECORD OF THE SAME RUN.  THE TRIGGER *
005730*                       IS WRITTEN JUST BEFORE THE AUDIT RECORD,   *
005740*                       SO EACH AUDIT RECORD BELONGS TO THE        *
005750*                       EARLIEST UNPAIRED TRIGGER OF ITS PROFILE   *
005760*                       STAMPED THE SAME DAY AT OR BEFORE IT.      *
005770*                       RECORDS AUDITARCHIVE HAS ROLLED OUT ARE    *
005780*                       NOT SEARCHED - THOSE TRIGGERS SHOW NO      *
005790*                       AUDIT STAGE.                               *
005800*------------------------------------------------------------------*
005810 3500-MATCH-AUDITLOG.
005820     IF WS-TRIG-COUNT = ZERO
005830         GO TO 3500-EXIT
005840     END-IF.
005850     OPEN INPUT AUDITLOG-FILE.
005860     IF WS-AUDITLOG-NOT-FOUND
005870         GO TO 3500-EXIT
005880     END-IF.
005890     MOVE "AUDITLOG-FILE" TO WS-CHECK-FILE-NAME.
005900     MOVE WS-AUDITLOG-STATUS TO WS-CHECK-STATUS-CODE.
005910     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005920     PERFORM 3600-READ-AUDITLOG THRU 3600-EXIT.
005930     PERFORM 3700-MATCH-ONE-AUDIT THRU 3700-EXIT
005940         UNTIL WS-AUDITLOG-EOF.
005950     CLOSE AUDITLOG-FILE.
005960 3500-EXIT.
005970     EXIT.
005980
005990 3600-READ-AUDITLOG.
006000     READ AUDITLOG-FILE
006010         AT END
006020             SET WS-AUDITLOG-EOF TO TRUE
006030     END-READ.
006040 3600-EXIT.
006050     EXIT.
006060
006070 3700-MATCH-ONE-AUDIT.
006080     IF AL-RUN-DATE < WS-LOOKBACK-DATE
006090        OR AL-RUN-DATE > WS-TO-DATE
006100         GO TO 3700-NEXT
006110     END-IF.
006120     MOVE "N" TO WS-MATCH-FOUND-SW.
006130     MOVE 1 TO WS-SCAN-IX.
006140     PERFORM 3750-TRY-ONE-TRIGGER THRU 3750-EXIT
006150         UNTIL WS-MATCH-FOUND OR WS-SCAN-IX > WS-TRIG-COUNT.
006160     IF WS-MATCH-FOUND
006170         MOVE AL-RUN-DATE TO WS-TR-AUDIT-DATE (WS-SCAN-IX)
006180         MOVE AL-RUN-TIME TO WS-TR-AUDIT-TIME (WS-SCAN-IX)
006190         MOVE AL-CONTENT-CHECKSUM
006200             TO WS-TR-AUDIT-CHECKSUM (WS-SCAN-IX)
006210     END-IF.
006220 3700-NEXT.
006230     PERFORM 3600-READ-AUDITLOG THRU 3600-EXIT.
006240 3700-EXIT.
006250     EXIT.
006260
006270 3750-TRY-ONE-TRIGGER.
006280     IF WS-TR-ID (WS-SCAN-IX) = AL-PROFILE-ID
006290        AND NOT WS-TR-RETRY (WS-SCAN-IX)
006300        AND WS-TR-AUDIT-STAMP (WS-SCAN-IX) = SPACES
006310        AND WS-TR-RUN-DATE (WS-SCAN-IX) = AL-RUN-DATE
006320        AND WS-TR-RUN-TIME (WS-SCAN-IX) NOT > AL-RUN-TIME
006330         MOVE "Y" TO WS-MATCH-FOUND-SW
006340     ELSE
006350         ADD 1 TO WS-SCAN-IX
006360     END-IF.
006370 3750-EXIT.
006380     EXIT.
006390
006400*------------------------------------------------------------------*
006410* 4000-LINK-STAGES - OLDEST FIRST, TIE EACH RE-QUEUED TRIGGER BACK *
006420*                    TO THE CHANGE IT RETRIES AND PICK UP EACH     *
006430*                    TRIGGER'S RESULT.  PUBLISH-CONFIRMED.DAT      *
006440*                    HOLDS THE RESULT FOR THE NEWEST SETTLED ACK   *
006450*                    ONLY: A TRIGGER CARRYING THAT ACK STAMP HAS   *
006460*                    THAT RESULT, AN OLDER ACK WAS SETTLED BY A    *
006470*                    LATER MANIFEST, AND A NEWER ONE IS STILL      *
006480*                    OWED A RESULT.  THE FIRST PUSHED RESULT IN A  *
006490*                    CHAIN IS WHEN THE CHANGE WENT LIVE.           *
006500*------------------------------------------------------------------*
006510 4000-LINK-STAGES.
006520     MOVE 1 TO WS-TRIG-IX.
006530     PERFORM 4100-LINK-ONE-TRIGGER THRU 4100-EXIT
006540         UNTIL WS-TRIG-IX > WS-TRIG-COUNT.
006550 4000-EXIT.
006560     EXIT.
006570
006580 4100-LINK-ONE-TRIGGER.
006590     IF WS-TR-RETRY (WS-TRIG-IX)
006600         PERFORM 4200-FIND-RETRIED-CHANGE THRU 4200-EXIT
006610     END-IF.
006620     IF WS-TR-ACK-DATE (WS-TRIG-IX) = SPACES
006630         GO TO 4100-NEXT
006640     END-IF.
006650     MOVE "N" TO WS-MATCH-FOUND-SW.
006660     MOVE 1 TO WS-CONF-IX.
006670     PERFORM 4300-MATCH-ONE-CONFIRMED THRU 4300-EXIT
006680         UNTIL WS-MATCH-FOUND OR WS-CONF-IX > WS-CONF-COUNT.
006690     IF NOT WS-MATCH-FOUND
006700         GO TO 4100-NEXT
006710     END-IF.
006720     IF WS-TR-ACK-STAMP (WS-TRIG-IX) > WS-CONF-STAMP (WS-CONF-IX)
006730         GO TO 4100-NEXT
006740     END-IF.
006750     IF WS-TR-ACK-STAMP (WS-TRIG-IX) < WS-CONF-STAMP (WS-CONF-IX)
006760         MOVE "LATER" TO WS-TR-VERDICT (WS-TRIG-IX)
006770         GO TO 4100-NEXT
006780     END-IF.
006790     MOVE WS-CONF-VERDICT (WS-CONF-IX)
006800         TO WS-TR-VERDICT (WS-TRIG-IX).
006810     MOVE WS-CONF-REF (WS-CONF-IX) TO WS-TR-REF (WS-TRIG-IX).
006820     MOVE WS-CONF-RES-STAMP (WS-CONF-IX)
006830         TO WS-TR-RES-STAMP (WS-TRIG-IX).
006840*    A SETTLED ACK RECORDED BEFORE RESULTS WERE KEPT HAS NO
006850*    VERDICT - IT WAS ANSWERED, BUT BY WHAT IS NOT KNOWN.
006860     IF WS-TR-VERDICT (WS-TRIG-IX) = SPACES
006870         MOVE "LATER" TO WS-TR-VERDICT (WS-TRIG-IX)
006880     END-IF.
006890     MOVE WS-TR-ORIGIN (WS-TRIG-IX) TO WS-ORIGIN-IX.
006900     IF WS-TR-PUSHED (WS-TRIG-IX)
006910        AND WS-TR-LIVE-STAMP (WS-ORIGIN-IX) = SPACES
006920         MOVE WS-TR-RES-STAMP (WS-TRIG-IX)
006930             TO WS-TR-LIVE-STAMP (WS-ORIGIN-IX)
006940     END-IF.
006950 4100-NEXT.
006960     ADD 1 TO WS-TRIG-IX.
006970 4100-EXIT.
006980     EXIT.
006990
007000*------------------------------------------------------------------*
007010* 4200-FIND-RETRIED-CHANGE - A RE-QUEUED TRIGGER RETRIES THE       *
007020*                            PROFILE'S MOST RECENT EARLIER         *
007030*                            TRIGGER; IT INHERITS THAT TRIGGER'S   *
007040*                            ORIGINAL CHANGE.  ONE WHOSE CHANGE    *
007050*                            PREDATES THE LOOKBACK STANDS ALONE.   *
007060*------------------------------------------------------------------*
007070 4200-FIND-RETRIED-CHANGE.
007080     MOVE "N" TO WS-MATCH-FOUND-SW.
007090     MOVE WS-TRIG-IX TO WS-SCAN-IX.
007100     PERFORM 4250-STEP-BACK-ONE THRU 4250-EXIT
007110         UNTIL WS-MATCH-FOUND OR WS-SCAN-IX < 2.
007120     IF WS-MATCH-FOUND
007130         MOVE "Y" TO WS-TR-RETRIED-SW (WS-SCAN-IX)
007140         MOVE WS-TR-ORIGIN (WS-SCAN-IX)
007150             TO WS-TR-ORIGIN (WS-TRIG-IX)
007160     END-IF.
007170 4200-EXIT.
007180     EXIT.
007190
007200 4250-STEP-BACK-ONE.
007210     SUBTRACT 1 FROM WS-SCAN-IX.
007220     IF WS-TR-ID (WS-SCAN-IX) = WS-TR-ID (WS-TRIG-IX)
007230         MOVE "Y" TO WS-MATCH-FOUND-SW
007240     END-IF.
007250 4250-EXIT.
007260     EXIT.
007270
007280 4300-MATCH-ONE-CONFIRMED.
007290     IF WS-CONF-ID (WS-CONF-IX) = WS-TR-ID (WS-TRIG-IX)
007300         MOVE "Y" TO WS-MATCH-FOUND-SW
007310     ELSE
007320         ADD 1 TO WS-CONF-IX
007330     END-IF.
007340 4300-EXIT.
007350     EXIT.
007360
007370*------------------------------------------------------------------*
007380* 5000-REPORT-CHANGES - ONE LINEAGE BLOCK PER TRIGGER RAISED IN    *
007390*                       THE RANGE, OLDEST FIRST                    *
007400*------------------------------------------------------------------*
007410 5000-REPORT-CHANGES.
007420     DISPLAY " " UPON CONSOLE.
007430     DISPLAY "CHANGE LINEAGE - POST, TRIGGER, AUDIT, ACK, RESULT"
007440         UPON CONSOLE.
007450     IF WS-TRIG-COUNT = ZERO
007460         DISPLAY "  NO PUBLISH TRIGGERS ON FILE FOR THE RANGE."
007470             UPON CONSOLE
007480         GO TO 5000-EXIT
007490     END-IF.
007500     IF WS-POSTMAST-PRESENT
007510         OPEN INPUT POST-MASTER-FILE
007520         IF WS-POSTMAST-NOT-FOUND
007530             MOVE "N" TO WS-POSTMAST-PRESENT-SW
007540         ELSE
007550             MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME
007560             MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE
007570             PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
007580         END-IF
007590     END-IF.
007600     MOVE 1 TO WS-TRIG-IX.
007610     PERFORM 5100-REPORT-ONE-TRIGGER THRU 5100-EXIT
007620         UNTIL WS-TRIG-IX > WS-TRIG-COUNT.
007630 5000-EXIT.
007640     EXIT.
007650
007660 5100-REPORT-ONE-TRIGGER.
007670     IF WS-TR-RUN-DATE (WS-TRIG-IX) < WS-FROM-DATE
007680         GO TO 5100-NEXT
007690     END-IF.
007700     PERFORM 7100-FIND-PROFILE-TOTALS THRU 7100-EXIT.
007710     DISPLAY " " UPON CONSOLE.
007720     IF WS-TR-RETRY (WS-TRIG-IX)
007730         ADD 1 TO WS-RETRIES-LISTED
007740         PERFORM 5200-REPORT-RETRY-HEAD THRU 5200-EXIT
007750     ELSE
007760         ADD 1 TO WS-CHANGES-LISTED
007770         ADD 1 TO WS-PF-CHANGES (WS-PROF-IX)
007780         DISPLAY "  " WS-TR-ID (WS-TRIG-IX) " CHANGED   "
007790             WS-TR-RUN-DATE (WS-TRIG-IX) " "
007800             WS-TR-RUN-TIME (WS-TRIG-IX) (1:4) "  BY "
007810             WS-TR-PROGRAM (WS-TRIG-IX) UPON CONSOLE
007820         PERFORM 5300-REPORT-POST-STAGE THRU 5300-EXIT
007830         PERFORM 5400-REPORT-AUDIT-STAGE THRU 5400-EXIT
007840     END-IF.
007850     PERFORM 5500-REPORT-ACK-STAGE THRU 5500-EXIT.
007860     PERFORM 5600-REPORT-RESULT-STAGE THRU 5600-EXIT.
007870     IF NOT WS-TR-RETRY (WS-TRIG-IX)
007880         PERFORM 5700-REPORT-TIME-TO-LIVE THRU 5700-EXIT
007890     END-IF.
007900 5100-NEXT.
007910     ADD 1 TO WS-TRIG-IX.
007920 5100-EXIT.
007930     EXIT.
007940
007950 5200-REPORT-RETRY-HEAD.
007960     DISPLAY "  " WS-TR-ID (WS-TRIG-IX) " RE-QUEUED "
007970         WS-TR-RUN-DATE (WS-TRIG-IX) " "
007980         WS-TR-RUN-TIME (WS-TRIG-IX) (1:4)
007990         "  BY " WS-TR-PROGRAM (WS-TRIG-IX) UPON CONSOLE.
008000     MOVE WS-TR-ORIGIN (WS-TRIG-IX) TO WS-ORIGIN-IX.
008010     IF WS-ORIGIN-IX = WS-TRIG-IX
008020         DISPLAY "               RETRIES A CHANGE OLDER THAN THE "
008030             "LOOKBACK" UPON CONSOLE
008040     ELSE
008050         DISPLAY "               RETRIES THE CHANGE OF "
008060             WS-TR-RUN-DATE (WS-ORIGIN-IX) " "
008070             WS-TR-RUN-TIME (WS-ORIGIN-IX) (1:4) UPON CONSOLE
008080     END-IF.
008090 5200-EXIT.
008100     EXIT.
008110
008120*------------------------------------------------------------------*
008130* 5300-REPORT-POST-STAGE - THE NEWEST POST ON THE CATALOG FOR THE  *
008140*                          PROFILE AS OF THE CHANGE DATE, AND HOW  *
008150*                          MANY DAYS IT WAITED FOR THE README RUN  *
008160*------------------------------------------------------------------*
008170 5300-REPORT-POST-STAGE.
008180     MOVE WS-TR-ID (WS-TRIG-IX) TO WS-POST-PROFILE-ID.
008190     MOVE WS-TR-RUN-DATE (WS-TRIG-IX) TO WS-POST-LIMIT-DATE.
008200     PERFORM 5350-FIND-NEWEST-POST THRU 5350-EXIT.
008210     IF WS-NEWEST-POST-DATE = ZERO
008220         DISPLAY "               POST      NONE ON THE CATALOG"
008230             UPON CONSOLE
008240         GO TO 5300-EXIT
008250     END-IF.
008260     COMPUTE WS-AGE-DAYS =
008270         FUNCTION INTEGER-OF-DATE(WS-POST-LIMIT-DATE)
008280         - FUNCTION INTEGER-OF-DATE(WS-NEWEST-POST-DATE).
008290     MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
008300     DISPLAY "               POST      " WS-NEWEST-POST-DATE
008310         "      +" WS-RPT-DAYS " DAYS  "
008320         WS-NEWEST-POST-TITLE (1:30) UPON CONSOLE.
008330 5300-EXIT.
008340     EXIT.
008350
008360*------------------------------------------------------------------*
008370* 5350-FIND-NEWEST-POST - ONE KEYED START ON POST-MASTER AND A     *
008380*                         READ-NEXT LOOP OVER THE PROFILE'S POSTS  *
008390*                         DATED UP TO WS-POST-LIMIT-DATE, KEEPING  *
008400*                         THE LAST LIVE ONE                        *
008410*------------------------------------------------------------------*
008420 5350-FIND-NEWEST-POST.
008430     MOVE ZERO TO WS-NEWEST-POST-DATE.
008440     MOVE SPACES TO WS-NEWEST-POST-TITLE.
008450     IF NOT WS-POSTMAST-PRESENT
008460         GO TO 5350-EXIT
008470     END-IF.
008480     MOVE "N" TO WS-POSTMAST-SW.
008490     MOVE WS-POST-PROFILE-ID TO PO-PROFILE-ID.
008500     MOVE ZERO TO PO-POST-DATE.
008510     MOVE ZERO TO PO-POST-SEQ.
008520     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
008530     IF WS-POSTMAST-NOTFND
008540         GO TO 5350-EXIT
008550     END-IF.
008560     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
008570     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
008580     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008590     PERFORM 5360-READ-ONE-POST THRU 5360-EXIT
008600         UNTIL WS-POSTMAST-EOF.
008610 5350-EXIT.
008620     EXIT.
008630
008640 5360-READ-ONE-POST.
008650     READ POST-MASTER-FILE NEXT RECORD
008660         AT END
008670             SET WS-POSTMAST-EOF TO TRUE
008680         NOT AT END
008690             IF PO-PROFILE-ID NOT = WS-POST-PROFILE-ID
008700                OR PO-POST-DATE > WS-POST-LIMIT-DATE
008710                 SET WS-POSTMAST-EOF TO TRUE
008720             ELSE
008722                 IF PO-STATUS-LIVE
008724                    AND PO-PUBLISH-AT NOT > WS-POST-LIMIT-DATE
008730                     MOVE PO-POST-DATE TO WS-NEWEST-POST-DATE
008740                     MOVE PO-TITLE TO WS-NEWEST-POST-TITLE
008745                 END-IF
008750             END-IF
008760     END-READ.
008770 5360-EXIT.
008780     EXIT.
008790
008800 5400-REPORT-AUDIT-STAGE.
008810     IF WS-TR-AUDIT-STAMP (WS-TRIG-IX) = SPACES
008820         DISPLAY "               AUDITLOG  NOT ON THE LIVE LOG "
008830             "(ARCHIVED OR NOT WRITTEN)" UPON CONSOLE
008840         GO TO 5400-EXIT
008850     END-IF.
008860     MOVE WS-TR-RUN-DATE (WS-TRIG-IX) TO WS-EL-FROM-DATE.
008870     MOVE WS-TR-RUN-TIME (WS-TRIG-IX) TO WS-EL-FROM-TIME.
008880     MOVE WS-TR-AUDIT-DATE (WS-TRIG-IX) TO WS-EL-TO-DATE.
008890     MOVE WS-TR-AUDIT-TIME (WS-TRIG-IX) TO WS-EL-TO-TIME.
008900     PERFORM 8000-ELAPSED-MINUTES THRU 8000-EXIT.
008910     DISPLAY "               AUDITLOG  "
008920         WS-TR-AUDIT-DATE (WS-TRIG-IX) " "
008930         WS-TR-AUDIT-TIME (WS-TRIG-IX) (1:4) " " WS-RPT-ELAPSED
008940         "  CHECKSUM " WS-TR-AUDIT-CHECKSUM (WS-TRIG-IX)
008950         UPON CONSOLE.
008960 5400-EXIT.
008970     EXIT.
008980
008990*------------------------------------------------------------------*
009000* 5500-REPORT-ACK-STAGE - WHEN PUBLISHDISPATCH PUT THE TRIGGER ON  *
009010*                         A MANIFEST.  ONE STILL UNDISPATCHED PAST *
009020*                         WS-ACK-WAIT-DAYS IS STUCK.               *
009030*------------------------------------------------------------------*
009040 5500-REPORT-ACK-STAGE.
009050     IF WS-TR-ACK-DATE (WS-TRIG-IX) NOT = SPACES
009060         MOVE WS-TR-RUN-DATE (WS-TRIG-IX) TO WS-EL-FROM-DATE
009070         MOVE WS-TR-RUN-TIME (WS-TRIG-IX) TO WS-EL-FROM-TIME
009080         MOVE WS-TR-ACK-DATE (WS-TRIG-IX) TO WS-EL-TO-DATE
009090         MOVE WS-TR-ACK-TIME (WS-TRIG-IX) TO WS-EL-TO-TIME
009100         PERFORM 8000-ELAPSED-MINUTES THRU 8000-EXIT
009110         DISPLAY "               ACKED     "
009120             WS-TR-ACK-DATE (WS-TRIG-IX) " "
009130             WS-TR-ACK-TIME (WS-TRIG-IX) (1:4) " "
009140             WS-RPT-ELAPSED UPON CONSOLE
009150         GO TO 5500-EXIT
009160     END-IF.
009170     MOVE WS-TR-RUN-DATE (WS-TRIG-IX) TO WS-WORK-DATE.
009180     COMPUTE WS-AGE-DAYS = WS-TODAY-INT
009190         - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
009200     IF WS-AGE-DAYS < WS-ACK-WAIT-DAYS
009210         DISPLAY "               ACKED     NOT YET DISPATCHED"
009220             UPON CONSOLE
009230         GO TO 5500-EXIT
009240     END-IF.
009250     MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
009260     DISPLAY "               *** STUCK AWAITING DISPATCH FOR "
009270         WS-RPT-DAYS " DAYS" UPON CONSOLE.
009280     ADD 1 TO WS-STUCK-DISPATCH.
009290     ADD 1 TO WS-PF-STUCK (WS-PROF-IX).
009300     MOVE "Y" TO WS-STUCK-SW.
009310 5500-EXIT.
009320     EXIT.
009330
009340*------------------------------------------------------------------*
009350* 5600-REPORT-RESULT-STAGE - WHAT THE GIT-PUSH AUTOMATION SAID.    *
009360*                            AN ACK STILL OWED A RESULT PAST       *
009370*                            WS-RESULT-WAIT-DAYS IS STUCK.         *
009380*------------------------------------------------------------------*
009390 5600-REPORT-RESULT-STAGE.
009400     IF WS-TR-ACK-DATE (WS-TRIG-IX) = SPACES
009410         GO TO 5600-EXIT
009420     END-IF.
009430     IF WS-TR-SUPERSEDED (WS-TRIG-IX)
009440         IF WS-TR-RETRIED (WS-TRIG-IX)
009450             DISPLAY "               FAILED    PUSH FAILED - "
009460                 "RE-QUEUED" UPON CONSOLE
009470             ADD 1 TO WS-PUSH-FAILED
009480         ELSE
009490             DISPLAY "               SETTLED   ANSWERED WITH A "
009500                 "LATER MANIFEST" UPON CONSOLE
009510         END-IF
009520         GO TO 5600-EXIT
009530     END-IF.
009540     IF NOT WS-TR-NO-RESULT (WS-TRIG-IX)
009550         MOVE WS-TR-ACK-DATE (WS-TRIG-IX) TO WS-EL-FROM-DATE
009560         MOVE WS-TR-ACK-TIME (WS-TRIG-IX) TO WS-EL-FROM-TIME
009570         MOVE WS-TR-RES-DATE (WS-TRIG-IX) TO WS-EL-TO-DATE
009580         MOVE WS-TR-RES-TIME (WS-TRIG-IX) TO WS-EL-TO-TIME
009590         PERFORM 8000-ELAPSED-MINUTES THRU 8000-EXIT
009600         DISPLAY "               " WS-TR-VERDICT (WS-TRIG-IX)
009610             "    " WS-TR-RES-DATE (WS-TRIG-IX) " "
009620             WS-TR-RES-TIME (WS-TRIG-IX) (1:4) " "
009630             WS-RPT-ELAPSED "  REF " WS-TR-REF (WS-TRIG-IX)
009640             UPON CONSOLE
009650         IF WS-TR-FAILED (WS-TRIG-IX)
009660             ADD 1 TO WS-PUSH-FAILED
009670         END-IF
009680         GO TO 5600-EXIT
009690     END-IF.
009700     MOVE WS-TR-ACK-DATE (WS-TRIG-IX) TO WS-WORK-DATE.
009710     COMPUTE WS-AGE-DAYS = WS-TODAY-INT
009720         - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
009730     IF WS-AGE-DAYS < WS-RESULT-WAIT-DAYS
009740         DISPLAY "               RESULT    AWAITING THE GIT-PUSH "
009750             "AUTOMATION" UPON CONSOLE
009760         GO TO 5600-EXIT
009770     END-IF.
009780     MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
009790     DISPLAY "               *** STUCK AWAITING PUSH RESULT FOR "
009800         WS-RPT-DAYS " DAYS" UPON CONSOLE.
009810     ADD 1 TO WS-STUCK-PUSH.
009820     ADD 1 TO WS-PF-STUCK (WS-PROF-IX).
009830     MOVE "Y" TO WS-STUCK-SW.
009840 5600-EXIT.
009850     EXIT.
009860
009870*------------------------------------------------------------------*
009880* 5700-REPORT-TIME-TO-LIVE - FROM THE CHANGE TO THE FIRST PUSH     *
009890*                            THAT LANDED IT, RETRIES INCLUDED,     *
009900*                            INTO THE PROFILE AND OVERALL TOTALS   *
009910*------------------------------------------------------------------*
009920 5700-REPORT-TIME-TO-LIVE.
009930     IF WS-TR-LIVE-STAMP (WS-TRIG-IX) = SPACES
009940         GO TO 5700-EXIT
009950     END-IF.
009960     MOVE WS-TR-RUN-DATE (WS-TRIG-IX) TO WS-EL-FROM-DATE.
009970     MOVE WS-TR-RUN-TIME (WS-TRIG-IX) TO WS-EL-FROM-TIME.
009980     MOVE WS-TR-LIVE-DATE (WS-TRIG-IX) TO WS-EL-TO-DATE.
009990     MOVE WS-TR-LIVE-TIME (WS-TRIG-IX) TO WS-EL-TO-TIME.
010000     PERFORM 8000-ELAPSED-MINUTES THRU 8000-EXIT.
010010     DISPLAY "               LIVE      "
010020         WS-TR-LIVE-DATE (WS-TRIG-IX) " "
010030         WS-TR-LIVE-TIME (WS-TRIG-IX) (1:4) " " WS-RPT-ELAPSED
010040         "  TIME TO LIVE" UPON CONSOLE.
010050     ADD 1 TO WS-CHANGES-LIVE.
010060     ADD WS-EL-MINUTES TO WS-TOTAL-TTL-MIN.
010070     IF WS-EL-MINUTES > WS-WORST-TTL-MIN
010080         MOVE WS-EL-MINUTES TO WS-WORST-TTL-MIN
010090     END-IF.
010100     ADD 1 TO WS-PF-LIVE (WS-PROF-IX).
010110     ADD WS-EL-MINUTES TO WS-PF-TOTAL-MIN (WS-PROF-IX).
010120     IF WS-EL-MINUTES > WS-PF-WORST-MIN (WS-PROF-IX)
010130         MOVE WS-EL-MINUTES TO WS-PF-WORST-MIN (WS-PROF-IX)
010140     END-IF.
010150 5700-EXIT.
010160     EXIT.
010170
010180*------------------------------------------------------------------*
010190* 6000-REPORT-UNPICKED-POSTS - THE FIRST STAGE.  A PROFILE WHOSE   *
010200*                              NEWEST POST IN THE RANGE IS LATER   *
010210*                              THAN ITS LAST CHANGE TRIGGER HAS    *
010220*                              NOT BEEN THROUGH A README RUN YET - *
010230*                              EVERY POST MOVES THE CONTENT        *
010240*                              CHECKSUM THROUGH THE FEED, SO IT    *
010250*                              SHOULD HAVE RAISED ONE.  PAST       *
010260*                              WS-PICKUP-WAIT-DAYS IT IS STUCK.    *
010270*------------------------------------------------------------------*
010280 6000-REPORT-UNPICKED-POSTS.
010290     DISPLAY " " UPON CONSOLE.
010300     DISPLAY "POSTS NOT YET PICKED UP BY A README RUN"
010310         UPON CONSOLE.
010320     IF NOT WS-POSTMAST-PRESENT
010330         DISPLAY "  NO POST CATALOG ON FILE." UPON CONSOLE
010340         GO TO 6000-EXIT
010350     END-IF.
010360     IF WS-TRIG-COUNT = ZERO
010370         OPEN INPUT POST-MASTER-FILE
010380         IF WS-POSTMAST-NOT-FOUND
010390             MOVE "N" TO WS-POSTMAST-PRESENT-SW
010400             DISPLAY "  NO POST CATALOG ON FILE." UPON CONSOLE
010410             GO TO 6000-EXIT
010420         END-IF
010430         MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME
010440         MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE
010450         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
010460     END-IF.
010470     MOVE "N" TO WS-POSTMAST-SW.
010480     MOVE SPACES TO PO-PROFILE-ID.
010490     MOVE ZERO TO PO-POST-DATE.
010500     MOVE ZERO TO PO-POST-SEQ.
010510     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
010520     IF WS-POSTMAST-NOTFND
010530         GO TO 6000-EXIT
010540     END-IF.
010550     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
010560     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
010570     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010580     MOVE SPACES TO WS-POST-PROFILE-ID.
010590     MOVE ZERO TO WS-NEWEST-POST-DATE.
010600     PERFORM 6100-SCAN-ONE-POST THRU 6100-EXIT
010610         UNTIL WS-POSTMAST-EOF.
010620     PERFORM 6200-CHECK-PROFILE-PICKUP THRU 6200-EXIT.
010630 6000-EXIT.
010640     EXIT.
010650
010660*------------------------------------------------------------------*
010670* 6100-SCAN-ONE-POST - READ THE CATALOG IN KEY ORDER, CHECKING     *
010680*                      EACH PROFILE AS ITS LAST POST GOES BY       *
010690*------------------------------------------------------------------*
010700 6100-SCAN-ONE-POST.
010710     READ POST-MASTER-FILE NEXT RECORD
010720         AT END
010730             SET WS-POSTMAST-EOF TO TRUE
010740     END-READ.
010750     IF WS-POSTMAST-EOF
010760         GO TO 6100-EXIT
010770     END-IF.
010780     IF PO-PROFILE-ID NOT = WS-POST-PROFILE-ID
010790         PERFORM 6200-CHECK-PROFILE-PICKUP THRU 6200-EXIT
010800         MOVE PO-PROFILE-ID TO WS-POST-PROFILE-ID
010810         MOVE ZERO TO WS-NEWEST-POST-DATE
010820     END-IF.
010830     IF PO-STATUS-LIVE AND PO-PUBLISH-AT NOT > WS-RUN-DATE
010840         MOVE PO-POST-DATE TO WS-NEWEST-POST-DATE
010850         MOVE PO-TITLE TO WS-NEWEST-POST-TITLE
010860     END-IF.
010870 6100-EXIT.
010880     EXIT.
010890
010900 6200-CHECK-PROFILE-PICKUP.
010910     IF WS-POST-PROFILE-ID = SPACES
010920        OR WS-NEWEST-POST-DATE = ZERO
010930         GO TO 6200-EXIT
010940     END-IF.
010950     IF WS-PROFILE-FILTER NOT = SPACES
010960        AND WS-POST-PROFILE-ID NOT = WS-PROFILE-FILTER
010970         GO TO 6200-EXIT
010980     END-IF.
010990     IF WS-NEWEST-POST-DATE < WS-FROM-DATE
011000        OR WS-NEWEST-POST-DATE > WS-TO-DATE
011010         GO TO 6200-EXIT
011020     END-IF.
011030*    ANY CHANGE TRIGGER ON OR AFTER THE POST DATE PICKED IT UP.
011040     MOVE "N" TO WS-MATCH-FOUND-SW.
011050     MOVE 1 TO WS-SCAN-IX.
011060     PERFORM 6300-CHECK-ONE-TRIGGER THRU 6300-EXIT
011070         UNTIL WS-MATCH-FOUND OR WS-SCAN-IX > WS-TRIG-COUNT.
011080     IF WS-MATCH-FOUND
011090         GO TO 6200-EXIT
011100     END-IF.
011110     COMPUTE WS-WORK-INT =
011120         FUNCTION INTEGER-OF-DATE(WS-NEWEST-POST-DATE).
011130     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-WORK-INT.
011140     MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
011150     DISPLAY "  " WS-POST-PROFILE-ID " POST "
011160         WS-NEWEST-POST-DATE " +" WS-RPT-DAYS " DAYS  "
011170         WS-NEWEST-POST-TITLE (1:30) UPON CONSOLE.
011180     IF WS-WORK-INT NOT > WS-PICKUP-CUTOFF-INT
011190         DISPLAY "             *** STUCK AWAITING A README RUN"
011200             UPON CONSOLE
011210         ADD 1 TO WS-STUCK-PICKUP
011220         MOVE "Y" TO WS-STUCK-SW
011230     END-IF.
011240 6200-EXIT.
011250     EXIT.
011260
011270 6300-CHECK-ONE-TRIGGER.
011280     IF WS-TR-ID (WS-SCAN-IX) = WS-POST-PROFILE-ID
011290        AND NOT WS-TR-RETRY (WS-SCAN-IX)
011300        AND WS-TR-RUN-DATE (WS-SCAN-IX) NOT < WS-NEWEST-POST-DATE
011310         MOVE "Y" TO WS-MATCH-FOUND-SW
011320     ELSE
011330         ADD 1 TO WS-SCAN-IX
011340     END-IF.
011350 6300-EXIT.
011360     EXIT.
011370
011380*------------------------------------------------------------------*
011390* 7000-REPORT-TIME-TO-LIVE - AVERAGE AND WORST-CASE TIME TO LIVE   *
011400*                            PER PROFILE, THEN OVERALL             *
011410*------------------------------------------------------------------*
011420 7000-REPORT-TIME-TO-LIVE.
011430     DISPLAY " " UPON CONSOLE.
011440     DISPLAY "TIME TO LIVE BY PROFILE" UPON CONSOLE.
011450     DISPLAY "  PROFILE     CHGS   LIVE STUCK  AVERAGE      "
011460         "  WORST" UPON CONSOLE.
011470     MOVE 1 TO WS-PROF-IX.
011480     PERFORM 7200-REPORT-ONE-PROFILE THRU 7200-EXIT
011490         UNTIL WS-PROF-IX > WS-PROF-COUNT.
011500     MOVE SPACES TO WS-RPT-AVG.
011510     MOVE SPACES TO WS-RPT-WORST.
011520     IF WS-CHANGES-LIVE > ZERO
011530         COMPUTE WS-EL-MINUTES =
011540             WS-TOTAL-TTL-MIN / WS-CHANGES-LIVE
011550         PERFORM 8100-FORMAT-ELAPSED THRU 8100-EXIT
011560         MOVE WS-RPT-ELAPSED TO WS-RPT-AVG
011570         MOVE WS-WORST-TTL-MIN TO WS-EL-MINUTES
011580         PERFORM 8100-FORMAT-ELAPSED THRU 8100-EXIT
011590         MOVE WS-RPT-ELAPSED TO WS-RPT-WORST
011600     END-IF.
011610     MOVE WS-CHANGES-LISTED TO WS-RPT-CHANGES.
011620     MOVE WS-CHANGES-LIVE TO WS-RPT-LIVE.
011630     COMPUTE WS-AGE-DAYS = WS-STUCK-DISPATCH + WS-STUCK-PUSH.
011640     MOVE WS-AGE-DAYS TO WS-RPT-STUCK.
011650     DISPLAY "  ALL        " WS-RPT-CHANGES "  " WS-RPT-LIVE " "
011660         WS-RPT-STUCK "  " WS-RPT-AVG "  " WS-RPT-WORST
011670         UPON CONSOLE.
011680 7000-EXIT.
011690     EXIT.
011700
011710*------------------------------------------------------------------*
011720* 7100-FIND-PROFILE-TOTALS - POINT WS-PROF-IX AT THE TRIGGER'S     *
011730*                            PROFILE, ADDING IT ON FIRST SIGHT.    *
011740*                            A FULL TABLE FOLDS THE OVERFLOW INTO  *
011750*                            THE LAST ENTRY.                       *
011760*------------------------------------------------------------------*
011770 7100-FIND-PROFILE-TOTALS.
011780     MOVE "N" TO WS-MATCH-FOUND-SW.
011790     MOVE 1 TO WS-PROF-IX.
011800     PERFORM 7150-MATCH-ONE-PROFILE THRU 7150-EXIT
011810         UNTIL WS-MATCH-FOUND OR WS-PROF-IX > WS-PROF-COUNT.
011820     IF WS-MATCH-FOUND
011830         GO TO 7100-EXIT
011840     END-IF.
011850     IF WS-PROF-COUNT = 200
011860         MOVE 200 TO WS-PROF-IX
011870         GO TO 7100-EXIT
011880     END-IF.
011890     ADD 1 TO WS-PROF-COUNT.
011900     MOVE WS-PROF-COUNT TO WS-PROF-IX.
011910     MOVE WS-TR-ID (WS-TRIG-IX) TO WS-PF-ID (WS-PROF-IX).
011920     MOVE ZERO TO WS-PF-CHANGES (WS-PROF-IX).
011930     MOVE ZERO TO WS-PF-LIVE (WS-PROF-IX).
011940     MOVE ZERO TO WS-PF-STUCK (WS-PROF-IX).
011950     MOVE ZERO TO WS-PF-TOTAL-MIN (WS-PROF-IX).
011960     MOVE ZERO TO WS-PF-WORST-MIN (WS-PROF-IX).
011970 7100-EXIT.
011980     EXIT.
011990
012000 7150-MATCH-ONE-PROFILE.
012010     IF WS-PF-ID (WS-PROF-IX) = WS-TR-ID (WS-TRIG-IX)
012020         MOVE "Y" TO WS-MATCH-FOUND-SW
012030     ELSE
012040         ADD 1 TO WS-PROF-IX
012050     END-IF.
012060 7150-EXIT.
012070     EXIT.
012080
012090 7200-REPORT-ONE-PROFILE.
012100     MOVE SPACES TO WS-RPT-AVG.
012110     MOVE SPACES TO WS-RPT-WORST.
012120     IF WS-PF-LIVE (WS-PROF-IX) > ZERO
012130         COMPUTE WS-EL-MINUTES = WS-PF-TOTAL-MIN (WS-PROF-IX)
012140             / WS-PF-LIVE (WS-PROF-IX)
012150         PERFORM 8100-FORMAT-ELAPSED THRU 8100-EXIT
012160         MOVE WS-RPT-ELAPSED TO WS-RPT-AVG
012170         MOVE WS-PF-WORST-MIN (WS-PROF-IX) TO WS-EL-MINUTES
012180         PERFORM 8100-FORMAT-ELAPSED THRU 8100-EXIT
012190         MOVE WS-RPT-ELAPSED TO WS-RPT-WORST
012200     END-IF.
012210     MOVE WS-PF-CHANGES (WS-PROF-IX) TO WS-RPT-CHANGES.
012220     MOVE WS-PF-LIVE (WS-PROF-IX) TO WS-RPT-LIVE.
012230     MOVE WS-PF-STUCK (WS-PROF-IX) TO WS-RPT-STUCK.
012240     DISPLAY "  " WS-PF-ID (WS-PROF-IX) " " WS-RPT-CHANGES "  "
012250         WS-RPT-LIVE " " WS-RPT-STUCK "  " WS-RPT-AVG "  "
012260         WS-RPT-WORST UPON CONSOLE.
012270     ADD 1 TO WS-PROF-IX.
012280 7200-EXIT.
012290     EXIT.
012300
012310*------------------------------------------------------------------*
012320* 8000-ELAPSED-MINUTES - MINUTES FROM WS-EL-FROM-DATE/TIME TO      *
012330*                        WS-EL-TO-DATE/TIME, FORMATTED INTO        *
012340*                        WS-RPT-ELAPSED                            *
012350*------------------------------------------------------------------*
012360 8000-ELAPSED-MINUTES.
012370     MOVE ZERO TO WS-EL-MINUTES.
012380     IF WS-EL-FROM-DATE NOT NUMERIC OR WS-EL-TO-DATE NOT NUMERIC
012390        OR WS-EL-FROM-TIME (1:4) NOT NUMERIC
012400        OR WS-EL-TO-TIME (1:4) NOT NUMERIC
012410         GO TO 8000-FORMAT
012420     END-IF.
012430     MOVE WS-EL-FROM-DATE TO WS-EL-DATE-NUM.
012440     COMPUTE WS-EL-FROM-MIN =
012450         FUNCTION INTEGER-OF-DATE(WS-EL-DATE-NUM) * 1440
012460         + WS-EL-FROM-HH * 60 + WS-EL-FROM-MM.
012470     MOVE WS-EL-TO-DATE TO WS-EL-DATE-NUM.
012480     COMPUTE WS-EL-TO-MIN =
012490         FUNCTION INTEGER-OF-DATE(WS-EL-DATE-NUM) * 1440
012500         + WS-EL-TO-HH * 60 + WS-EL-TO-MM.
012510     IF WS-EL-TO-MIN > WS-EL-FROM-MIN
012520         COMPUTE WS-EL-MINUTES = WS-EL-TO-MIN - WS-EL-FROM-MIN
012530     END-IF.
012540 8000-FORMAT.
012550     PERFORM 8100-FORMAT-ELAPSED THRU 8100-EXIT.
012560 8000-EXIT.
012570     EXIT.
012580
012590 8100-FORMAT-ELAPSED.
012600     DIVIDE WS-EL-MINUTES BY 1440 GIVING WS-EL-DAYS
012610         REMAINDER WS-EL-REM.
012620     MOVE WS-EL-DAYS TO WS-RPT-EL-DAYS.
012630     DIVIDE WS-EL-REM BY 60 GIVING WS-RPT-EL-HH
012640         REMAINDER WS-RPT-EL-MM.
012650 8100-EXIT.
012660     EXIT.
012670
012680*------------------------------------------------------------------*
012690* 9000-TERMINATE - CLOSE THE CATALOG AND PRINT THE RUN TOTALS      *
012700*------------------------------------------------------------------*
012710 9000-TERMINATE.
012720     IF WS-POSTMAST-PRESENT
012730         CLOSE POST-MASTER-FILE
012740     END-IF.
012750     DISPLAY " " UPON CONSOLE.
012760     MOVE WS-TRIGGERS-READ TO WS-RPT-COUNT.
012770     DISPLAY "  TRIGGERS TRACED    = " WS-RPT-COUNT UPON CONSOLE.
012780     MOVE WS-CHANGES-LISTED TO WS-RPT-COUNT.
012790     DISPLAY "  CHANGES LISTED     = " WS-RPT-COUNT UPON CONSOLE.
012800     MOVE WS-RETRIES-LISTED TO WS-RPT-COUNT.
012810     DISPLAY "  RETRIES LISTED     = " WS-RPT-COUNT UPON CONSOLE.
012820     MOVE WS-CHANGES-LIVE TO WS-RPT-COUNT.
012830     DISPLAY "  CHANGES LIVE       = " WS-RPT-COUNT UPON CONSOLE.
012840     MOVE WS-PUSH-FAILED TO WS-RPT-COUNT.
012850     DISPLAY "  PUSHES FAILED      = " WS-RPT-COUNT UPON CONSOLE.
012860     MOVE WS-STUCK-PICKUP TO WS-RPT-COUNT.
012870     DISPLAY "  STUCK AT PICKUP    = " WS-RPT-COUNT UPON CONSOLE.
012880     MOVE WS-STUCK-DISPATCH TO WS-RPT-COUNT.
012890     DISPLAY "  STUCK AT DISPATCH  = " WS-RPT-COUNT UPON CONSOLE.
012900     MOVE WS-STUCK-PUSH TO WS-RPT-COUNT.
012910     DISPLAY "  STUCK AT PUSH      = " WS-RPT-COUNT UPON CONSOLE.
012920 9000-EXIT.
012930     EXIT.
012940
012950*------------------------------------------------------------------*
012960* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
012970*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
012980*                     CODES TO THE FILE ERROR HANDLER              *
012990*------------------------------------------------------------------*
013000 9700-CHECK-STATUS.
013010     IF WS-CHECK-STATUS-CODE NOT = "00"
013020         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
013030     END-IF.
013040 9700-EXIT.
013050     EXIT.
013060
013070*------------------------------------------------------------------*
013080* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
013090*                   ABEND THE RUN                                  *
013100*------------------------------------------------------------------*
013110 9800-FILE-ERROR.
013120     DISPLAY "PUBLISHLINEAGE: FILE ERROR ON " WS-CHECK-FILE-NAME
013130         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
013140     GO TO 9999-ABEND.
013150 9800-EXIT.
013160     EXIT.
013170
013180*------------------------------------------------------------------*
013190* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
013200*------------------------------------------------------------------*
013210 9999-ABEND.
013220     MOVE 16 TO RETURN-CODE.
013230     STOP RUN.
