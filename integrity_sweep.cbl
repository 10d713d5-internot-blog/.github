000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IntegritySweep.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   NEW PROGRAM.  WEEKLY CROSS-FILE REFERENTIAL   *
000120*                  INTEGRITY SWEEP - ORPHAN POST-MASTER ROWS AND *
000130*                  PROFLINKS LINES, GENINDEX SLOTS WITH MISSING  *
000140*                  SNAPSHOTS, ORPHAN OR STALE AUDITPOS ROWS,     *
000150*                  PENDING TRIGGERS FOR RETIRED PROFILES,        *
000160*                  CONFIRMED STAMPS AHEAD OF EVERY ACK AND       *
000170*                  LEFTOVER GROUP RUN-CONTROL LOCKS, ONE         *
000180*                  EXCEPTION REPORT WITH COUNTS BY CATEGORY.     *
000190*                  SWEEP-FIX.DAT CARDS CLEAR THE SAFE CATEGORIES *
000200*                  (APOS-ORPH, GENX-MISS).                       *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SWEEP-FIX-FILE ASSIGN TO "data/SWEEP-FIX.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-FIX-STATUS.
000310
000320     SELECT PROFILE-MASTER ASSIGN TO "data/PROFILE-MASTER.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PM-PROFILE-ID
000360         FILE STATUS IS WS-PROFILE-STATUS.
000370
000380     SELECT POST-MASTER-FILE ASSIGN TO "data/POST-MASTER.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PO-POST-KEY
000420         FILE STATUS IS WS-POSTMAST-STATUS.
000430
000440     SELECT PROFLINKS-FILE ASSIGN TO "data/PROFLINKS.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LINKS-STATUS.
000470
000480     SELECT GENINDEX-FILE ASSIGN TO "data/GENINDEX.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS GX-GEN-KEY
000520         FILE STATUS IS WS-GENINDEX-STATUS.
000530
000540     SELECT SNAPSHOT-CHECK-FILE ASSIGN TO DYNAMIC WS-SNAP-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SNAP-STATUS.
000570
000580     SELECT AUDITPOS-FILE ASSIGN TO "data/AUDITPOS.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AP-PROFILE-ID
000620         FILE STATUS IS WS-AUDITPOS-STATUS.
000630
000640     SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDITLOG-STATUS.
000670
000680     SELECT PUBLISH-READY-FILE ASSIGN TO "data/PUBLISH-READY.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PUBLISH-STATUS.
000710
000720     SELECT HISTORY-FILE ASSIGN TO "data/PUBLISH-HISTORY.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISTORY-STATUS.
000750
000760     SELECT CONFIRMED-FILE
000770         ASSIGN TO "data/PUBLISH-CONFIRMED.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CONFIRMED-STATUS.
000800
000810     SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RUNCTL-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870*    ONE CARD PER CATEGORY TO CLEAR.  ONLY THE SAFE CATEGORIES
000880*    (APOS-ORPH, GENX-MISS) ARE HONOURED.  THE CARDS GOVERN ONE
000890*    SWEEP AND ARE CONSUMED AT END OF JOB.
000900 FD  SWEEP-FIX-FILE.
000910 01  SWEEP-FIX-RECORD.
000920     05  SX-CATEGORY             PIC X(09).
000930
000940 FD  PROFILE-MASTER.
000950     COPY PROFILE.
000960
000970 FD  POST-MASTER-FILE.
000980     COPY POSTMAST.
000990
001000 FD  PROFLINKS-FILE.
001010 01  PROFLINKS-RECORD.
001020     05  PL-PROFILE-ID           PIC X(10).
001030     05  FILLER                  PIC X(01).
001040     05  PL-LABEL                PIC X(30).
001050     05  FILLER                  PIC X(01).
001060     05  PL-URL                  PIC X(40).
001070
001080 FD  GENINDEX-FILE.
001090     COPY GENINDEX.
001100
001110 FD  SNAPSHOT-CHECK-FILE.
001120 01  SNAPSHOT-CHECK-RECORD       PIC X(300).
001130
001140 FD  AUDITPOS-FILE.
001150     COPY AUDITPOS.
001160
001170 FD  AUDITLOG-FILE.
001180     COPY AUDITLOG.
001190
001200 FD  PUBLISH-READY-FILE.
001210     COPY PUBREADY.
001220
001230 FD  HISTORY-FILE.
001240 01  PUBLISH-HISTORY-RECORD      PIC X(100).
001250
001260 FD  CONFIRMED-FILE.
001270     COPY PUBCONF.
001280
001290 FD  RUNCTL-FILE.
001300     COPY RUNCTL.
001310
001320 WORKING-STORAGE SECTION.
001330 01  WS-SNAP-PATH                PIC X(40).
001340 01  WS-RUNCTL-PATH              PIC X(40).
001350
001360 01  WS-SWITCHES.
001370     05  WS-FIX-SW               PIC X(01) VALUE "N".
001380         88  WS-FIX-EOF                  VALUE "Y".
001390     05  WS-FIX-CARDS-SW         PIC X(01) VALUE "N".
001400         88  WS-FIX-CARDS-READ           VALUE "Y".
001410     05  WS-PROFILE-SW           PIC X(01) VALUE "N".
001420         88  WS-PROFILE-EOF              VALUE "Y".
001430     05  WS-POSTMAST-SW          PIC X(01) VALUE "N".
001440         88  WS-POSTMAST-EOF             VALUE "Y".
001450     05  WS-LINKS-SW             PIC X(01) VALUE "N".
001460         88  WS-LINKS-EOF                VALUE "Y".
001470     05  WS-GENINDEX-SW          PIC X(01) VALUE "N".
001480         88  WS-GENINDEX-EOF             VALUE "Y".
001490     05  WS-AUDITPOS-SW          PIC X(01) VALUE "N".
001500         88  WS-AUDITPOS-EOF             VALUE "Y".
001510     05  WS-AUDITLOG-SW          PIC X(01) VALUE "N".
001520         88  WS-AUDITLOG-EOF             VALUE "Y".
001530     05  WS-PUBLISH-SW           PIC X(01) VALUE "N".
001540         88  WS-PUBLISH-EOF              VALUE "Y".
001550     05  WS-HISTORY-SW           PIC X(01) VALUE "N".
001560         88  WS-HISTORY-EOF              VALUE "Y".
001570     05  WS-CONFIRMED-SW         PIC X(01) VALUE "N".
001580         88  WS-CONFIRMED-EOF            VALUE "Y".
001590     05  WS-PM-FOUND-SW          PIC X(01) VALUE "N".
001600         88  WS-PM-FOUND                 VALUE "Y".
001610     05  WS-NL-FOUND-SW          PIC X(01) VALUE "N".
001620         88  WS-NL-FOUND                 VALUE "Y".
001630     05  WS-AK-FOUND-SW          PIC X(01) VALUE "N".
001640         88  WS-AK-FOUND                 VALUE "Y".
001650     05  WS-GROUP-USED-SW        PIC X(01) VALUE "N".
001660         88  WS-GROUP-USED               VALUE "Y".
001670     05  WS-FIND-FIXED-SW        PIC X(01) VALUE "N".
001680         88  WS-FIND-FIXED               VALUE "Y".
001690
001700 01  WS-FILE-STATUSES.
001710     05  WS-FIX-STATUS           PIC X(02) VALUE "00".
001720         88  WS-FIX-OK                   VALUE "00".
001730         88  WS-FIX-NOT-FOUND            VALUE "35".
001740     05  WS-PROFILE-STATUS       PIC X(02) VALUE "00".
001750         88  WS-PROFILE-OK               VALUE "00".
001760         88  WS-PROFILE-NOT-FOUND        VALUE "35".
001770     05  WS-POSTMAST-STATUS      PIC X(02) VALUE "00".
001780         88  WS-POSTMAST-OK              VALUE "00".
001790         88  WS-POSTMAST-NOT-FOUND       VALUE "35".
001800     05  WS-LINKS-STATUS         PIC X(02) VALUE "00".
001810         88  WS-LINKS-OK                 VALUE "00".
001820         88  WS-LINKS-NOT-FOUND          VALUE "35".
001830     05  WS-GENINDEX-STATUS      PIC X(02) VALUE "00".
001840         88  WS-GENINDEX-OK              VALUE "00".
001850         88  WS-GENINDEX-NOT-FOUND       VALUE "35".
001860     05  WS-SNAP-STATUS          PIC X(02) VALUE "00".
001870         88  WS-SNAP-OK                  VALUE "00".
001880         88  WS-SNAP-NOT-FOUND           VALUE "35".
001890     05  WS-AUDITPOS-STATUS      PIC X(02) VALUE "00".
001900         88  WS-AUDITPOS-OK              VALUE "00".
001910         88  WS-AUDITPOS-NOT-FOUND       VALUE "35".
001920     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001930         88  WS-AUDITLOG-OK              VALUE "00".
001940         88  WS-AUDITLOG-NOT-FOUND       VALUE "35".
001950     05  WS-PUBLISH-STATUS       PIC X(02) VALUE "00".
001960         88  WS-PUBLISH-OK               VALUE "00".
001970         88  WS-PUBLISH-NOT-FOUND        VALUE "35".
001980     05  WS-HISTORY-STATUS       PIC X(02) VALUE "00".
001990         88  WS-HISTORY-OK               VALUE "00".
002000         88  WS-HISTORY-NOT-FOUND        VALUE "35".
002010     05  WS-CONFIRMED-STATUS     PIC X(02) VALUE "00".
002020         88  WS-CONFIRMED-OK             VALUE "00".
002030         88  WS-CONFIRMED-NOT-FOUND      VALUE "35".
002040     05  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
002050         88  WS-RUNCTL-OK                VALUE "00".
002060         88  WS-RUNCTL-NOT-FOUND         VALUE "35".
002070
002080*    THE FINDING CATEGORIES, IN REPORT ORDER.  WS-CAT-SAFE "Y"
002090*    MARKS A CATEGORY A FIX CARD MAY CLEAR - REMOVING THE ROW
002100*    LOSES NOTHING THE OWNING JOB WOULD NOT REBUILD OR NEVER
002110*    NEEDED.
002120 01  WS-CATEGORY-VALUES.
002130     05  FILLER                  PIC X(53) VALUE
002140         "ORPH-POSTNPOST-MASTER ROWS, PROFILE NOT ON MASTER".
002150     05  FILLER                  PIC X(53) VALUE
002160         "ORPH-LINKNPROFLINKS LINES FOR A PROFILE NOT ON MASTER".
002170     05  FILLER                  PIC X(53) VALUE
002180         "GENX-MISSYGENINDEX SLOTS NAMING A MISSING SNAPSHOT".
002190     05  FILLER                  PIC X(53) VALUE
002200         "APOS-ORPHYAUDITPOS ROWS FOR A PROFILE NOT ON MASTER".
002210     05  FILLER                  PIC X(53) VALUE
002220         "APOS-DIFFNAUDITPOS ROWS DISAGREEING WITH AUDITLOG".
002230     05  FILLER                  PIC X(53) VALUE
002240         "TRIG-RETDNPENDING TRIGGERS FOR RETIRED PROFILES".
002250     05  FILLER                  PIC X(53) VALUE
002260         "CONF-AHEDNCONFIRMED STAMPS NEWER THAN ANY ACK".
002270     05  FILLER                  PIC X(53) VALUE
002280         "RCTL-LEFTNRUN-CONTROL START RECORDS, GROUP UNUSED".
002290 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
002300     05  WS-CAT-ENTRY            OCCURS 8 TIMES.
002310         10  WS-CAT-CODE         PIC X(09).
002320         10  WS-CAT-SAFE         PIC X(01).
002330         10  WS-CAT-DESC         PIC X(43).
002340
002350 01  WS-CATEGORY-COUNTS.
002360     05  WS-CC-ENTRY             OCCURS 8 TIMES.
002370         10  WS-CC-FOUND         PIC 9(05) COMP.
002380         10  WS-CC-FIXED         PIC 9(05) COMP.
002390         10  WS-CC-FIX-SW        PIC X(01).
002400             88  WS-CC-FIX-ON            VALUE "Y".
002410
002420*    CATEGORY SUBSCRIPTS, SO THE CHECKS READ BY NAME
002430 01  WS-CATEGORY-NUMBERS.
002440     05  WS-CAT-ORPH-POST        PIC 9(02) COMP VALUE 1.
002450     05  WS-CAT-ORPH-LINK        PIC 9(02) COMP VALUE 2.
002460     05  WS-CAT-GENX-MISS        PIC 9(02) COMP VALUE 3.
002470     05  WS-CAT-APOS-ORPH        PIC 9(02) COMP VALUE 4.
002480     05  WS-CAT-APOS-DIFF        PIC 9(02) COMP VALUE 5.
002490     05  WS-CAT-TRIG-RETD        PIC 9(02) COMP VALUE 6.
002500     05  WS-CAT-CONF-AHED        PIC 9(02) COMP VALUE 7.
002510     05  WS-CAT-RCTL-LEFT        PIC 9(02) COMP VALUE 8.
002520
002530*    EVERY PROFILE ON THE MASTER
002540 01  WS-MASTER-TABLE.
002550     05  WS-PM-COUNT             PIC 9(03) COMP VALUE ZERO.
002560     05  WS-PM-ENTRY             OCCURS 500 TIMES.
002570         10  WS-PM-PROFILE-ID    PIC X(10).
002580         10  WS-PM-STATUS        PIC X(08).
002590         10  WS-PM-RUN-GROUP     PIC X(02).
002600
002610*    THE NEWEST LIVE AUDITLOG.DAT RECORD PER PROFILE
002620 01  WS-NEWEST-LOG-TABLE.
002630     05  WS-NL-COUNT             PIC 9(03) COMP VALUE ZERO.
002640     05  WS-NL-ENTRY             OCCURS 500 TIMES.
002650         10  WS-NL-PROFILE-ID    PIC X(10).
002660         10  WS-NL-STAMP.
002670             15  WS-NL-RUN-DATE  PIC 9(08).
002680             15  WS-NL-RUN-TIME  PIC 9(08).
002690         10  WS-NL-CHECKSUM      PIC 9(08).
002700
002710*    THE NEWEST ACK STAMP PER PROFILE ON PUBLISH-HISTORY.DAT OR
002720*    ON THE LIVE TRIGGER FILE (ACKS ROLL TO HISTORY ONLY ON THE
002730*    NEXT DISPATCH)
002740 01  WS-ACK-TABLE.
002750     05  WS-AK-COUNT             PIC 9(03) COMP VALUE ZERO.
002760     05  WS-AK-ENTRY             OCCURS 500 TIMES.
002770         10  WS-AK-PROFILE-ID    PIC X(10).
002780         10  WS-AK-STAMP         PIC X(16).
002790
002800*    ONE TRIGGER RECORD IN WORKING STORAGE, MIRRORING THE
002810*    PUBREADY COPYBOOK, SO HISTORY AND LIVE TRIGGERS GO THROUGH
002820*    ONE PARAGRAPH
002830 01  WS-TRIG-WORK.
002840     05  WS-TW-RUN-DATE          PIC 9(08).
002850     05  WS-TW-RUN-TIME          PIC 9(08).
002860     05  FILLER                  PIC X(01).
002870     05  WS-TW-PROGRAM-ID        PIC X(13).
002880     05  FILLER                  PIC X(01).
002890     05  WS-TW-PROFILE-ID        PIC X(10).
002900     05  FILLER                  PIC X(01).
002910     05  WS-TW-OUTPUT-PATH       PIC X(40).
002920     05  FILLER                  PIC X(01).
002930     05  WS-TW-ACK-STAMP.
002940         10  WS-TW-ACK-DATE      PIC X(08).
002950         10  FILLER              PIC X(01).
002960         10  WS-TW-ACK-TIME      PIC X(08).
002970
002980 01  WS-SUBSCRIPTS.
002990     05  WS-PM-IX                PIC 9(03) COMP VALUE ZERO.
003000     05  WS-NL-IX                PIC 9(03) COMP VALUE ZERO.
003010     05  WS-AK-IX                PIC 9(03) COMP VALUE ZERO.
003020     05  WS-CAT-IX               PIC 9(02) COMP VALUE ZERO.
003030     05  WS-GROUP-N              PIC 9(02) VALUE ZERO.
003040
003050 01  WS-SWEEP-FIELDS.
003060     05  WS-SEARCH-ID            PIC X(10).
003070     05  WS-SEARCH-GROUP         PIC X(02).
003080     05  WS-PREV-POST-ID         PIC X(10).
003090     05  WS-POST-ROWS            PIC 9(05) COMP VALUE ZERO.
003100     05  WS-LINK-LINE-NO         PIC 9(05) COMP VALUE ZERO.
003110     05  WS-SNAP-MISSING         PIC 9(01) VALUE ZERO.
003120     05  WS-SNAP-NAMED           PIC 9(01) VALUE ZERO.
003130     05  WS-FIRST-MISSING        PIC X(40).
003140     05  WS-ACK-STAMP            PIC X(16).
003150     05  WS-CONF-STAMP           PIC X(16).
003160
003170*    THE FINDING BEING REPORTED
003180 01  WS-FINDING.
003190     05  WS-FIND-CAT-IX          PIC 9(02) COMP VALUE ZERO.
003200     05  WS-FIND-PROFILE-ID      PIC X(10).
003210     05  WS-FIND-TEXT            PIC X(100).
003220     05  WS-FIND-ACTION          PIC X(08).
003230
003240 01  WS-REPORT-FIELDS.
003250     05  WS-RPT-COUNT            PIC ZZZZ9.
003260     05  WS-RPT-COUNT-2          PIC ZZZZ9.
003270     05  WS-RPT-LINE-NO          PIC ZZZZ9.
003280     05  WS-RPT-SLOT             PIC 9(02).
003290     05  WS-RPT-MISSING          PIC 9(01).
003300     05  WS-RPT-NAMED            PIC 9(01).
003310     05  WS-TOTAL-FOUND          PIC 9(05) COMP VALUE ZERO.
003320     05  WS-TOTAL-OPEN           PIC 9(05) COMP VALUE ZERO.
003330
003340 01  WS-ERROR-CHECK.
003350     05  WS-CHECK-FILE-NAME      PIC X(20).
003360     05  WS-CHECK-STATUS-CODE    PIC X(02).
003370
003380 PROCEDURE DIVISION.
003390*------------------------------------------------------------------*
003400* 0000-MAINLINE                                                    *
003410*------------------------------------------------------------------*
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
003450     PERFORM 2500-LOAD-NEWEST-AUDIT THRU 2500-EXIT.
003460     DISPLAY " " UPON CONSOLE.
003470     DISPLAY "  CATEGORY   PROFILE     ACTION   FINDING"
003480         UPON CONSOLE.
003490     PERFORM 3000-CHECK-POSTS THRU 3000-EXIT.
003500     PERFORM 3200-CHECK-LINKS THRU 3200-EXIT.
003510     PERFORM 3400-CHECK-GENINDEX THRU 3400-EXIT.
003520     PERFORM 3600-CHECK-AUDITPOS THRU 3600-EXIT.
003530     PERFORM 3800-CHECK-TRIGGERS THRU 3800-EXIT.
003540     PERFORM 4000-CHECK-CONFIRMED THRU 4000-EXIT.
003550     PERFORM 4500-CHECK-RUN-CONTROLS THRU 4500-EXIT.
003560     PERFORM 8000-CONSUME-FIX-CARDS THRU 8000-EXIT.
003570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003580     STOP RUN.
003590
003600*------------------------------------------------------------------*
003610* 1000-INITIALIZE - TAKE THE FIX CARDS                             *
003620*------------------------------------------------------------------*
003630 1000-INITIALIZE.
003640     DISPLAY "INTEGRITYSWEEP: CROSS-FILE REFERENTIAL INTEGRITY "
003650         "SWEEP" UPON CONSOLE.
003660     MOVE 1 TO WS-CAT-IX.
003670     PERFORM 1050-CLEAR-ONE-COUNT THRU 1050-EXIT
003680         UNTIL WS-CAT-IX > 8.
003690     OPEN INPUT SWEEP-FIX-FILE.
003700     IF WS-FIX-NOT-FOUND
003710         GO TO 1000-EXIT
003720     END-IF.
003730     MOVE "SWEEP-FIX-FILE" TO WS-CHECK-FILE-NAME.
003740     MOVE WS-FIX-STATUS TO WS-CHECK-STATUS-CODE.
003750     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003760     MOVE "N" TO WS-FIX-SW.
003770     PERFORM 1100-TAKE-FIX-CARD THRU 1100-EXIT
003780         UNTIL WS-FIX-EOF.
003790     CLOSE SWEEP-FIX-FILE.
003800 1000-EXIT.
003810     EXIT.
003820
003830 1050-CLEAR-ONE-COUNT.
003840     MOVE ZERO TO WS-CC-FOUND (WS-CAT-IX).
003850     MOVE ZERO TO WS-CC-FIXED (WS-CAT-IX).
003860     MOVE "N" TO WS-CC-FIX-SW (WS-CAT-IX).
003870     ADD 1 TO WS-CAT-IX.
003880 1050-EXIT.
003890     EXIT.
003900
003910 1100-TAKE-FIX-CARD.
003920     READ SWEEP-FIX-FILE
003930         AT END
003940             SET WS-FIX-EOF TO TRUE
003950             GO TO 1100-EXIT
003960     END-READ.
003970     MOVE "Y" TO WS-FIX-CARDS-SW.
003980     IF SX-CATEGORY = SPACES
003990         GO TO 1100-EXIT
004000     END-IF.
004010     MOVE 1 TO WS-CAT-IX.
004020     PERFORM 1110-MATCH-FIX-CATEGORY THRU 1110-EXIT
004030         UNTIL WS-CAT-IX > 8
004040            OR WS-CAT-CODE (WS-CAT-IX) = SX-CATEGORY.
004050     IF WS-CAT-IX > 8
004060         DISPLAY "  FIX CARD " SX-CATEGORY " IGNORED - UNKNOWN "
004070             "CATEGORY" UPON CONSOLE
004080         GO TO 1100-EXIT
004090     END-IF.
004100     IF WS-CAT-SAFE (WS-CAT-IX) NOT = "Y"
004110         DISPLAY "  FIX CARD " SX-CATEGORY " IGNORED - NOT A "
004120             "CATEGORY THE SWEEP MAY CLEAR" UPON CONSOLE
004130         GO TO 1100-EXIT
004140     END-IF.
004150     MOVE "Y" TO WS-CC-FIX-SW (WS-CAT-IX).
004160     DISPLAY "  FIX MODE - " SX-CATEGORY " FINDINGS WILL BE "
004170         "CLEARED" UPON CONSOLE.
004180 1100-EXIT.
004190     EXIT.
004200
004210 1110-MATCH-FIX-CATEGORY.
004220     ADD 1 TO WS-CAT-IX.
004230 1110-EXIT.
004240     EXIT.
004250
004260*------------------------------------------------------------------*
004270* 2000-LOAD-MASTER - EVERY PROFILE-ID, STATUS AND RUN GROUP.  NO   *
004280*                    MASTER MEANS EVERY ROW ANYWHERE WOULD READ AS *
004290*                    AN ORPHAN - THE SWEEP REFUSES TO RUN (AND     *
004300*                    ABOVE ALL TO FIX) AGAINST NOTHING.            *
004310*------------------------------------------------------------------*
004320 2000-LOAD-MASTER.
004330     OPEN INPUT PROFILE-MASTER.
004340     IF WS-PROFILE-NOT-FOUND
004350         DISPLAY "INTEGRITYSWEEP: NO PROFILE-MASTER.DAT - SWEEP "
004360             "NOT RUN" UPON CONSOLE
004370         GO TO 9999-ABEND
004380     END-IF.
004390     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
004400     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
004410     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004420     MOVE "N" TO WS-PROFILE-SW.
004430     PERFORM 2100-TABLE-ONE-PROFILE THRU 2100-EXIT
004440         UNTIL WS-PROFILE-EOF.
004450     CLOSE PROFILE-MASTER.
004460     MOVE WS-PM-COUNT TO WS-RPT-COUNT.
004470     DISPLAY "  PROFILES ON MASTER = " WS-RPT-COUNT UPON CONSOLE.
004480 2000-EXIT.
004490     EXIT.
004500
004510 2100-TABLE-ONE-PROFILE.
004520     READ PROFILE-MASTER
004530         AT END
004540             SET WS-PROFILE-EOF TO TRUE
004550             GO TO 2100-EXIT
004560     END-READ.
004570     IF WS-PM-COUNT = 500
004580         DISPLAY "INTEGRITYSWEEP: MORE THAN 500 PROFILES - "
004590             "ENLARGE WS-MASTER-TABLE" UPON CONSOLE
004600         GO TO 9999-ABEND
004610     END-IF.
004620     ADD 1 TO WS-PM-COUNT.
004630     MOVE PM-PROFILE-ID TO WS-PM-PROFILE-ID (WS-PM-COUNT).
004640     MOVE PM-STATUS TO WS-PM-STATUS (WS-PM-COUNT).
004650     MOVE PM-RUN-GROUP TO WS-PM-RUN-GROUP (WS-PM-COUNT).
004660 2100-EXIT.
004670     EXIT.
004680
004690*    LOOK UP WS-SEARCH-ID ON THE MASTER TABLE
004700 2200-FIND-PROFILE.
004710     MOVE "N" TO WS-PM-FOUND-SW.
004720     MOVE 1 TO WS-PM-IX.
004730     PERFORM 2210-MATCH-ONE-PROFILE THRU 2210-EXIT
004740         UNTIL WS-PM-FOUND OR WS-PM-IX > WS-PM-COUNT.
004750 2200-EXIT.
004760     EXIT.
004770
004780 2210-MATCH-ONE-PROFILE.
004790     IF WS-PM-PROFILE-ID (WS-PM-IX) = WS-SEARCH-ID
004800         MOVE "Y" TO WS-PM-FOUND-SW
004810     ELSE
004820         ADD 1 TO WS-PM-IX
004830     END-IF.
004840 2210-EXIT.
004850     EXIT.
004860
004870*------------------------------------------------------------------*
004880* 2500-LOAD-NEWEST-AUDIT - THE NEWEST LIVE AUDITLOG.DAT RECORD PER *
004890*                          PROFILE.  A PROFILE WHOSE RECORDS ARE   *
004900*                          ALL ARCHIVED HAS NONE, AND ITS AUDITPOS *
004910*                          ROW IS THEN TAKEN ON TRUST.             *
004920*------------------------------------------------------------------*
004930 2500-LOAD-NEWEST-AUDIT.
004940     OPEN INPUT AUDITLOG-FILE.
004950     IF WS-AUDITLOG-NOT-FOUND
004960         GO TO 2500-EXIT
004970     END-IF.
004980     MOVE "AUDITLOG-FILE" TO WS-CHECK-FILE-NAME.
004990     MOVE WS-AUDITLOG-STATUS TO WS-CHECK-STATUS-CODE.
005000     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005010     MOVE "N" TO WS-AUDITLOG-SW.
005020     PERFORM 2510-NOTE-ONE-AUDIT THRU 2510-EXIT
005030         UNTIL WS-AUDITLOG-EOF.
005040     CLOSE AUDITLOG-FILE.
005050 2500-EXIT.
005060     EXIT.
005070
005080 2510-NOTE-ONE-AUDIT.
005090     READ AUDITLOG-FILE
005100         AT END
005110             SET WS-AUDITLOG-EOF TO TRUE
005120             GO TO 2510-EXIT
005130     END-READ.
005140     MOVE AL-PROFILE-ID TO WS-SEARCH-ID.
005150     PERFORM 2550-FIND-NEWEST-LOG THRU 2550-EXIT.
005160     IF NOT WS-NL-FOUND
005170         IF WS-NL-COUNT = 500
005180             GO TO 2510-EXIT
005190         END-IF
005200         ADD 1 TO WS-NL-COUNT
005210         MOVE WS-NL-COUNT TO WS-NL-IX
005220         MOVE AL-PROFILE-ID TO WS-NL-PROFILE-ID (WS-NL-IX)
005230         MOVE ZERO TO WS-NL-RUN-DATE (WS-NL-IX)
005240         MOVE ZERO TO WS-NL-RUN-TIME (WS-NL-IX)
005250     END-IF.
005260     IF AL-RUN-DATE > WS-NL-RUN-DATE (WS-NL-IX)
005270        OR (AL-RUN-DATE = WS-NL-RUN-DATE (WS-NL-IX)
005280            AND AL-RUN-TIME NOT < WS-NL-RUN-TIME (WS-NL-IX))
005290         MOVE AL-RUN-DATE TO WS-NL-RUN-DATE (WS-NL-IX)
005300         MOVE AL-RUN-TIME TO WS-NL-RUN-TIME (WS-NL-IX)
005310         MOVE AL-CONTENT-CHECKSUM TO WS-NL-CHECKSUM (WS-NL-IX)
005320     END-IF.
005330 2510-EXIT.
005340     EXIT.
005350
005360 2550-FIND-NEWEST-LOG.
005370     MOVE "N" TO WS-NL-FOUND-SW.
005380     MOVE 1 TO WS-NL-IX.
005390     PERFORM 2560-MATCH-ONE-LOG THRU 2560-EXIT
005400         UNTIL WS-NL-FOUND OR WS-NL-IX > WS-NL-COUNT.
005410 2550-EXIT.
005420     EXIT.
005430
005440 2560-MATCH-ONE-LOG.
005450     IF WS-NL-PROFILE-ID (WS-NL-IX) = WS-SEARCH-ID
005460         MOVE "Y" TO WS-NL-FOUND-SW
005470     ELSE
005480         ADD 1 TO WS-NL-IX
005490     END-IF.
005500 2560-EXIT.
005510     EXIT.
005520
005530*------------------------------------------------------------------*
005540* 3000-CHECK-POSTS - POST-MASTER ROWS FOR A PROFILE-ID NOT ON THE  *
005550*                    MASTER, ONE FINDING PER PROFILE WITH ITS ROW  *
005560*                    COUNT (THE ROWS COME BACK IN PROFILE ORDER)   *
005570*------------------------------------------------------------------*
005580 3000-CHECK-POSTS.
005590     OPEN INPUT POST-MASTER-FILE.
005600     IF WS-POSTMAST-NOT-FOUND
005610         GO TO 3000-EXIT
005620     END-IF.
005630     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
005640     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
005650     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005660     MOVE SPACES TO WS-PREV-POST-ID.
005670     MOVE ZERO TO WS-POST-ROWS.
005680     MOVE "N" TO WS-POSTMAST-SW.
005690     PERFORM 3100-CHECK-ONE-POST THRU 3100-EXIT
005700         UNTIL WS-POSTMAST-EOF.
005710     PERFORM 3150-REPORT-POST-ORPHAN THRU 3150-EXIT.
005720     CLOSE POST-MASTER-FILE.
005730 3000-EXIT.
005740     EXIT.
005750
005760 3100-CHECK-ONE-POST.
005770     READ POST-MASTER-FILE NEXT RECORD
005780         AT END
005790             SET WS-POSTMAST-EOF TO TRUE
005800             GO TO 3100-EXIT
005810     END-READ.
005820     IF PO-PROFILE-ID = WS-PREV-POST-ID
005830         ADD 1 TO WS-POST-ROWS
005840         GO TO 3100-EXIT
005850     END-IF.
005860     PERFORM 3150-REPORT-POST-ORPHAN THRU 3150-EXIT.
005870     MOVE PO-PROFILE-ID TO WS-PREV-POST-ID.
005880     MOVE 1 TO WS-POST-ROWS.
005890 3100-EXIT.
005900     EXIT.
005910
005920*    THE PROFILE JUST FINISHED - AN ORPHAN IF NOT ON THE MASTER
005930 3150-REPORT-POST-ORPHAN.
005940     IF WS-POST-ROWS = ZERO
005950         GO TO 3150-EXIT
005960     END-IF.
005970     MOVE WS-PREV-POST-ID TO WS-SEARCH-ID.
005980     PERFORM 2200-FIND-PROFILE THRU 2200-EXIT.
005990     IF WS-PM-FOUND
006000         GO TO 3150-EXIT
006010     END-IF.
006020     MOVE WS-POST-ROWS TO WS-RPT-COUNT.
006030     MOVE WS-CAT-ORPH-POST TO WS-FIND-CAT-IX.
006040     MOVE WS-PREV-POST-ID TO WS-FIND-PROFILE-ID.
006050     MOVE SPACES TO WS-FIND-TEXT.
006060     STRING WS-RPT-COUNT DELIMITED BY SIZE
006070             " POST-MASTER ROW(S) - PROFILE NOT ON MASTER"
006080             DELIMITED BY SIZE
006090         INTO WS-FIND-TEXT
006100     END-STRING.
006110     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
006120 3150-EXIT.
006130     EXIT.
006140
006150*------------------------------------------------------------------*
006160* 3200-CHECK-LINKS - PROFLINKS.DAT LINES FOR A PROFILE-ID NOT ON   *
006170*                    THE MASTER                                    *
006180*------------------------------------------------------------------*
006190 3200-CHECK-LINKS.
006200     OPEN INPUT PROFLINKS-FILE.
006210     IF WS-LINKS-NOT-FOUND
006220         GO TO 3200-EXIT
006230     END-IF.
006240     MOVE "PROFLINKS-FILE" TO WS-CHECK-FILE-NAME.
006250     MOVE WS-LINKS-STATUS TO WS-CHECK-STATUS-CODE.
006260     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006270     MOVE ZERO TO WS-LINK-LINE-NO.
006280     MOVE "N" TO WS-LINKS-SW.
006290     PERFORM 3300-CHECK-ONE-LINK THRU 3300-EXIT
006300         UNTIL WS-LINKS-EOF.
006310     CLOSE PROFLINKS-FILE.
006320 3200-EXIT.
006330     EXIT.
006340
006350 3300-CHECK-ONE-LINK.
006360     READ PROFLINKS-FILE
006370         AT END
006380             SET WS-LINKS-EOF TO TRUE
006390             GO TO 3300-EXIT
006400     END-READ.
006410     ADD 1 TO WS-LINK-LINE-NO.
006420     IF PL-PROFILE-ID = SPACES
006430         GO TO 3300-EXIT
006440     END-IF.
006450     MOVE PL-PROFILE-ID TO WS-SEARCH-ID.
006460     PERFORM 2200-FIND-PROFILE THRU 2200-EXIT.
006470     IF WS-PM-FOUND
006480         GO TO 3300-EXIT
006490     END-IF.
006500     MOVE WS-LINK-LINE-NO TO WS-RPT-LINE-NO.
006510     MOVE WS-CAT-ORPH-LINK TO WS-FIND-CAT-IX.
006520     MOVE PL-PROFILE-ID TO WS-FIND-PROFILE-ID.
006530     MOVE SPACES TO WS-FIND-TEXT.
006540     STRING "LINE " DELIMITED BY SIZE
006550             WS-RPT-LINE-NO DELIMITED BY SIZE
006560             " " DELIMITED BY SIZE
006570             PL-LABEL DELIMITED BY SIZE
006580             " - PROFILE NOT ON MASTER" DELIMITED BY SIZE
006590         INTO WS-FIND-TEXT
006600     END-STRING.
006610     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
006620 3300-EXIT.
006630     EXIT.
006640
006650*------------------------------------------------------------------*
006660* 3400-CHECK-GENINDEX - GENERATION SLOTS WHOSE MARKDOWN, ANNOUNCE, *
006670*                       HTML OR FEED SNAPSHOT FILE IS GONE -       *
006680*                       RESTOREPROFILE WOULD FAIL ON THEM.  UNDER  *
006690*                       A GENX-MISS FIX CARD THE SLOT IS DELETED   *
006700*                       (WRITEMARKDOWN REFILLS IT ON THE NEXT      *
006710*                       CHANGE).                                   *
006720*------------------------------------------------------------------*
006730 3400-CHECK-GENINDEX.
006740     IF WS-CC-FIX-ON (WS-CAT-GENX-MISS)
006750         OPEN I-O GENINDEX-FILE
006760     ELSE
006770         OPEN INPUT GENINDEX-FILE
006780     END-IF.
006790     IF WS-GENINDEX-NOT-FOUND
006800         GO TO 3400-EXIT
006810     END-IF.
006820     MOVE "GENINDEX-FILE" TO WS-CHECK-FILE-NAME.
006830     MOVE WS-GENINDEX-STATUS TO WS-CHECK-STATUS-CODE.
006840     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006850     MOVE "N" TO WS-GENINDEX-SW.
006860     PERFORM 3500-CHECK-ONE-GENERATION THRU 3500-EXIT
006870         UNTIL WS-GENINDEX-EOF.
006880     CLOSE GENINDEX-FILE.
006890 3400-EXIT.
006900     EXIT.
006910
006920 3500-CHECK-ONE-GENERATION.
006930     READ GENINDEX-FILE NEXT RECORD
006940         AT END
006950             SET WS-GENINDEX-EOF TO TRUE
006960             GO TO 3500-EXIT
006970     END-READ.
006980     MOVE ZERO TO WS-SNAP-MISSING.
006990     MOVE ZERO TO WS-SNAP-NAMED.
007000     MOVE SPACES TO WS-FIRST-MISSING.
007010     MOVE GX-MD-PATH TO WS-SNAP-PATH.
007020     PERFORM 3550-CHECK-SNAPSHOT THRU 3550-EXIT.
007030     MOVE GX-AN-PATH TO WS-SNAP-PATH.
007040     PERFORM 3550-CHECK-SNAPSHOT THRU 3550-EXIT.
007050     MOVE GX-HT-PATH TO WS-SNAP-PATH.
007060     PERFORM 3550-CHECK-SNAPSHOT THRU 3550-EXIT.
007070     MOVE GX-FD-PATH TO WS-SNAP-PATH.
007080     PERFORM 3550-CHECK-SNAPSHOT THRU 3550-EXIT.
007090     IF WS-SNAP-MISSING = ZERO
007100         GO TO 3500-EXIT
007110     END-IF.
007120     MOVE "N" TO WS-FIND-FIXED-SW.
007130     IF WS-CC-FIX-ON (WS-CAT-GENX-MISS)
007140         DELETE GENINDEX-FILE
007150         MOVE "GENINDEX-FILE" TO WS-CHECK-FILE-NAME
007160         MOVE WS-GENINDEX-STATUS TO WS-CHECK-STATUS-CODE
007170         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
007180         MOVE "Y" TO WS-FIND-FIXED-SW
007190     END-IF.
007200     MOVE GX-SLOT TO WS-RPT-SLOT.
007210     MOVE WS-SNAP-MISSING TO WS-RPT-MISSING.
007220     MOVE WS-SNAP-NAMED TO WS-RPT-NAMED.
007230     MOVE WS-CAT-GENX-MISS TO WS-FIND-CAT-IX.
007240     MOVE GX-PROFILE-ID TO WS-FIND-PROFILE-ID.
007250     MOVE SPACES TO WS-FIND-TEXT.
007260     STRING "SLOT " DELIMITED BY SIZE
007270             WS-RPT-SLOT DELIMITED BY SIZE
007280             " - " DELIMITED BY SIZE
007290             WS-RPT-MISSING DELIMITED BY SIZE
007300             " OF " DELIMITED BY SIZE
007310             WS-RPT-NAMED DELIMITED BY SIZE
007320             " SNAPSHOTS GONE, FIRST " DELIMITED BY SIZE
007330             WS-FIRST-MISSING DELIMITED BY SPACE
007340         INTO WS-FIND-TEXT
007350     END-STRING.
007360     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
007370 3500-EXIT.
007380     EXIT.
007390
007400*    DOES THE SNAPSHOT NAMED IN WS-SNAP-PATH EXIST?  A BLANK PATH
007410*    (A FEED SNAPSHOT TAKEN BEFORE THE PROFILE HAD A FEED) IS NOT
007420*    COUNTED.
007430 3550-CHECK-SNAPSHOT.
007440     IF WS-SNAP-PATH = SPACES
007450         GO TO 3550-EXIT
007460     END-IF.
007470     ADD 1 TO WS-SNAP-NAMED.
007480     OPEN INPUT SNAPSHOT-CHECK-FILE.
007490     IF WS-SNAP-NOT-FOUND
007500         ADD 1 TO WS-SNAP-MISSING
007510         IF WS-FIRST-MISSING = SPACES
007520             MOVE WS-SNAP-PATH TO WS-FIRST-MISSING
007530         END-IF
007540         GO TO 3550-EXIT
007550     END-IF.
007560     IF WS-SNAP-OK
007570         CLOSE SNAPSHOT-CHECK-FILE
007580     END-IF.
007590 3550-EXIT.
007600     EXIT.
007610
007620*------------------------------------------------------------------*
007630* 3600-CHECK-AUDITPOS - POSITION ROWS FOR A PROFILE NOT ON THE     *
007640*                       MASTER (CLEARED UNDER AN APOS-ORPH FIX     *
007650*                       CARD - NOTHING READS THEM), AND ROWS WHOSE *
007660*                       STAMP OR CHECKSUM DISAGREES WITH THE       *
007670*                       NEWEST LIVE AUDITLOG.DAT RECORD            *
007680*------------------------------------------------------------------*
007690 3600-CHECK-AUDITPOS.
007700     IF WS-CC-FIX-ON (WS-CAT-APOS-ORPH)
007710         OPEN I-O AUDITPOS-FILE
007720     ELSE
007730         OPEN INPUT AUDITPOS-FILE
007740     END-IF.
007750     IF WS-AUDITPOS-NOT-FOUND
007760         GO TO 3600-EXIT
007770     END-IF.
007780     MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME.
007790     MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE.
007800     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007810     MOVE "N" TO WS-AUDITPOS-SW.
007820     PERFORM 3700-CHECK-ONE-POSITION THRU 3700-EXIT
007830         UNTIL WS-AUDITPOS-EOF.
007840     CLOSE AUDITPOS-FILE.
007850 3600-EXIT.
007860     EXIT.
007870
007880 3700-CHECK-ONE-POSITION.
007890     READ AUDITPOS-FILE NEXT RECORD
007900         AT END
007910             SET WS-AUDITPOS-EOF TO TRUE
007920             GO TO 3700-EXIT
007930     END-READ.
007940     MOVE AP-PROFILE-ID TO WS-SEARCH-ID.
007950     PERFORM 2200-FIND-PROFILE THRU 2200-EXIT.
007960     IF NOT WS-PM-FOUND
007970         PERFORM 3750-REPORT-POSITION-ORPHAN THRU 3750-EXIT
007980         GO TO 3700-EXIT
007990     END-IF.
008000     PERFORM 2550-FIND-NEWEST-LOG THRU 2550-EXIT.
008010     IF NOT WS-NL-FOUND
008020         GO TO 3700-EXIT
008030     END-IF.
008040     IF AP-RUN-DATE = WS-NL-RUN-DATE (WS-NL-IX)
008050        AND AP-RUN-TIME = WS-NL-RUN-TIME (WS-NL-IX)
008060        AND AP-CONTENT-CHECKSUM = WS-NL-CHECKSUM (WS-NL-IX)
008070         GO TO 3700-EXIT
008080     END-IF.
008090     MOVE WS-CAT-APOS-DIFF TO WS-FIND-CAT-IX.
008100     MOVE AP-PROFILE-ID TO WS-FIND-PROFILE-ID.
008110     MOVE SPACES TO WS-FIND-TEXT.
008120     STRING "POSITION " DELIMITED BY SIZE
008130             AP-RUN-DATE DELIMITED BY SIZE
008140             " " DELIMITED BY SIZE
008150             AP-RUN-TIME DELIMITED BY SIZE
008160             " SUM " DELIMITED BY SIZE
008170             AP-CONTENT-CHECKSUM DELIMITED BY SIZE
008180             ", NEWEST AUDITLOG " DELIMITED BY SIZE
008190             WS-NL-RUN-DATE (WS-NL-IX) DELIMITED BY SIZE
008200             " " DELIMITED BY SIZE
008210             WS-NL-RUN-TIME (WS-NL-IX) DELIMITED BY SIZE
008220             " SUM " DELIMITED BY SIZE
008230             WS-NL-CHECKSUM (WS-NL-IX) DELIMITED BY SIZE
008240         INTO WS-FIND-TEXT
008250     END-STRING.
008260     MOVE "N" TO WS-FIND-FIXED-SW.
008270     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
008280 3700-EXIT.
008290     EXIT.
008300
008310 3750-REPORT-POSITION-ORPHAN.
008320     MOVE "N" TO WS-FIND-FIXED-SW.
008330     IF WS-CC-FIX-ON (WS-CAT-APOS-ORPH)
008340         DELETE AUDITPOS-FILE
008350         MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
008360         MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
008370         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
008380         MOVE "Y" TO WS-FIND-FIXED-SW
008390     END-IF.
008400     MOVE WS-CAT-APOS-ORPH TO WS-FIND-CAT-IX.
008410     MOVE AP-PROFILE-ID TO WS-FIND-PROFILE-ID.
008420     MOVE SPACES TO WS-FIND-TEXT.
008430     STRING "POSITION " DELIMITED BY SIZE
008440             AP-RUN-DATE DELIMITED BY SIZE
008450             " " DELIMITED BY SIZE
008460             AP-RUN-TIME DELIMITED BY SIZE
008470             " - PROFILE NOT ON MASTER" DELIMITED BY SIZE
008480         INTO WS-FIND-TEXT
008490     END-STRING.
008500     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
008510 3750-EXIT.
008520     EXIT.
008530
008540*------------------------------------------------------------------*
008550* 3800-CHECK-TRIGGERS - PENDING (UNACKED) PUBLISH TRIGGERS FOR A   *
008560*                       PROFILE THAT IS RETIRED OR NO LONGER ON    *
008570*                       THE MASTER - THE NEXT DISPATCH WOULD       *
008580*                       PUBLISH A PROFILE THAT HAS BEEN STOOD DOWN *
008590*------------------------------------------------------------------*
008600 3800-CHECK-TRIGGERS.
008610     OPEN INPUT PUBLISH-READY-FILE.
008620     IF WS-PUBLISH-NOT-FOUND
008630         GO TO 3800-EXIT
008640     END-IF.
008650     MOVE "PUBLISH-READY-FILE" TO WS-CHECK-FILE-NAME.
008660     MOVE WS-PUBLISH-STATUS TO WS-CHECK-STATUS-CODE.
008670     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008680     MOVE "N" TO WS-PUBLISH-SW.
008690     PERFORM 3900-CHECK-ONE-TRIGGER THRU 3900-EXIT
008700         UNTIL WS-PUBLISH-EOF.
008710     CLOSE PUBLISH-READY-FILE.
008720 3800-EXIT.
008730     EXIT.
008740
008750 3900-CHECK-ONE-TRIGGER.
008760     READ PUBLISH-READY-FILE
008770         AT END
008780             SET WS-PUBLISH-EOF TO TRUE
008790             GO TO 3900-EXIT
008800     END-READ.
008810     IF NOT PR-NOT-ACKED
008820         GO TO 3900-EXIT
008830     END-IF.
008840     MOVE PR-PROFILE-ID TO WS-SEARCH-ID.
008850     PERFORM 2200-FIND-PROFILE THRU 2200-EXIT.
008860     MOVE SPACES TO WS-FIND-TEXT.
008870     IF WS-PM-FOUND
008880         IF WS-PM-STATUS (WS-PM-IX) NOT = "RETIRED"
008890             GO TO 3900-EXIT
008900         END-IF
008910         STRING "PENDING TRIGGER " DELIMITED BY SIZE
008920                 PR-RUN-DATE DELIMITED BY SIZE
008930                 " " DELIMITED BY SIZE
008940                 PR-RUN-TIME DELIMITED BY SIZE
008950                 " - PROFILE RETIRED" DELIMITED BY SIZE
008960             INTO WS-FIND-TEXT
008970         END-STRING
008980     ELSE
008990         STRING "PENDING TRIGGER " DELIMITED BY SIZE
009000                 PR-RUN-DATE DELIMITED BY SIZE
009010                 " " DELIMITED BY SIZE
009020                 PR-RUN-TIME DELIMITED BY SIZE
009030                 " - PROFILE NOT ON MASTER" DELIMITED BY SIZE
009040             INTO WS-FIND-TEXT
009050         END-STRING
009060     END-IF.
009070     MOVE "N" TO WS-FIND-FIXED-SW.
009080     MOVE WS-CAT-TRIG-RETD TO WS-FIND-CAT-IX.
009090     MOVE PR-PROFILE-ID TO WS-FIND-PROFILE-ID.
009100     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
009110 3900-EXIT.
009120     EXIT.
009130
009140*------------------------------------------------------------------*
009150* 4000-CHECK-CONFIRMED - A SETTLED-ACK STAMP ON PUBLISH-CONFIRMED  *
009160*                        NEWER THAN EVERY ACK ON FILE FOR THE      *
009170*                        PROFILE SETTLES ACKS THAT NEVER HAPPENED -*
009180*                        PUBLISHCONFIRM WOULD TREAT THE NEXT REAL  *
009190*                        ACK AS ALREADY ANSWERED.  ACKS ARE TAKEN  *
009200*                        FROM PUBLISH-HISTORY.DAT AND, AS          *
009210*                        PUBLISHCONFIRM DOES, THE LIVE TRIGGER     *
009220*                        FILE.                                     *
009230*------------------------------------------------------------------*
009240 4000-CHECK-CONFIRMED.
009250     OPEN INPUT CONFIRMED-FILE.
009260     IF WS-CONFIRMED-NOT-FOUND
009270         GO TO 4000-EXIT
009280     END-IF.
009290     MOVE "CONFIRMED-FILE" TO WS-CHECK-FILE-NAME.
009300     MOVE WS-CONFIRMED-STATUS TO WS-CHECK-STATUS-CODE.
009310     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009320     PERFORM 4100-LOAD-HISTORY-ACKS THRU 4100-EXIT.
009330     PERFORM 4200-LOAD-LIVE-ACKS THRU 4200-EXIT.
009340     MOVE "N" TO WS-CONFIRMED-SW.
009350     PERFORM 4400-CHECK-ONE-CONFIRMED THRU 4400-EXIT
009360         UNTIL WS-CONFIRMED-EOF.
009370     CLOSE CONFIRMED-FILE.
009380 4000-EXIT.
009390     EXIT.
009400
009410 4100-LOAD-HISTORY-ACKS.
009420     OPEN INPUT HISTORY-FILE.
009430     IF WS-HISTORY-NOT-FOUND
009440         GO TO 4100-EXIT
009450     END-IF.
009460     MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME.
009470     MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS-CODE.
009480     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009490     MOVE "N" TO WS-HISTORY-SW.
009500     PERFORM 4110-TRACK-HISTORY-ACK THRU 4110-EXIT
009510         UNTIL WS-HISTORY-EOF.
009520     CLOSE HISTORY-FILE.
009530 4100-EXIT.
009540     EXIT.
009550
009560 4110-TRACK-HISTORY-ACK.
009570     READ HISTORY-FILE
009580         AT END
009590             SET WS-HISTORY-EOF TO TRUE
009600             GO TO 4110-EXIT
009610     END-READ.
009620     MOVE PUBLISH-HISTORY-RECORD TO WS-TRIG-WORK.
009630     PERFORM 4300-TRACK-ACK THRU 4300-EXIT.
009640 4110-EXIT.
009650     EXIT.
009660
009670 4200-LOAD-LIVE-ACKS.
009680     OPEN INPUT PUBLISH-READY-FILE.
009690     IF WS-PUBLISH-NOT-FOUND
009700         GO TO 4200-EXIT
009710     END-IF.
009720     MOVE "PUBLISH-READY-FILE" TO WS-CHECK-FILE-NAME.
009730     MOVE WS-PUBLISH-STATUS TO WS-CHECK-STATUS-CODE.
009740     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009750     MOVE "N" TO WS-PUBLISH-SW.
009760     PERFORM 4210-TRACK-LIVE-ACK THRU 4210-EXIT
009770         UNTIL WS-PUBLISH-EOF.
009780     CLOSE PUBLISH-READY-FILE.
009790 4200-EXIT.
009800     EXIT.
009810
009820 4210-TRACK-LIVE-ACK.
009830     READ PUBLISH-READY-FILE
009840         AT END
009850             SET WS-PUBLISH-EOF TO TRUE
009860             GO TO 4210-EXIT
009870     END-READ.
009880     MOVE PUBLISH-READY-RECORD TO WS-TRIG-WORK.
009890     PERFORM 4300-TRACK-ACK THRU 4300-EXIT.
009900 4210-EXIT.
009910     EXIT.
009920
009930*    KEEP THE NEWEST ACK STAMP PER PROFILE.  A PENDING TRIGGER
009940*    CARRIES NO ACK AND IS PASSED OVER.
009950 4300-TRACK-ACK.
009960     IF WS-TW-ACK-DATE = SPACES
009970         GO TO 4300-EXIT
009980     END-IF.
009990     MOVE WS-TW-ACK-DATE TO WS-ACK-STAMP (1:8).
010000     MOVE WS-TW-ACK-TIME TO WS-ACK-STAMP (9:8).
010010     MOVE WS-TW-PROFILE-ID TO WS-SEARCH-ID.
010020     PERFORM 4350-FIND-ACK THRU 4350-EXIT.
010030     IF NOT WS-AK-FOUND
010040         IF WS-AK-COUNT = 500
010050             GO TO 4300-EXIT
010060         END-IF
010070         ADD 1 TO WS-AK-COUNT
010080         MOVE WS-AK-COUNT TO WS-AK-IX
010090         MOVE WS-TW-PROFILE-ID TO WS-AK-PROFILE-ID (WS-AK-IX)
010100         MOVE LOW-VALUES TO WS-AK-STAMP (WS-AK-IX)
010110     END-IF.
010120     IF WS-ACK-STAMP > WS-AK-STAMP (WS-AK-IX)
010130         MOVE WS-ACK-STAMP TO WS-AK-STAMP (WS-AK-IX)
010140     END-IF.
010150 4300-EXIT.
010160     EXIT.
010170
010180 4350-FIND-ACK.
010190     MOVE "N" TO WS-AK-FOUND-SW.
010200     MOVE 1 TO WS-AK-IX.
010210     PERFORM 4360-MATCH-ONE-ACK THRU 4360-EXIT
010220         UNTIL WS-AK-FOUND OR WS-AK-IX > WS-AK-COUNT.
010230 4350-EXIT.
010240     EXIT.
010250
010260 4360-MATCH-ONE-ACK.
010270     IF WS-AK-PROFILE-ID (WS-AK-IX) = WS-SEARCH-ID
010280         MOVE "Y" TO WS-AK-FOUND-SW
010290     ELSE
010300         ADD 1 TO WS-AK-IX
010310     END-IF.
010320 4360-EXIT.
010330     EXIT.
010340
010350 4400-CHECK-ONE-CONFIRMED.
010360     READ CONFIRMED-FILE
010370         AT END
010380             SET WS-CONFIRMED-EOF TO TRUE
010390             GO TO 4400-EXIT
010400     END-READ.
010410     IF PC-PROFILE-ID = SPACES
010420         GO TO 4400-EXIT
010430     END-IF.
010440     MOVE PC-ACK-DATE TO WS-CONF-STAMP (1:8).
010450     MOVE PC-ACK-TIME TO WS-CONF-STAMP (9:8).
010460     MOVE PC-PROFILE-ID TO WS-SEARCH-ID.
010470     PERFORM 4350-FIND-ACK THRU 4350-EXIT.
010480     MOVE SPACES TO WS-FIND-TEXT.
010490     IF WS-AK-FOUND
010500         IF WS-CONF-STAMP NOT > WS-AK-STAMP (WS-AK-IX)
010510             GO TO 4400-EXIT
010520         END-IF
010530         STRING "CONFIRMED ACK " DELIMITED BY SIZE
010540                 PC-ACK-DATE DELIMITED BY SIZE
010550                 " " DELIMITED BY SIZE
010560                 PC-ACK-TIME DELIMITED BY SIZE
010570                 ", NEWEST ACK ON FILE " DELIMITED BY SIZE
010580                 WS-AK-STAMP (WS-AK-IX) (1:8) DELIMITED BY SIZE
010590                 " " DELIMITED BY SIZE
010600                 WS-AK-STAMP (WS-AK-IX) (9:8) DELIMITED BY SIZE
010610             INTO WS-FIND-TEXT
010620         END-STRING
010630     ELSE
010640         STRING "CONFIRMED ACK " DELIMITED BY SIZE
010650                 PC-ACK-DATE DELIMITED BY SIZE
010660                 " " DELIMITED BY SIZE
010670                 PC-ACK-TIME DELIMITED BY SIZE
010680                 ", NO ACK ON FILE" DELIMITED BY SIZE
010690             INTO WS-FIND-TEXT
010700         END-STRING
010710     END-IF.
010720     MOVE "N" TO WS-FIND-FIXED-SW.
010730     MOVE WS-CAT-CONF-AHED TO WS-FIND-CAT-IX.
010740     MOVE PC-PROFILE-ID TO WS-FIND-PROFILE-ID.
010750     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
010760 4400-EXIT.
010770     EXIT.
010780
010790*------------------------------------------------------------------*
010800* 4500-CHECK-RUN-CONTROLS - A GROUPED WRITEMARKDOWN STREAM LOCKS   *
010810*                           data/RUN-CONTROL-G<NN>.DAT WITH A      *
010820*                           START RECORD.  ONE STILL HOLDING A     *
010830*                           START RECORD FOR A GROUP NO PROFILE    *
010840*                           USES ANY MORE IS A LEFTOVER LOCK.      *
010850*                           EVERY GROUP 01-99 IS LOOKED FOR.       *
010860*------------------------------------------------------------------*
010870 4500-CHECK-RUN-CONTROLS.
010880     MOVE 1 TO WS-GROUP-N.
010890     PERFORM 4600-CHECK-ONE-RUN-CONTROL THRU 4600-EXIT
010900         UNTIL WS-GROUP-N = 99.
010910     PERFORM 4600-CHECK-ONE-RUN-CONTROL THRU 4600-EXIT.
010920 4500-EXIT.
010930     EXIT.
010940
010950 4600-CHECK-ONE-RUN-CONTROL.
010960     MOVE WS-GROUP-N TO WS-SEARCH-GROUP.
010970     MOVE SPACES TO WS-RUNCTL-PATH.
010980     STRING "data/RUN-CONTROL-G" DELIMITED BY SIZE
010990             WS-SEARCH-GROUP DELIMITED BY SIZE
011000             ".DAT" DELIMITED BY SIZE
011010         INTO WS-RUNCTL-PATH
011020     END-STRING.
011030     OPEN INPUT RUNCTL-FILE.
011040     IF WS-RUNCTL-NOT-FOUND
011050         GO TO 4600-NEXT
011060     END-IF.
011070     MOVE "RUNCTL-FILE" TO WS-CHECK-FILE-NAME.
011080     MOVE WS-RUNCTL-STATUS TO WS-CHECK-STATUS-CODE.
011090     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011100     MOVE SPACES TO RUN-CONTROL-RECORD.
011110     READ RUNCTL-FILE
011120         AT END
011130             MOVE SPACES TO RUN-CONTROL-RECORD
011140     END-READ.
011150     CLOSE RUNCTL-FILE.
011160     IF NOT RC-TYPE-START
011170         GO TO 4600-NEXT
011180     END-IF.
011190     MOVE "N" TO WS-GROUP-USED-SW.
011200     MOVE 1 TO WS-PM-IX.
011210     PERFORM 4650-CHECK-ONE-GROUP-USER THRU 4650-EXIT
011220         UNTIL WS-GROUP-USED OR WS-PM-IX > WS-PM-COUNT.
011230     IF WS-GROUP-USED
011240         GO TO 4600-NEXT
011250     END-IF.
011260     MOVE "N" TO WS-FIND-FIXED-SW.
011270     MOVE WS-CAT-RCTL-LEFT TO WS-FIND-CAT-IX.
011280     MOVE SPACES TO WS-FIND-PROFILE-ID.
011290     MOVE SPACES TO WS-FIND-TEXT.
011300     STRING WS-RUNCTL-PATH DELIMITED BY SPACE
011310             " START RECORD, RUN " DELIMITED BY SIZE
011320             RC-RUN-ID DELIMITED BY SPACE
011330             " - NO PROFILE IN GROUP " DELIMITED BY SIZE
011340             WS-SEARCH-GROUP DELIMITED BY SIZE
011350         INTO WS-FIND-TEXT
011360     END-STRING.
011370     PERFORM 7000-REPORT-FINDING THRU 7000-EXIT.
011380 4600-NEXT.
011390     ADD 1 TO WS-GROUP-N.
011400 4600-EXIT.
011410     EXIT.
011420
011430 4650-CHECK-ONE-GROUP-USER.
011440     IF WS-PM-RUN-GROUP (WS-PM-IX) = WS-SEARCH-GROUP
011450         MOVE "Y" TO WS-GROUP-USED-SW
011460     ELSE
011470         ADD 1 TO WS-PM-IX
011480     END-IF.
011490 4650-EXIT.
011500     EXIT.
011510
011520*------------------------------------------------------------------*
011530* 7000-REPORT-FINDING - ONE EXCEPTION LINE: CATEGORY CODE,         *
011540*                       PROFILE-ID, THE FINDING AND WHETHER A FIX  *
011550*                       CARD CLEARED IT                            *
011560*------------------------------------------------------------------*
011570 7000-REPORT-FINDING.
011580     MOVE SPACES TO WS-FIND-ACTION.
011590     ADD 1 TO WS-CC-FOUND (WS-FIND-CAT-IX).
011600     IF WS-FIND-FIXED
011610         ADD 1 TO WS-CC-FIXED (WS-FIND-CAT-IX)
011620         MOVE "CLEARED" TO WS-FIND-ACTION
011630     END-IF.
011640     DISPLAY "  " WS-CAT-CODE (WS-FIND-CAT-IX) "  "
011650         WS-FIND-PROFILE-ID "  " WS-FIND-ACTION " " WS-FIND-TEXT
011660         UPON CONSOLE.
011670     MOVE "N" TO WS-FIND-FIXED-SW.
011680 7000-EXIT.
011690     EXIT.
011700
011710*------------------------------------------------------------------*
011720* 8000-CONSUME-FIX-CARDS - THE FIX CARDS GOVERN EXACTLY ONE SWEEP  *
011730*                          - EMPTY THE FILE SO NEXT WEEK'S RUN     *
011740*                          REPORTS WITHOUT CLEARING                *
011750*------------------------------------------------------------------*
011760 8000-CONSUME-FIX-CARDS.
011770     IF NOT WS-FIX-CARDS-READ
011780         GO TO 8000-EXIT
011790     END-IF.
011800     OPEN OUTPUT SWEEP-FIX-FILE.
011810     MOVE "SWEEP-FIX-FILE" TO WS-CHECK-FILE-NAME.
011820     MOVE WS-FIX-STATUS TO WS-CHECK-STATUS-CODE.
011830     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011840     CLOSE SWEEP-FIX-FILE.
011850 8000-EXIT.
011860     EXIT.
011870
011880*------------------------------------------------------------------*
011890* 9000-TERMINATE - COUNTS BY CATEGORY.  ANY FINDING LEFT UNCLEARED *
011900*                  ENDS THE RUN RC 4.                              *
011910*------------------------------------------------------------------*
011920 9000-TERMINATE.
011930     DISPLAY " " UPON CONSOLE.
011940     DISPLAY "INTEGRITYSWEEP: FINDINGS BY CATEGORY" UPON CONSOLE.
011950     DISPLAY "  CATEGORY   FOUND  CLEARED  DESCRIPTION"
011960         UPON CONSOLE.
011970     MOVE 1 TO WS-CAT-IX.
011980     PERFORM 9100-SHOW-ONE-CATEGORY THRU 9100-EXIT
011990         UNTIL WS-CAT-IX > 8.
012000     MOVE WS-TOTAL-FOUND TO WS-RPT-COUNT.
012010     DISPLAY "  TOTAL FINDINGS     = " WS-RPT-COUNT UPON CONSOLE.
012020     MOVE WS-TOTAL-OPEN TO WS-RPT-COUNT.
012030     DISPLAY "  LEFT OPEN          = " WS-RPT-COUNT UPON CONSOLE.
012040     IF WS-TOTAL-OPEN > ZERO
012050         MOVE 4 TO RETURN-CODE
012060     ELSE
012070         MOVE ZERO TO RETURN-CODE
012080     END-IF.
012090 9000-EXIT.
012100     EXIT.
012110
012120 9100-SHOW-ONE-CATEGORY.
012130     MOVE WS-CC-FOUND (WS-CAT-IX) TO WS-RPT-COUNT.
012140     MOVE WS-CC-FIXED (WS-CAT-IX) TO WS-RPT-COUNT-2.
012150     DISPLAY "  " WS-CAT-CODE (WS-CAT-IX) "  " WS-RPT-COUNT
012160         "    " WS-RPT-COUNT-2 "  " WS-CAT-DESC (WS-CAT-IX)
012170         UPON CONSOLE.
012180     ADD WS-CC-FOUND (WS-CAT-IX) TO WS-TOTAL-FOUND.
012190     COMPUTE WS-TOTAL-OPEN = WS-TOTAL-OPEN
012200         + WS-CC-FOUND (WS-CAT-IX) - WS-CC-FIXED (WS-CAT-IX).
012210     ADD 1 TO WS-CAT-IX.
012220 9100-EXIT.
012230     EXIT.
012240
012250*------------------------------------------------------------------*
012260* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
012270*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
012280*                     CODES TO THE FILE ERROR HANDLER              *
012290*------------------------------------------------------------------*
012300 9700-CHECK-STATUS.
012310     IF WS-CHECK-STATUS-CODE NOT = "00"
012320         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
012330     END-IF.
012340 9700-EXIT.
012350     EXIT.
012360
012370*------------------------------------------------------------------*
012380* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
012390*                   ABEND THE RUN                                  *
012400*------------------------------------------------------------------*
012410 9800-FILE-ERROR.
012420     DISPLAY "INTEGRITYSWEEP: FILE ERROR ON " WS-CHECK-FILE-NAME
012430         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
012440     GO TO 9999-ABEND.
012450 9800-EXIT.
012460     EXIT.
012470
012480*------------------------------------------------------------------*
012490* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
012500*------------------------------------------------------------------*
012510 9999-ABEND.
012520     MOVE 16 TO RETURN-CODE.
012530     STOP RUN.
