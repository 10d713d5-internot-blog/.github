000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ProfilePurge.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   RETIRED-PROFILE PURGE WITH RETIREMENT         *
000120*                  BUNDLES, RESTARTABLE FROM data/PURGE-LIST.DAT *
000130*----------------------------------------------------------------*
000140 ENVIRONMENT DIVISION.
000150 CONFIGURATION SECTION.
000160 SOURCE-COMPUTER. IBM-370.
000170 OBJECT-COMPUTER. IBM-370.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT PURGE-PARM-FILE ASSIGN TO "data/PURGE-PARM.DAT"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-PARM-STATUS.
000230
000240     SELECT PURGE-LIST-FILE ASSIGN TO "data/PURGE-LIST.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-LIST-STATUS.
000270
000280     SELECT PROFILE-MASTER ASSIGN TO "data/PROFILE-MASTER.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PM-PROFILE-ID
000320         FILE STATUS IS WS-PROFILE-STATUS.
000330
000340     SELECT POST-MASTER-FILE ASSIGN TO "data/POST-MASTER.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PO-POST-KEY
000380         FILE STATUS IS WS-POSTMAST-STATUS.
000390
000400     SELECT GENINDEX-FILE ASSIGN TO "data/GENINDEX.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS GX-GEN-KEY
000440         FILE STATUS IS WS-GENINDEX-STATUS.
000450
000460     SELECT AUDITPOS-FILE ASSIGN TO "data/AUDITPOS.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS AP-PROFILE-ID
000500         FILE STATUS IS WS-AUDITPOS-STATUS.
000510
000520     SELECT JOURNAL-FILE ASSIGN TO "data/PROFILE-JOURNAL.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JOURNAL-STATUS.
000550
000560     SELECT CARD-FILE ASSIGN TO DYNAMIC WS-CARD-PATH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CARD-STATUS.
000590
000600     SELECT CARD-KEEP-FILE ASSIGN TO DYNAMIC WS-CARD-KEEP-PATH
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-KEEP-STATUS.
000630
000640     SELECT MARKDOWN-FILE ASSIGN TO DYNAMIC WS-MARKDOWN-PATH
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MARKDOWN-STATUS.
000670
000680     SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-PATH
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BUNDLE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PURGE-PARM-FILE.
000750 01  PURGE-PARM-RECORD.
000760     05  PP-GRACE-DAYS           PIC X(03).
000770     05  FILLER                  PIC X(01).
000780     05  PP-RUN-MODE             PIC X(07).
000790
000800*    ONE LINE PER PROFILE BEING PURGED - THE SAME LAYOUT AS AN
000810*    ENTRY OF WS-PURGE-TABLE.
000820 FD  PURGE-LIST-FILE.
000830 01  PURGE-LIST-RECORD           PIC X(370).
000840
000850 FD  PROFILE-MASTER.
000860     COPY PROFILE.
000870
000880 FD  POST-MASTER-FILE.
000890     COPY POSTMAST.
000900
000910 FD  GENINDEX-FILE.
000920     COPY GENINDEX.
000930
000940 FD  AUDITPOS-FILE.
000950     COPY AUDITPOS.
000960
000970 FD  JOURNAL-FILE.
000980     COPY PROFJRNL.
000990
001000*    PROFILE-SEED.DAT, BLOGFEED.DAT AND PROFLINKS.DAT ALL CARRY
001010*    THE PROFILE-ID IN COLUMNS 1-10, SO ONE FILTER SERVES ALL
001020*    THREE CARD FILES.
001030 FD  CARD-FILE.
001040 01  CARD-RECORD.
001050     05  CD-PROFILE-ID           PIC X(10).
001060     05  CD-REST                 PIC X(290).
001070
001080 FD  CARD-KEEP-FILE.
001090 01  CARD-KEEP-RECORD            PIC X(300).
001100
001110 FD  MARKDOWN-FILE.
001120 01  MARKDOWN-RECORD             PIC X(80).
001130
001140 FD  BUNDLE-FILE.
001150 01  BUNDLE-RECORD.
001160     05  RB-TYPE                 PIC X(04).
001170     05  FILLER                  PIC X(01).
001180     05  RB-DATA                 PIC X(300).
001190
001200 WORKING-STORAGE SECTION.
001210 01  WS-CARD-PATH                PIC X(40).
001220 01  WS-CARD-KEEP-PATH           PIC X(40).
001230 01  WS-MARKDOWN-PATH            PIC X(40).
001240 01  WS-BUNDLE-PATH              PIC X(40).
001250 01  WS-DELETE-PATH              PIC X(40).
001260
001270 01  WS-SWITCHES.
001280     05  WS-LIST-SW              PIC X(01) VALUE "N".
001290         88  WS-LIST-EOF                 VALUE "Y".
001300     05  WS-PROFILE-SW           PIC X(01) VALUE "N".
001310         88  WS-PROFILE-EOF              VALUE "Y".
001320     05  WS-POSTMAST-SW          PIC X(01) VALUE "N".
001330         88  WS-POSTMAST-EOF             VALUE "Y".
001340     05  WS-GENINDEX-SW          PIC X(01) VALUE "N".
001350         88  WS-GENINDEX-EOF             VALUE "Y".
001360     05  WS-JOURNAL-SW           PIC X(01) VALUE "N".
001370         88  WS-JOURNAL-EOF              VALUE "Y".
001380     05  WS-CARD-SW              PIC X(01) VALUE "N".
001390         88  WS-CARD-EOF                 VALUE "Y".
001400     05  WS-KEEP-SW              PIC X(01) VALUE "N".
001410         88  WS-KEEP-EOF                 VALUE "Y".
001420     05  WS-MARKDOWN-SW          PIC X(01) VALUE "N".
001430         88  WS-MARKDOWN-EOF             VALUE "Y".
001440     05  WS-POSTMAST-PRESENT-SW  PIC X(01) VALUE "N".
001450         88  WS-POSTMAST-PRESENT         VALUE "Y".
001460     05  WS-AUDITPOS-PRESENT-SW  PIC X(01) VALUE "N".
001470         88  WS-AUDITPOS-PRESENT         VALUE "Y".
001480     05  WS-RESUMING-SW          PIC X(01) VALUE "N".
001490         88  WS-RESUMING                 VALUE "Y".
001500     05  WS-RUN-MODE-SW          PIC X(01) VALUE "P".
001510         88  WS-MODE-PURGE               VALUE "P".
001520         88  WS-MODE-PREVIEW             VALUE "V".
001530     05  WS-ID-MATCH-SW          PIC X(01) VALUE "N".
001540         88  WS-ID-MATCHED               VALUE "Y".
001550     05  WS-JR-FOUND-SW          PIC X(01) VALUE "N".
001560         88  WS-JR-FOUND                 VALUE "Y".
001570     05  WS-DELETE-SW            PIC X(01) VALUE "N".
001580         88  WS-FILE-DELETED             VALUE "Y".
001590
001600 01  WS-FILE-STATUSES.
001610     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
001620         88  WS-PARM-OK                  VALUE "00".
001630         88  WS-PARM-NOT-FOUND           VALUE "35".
001640     05  WS-LIST-STATUS          PIC X(02) VALUE "00".
001650         88  WS-LIST-OK                  VALUE "00".
001660         88  WS-LIST-NOT-FOUND           VALUE "35".
001670     05  WS-PROFILE-STATUS       PIC X(02) VALUE "00".
001680         88  WS-PROFILE-OK               VALUE "00".
001690         88  WS-PROFILE-NOTFND           VALUE "23".
001700         88  WS-PROFILE-NOT-FOUND        VALUE "35".
001710     05  WS-POSTMAST-STATUS      PIC X(02) VALUE "00".
001720         88  WS-POSTMAST-OK              VALUE "00".
001730         88  WS-POSTMAST-NOTFND          VALUE "23".
001740         88  WS-POSTMAST-NOT-FOUND       VALUE "35".
001750     05  WS-GENINDEX-STATUS      PIC X(02) VALUE "00".
001760         88  WS-GENINDEX-OK              VALUE "00".
001770         88  WS-GENINDEX-NOTFND          VALUE "23".
001780         88  WS-GENINDEX-NOT-FOUND       VALUE "35".
001790     05  WS-AUDITPOS-STATUS      PIC X(02) VALUE "00".
001800         88  WS-AUDITPOS-OK              VALUE "00".
001810         88  WS-AUDITPOS-NOTFND          VALUE "23".
001820         88  WS-AUDITPOS-NOT-FOUND       VALUE "35".
001830     05  WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
001840         88  WS-JOURNAL-OK               VALUE "00".
001850         88  WS-JOURNAL-NOT-FOUND        VALUE "35".
001860     05  WS-CARD-STATUS          PIC X(02) VALUE "00".
001870         88  WS-CARD-OK                  VALUE "00".
001880         88  WS-CARD-NOT-FOUND           VALUE "35".
001890     05  WS-KEEP-STATUS          PIC X(02) VALUE "00".
001900         88  WS-KEEP-OK                  VALUE "00".
001910         88  WS-KEEP-NOT-FOUND           VALUE "35".
001920     05  WS-MARKDOWN-STATUS      PIC X(02) VALUE "00".
001930         88  WS-MARKDOWN-OK              VALUE "00".
001940         88  WS-MARKDOWN-NOT-FOUND       VALUE "35".
001950     05  WS-BUNDLE-STATUS        PIC X(02) VALUE "00".
001960         88  WS-BUNDLE-OK                VALUE "00".
001970
001980*    WS-GRACE-DAYS IS HOW LONG A PROFILE MUST HAVE BEEN RETIRED
001990*    BEFORE IT IS PURGED - THE DEFAULT IS TUNABLE HERE AND CAN BE
002000*    OVERRIDDEN FOR ONE RUN ON THE PURGE-PARM.DAT CARD.  KEEP IT
002010*    LONGER THAN AUDITARCHIVE'S RETENTION WINDOW, OR THE NEXT
002020*    ARCHIVE RUN REBUILDS THE PURGED PROFILE'S AUDITPOS.DAT ROW
002030*    FROM AUDIT RECORDS STILL IN THE LIVE TRAIL.
002040 01  WS-PURGE-CONTROLS.
002050     05  WS-GRACE-DAYS           PIC 9(03) VALUE 090.
002060     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002070     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002080     05  WS-RUN-INT              PIC 9(07) COMP VALUE ZERO.
002090     05  WS-RETIRE-DATE          PIC 9(08) VALUE ZERO.
002100     05  WS-RETIRE-BASIS         PIC X(12) VALUE SPACES.
002110     05  WS-DAYS-RETIRED         PIC S9(07) COMP VALUE ZERO.
002120     05  WS-RPT-DAYS             PIC ZZZZZZ9.
002130     05  WS-ID-TRAIL             PIC 9(02) COMP VALUE ZERO.
002140     05  WS-ID-LEN               PIC 9(02) COMP VALUE ZERO.
002150
002160*    THE PROFILES BEING PURGED.  WS-PG-IMAGE IS THE WHOLE
002170*    PROFILE-MASTER RECORD, SO A RESUMED RUN STILL KNOWS THE
002180*    OUTPUT AND TEMPLATE PATHS AFTER THE MASTER ROW IS GONE.
002190 01  WS-PURGE-TABLE.
002200     05  WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
002210     05  WS-PG-ENTRY             OCCURS 200 TIMES.
002220         10  WS-PG-IMAGE.
002230             15  WS-PG-PROFILE-ID     PIC X(10).
002240             15  WS-PG-TEMPLATE-PATH  PIC X(40).
002250             15  WS-PG-OUTPUT-PATH    PIC X(40).
002260             15  WS-PG-ANNOUNCE-PATH  PIC X(40).
002270             15  WS-PG-HTML-PATH      PIC X(40).
002280             15  WS-PG-STATUS         PIC X(08).
002290             15  FILLER               PIC X(51).
002300             15  WS-PG-FEED-PATH      PIC X(40).
002310         10  WS-PG-RETIRE-DATE   PIC 9(08).
002320         10  WS-PG-BASIS         PIC X(12).
002330         10  WS-PG-BUNDLE-PATH   PIC X(40).
002340         10  WS-PG-TMPL-SHARED   PIC X(01).
002350         10  FILLER              PIC X(40).
002360
002370*    THE LATEST DATE THE CHANGE JOURNAL SHOWS EACH PROFILE BEING
002380*    SET TO RETIRED.
002390 01  WS-RETIRED-TABLE.
002400     05  WS-JR-COUNT             PIC 9(03) COMP VALUE ZERO.
002410     05  WS-JR-ENTRY             OCCURS 200 TIMES.
002420         10  WS-JR-PROFILE-ID    PIC X(10).
002430         10  WS-JR-DATE          PIC 9(08).
002440 01  WS-JR-SEARCH-ID             PIC X(10).
002450
002460 01  WS-SUBSCRIPTS.
002470     05  WS-PG-IX                PIC 9(03) COMP VALUE ZERO.
002480     05  WS-MATCH-IX             PIC 9(03) COMP VALUE ZERO.
002490     05  WS-JR-IX                PIC 9(03) COMP VALUE ZERO.
002500
002510*    THE CARD FILE THE FILTER IS WORKING ON, FOR THE GUARD
002520*    MESSAGES
002530 01  WS-CARD-LABELS.
002540     05  WS-CARD-LABEL           PIC X(20).
002550     05  WS-CARD-KEEP-LABEL      PIC X(24).
002560     05  WS-GUARD-LINE           PIC X(160).
002570
002580 01  WS-PURGE-COUNTERS.
002590     05  WS-KEEP-REC-COUNT       PIC 9(07) COMP VALUE ZERO.
002600     05  WS-LIVE-REC-COUNT       PIC 9(07) COMP VALUE ZERO.
002610     05  WS-CARDS-DROPPED        PIC 9(05) COMP VALUE ZERO.
002620     05  WS-WITHIN-GRACE         PIC 9(05) COMP VALUE ZERO.
002630     05  WS-NO-RETIRE-DATE       PIC 9(05) COMP VALUE ZERO.
002640     05  WS-BUNDLES-WRITTEN      PIC 9(05) COMP VALUE ZERO.
002650     05  WS-BUNDLE-POSTS         PIC 9(05) COMP VALUE ZERO.
002660     05  WS-BUNDLE-LINKS         PIC 9(05) COMP VALUE ZERO.
002670     05  WS-BUNDLE-MD-LINES      PIC 9(05) COMP VALUE ZERO.
002680     05  WS-SEED-DROPPED         PIC 9(05) COMP VALUE ZERO.
002690     05  WS-FEED-DROPPED         PIC 9(05) COMP VALUE ZERO.
002700     05  WS-LINKS-DROPPED        PIC 9(05) COMP VALUE ZERO.
002710     05  WS-MASTER-DELETED       PIC 9(05) COMP VALUE ZERO.
002720     05  WS-POSTS-DELETED        PIC 9(05) COMP VALUE ZERO.
002730     05  WS-GENS-DELETED         PIC 9(05) COMP VALUE ZERO.
002740     05  WS-GEN-FILES-DELETED    PIC 9(05) COMP VALUE ZERO.
002750     05  WS-POSITIONS-DELETED    PIC 9(05) COMP VALUE ZERO.
002760     05  WS-OUTPUTS-DELETED      PIC 9(05) COMP VALUE ZERO.
002770     05  WS-TEMPLATES-DELETED    PIC 9(05) COMP VALUE ZERO.
002780     05  WS-TEMPLATES-KEPT       PIC 9(05) COMP VALUE ZERO.
002790     05  WS-RPT-COUNT            PIC ZZZZ9.
002800     05  WS-RPT-COUNT-2          PIC ZZZZ9.
002810     05  WS-RPT-COUNT-3          PIC ZZZZ9.
002820
002830 01  WS-ERROR-CHECK.
002840     05  WS-CHECK-FILE-NAME      PIC X(20).
002850     05  WS-CHECK-STATUS-CODE    PIC X(02).
002860
002870 PROCEDURE DIVISION.
002880*------------------------------------------------------------------*
002890* 0000-MAINLINE                                                    *
002900*------------------------------------------------------------------*
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     IF NOT WS-RESUMING
002940         PERFORM 2000-SELECT-PROFILES THRU 2000-EXIT
002950         IF WS-PG-COUNT > ZERO AND WS-MODE-PURGE
002960             PERFORM 3000-WRITE-BUNDLES THRU 3000-EXIT
002970             PERFORM 3800-WRITE-PURGE-LIST THRU 3800-EXIT
002980         END-IF
002990     END-IF.
003000     IF WS-PG-COUNT > ZERO AND WS-MODE-PURGE
003010         PERFORM 4000-PURGE-CARD-FILES THRU 4000-EXIT
003020         PERFORM 5000-PURGE-MASTER THRU 5000-EXIT
003030         PERFORM 5300-PURGE-POSTS THRU 5300-EXIT
003040         PERFORM 5500-PURGE-GENERATIONS THRU 5500-EXIT
003050         PERFORM 5700-PURGE-AUDITPOS THRU 5700-EXIT
003060         PERFORM 6000-PURGE-OUTPUTS THRU 6000-EXIT
003070         PERFORM 6500-PURGE-TEMPLATES THRU 6500-EXIT
003080         PERFORM 7000-CLEAR-PURGE-LIST THRU 7000-EXIT
003090     END-IF.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     STOP RUN.
003120
003130*------------------------------------------------------------------*
003140* 1000-INITIALIZE - TAKE THE GRACE PERIOD AND RUN MODE, REFUSE TO  *
003150*                   START OVER A HALF-REWRITTEN CARD FILE, AND     *
003160*                   PICK UP THE PURGE LIST A PRIOR RUN LEFT        *
003170*                   BEHIND                                         *
003180*------------------------------------------------------------------*
003190 1000-INITIALIZE.
003200     DISPLAY "PROFILEPURGE: RETIRED PROFILE PURGE" UPON CONSOLE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     ACCEPT WS-RUN-TIME FROM TIME.
003230     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003240     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003250     MOVE "data/PROFILE-SEED.DAT" TO WS-CARD-PATH.
003260     MOVE "data/PROFILE-SEED-KEEP.DAT" TO WS-CARD-KEEP-PATH.
003270     MOVE "PROFILE-SEED.DAT" TO WS-CARD-LABEL.
003280     MOVE "PROFILE-SEED-KEEP.DAT" TO WS-CARD-KEEP-LABEL.
003290     PERFORM 1200-CHECK-KEEP-FILE THRU 1200-EXIT.
003300     MOVE "data/BLOGFEED.DAT" TO WS-CARD-PATH.
003310     MOVE "data/BLOGFEED-KEEP.DAT" TO WS-CARD-KEEP-PATH.
003320     MOVE "BLOGFEED.DAT" TO WS-CARD-LABEL.
003330     MOVE "BLOGFEED-KEEP.DAT" TO WS-CARD-KEEP-LABEL.
003340     PERFORM 1200-CHECK-KEEP-FILE THRU 1200-EXIT.
003350     MOVE "data/PROFLINKS.DAT" TO WS-CARD-PATH.
003360     MOVE "data/PROFLINKS-KEEP.DAT" TO WS-CARD-KEEP-PATH.
003370     MOVE "PROFLINKS.DAT" TO WS-CARD-LABEL.
003380     MOVE "PROFLINKS-KEEP.DAT" TO WS-CARD-KEEP-LABEL.
003390     PERFORM 1200-CHECK-KEEP-FILE THRU 1200-EXIT.
003400     PERFORM 1400-LOAD-PURGE-LIST THRU 1400-EXIT.
003410     IF WS-RESUMING
003420         MOVE WS-PG-COUNT TO WS-RPT-COUNT
003430         DISPLAY "  RESUMING THE PURGE OF " WS-RPT-COUNT
003440             " PROFILE(S) LEFT IN PURGE-LIST.DAT BY A PRIOR RUN"
003450             UPON CONSOLE
003460         MOVE "P" TO WS-RUN-MODE-SW
003470         GO TO 1000-EXIT
003480     END-IF.
003490     MOVE WS-GRACE-DAYS TO WS-RPT-COUNT.
003500     DISPLAY "  GRACE PERIOD = " WS-RPT-COUNT " DAYS"
003510         UPON CONSOLE.
003520     IF WS-MODE-PREVIEW
003530         DISPLAY "  PREVIEW ONLY - NOTHING WILL BE REMOVED"
003540             UPON CONSOLE
003550     END-IF.
003560 1000-EXIT.
003570     EXIT.
003580
003590*------------------------------------------------------------------*
003600* 1100-READ-PARM - THE OPTIONAL PURGE-PARM.DAT CARD OVERRIDES THE  *
003610*                  GRACE PERIOD (COLUMNS 1-3) AND CAN ASK FOR A    *
003620*                  PREVIEW RUN (COLUMNS 5-11) THAT ONLY LISTS WHAT *
003630*                  WOULD GO.  THE CARD IS LEFT IN PLACE.           *
003640*------------------------------------------------------------------*
003650 1100-READ-PARM.
003660     OPEN INPUT PURGE-PARM-FILE.
003670     IF WS-PARM-NOT-FOUND
003680         GO TO 1100-EXIT
003690     END-IF.
003700     MOVE "PURGE-PARM-FILE" TO WS-CHECK-FILE-NAME.
003710     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
003720     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003730     READ PURGE-PARM-FILE
003740         AT END
003750             MOVE SPACES TO PURGE-PARM-RECORD
003760     END-READ.
003770     CLOSE PURGE-PARM-FILE.
003780     IF PP-GRACE-DAYS NUMERIC
003790         MOVE PP-GRACE-DAYS TO WS-GRACE-DAYS
003800     ELSE
003810         IF PP-GRACE-DAYS NOT = SPACES
003820             DISPLAY "  GRACE DAYS " PP-GRACE-DAYS
003830                 " ON PURGE-PARM.DAT NOT NUMERIC - DEFAULT USED"
003840                 UPON CONSOLE
003850         END-IF
003860     END-IF.
003870     IF PP-RUN-MODE = "PREVIEW"
003880         MOVE "V" TO WS-RUN-MODE-SW
003890     ELSE
003900         IF PP-RUN-MODE NOT = SPACES AND PP-RUN-MODE NOT = "PURGE"
003910             DISPLAY "  RUN MODE " PP-RUN-MODE
003920                 " ON PURGE-PARM.DAT NOT RECOGNISED - PREVIEW"
003930                 " ASSUMED" UPON CONSOLE
003940             MOVE "V" TO WS-RUN-MODE-SW
003950         END-IF
003960     END-IF.
003970 1100-EXIT.
003980     EXIT.
003990
004000*------------------------------------------------------------------*
004010* 1200-CHECK-KEEP-FILE - A NON-EMPTY KEEP FILE FOR THE CARD FILE   *
004020*                        NAMED IN WS-CARD-PATH MEANS A PRIOR RUN   *
004030*                        DIED PARTWAY THROUGH REWRITING IT.  FEWER *
004040*                        LIVE RECORDS THAN KEEP RECORDS MEANS THE  *
004050*                        COPY-BACK WAS INTERRUPTED (THE LIVE FILE  *
004060*                        WAS TRUNCATED, THE KEEP FILE IS THE       *
004070*                        COMPLETE COPY) - RESTORE FROM KEEP.       *
004080*                        OTHERWISE THE FILTER PASS WAS INTERRUPTED *
004090*                        AND THE LIVE FILE IS INTACT - THE PARTIAL *
004100*                        KEEP FILE MUST NOT BE RESTORED; EMPTY IT  *
004110*                        AND RERUN.  EITHER WAY FAIL FAST SO A     *
004120*                        RERUN CANNOT TRUNCATE THE ONLY GOOD COPY. *
004130*------------------------------------------------------------------*
004140 1200-CHECK-KEEP-FILE.
004150     OPEN INPUT CARD-KEEP-FILE.
004160     IF WS-KEEP-NOT-FOUND
004170         GO TO 1200-EXIT
004180     END-IF.
004190     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
004200     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
004210     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004220     MOVE ZERO TO WS-KEEP-REC-COUNT.
004230     MOVE "N" TO WS-KEEP-SW.
004240     PERFORM 1210-COUNT-KEEP-RECORD THRU 1210-EXIT
004250         UNTIL WS-KEEP-EOF.
004260     CLOSE CARD-KEEP-FILE.
004270     MOVE "N" TO WS-KEEP-SW.
004280     IF WS-KEEP-REC-COUNT = ZERO
004290         GO TO 1200-EXIT
004300     END-IF.
004310     MOVE ZERO TO WS-LIVE-REC-COUNT.
004320     MOVE "N" TO WS-CARD-SW.
004330     OPEN INPUT CARD-FILE.
004340     IF NOT WS-CARD-NOT-FOUND
004350         MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME
004360         MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE
004370         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
004380         PERFORM 1220-COUNT-LIVE-RECORD THRU 1220-EXIT
004390             UNTIL WS-CARD-EOF
004400         CLOSE CARD-FILE
004410     END-IF.
004420     MOVE "N" TO WS-CARD-SW.
004430     MOVE SPACES TO WS-GUARD-LINE.
004440     IF WS-LIVE-REC-COUNT < WS-KEEP-REC-COUNT
004450         STRING "PROFILEPURGE: A PRIOR RUN DIED REWRITING "
004460                 DELIMITED BY SIZE
004470                 WS-CARD-LABEL DELIMITED BY SPACE
004480                 " - THE KEEP FILE HOLDS THE COMPLETE COPY.  "
004490                 DELIMITED BY SIZE
004500                 "RESTORE " DELIMITED BY SIZE
004510                 WS-CARD-LABEL DELIMITED BY SPACE
004520                 " FROM " DELIMITED BY SIZE
004530                 WS-CARD-KEEP-LABEL DELIMITED BY SPACE
004540                 " BEFORE RERUNNING." DELIMITED BY SIZE
004550             INTO WS-GUARD-LINE
004560         END-STRING
004570     ELSE
004580         STRING "PROFILEPURGE: A PRIOR RUN DIED FILTERING "
004590                 DELIMITED BY SIZE
004600                 WS-CARD-LABEL DELIMITED BY SPACE
004610                 " - IT IS INTACT AND THE KEEP FILE IS PARTIAL.  "
004620                 DELIMITED BY SIZE
004630                 "EMPTY " DELIMITED BY SIZE
004640                 WS-CARD-KEEP-LABEL DELIMITED BY SPACE
004650                 " AND RERUN.  DO NOT RESTORE FROM IT."
004660                 DELIMITED BY SIZE
004670             INTO WS-GUARD-LINE
004680         END-STRING
004690     END-IF.
004700     DISPLAY WS-GUARD-LINE UPON CONSOLE.
004710     GO TO 9999-ABEND.
004720 1200-EXIT.
004730     EXIT.
004740
004750 1210-COUNT-KEEP-RECORD.
004760     READ CARD-KEEP-FILE
004770         AT END
004780             SET WS-KEEP-EOF TO TRUE
004790         NOT AT END
004800             ADD 1 TO WS-KEEP-REC-COUNT
004810     END-READ.
004820 1210-EXIT.
004830     EXIT.
004840
004850 1220-COUNT-LIVE-RECORD.
004860     READ CARD-FILE
004870         AT END
004880             SET WS-CARD-EOF TO TRUE
004890         NOT AT END
004900             ADD 1 TO WS-LIVE-REC-COUNT
004910     END-READ.
004920 1220-EXIT.
004930     EXIT.
004940
004950*------------------------------------------------------------------*
004960* 1400-LOAD-PURGE-LIST - PURGE-LIST.DAT IS WRITTEN ONLY ONCE EVERY *
004970*                        BUNDLE IS SAFELY CLOSED AND EMPTIED ONLY  *
004980*                        ONCE EVERY STORE HAS BEEN CLEANED.  A     *
004990*                        NON-EMPTY LIST MEANS A PRIOR RUN DIED     *
005000*                        PARTWAY THROUGH THE REMOVALS - TAKE ITS   *
005010*                        PROFILES AND FINISH THE JOB RATHER THAN   *
005020*                        RESELECTING (THEIR MASTER ROWS MAY        *
005030*                        ALREADY BE GONE).  EVERY REMOVAL STEP     *
005040*                        TOLERATES A ROW OR FILE ALREADY REMOVED.  *
005050*------------------------------------------------------------------*
005060 1400-LOAD-PURGE-LIST.
005070     OPEN INPUT PURGE-LIST-FILE.
005080     IF WS-LIST-NOT-FOUND
005090         GO TO 1400-EXIT
005100     END-IF.
005110     MOVE "PURGE-LIST-FILE" TO WS-CHECK-FILE-NAME.
005120     MOVE WS-LIST-STATUS TO WS-CHECK-STATUS-CODE.
005130     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005140     MOVE "N" TO WS-LIST-SW.
005150     PERFORM 1410-LOAD-ONE-LIST-ENTRY THRU 1410-EXIT
005160         UNTIL WS-LIST-EOF.
005170     CLOSE PURGE-LIST-FILE.
005180     IF WS-PG-COUNT > ZERO
005190         MOVE "Y" TO WS-RESUMING-SW
005200     END-IF.
005210 1400-EXIT.
005220     EXIT.
005230
005240 1410-LOAD-ONE-LIST-ENTRY.
005250     READ PURGE-LIST-FILE
005260         AT END
005270             SET WS-LIST-EOF TO TRUE
005280             GO TO 1410-EXIT
005290     END-READ.
005300     IF PURGE-LIST-RECORD = SPACES OR WS-PG-COUNT = 200
005310         GO TO 1410-EXIT
005320     END-IF.
005330     ADD 1 TO WS-PG-COUNT.
005340     MOVE PURGE-LIST-RECORD TO WS-PG-ENTRY (WS-PG-COUNT).
005350     DISPLAY "  " WS-PG-PROFILE-ID (WS-PG-COUNT) " RESUMED - "
005360         WS-PG-BASIS (WS-PG-COUNT) " "
005370         WS-PG-RETIRE-DATE (WS-PG-COUNT) UPON CONSOLE.
005380 1410-EXIT.
005390     EXIT.
005400
005410*------------------------------------------------------------------*
005420* 2000-SELECT-PROFILES - ONE PASS OF PROFILE-MASTER PICKING EVERY  *
005430*                        PROFILE RETIRED LONGER THAN THE GRACE     *
005440*                        PERIOD.  A PROFILE IS RETIRED FROM ITS    *
005450*                        PM-EFF-TO-DATE ONCE THAT DATE HAS PASSED, *
005460*                        OR - WHEN ITS STATUS IS RETIRED - FROM    *
005470*                        THE DATE THE CHANGE JOURNAL SHOWS IT      *
005480*                        BEING SET TO RETIRED, FALLING BACK ON ITS *
005490*                        LAST REFRESH IN AUDITPOS.DAT.  THE        *
005500*                        EARLIEST OF THESE COUNTS.                 *
005510*------------------------------------------------------------------*
005520 2000-SELECT-PROFILES.
005530     PERFORM 2100-LOAD-RETIRE-DATES THRU 2100-EXIT.
005540     OPEN INPUT PROFILE-MASTER.
005550     IF WS-PROFILE-NOT-FOUND
005560         DISPLAY "  NO PROFILE-MASTER.DAT - NOTHING TO PURGE"
005570             UPON CONSOLE
005580         GO TO 2000-EXIT
005590     END-IF.
005600     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
005610     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
005620     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005630     OPEN INPUT AUDITPOS-FILE.
005640     IF WS-AUDITPOS-NOT-FOUND
005650         MOVE "N" TO WS-AUDITPOS-PRESENT-SW
005660     ELSE
005670         MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
005680         MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
005690         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
005700         MOVE "Y" TO WS-AUDITPOS-PRESENT-SW
005710     END-IF.
005720     MOVE "N" TO WS-PROFILE-SW.
005730     PERFORM 2200-READ-PROFILE THRU 2200-EXIT.
005740     PERFORM 2300-EXAMINE-PROFILE THRU 2300-EXIT
005750         UNTIL WS-PROFILE-EOF.
005760     CLOSE PROFILE-MASTER.
005770     IF WS-AUDITPOS-PRESENT
005780         CLOSE AUDITPOS-FILE
005790     END-IF.
005800 2000-EXIT.
005810     EXIT.
005820
005830*------------------------------------------------------------------*
005840* 2100-LOAD-RETIRE-DATES - NOTE THE LATEST STATUS-TO-RETIRED       *
005850*                          CHANGE PER PROFILE IN THE JOURNAL.  THE *
005860*                          JOURNAL IS APPEND-ORDER, SO THE LAST    *
005870*                          ONE SEEN IS THE LATEST.                 *
005880*------------------------------------------------------------------*
005890 2100-LOAD-RETIRE-DATES.
005900     OPEN INPUT JOURNAL-FILE.
005910     IF WS-JOURNAL-NOT-FOUND
005920         GO TO 2100-EXIT
005930     END-IF.
005940     MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME.
005950     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
005960     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005970     MOVE "N" TO WS-JOURNAL-SW.
005980     PERFORM 2110-NOTE-ONE-JOURNAL-ENTRY THRU 2110-EXIT
005990         UNTIL WS-JOURNAL-EOF.
006000     CLOSE JOURNAL-FILE.
006010 2100-EXIT.
006020     EXIT.
006030
006040 2110-NOTE-ONE-JOURNAL-ENTRY.
006050     READ JOURNAL-FILE
006060         AT END
006070             SET WS-JOURNAL-EOF TO TRUE
006080             GO TO 2110-EXIT
006090     END-READ.
006100     IF PJ-FIELD-NAME NOT = "STATUS"
006110        OR PJ-NEW-VALUE NOT = "RETIRED"
006120         GO TO 2110-EXIT
006130     END-IF.
006140     MOVE PJ-PROFILE-ID TO WS-JR-SEARCH-ID.
006150     PERFORM 2120-FIND-RETIRE-DATE THRU 2120-EXIT.
006160     IF NOT WS-JR-FOUND
006170         IF WS-JR-COUNT = 200
006180             GO TO 2110-EXIT
006190         END-IF
006200         ADD 1 TO WS-JR-COUNT
006210         MOVE WS-JR-COUNT TO WS-JR-IX
006220         MOVE PJ-PROFILE-ID TO WS-JR-PROFILE-ID (WS-JR-IX)
006230     END-IF.
006240     MOVE PJ-CHANGE-DATE TO WS-JR-DATE (WS-JR-IX).
006250 2110-EXIT.
006260     EXIT.
006270
006280*    LOOK UP THE PROFILE-ID IN WS-JR-SEARCH-ID IN THE JOURNAL
006290*    RETIREMENT TABLE.
006300 2120-FIND-RETIRE-DATE.
006310     MOVE "N" TO WS-JR-FOUND-SW.
006320     MOVE 1 TO WS-JR-IX.
006330     PERFORM 2130-MATCH-ONE-RETIRE-DATE THRU 2130-EXIT
006340         UNTIL WS-JR-FOUND OR WS-JR-IX > WS-JR-COUNT.
006350 2120-EXIT.
006360     EXIT.
006370
006380 2130-MATCH-ONE-RETIRE-DATE.
006390     IF WS-JR-PROFILE-ID (WS-JR-IX) = WS-JR-SEARCH-ID
006400         MOVE "Y" TO WS-JR-FOUND-SW
006410     ELSE
006420         ADD 1 TO WS-JR-IX
006430     END-IF.
006440 2130-EXIT.
006450     EXIT.
006460
006470 2200-READ-PROFILE.
006480     READ PROFILE-MASTER NEXT RECORD
006490         AT END
006500             SET WS-PROFILE-EOF TO TRUE
006510     END-READ.
006520 2200-EXIT.
006530     EXIT.
006540
006550*------------------------------------------------------------------*
006560* 2300-EXAMINE-PROFILE - WORK OUT WHEN THE CURRENT PROFILE WAS     *
006570*                        RETIRED AND SELECT IT IF THE GRACE PERIOD *
006580*                        HAS RUN OUT                               *
006590*------------------------------------------------------------------*
006600 2300-EXAMINE-PROFILE.
006610     MOVE ZERO TO WS-RETIRE-DATE.
006620     MOVE SPACES TO WS-RETIRE-BASIS.
006630     IF PM-EFF-TO-DATE NOT = ZERO
006640        AND PM-EFF-TO-DATE < WS-RUN-DATE
006650         MOVE PM-EFF-TO-DATE TO WS-RETIRE-DATE
006660         MOVE "EFF-TO-DATE" TO WS-RETIRE-BASIS
006670     END-IF.
006680     IF PM-STATUS-RETIRED
006690         PERFORM 2400-DATE-RETIRED-STATUS THRU 2400-EXIT
006700     END-IF.
006710     IF WS-RETIRE-DATE = ZERO
006720         IF PM-STATUS-RETIRED
006730             DISPLAY "  " PM-PROFILE-ID " RETIRED BUT NO "
006740                 "RETIREMENT DATE ON FILE - KEPT (SET ITS "
006750                 "EFF-TO-DATE)" UPON CONSOLE
006760             ADD 1 TO WS-NO-RETIRE-DATE
006770         END-IF
006780         GO TO 2300-NEXT
006790     END-IF.
006800     COMPUTE WS-DAYS-RETIRED = WS-RUN-INT
006810         - FUNCTION INTEGER-OF-DATE(WS-RETIRE-DATE).
006820     MOVE WS-DAYS-RETIRED TO WS-RPT-DAYS.
006830     IF WS-DAYS-RETIRED < WS-GRACE-DAYS
006840         DISPLAY "  " PM-PROFILE-ID " " WS-RETIRE-BASIS " "
006850             WS-RETIRE-DATE WS-RPT-DAYS " DAYS - WITHIN GRACE"
006860             UPON CONSOLE
006870         ADD 1 TO WS-WITHIN-GRACE
006880         GO TO 2300-NEXT
006890     END-IF.
006900     IF WS-PG-COUNT = 200
006910         DISPLAY "  " PM-PROFILE-ID " PURGE LIST FULL - LEFT "
006920             "FOR THE NEXT RUN" UPON CONSOLE
006930         GO TO 2300-NEXT
006940     END-IF.
006950     ADD 1 TO WS-PG-COUNT.
006960     MOVE SPACES TO WS-PG-ENTRY (WS-PG-COUNT).
006970     MOVE PROFILE-RECORD TO WS-PG-IMAGE (WS-PG-COUNT).
006980     MOVE WS-RETIRE-DATE TO WS-PG-RETIRE-DATE (WS-PG-COUNT).
006990     MOVE WS-RETIRE-BASIS TO WS-PG-BASIS (WS-PG-COUNT).
007000     MOVE "N" TO WS-PG-TMPL-SHARED (WS-PG-COUNT).
007010     MOVE ZERO TO WS-ID-TRAIL.
007020     INSPECT PM-PROFILE-ID TALLYING WS-ID-TRAIL
007030         FOR TRAILING SPACES.
007040     COMPUTE WS-ID-LEN = 10 - WS-ID-TRAIL.
007050     STRING "data/RETIRED-" DELIMITED BY SIZE
007060             PM-PROFILE-ID (1:WS-ID-LEN) DELIMITED BY SIZE
007070             "-" DELIMITED BY SIZE
007080             WS-RUN-DATE DELIMITED BY SIZE
007090             ".DAT" DELIMITED BY SIZE
007100         INTO WS-PG-BUNDLE-PATH (WS-PG-COUNT)
007110     END-STRING.
007120     DISPLAY "  " PM-PROFILE-ID " " WS-RETIRE-BASIS " "
007130         WS-RETIRE-DATE WS-RPT-DAYS " DAYS - SELECTED"
007140         UPON CONSOLE.
007150 2300-NEXT.
007160     PERFORM 2200-READ-PROFILE THRU 2200-EXIT.
007170 2300-EXIT.
007180     EXIT.
007190
007200*------------------------------------------------------------------*
007210* 2400-DATE-RETIRED-STATUS - THE DATE A RETIRED PROFILE WENT       *
007220*                            RETIRED: THE JOURNAL IF IT RECORDS    *
007230*                            THE CHANGE, ELSE THE LAST REFRESH (A  *
007240*                            RETIRED PROFILE IS NEVER REFRESHED).  *
007250*                            AN EARLIER EFF-TO-DATE STILL WINS.    *
007260*------------------------------------------------------------------*
007270 2400-DATE-RETIRED-STATUS.
007280     MOVE PM-PROFILE-ID TO WS-JR-SEARCH-ID.
007290     PERFORM 2120-FIND-RETIRE-DATE THRU 2120-EXIT.
007300     IF WS-JR-FOUND
007310         IF WS-RETIRE-DATE = ZERO
007320            OR WS-JR-DATE (WS-JR-IX) < WS-RETIRE-DATE
007330             MOVE WS-JR-DATE (WS-JR-IX) TO WS-RETIRE-DATE
007340             MOVE "JOURNAL" TO WS-RETIRE-BASIS
007350         END-IF
007360         GO TO 2400-EXIT
007370     END-IF.
007380     IF WS-RETIRE-DATE NOT = ZERO OR NOT WS-AUDITPOS-PRESENT
007390         GO TO 2400-EXIT
007400     END-IF.
007410     MOVE PM-PROFILE-ID TO AP-PROFILE-ID.
007420     READ AUDITPOS-FILE.
007430     IF WS-AUDITPOS-NOTFND
007440         GO TO 2400-EXIT
007450     END-IF.
007460     MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME.
007470     MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE.
007480     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007490     MOVE AP-RUN-DATE TO WS-RETIRE-DATE.
007500     MOVE "LAST-REFRESH" TO WS-RETIRE-BASIS.
007510 2400-EXIT.
007520     EXIT.
007530
007540*------------------------------------------------------------------*
007550* 3000-WRITE-BUNDLES - BEFORE ANYTHING IS REMOVED, WRITE EACH      *
007560*                      SELECTED PROFILE'S RETIREMENT BUNDLE        *
007570*                      (data/RETIRED-<ID>-<RUNDATE>.DAT): A HEAD   *
007580*                      LINE, THE PROF MASTER RECORD, ITS POST      *
007590*                      CATALOG ROWS, LINK LINES, APOS AUDIT        *
007600*                      POSITION AND MDWN FINAL MARKDOWN LINES.     *
007610*                      A RUN THAT DIES HERE HAS REMOVED NOTHING    *
007620*                      AND SIMPLY WRITES THE BUNDLES AGAIN.        *
007630*------------------------------------------------------------------*
007640 3000-WRITE-BUNDLES.
007650     OPEN INPUT POST-MASTER-FILE.
007660     IF WS-POSTMAST-NOT-FOUND
007670         MOVE "N" TO WS-POSTMAST-PRESENT-SW
007680     ELSE
007690         MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME
007700         MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE
007710         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
007720         MOVE "Y" TO WS-POSTMAST-PRESENT-SW
007730     END-IF.
007740     OPEN INPUT AUDITPOS-FILE.
007750     IF WS-AUDITPOS-NOT-FOUND
007760         MOVE "N" TO WS-AUDITPOS-PRESENT-SW
007770     ELSE
007780         MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
007790         MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
007800         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
007810         MOVE "Y" TO WS-AUDITPOS-PRESENT-SW
007820     END-IF.
007830     DISPLAY " " UPON CONSOLE.
007840     MOVE 1 TO WS-PG-IX.
007850     PERFORM 3100-WRITE-ONE-BUNDLE THRU 3100-EXIT
007860         UNTIL WS-PG-IX > WS-PG-COUNT.
007870     IF WS-POSTMAST-PRESENT
007880         CLOSE POST-MASTER-FILE
007890     END-IF.
007900     IF WS-AUDITPOS-PRESENT
007910         CLOSE AUDITPOS-FILE
007920     END-IF.
007930 3000-EXIT.
007940     EXIT.
007950
007960 3100-WRITE-ONE-BUNDLE.
007970     MOVE WS-PG-BUNDLE-PATH (WS-PG-IX) TO WS-BUNDLE-PATH.
007980     OPEN OUTPUT BUNDLE-FILE.
007990     MOVE "BUNDLE-FILE" TO WS-CHECK-FILE-NAME.
008000     MOVE WS-BUNDLE-STATUS TO WS-CHECK-STATUS-CODE.
008010     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008020     MOVE ZERO TO WS-BUNDLE-POSTS.
008030     MOVE ZERO TO WS-BUNDLE-LINKS.
008040     MOVE ZERO TO WS-BUNDLE-MD-LINES.
008050     MOVE SPACES TO BUNDLE-RECORD.
008060     MOVE "HEAD" TO RB-TYPE.
008070     STRING WS-PG-PROFILE-ID (WS-PG-IX) DELIMITED BY SIZE
008080             " PURGED " DELIMITED BY SIZE
008090             WS-RUN-DATE DELIMITED BY SIZE
008100             " RETIRED " DELIMITED BY SIZE
008110             WS-PG-RETIRE-DATE (WS-PG-IX) DELIMITED BY SIZE
008120             " BY " DELIMITED BY SIZE
008130             WS-PG-BASIS (WS-PG-IX) DELIMITED BY SPACE
008140         INTO RB-DATA
008150     END-STRING.
008160     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
008170     MOVE SPACES TO BUNDLE-RECORD.
008180     MOVE "PROF" TO RB-TYPE.
008190     MOVE WS-PG-IMAGE (WS-PG-IX) TO RB-DATA.
008200     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
008210     PERFORM 3200-BUNDLE-POSTS THRU 3200-EXIT.
008220     PERFORM 3300-BUNDLE-LINKS THRU 3300-EXIT.
008230     PERFORM 3400-BUNDLE-POSITION THRU 3400-EXIT.
008240     PERFORM 3500-BUNDLE-MARKDOWN THRU 3500-EXIT.
008250     CLOSE BUNDLE-FILE.
008260     MOVE "BUNDLE-FILE" TO WS-CHECK-FILE-NAME.
008270     MOVE WS-BUNDLE-STATUS TO WS-CHECK-STATUS-CODE.
008280     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008290     ADD 1 TO WS-BUNDLES-WRITTEN.
008300     DISPLAY "  " WS-PG-PROFILE-ID (WS-PG-IX) " BUNDLE "
008310         WS-PG-BUNDLE-PATH (WS-PG-IX) UPON CONSOLE.
008320     MOVE WS-BUNDLE-POSTS TO WS-RPT-COUNT.
008330     MOVE WS-BUNDLE-LINKS TO WS-RPT-COUNT-2.
008340     MOVE WS-BUNDLE-MD-LINES TO WS-RPT-COUNT-3.
008350     DISPLAY "             POSTS " WS-RPT-COUNT "  LINKS "
008360         WS-RPT-COUNT-2 "  MARKDOWN LINES " WS-RPT-COUNT-3
008370         UPON CONSOLE.
008380     ADD 1 TO WS-PG-IX.
008390 3100-EXIT.
008400     EXIT.
008410
008420*------------------------------------------------------------------*
008430* 3200-BUNDLE-POSTS - ONE KEYED START ON POST-MASTER AND A READ-   *
008440*                     NEXT LOOP OVER THE PROFILE'S CATALOG ROWS    *
008450*------------------------------------------------------------------*
008460 3200-BUNDLE-POSTS.
008470     IF NOT WS-POSTMAST-PRESENT
008480         GO TO 3200-EXIT
008490     END-IF.
008500     MOVE "N" TO WS-POSTMAST-SW.
008510     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO PO-PROFILE-ID.
008520     MOVE ZERO TO PO-POST-DATE.
008530     MOVE ZERO TO PO-POST-SEQ.
008540     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
008550     IF WS-POSTMAST-NOTFND
008560         GO TO 3200-EXIT
008570     END-IF.
008580     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
008590     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
008600     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008610     PERFORM 3210-BUNDLE-ONE-POST THRU 3210-EXIT
008620         UNTIL WS-POSTMAST-EOF.
008630 3200-EXIT.
008640     EXIT.
008650
008660 3210-BUNDLE-ONE-POST.
008670     READ POST-MASTER-FILE NEXT RECORD
008680         AT END
008690             SET WS-POSTMAST-EOF TO TRUE
008700             GO TO 3210-EXIT
008710     END-READ.
008720     IF PO-PROFILE-ID NOT = WS-PG-PROFILE-ID (WS-PG-IX)
008730         SET WS-POSTMAST-EOF TO TRUE
008740         GO TO 3210-EXIT
008750     END-IF.
008760     MOVE SPACES TO BUNDLE-RECORD.
008770     MOVE "POST" TO RB-TYPE.
008780     MOVE POST-MASTER-RECORD TO RB-DATA.
008790     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
008800     ADD 1 TO WS-BUNDLE-POSTS.
008810 3210-EXIT.
008820     EXIT.
008830
008840*------------------------------------------------------------------*
008850* 3300-BUNDLE-LINKS - THE PROFILE'S LINES FROM THE SHARED          *
008860*                     PROFLINKS.DAT                                *
008870*------------------------------------------------------------------*
008880 3300-BUNDLE-LINKS.
008890     MOVE "data/PROFLINKS.DAT" TO WS-CARD-PATH.
008900     OPEN INPUT CARD-FILE.
008910     IF WS-CARD-NOT-FOUND
008920         GO TO 3300-EXIT
008930     END-IF.
008940     MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME.
008950     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
008960     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008970     MOVE "N" TO WS-CARD-SW.
008980     PERFORM 3310-BUNDLE-ONE-LINK THRU 3310-EXIT
008990         UNTIL WS-CARD-EOF.
009000     CLOSE CARD-FILE.
009010 3300-EXIT.
009020     EXIT.
009030
009040 3310-BUNDLE-ONE-LINK.
009050     READ CARD-FILE
009060         AT END
009070             SET WS-CARD-EOF TO TRUE
009080             GO TO 3310-EXIT
009090     END-READ.
009100     IF CD-PROFILE-ID NOT = WS-PG-PROFILE-ID (WS-PG-IX)
009110         GO TO 3310-EXIT
009120     END-IF.
009130     MOVE SPACES TO BUNDLE-RECORD.
009140     MOVE "LINK" TO RB-TYPE.
009150     MOVE CARD-RECORD TO RB-DATA.
009160     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
009170     ADD 1 TO WS-BUNDLE-LINKS.
009180 3310-EXIT.
009190     EXIT.
009200
009210*------------------------------------------------------------------*
009220* 3400-BUNDLE-POSITION - THE PROFILE'S LAST AUDIT POSITION         *
009230*------------------------------------------------------------------*
009240 3400-BUNDLE-POSITION.
009250     IF NOT WS-AUDITPOS-PRESENT
009260         GO TO 3400-EXIT
009270     END-IF.
009280     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO AP-PROFILE-ID.
009290     READ AUDITPOS-FILE.
009300     IF WS-AUDITPOS-NOTFND
009310         GO TO 3400-EXIT
009320     END-IF.
009330     MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME.
009340     MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE.
009350     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009360     MOVE SPACES TO BUNDLE-RECORD.
009370     MOVE "APOS" TO RB-TYPE.
009380     MOVE AUDIT-POS-RECORD TO RB-DATA.
009390     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
009400 3400-EXIT.
009410     EXIT.
009420
009430*------------------------------------------------------------------*
009440* 3500-BUNDLE-MARKDOWN - THE LAST MARKDOWN WRITEMARKDOWN PRODUCED  *
009450*                        FOR THE PROFILE, LINE FOR LINE            *
009460*------------------------------------------------------------------*
009470 3500-BUNDLE-MARKDOWN.
009480     MOVE WS-PG-OUTPUT-PATH (WS-PG-IX) TO WS-MARKDOWN-PATH.
009490     IF WS-MARKDOWN-PATH = SPACES
009500         GO TO 3500-EXIT
009510     END-IF.
009520     OPEN INPUT MARKDOWN-FILE.
009530     IF WS-MARKDOWN-NOT-FOUND
009540         GO TO 3500-EXIT
009550     END-IF.
009560     MOVE "MARKDOWN-FILE" TO WS-CHECK-FILE-NAME.
009570     MOVE WS-MARKDOWN-STATUS TO WS-CHECK-STATUS-CODE.
009580     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009590     MOVE "N" TO WS-MARKDOWN-SW.
009600     PERFORM 3510-BUNDLE-ONE-MD-LINE THRU 3510-EXIT
009610         UNTIL WS-MARKDOWN-EOF.
009620     CLOSE MARKDOWN-FILE.
009630 3500-EXIT.
009640     EXIT.
009650
009660 3510-BUNDLE-ONE-MD-LINE.
009670     READ MARKDOWN-FILE
009680         AT END
009690             SET WS-MARKDOWN-EOF TO TRUE
009700             GO TO 3510-EXIT
009710     END-READ.
009720     MOVE SPACES TO BUNDLE-RECORD.
009730     MOVE "MDWN" TO RB-TYPE.
009740     MOVE MARKDOWN-RECORD TO RB-DATA.
009750     PERFORM 3900-WRITE-BUNDLE-LINE THRU 3900-EXIT.
009760     ADD 1 TO WS-BUNDLE-MD-LINES.
009770 3510-EXIT.
009780     EXIT.
009790
009800*------------------------------------------------------------------*
009810* 3800-WRITE-PURGE-LIST - EVERY BUNDLE IS CLOSED - RECORD THE      *
009820*                         PROFILES BEING PURGED.  FROM HERE ON A   *
009830*                         RERUN FINISHES THIS LIST.                *
009840*------------------------------------------------------------------*
009850 3800-WRITE-PURGE-LIST.
009860     OPEN OUTPUT PURGE-LIST-FILE.
009870     MOVE "PURGE-LIST-FILE" TO WS-CHECK-FILE-NAME.
009880     MOVE WS-LIST-STATUS TO WS-CHECK-STATUS-CODE.
009890     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009900     MOVE 1 TO WS-PG-IX.
009910     PERFORM 3810-WRITE-ONE-LIST-ENTRY THRU 3810-EXIT
009920         UNTIL WS-PG-IX > WS-PG-COUNT.
009930     CLOSE PURGE-LIST-FILE.
009940     MOVE "PURGE-LIST-FILE" TO WS-CHECK-FILE-NAME.
009950     MOVE WS-LIST-STATUS TO WS-CHECK-STATUS-CODE.
009960     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009970 3800-EXIT.
009980     EXIT.
009990
010000 3810-WRITE-ONE-LIST-ENTRY.
010010     MOVE WS-PG-ENTRY (WS-PG-IX) TO PURGE-LIST-RECORD.
010020     WRITE PURGE-LIST-RECORD.
010030     MOVE "PURGE-LIST-FILE" TO WS-CHECK-FILE-NAME.
010040     MOVE WS-LIST-STATUS TO WS-CHECK-STATUS-CODE.
010050     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010060     ADD 1 TO WS-PG-IX.
010070 3810-EXIT.
010080     EXIT.
010090
010100 3900-WRITE-BUNDLE-LINE.
010110     WRITE BUNDLE-RECORD.
010120     MOVE "BUNDLE-FILE" TO WS-CHECK-FILE-NAME.
010130     MOVE WS-BUNDLE-STATUS TO WS-CHECK-STATUS-CODE.
010140     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010150 3900-EXIT.
010160     EXIT.
010170
010180*------------------------------------------------------------------*
010190* 4000-PURGE-CARD-FILES - DROP THE PURGED PROFILES' LINES FROM THE *
010200*                         SEED, FEED AND LINK CARD FILES, SO THE   *
010210*                         NIGHTLY LOADPROFILES AND LOADPOSTS       *
010220*                         REBUILDS DO NOT BRING THEM BACK (OR      *
010230*                         REJECT THE WHOLE FEED FOR POSTS WHOSE    *
010240*                         PROFILE IS GONE)                         *
010250*------------------------------------------------------------------*
010260 4000-PURGE-CARD-FILES.
010270     MOVE "data/PROFILE-SEED.DAT" TO WS-CARD-PATH.
010280     MOVE "data/PROFILE-SEED-KEEP.DAT" TO WS-CARD-KEEP-PATH.
010290     PERFORM 4100-FILTER-CARD-FILE THRU 4100-EXIT.
010300     MOVE WS-CARDS-DROPPED TO WS-SEED-DROPPED.
010310     MOVE "data/BLOGFEED.DAT" TO WS-CARD-PATH.
010320     MOVE "data/BLOGFEED-KEEP.DAT" TO WS-CARD-KEEP-PATH.
010330     PERFORM 4100-FILTER-CARD-FILE THRU 4100-EXIT.
010340     MOVE WS-CARDS-DROPPED TO WS-FEED-DROPPED.
010350     MOVE "data/PROFLINKS.DAT" TO WS-CARD-PATH.
010360     MOVE "data/PROFLINKS-KEEP.DAT" TO WS-CARD-KEEP-PATH.
010370     PERFORM 4100-FILTER-CARD-FILE THRU 4100-EXIT.
010380     MOVE WS-CARDS-DROPPED TO WS-LINKS-DROPPED.
010390 4000-EXIT.
010400     EXIT.
010410
010420*------------------------------------------------------------------*
010430* 4100-FILTER-CARD-FILE - COPY EVERY SURVIVING LINE OF THE CARD    *
010440*                         FILE TO ITS KEEP FILE IN FULL, THEN      *
010450*                         COPY THE KEEP FILE BACK OVER THE LIVE    *
010460*                         FILE AND EMPTY IT - THE SAME KEEP-FILE   *
010470*                         REWRITE AUDITARCHIVE USES.  A FILE WITH  *
010480*                         NOTHING TO DROP IS LEFT UNTOUCHED.       *
010490*------------------------------------------------------------------*
010500 4100-FILTER-CARD-FILE.
010510     MOVE ZERO TO WS-CARDS-DROPPED.
010520     OPEN INPUT CARD-FILE.
010530     IF WS-CARD-NOT-FOUND
010540         GO TO 4100-EXIT
010550     END-IF.
010560     MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME.
010570     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
010580     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010590     OPEN OUTPUT CARD-KEEP-FILE.
010600     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
010610     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
010620     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010630     MOVE "N" TO WS-CARD-SW.
010640     PERFORM 4110-FILTER-ONE-CARD THRU 4110-EXIT
010650         UNTIL WS-CARD-EOF.
010660     CLOSE CARD-FILE.
010670     CLOSE CARD-KEEP-FILE.
010680     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
010690     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
010700     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010710     IF WS-CARDS-DROPPED > ZERO
010720         PERFORM 4200-COPY-KEEP-TO-LIVE THRU 4200-EXIT
010730     END-IF.
010740*    THE LIVE FILE IS COMPLETE - EMPTY THE KEEP FILE SO A LEFTOVER
010750*    COPY CANNOT BE MISTAKEN FOR THE DIED-MID-REWRITE SIGNATURE.
010760     OPEN OUTPUT CARD-KEEP-FILE.
010770     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
010780     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
010790     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
010800     CLOSE CARD-KEEP-FILE.
010810 4100-EXIT.
010820     EXIT.
010830
010840 4110-FILTER-ONE-CARD.
010850     READ CARD-FILE
010860         AT END
010870             SET WS-CARD-EOF TO TRUE
010880             GO TO 4110-EXIT
010890     END-READ.
010900     PERFORM 4150-MATCH-PURGE-ID THRU 4150-EXIT.
010910     IF WS-ID-MATCHED
010920         ADD 1 TO WS-CARDS-DROPPED
010930         GO TO 4110-EXIT
010940     END-IF.
010950     MOVE CARD-RECORD TO CARD-KEEP-RECORD.
010960     WRITE CARD-KEEP-RECORD.
010970     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
010980     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
010990     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011000 4110-EXIT.
011010     EXIT.
011020
011030*    DOES THE CARD IN CARD-RECORD BELONG TO A PROFILE BEING
011040*    PURGED?  A BLANK PROFILE-ID NEVER MATCHES.
011050 4150-MATCH-PURGE-ID.
011060     MOVE "N" TO WS-ID-MATCH-SW.
011070     IF CD-PROFILE-ID = SPACES
011080         GO TO 4150-EXIT
011090     END-IF.
011100     MOVE 1 TO WS-MATCH-IX.
011110     PERFORM 4160-MATCH-ONE-PURGE-ID THRU 4160-EXIT
011120         UNTIL WS-ID-MATCHED OR WS-MATCH-IX > WS-PG-COUNT.
011130 4150-EXIT.
011140     EXIT.
011150
011160 4160-MATCH-ONE-PURGE-ID.
011170     IF WS-PG-PROFILE-ID (WS-MATCH-IX) = CD-PROFILE-ID
011180         MOVE "Y" TO WS-ID-MATCH-SW
011190     ELSE
011200         ADD 1 TO WS-MATCH-IX
011210     END-IF.
011220 4160-EXIT.
011230     EXIT.
011240
011250 4200-COPY-KEEP-TO-LIVE.
011260     OPEN INPUT CARD-KEEP-FILE.
011270     MOVE "CARD-KEEP-FILE" TO WS-CHECK-FILE-NAME.
011280     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
011290     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011300     OPEN OUTPUT CARD-FILE.
011310     MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME.
011320     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
011330     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011340     MOVE "N" TO WS-KEEP-SW.
011350     PERFORM 4210-COPY-ONE-KEEP-CARD THRU 4210-EXIT
011360         UNTIL WS-KEEP-EOF.
011370     CLOSE CARD-KEEP-FILE.
011380     CLOSE CARD-FILE.
011390     MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME.
011400     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
011410     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011420 4200-EXIT.
011430     EXIT.
011440
011450 4210-COPY-ONE-KEEP-CARD.
011460     READ CARD-KEEP-FILE
011470         AT END
011480             SET WS-KEEP-EOF TO TRUE
011490             GO TO 4210-EXIT
011500     END-READ.
011510     MOVE CARD-KEEP-RECORD TO CARD-RECORD.
011520     WRITE CARD-RECORD.
011530     MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME.
011540     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
011550     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011560 4210-EXIT.
011570     EXIT.
011580
011590*------------------------------------------------------------------*
011600* 5000-PURGE-MASTER - DELETE EACH PROFILE'S MASTER RECORD AND      *
011610*                     JOURNAL THE DELETION WITH THE RECORD AS ITS  *
011620*                     BEFORE IMAGE                                 *
011630*------------------------------------------------------------------*
011640 5000-PURGE-MASTER.
011650     OPEN I-O PROFILE-MASTER.
011660     IF WS-PROFILE-NOT-FOUND
011670         GO TO 5000-EXIT
011680     END-IF.
011690     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
011700     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
011710     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011720     OPEN EXTEND JOURNAL-FILE.
011730     IF WS-JOURNAL-NOT-FOUND
011740         OPEN OUTPUT JOURNAL-FILE
011750     END-IF.
011760     MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME.
011770     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
011780     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011790     MOVE 1 TO WS-PG-IX.
011800     PERFORM 5100-DELETE-ONE-MASTER THRU 5100-EXIT
011810         UNTIL WS-PG-IX > WS-PG-COUNT.
011820     CLOSE JOURNAL-FILE.
011830     CLOSE PROFILE-MASTER.
011840 5000-EXIT.
011850     EXIT.
011860
011870 5100-DELETE-ONE-MASTER.
011880     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO PM-PROFILE-ID.
011890     READ PROFILE-MASTER.
011900     IF WS-PROFILE-NOTFND
011910         GO TO 5100-NEXT
011920     END-IF.
011930     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
011940     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
011950     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
011960     MOVE SPACES TO PROFILE-JOURNAL-RECORD.
011970     MOVE PM-PROFILE-ID TO PJ-PROFILE-ID.
011980     MOVE WS-RUN-DATE TO PJ-CHANGE-DATE.
011990     MOVE WS-RUN-TIME TO PJ-CHANGE-TIME.
012000     MOVE "PROFILE-RECORD" TO PJ-FIELD-NAME.
012010     MOVE "PURGE" TO PJ-REQUESTER.
012020     STRING "RETIRED " DELIMITED BY SIZE
012030             WS-PG-RETIRE-DATE (WS-PG-IX) DELIMITED BY SIZE
012040             " BY " DELIMITED BY SIZE
012050             WS-PG-BASIS (WS-PG-IX) DELIMITED BY SPACE
012060             " - PURGED" DELIMITED BY SIZE
012070         INTO PJ-REASON
012080     END-STRING.
012090     MOVE PM-STATUS TO PJ-OLD-VALUE.
012100     MOVE "PURGED" TO PJ-NEW-VALUE.
012110     MOVE PROFILE-RECORD TO PJ-BEFORE-IMAGE.
012120     DELETE PROFILE-MASTER.
012130     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
012140     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
012150     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012160     ADD 1 TO WS-MASTER-DELETED.
012170     WRITE PROFILE-JOURNAL-RECORD.
012180     MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME.
012190     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
012200     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012210 5100-NEXT.
012220     ADD 1 TO WS-PG-IX.
012230 5100-EXIT.
012240     EXIT.
012250
012260*------------------------------------------------------------------*
012270* 5300-PURGE-POSTS - DELETE EVERY POST-MASTER ROW OF EACH PROFILE  *
012280*------------------------------------------------------------------*
012290 5300-PURGE-POSTS.
012300     OPEN I-O POST-MASTER-FILE.
012310     IF WS-POSTMAST-NOT-FOUND
012320         GO TO 5300-EXIT
012330     END-IF.
012340     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
012350     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
012360     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012370     MOVE 1 TO WS-PG-IX.
012380     PERFORM 5310-PURGE-ONE-PROFILE-POSTS THRU 5310-EXIT
012390         UNTIL WS-PG-IX > WS-PG-COUNT.
012400     CLOSE POST-MASTER-FILE.
012410 5300-EXIT.
012420     EXIT.
012430
012440 5310-PURGE-ONE-PROFILE-POSTS.
012450     MOVE "N" TO WS-POSTMAST-SW.
012460     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO PO-PROFILE-ID.
012470     MOVE ZERO TO PO-POST-DATE.
012480     MOVE ZERO TO PO-POST-SEQ.
012490     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
012500     IF WS-POSTMAST-NOTFND
012510         GO TO 5310-NEXT
012520     END-IF.
012530     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
012540     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
012550     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012560     PERFORM 5320-DELETE-ONE-POST THRU 5320-EXIT
012570         UNTIL WS-POSTMAST-EOF.
012580 5310-NEXT.
012590     ADD 1 TO WS-PG-IX.
012600 5310-EXIT.
012610     EXIT.
012620
012630 5320-DELETE-ONE-POST.
012640     READ POST-MASTER-FILE NEXT RECORD
012650         AT END
012660             SET WS-POSTMAST-EOF TO TRUE
012670             GO TO 5320-EXIT
012680     END-READ.
012690     IF PO-PROFILE-ID NOT = WS-PG-PROFILE-ID (WS-PG-IX)
012700         SET WS-POSTMAST-EOF TO TRUE
012710         GO TO 5320-EXIT
012720     END-IF.
012730     DELETE POST-MASTER-FILE.
012740     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
012750     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
012760     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012770     ADD 1 TO WS-POSTS-DELETED.
012780 5320-EXIT.
012790     EXIT.
012800
012810*------------------------------------------------------------------*
012820* 5500-PURGE-GENERATIONS - DELETE EACH PROFILE'S RETAINED OUTPUT   *
012830*                          GENERATIONS: THE SNAPSHOT FILES EVERY   *
012840*                          GENINDEX.DAT SLOT NAMES (INCLUDING THE  *
012850*                          FEED SNAPSHOT), THEN THE SLOT ITSELF    *
012860*------------------------------------------------------------------*
012870 5500-PURGE-GENERATIONS.
012880     OPEN I-O GENINDEX-FILE.
012890     IF WS-GENINDEX-NOT-FOUND
012900         GO TO 5500-EXIT
012910     END-IF.
012920     MOVE "GENINDEX-FILE" TO WS-CHECK-FILE-NAME.
012930     MOVE WS-GENINDEX-STATUS TO WS-CHECK-STATUS-CODE.
012940     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
012950     MOVE 1 TO WS-PG-IX.
012960     PERFORM 5510-PURGE-ONE-PROFILE-GENS THRU 5510-EXIT
012970         UNTIL WS-PG-IX > WS-PG-COUNT.
012980     CLOSE GENINDEX-FILE.
012990 5500-EXIT.
013000     EXIT.
013010
013020 5510-PURGE-ONE-PROFILE-GENS.
013030     MOVE "N" TO WS-GENINDEX-SW.
013040     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO GX-PROFILE-ID.
013050     MOVE ZERO TO GX-SLOT.
013060     START GENINDEX-FILE KEY NOT < GX-GEN-KEY.
013070     IF WS-GENINDEX-NOTFND
013080         GO TO 5510-NEXT
013090     END-IF.
013100     MOVE "GENINDEX-FILE" TO WS-CHECK-FILE-NAME.
013110     MOVE WS-GENINDEX-STATUS TO WS-CHECK-STATUS-CODE.
013120     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
013130     PERFORM 5520-DELETE-ONE-GENERATION THRU 5520-EXIT
013140         UNTIL WS-GENINDEX-EOF.
013150 5510-NEXT.
013160     ADD 1 TO WS-PG-IX.
013170 5510-EXIT.
013180     EXIT.
013190
013200 5520-DELETE-ONE-GENERATION.
013210     READ GENINDEX-FILE NEXT RECORD
013220         AT END
013230             SET WS-GENINDEX-EOF TO TRUE
013240             GO TO 5520-EXIT
013250     END-READ.
013260     IF GX-PROFILE-ID NOT = WS-PG-PROFILE-ID (WS-PG-IX)
013270         SET WS-GENINDEX-EOF TO TRUE
013280         GO TO 5520-EXIT
013290     END-IF.
013300     MOVE GX-MD-PATH TO WS-DELETE-PATH.
013310     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
013320     IF WS-FILE-DELETED
013330         ADD 1 TO WS-GEN-FILES-DELETED
013340     END-IF.
013350     MOVE GX-AN-PATH TO WS-DELETE-PATH.
013360     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
013370     IF WS-FILE-DELETED
013380         ADD 1 TO WS-GEN-FILES-DELETED
013390     END-IF.
013400     MOVE GX-HT-PATH TO WS-DELETE-PATH.
013410     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
013420     IF WS-FILE-DELETED
013430         ADD 1 TO WS-GEN-FILES-DELETED
013440     END-IF.
013450     MOVE GX-FD-PATH TO WS-DELETE-PATH.
013460     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
013470     IF WS-FILE-DELETED
013480         ADD 1 TO WS-GEN-FILES-DELETED
013490     END-IF.
013500     DELETE GENINDEX-FILE.
013510     MOVE "GENINDEX-FILE" TO WS-CHECK-FILE-NAME.
013520     MOVE WS-GENINDEX-STATUS TO WS-CHECK-STATUS-CODE.
013530     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
013540     ADD 1 TO WS-GENS-DELETED.
013550 5520-EXIT.
013560     EXIT.
013570
013580*------------------------------------------------------------------*
013590* 5700-PURGE-AUDITPOS - DELETE EACH PROFILE'S CURRENT-POSITION ROW *
013600*------------------------------------------------------------------*
013610 5700-PURGE-AUDITPOS.
013620     OPEN I-O AUDITPOS-FILE.
013630     IF WS-AUDITPOS-NOT-FOUND
013640         GO TO 5700-EXIT
013650     END-IF.
013660     MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME.
013670     MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE.
013680     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
013690     MOVE 1 TO WS-PG-IX.
013700     PERFORM 5710-DELETE-ONE-POSITION THRU 5710-EXIT
013710         UNTIL WS-PG-IX > WS-PG-COUNT.
013720     CLOSE AUDITPOS-FILE.
013730 5700-EXIT.
013740     EXIT.
013750
013760 5710-DELETE-ONE-POSITION.
013770     MOVE WS-PG-PROFILE-ID (WS-PG-IX) TO AP-PROFILE-ID.
013780     DELETE AUDITPOS-FILE.
013790     IF NOT WS-AUDITPOS-NOTFND
013800         MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
013810         MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
013820         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
013830         ADD 1 TO WS-POSITIONS-DELETED
013840     END-IF.
013850     ADD 1 TO WS-PG-IX.
013860 5710-EXIT.
013870     EXIT.
013880
013890*------------------------------------------------------------------*
013900* 6000-PURGE-OUTPUTS - DELETE EACH PROFILE'S MARKDOWN, ANNOUNCE,   *
013910*                      HTML AND FEED FILES                         *
013920*------------------------------------------------------------------*
013930 6000-PURGE-OUTPUTS.
013940     MOVE 1 TO WS-PG-IX.
013950     PERFORM 6100-DELETE-ONE-PROFILE-OUTS THRU 6100-EXIT
013960         UNTIL WS-PG-IX > WS-PG-COUNT.
013970 6000-EXIT.
013980     EXIT.
013990
014000 6100-DELETE-ONE-PROFILE-OUTS.
014010     MOVE WS-PG-OUTPUT-PATH (WS-PG-IX) TO WS-DELETE-PATH.
014020     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
014030     IF WS-FILE-DELETED
014040         ADD 1 TO WS-OUTPUTS-DELETED
014050     END-IF.
014060     MOVE WS-PG-ANNOUNCE-PATH (WS-PG-IX) TO WS-DELETE-PATH.
014070     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
014080     IF WS-FILE-DELETED
014090         ADD 1 TO WS-OUTPUTS-DELETED
014100     END-IF.
014110     MOVE WS-PG-HTML-PATH (WS-PG-IX) TO WS-DELETE-PATH.
014120     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
014130     IF WS-FILE-DELETED
014140         ADD 1 TO WS-OUTPUTS-DELETED
014150     END-IF.
014160     MOVE WS-PG-FEED-PATH (WS-PG-IX) TO WS-DELETE-PATH.
014170     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
014180     IF WS-FILE-DELETED
014190         ADD 1 TO WS-OUTPUTS-DELETED
014200     END-IF.
014210     ADD 1 TO WS-PG-IX.
014220 6100-EXIT.
014230     EXIT.
014240
014250*------------------------------------------------------------------*
014260* 6500-PURGE-TEMPLATES - A TEMPLATE IS DELETED ONLY WHEN NO        *
014270*                        PROFILE LEFT ON PROFILE-MASTER STILL      *
014280*                        NAMES IT - SEVERAL PROFILES MAY SHARE     *
014290*                        ONE.  THE MASTER ROWS OF THE PURGED       *
014300*                        PROFILES ARE ALREADY GONE BY NOW.         *
014310*------------------------------------------------------------------*
014320 6500-PURGE-TEMPLATES.
014330     OPEN INPUT PROFILE-MASTER.
014340     IF NOT WS-PROFILE-NOT-FOUND
014350         MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME
014360         MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE
014370         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
014380         MOVE "N" TO WS-PROFILE-SW
014390         PERFORM 2200-READ-PROFILE THRU 2200-EXIT
014400         PERFORM 6510-MARK-SHARED-TEMPLATES THRU 6510-EXIT
014410             UNTIL WS-PROFILE-EOF
014420         CLOSE PROFILE-MASTER
014430     END-IF.
014440     MOVE 1 TO WS-PG-IX.
014450     PERFORM 6530-DELETE-ONE-TEMPLATE THRU 6530-EXIT
014460         UNTIL WS-PG-IX > WS-PG-COUNT.
014470 6500-EXIT.
014480     EXIT.
014490
014500 6510-MARK-SHARED-TEMPLATES.
014510     MOVE 1 TO WS-MATCH-IX.
014520     PERFORM 6520-MARK-ONE-TEMPLATE THRU 6520-EXIT
014530         UNTIL WS-MATCH-IX > WS-PG-COUNT.
014540     PERFORM 2200-READ-PROFILE THRU 2200-EXIT.
014550 6510-EXIT.
014560     EXIT.
014570
014580 6520-MARK-ONE-TEMPLATE.
014590     IF WS-PG-TEMPLATE-PATH (WS-MATCH-IX) = PM-TEMPLATE-PATH
014600         MOVE "Y" TO WS-PG-TMPL-SHARED (WS-MATCH-IX)
014610     END-IF.
014620     ADD 1 TO WS-MATCH-IX.
014630 6520-EXIT.
014640     EXIT.
014650
014660 6530-DELETE-ONE-TEMPLATE.
014670     IF WS-PG-TMPL-SHARED (WS-PG-IX) = "Y"
014680         DISPLAY "  " WS-PG-PROFILE-ID (WS-PG-IX) " TEMPLATE "
014690             WS-PG-TEMPLATE-PATH (WS-PG-IX) " KEPT - STILL IN USE"
014700             UPON CONSOLE
014710         ADD 1 TO WS-TEMPLATES-KEPT
014720         GO TO 6530-NEXT
014730     END-IF.
014740     MOVE WS-PG-TEMPLATE-PATH (WS-PG-IX) TO WS-DELETE-PATH.
014750     PERFORM 8000-DELETE-ONE-FILE THRU 8000-EXIT.
014760     IF WS-FILE-DELETED
014770         ADD 1 TO WS-TEMPLATES-DELETED
014780     END-IF.
014790 6530-NEXT.
014800     ADD 1 TO WS-PG-IX.
014810 6530-EXIT.
014820     EXIT.
014830
014840*------------------------------------------------------------------*
014850* 7000-CLEAR-PURGE-LIST - EVERY STORE IS CLEAN - EMPTY THE LIST SO *
014860*                         THE NEXT RUN SELECTS AFRESH              *
014870*------------------------------------------------------------------*
014880 7000-CLEAR-PURGE-LIST.
014890     OPEN OUTPUT PURGE-LIST-FILE.
014900     MOVE "PURGE-LIST-FILE" TO WS-CHECK-FILE-NAME.
014910     MOVE WS-LIST-STATUS TO WS-CHECK-STATUS-CODE.
014920     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
014930     CLOSE PURGE-LIST-FILE.
014940 7000-EXIT.
014950     EXIT.
014960
014970*------------------------------------------------------------------*
014980* 8000-DELETE-ONE-FILE - REMOVE THE FILE NAMED IN WS-DELETE-PATH.  *
014990*                        A BLANK PATH OR A FILE ALREADY GONE IS    *
015000*                        NOT AN ERROR - WS-FILE-DELETED SAYS       *
015010*                        WHETHER ANYTHING WAS REMOVED.             *
015020*------------------------------------------------------------------*
015030 8000-DELETE-ONE-FILE.
015040     MOVE "N" TO WS-DELETE-SW.
015050     IF WS-DELETE-PATH = SPACES
015060         GO TO 8000-EXIT
015070     END-IF.
015080     CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH.
015090     IF RETURN-CODE = ZERO
015100         MOVE "Y" TO WS-DELETE-SW
015110     END-IF.
015120     MOVE ZERO TO RETURN-CODE.
015130 8000-EXIT.
015140     EXIT.
015150
015160*------------------------------------------------------------------*
015170* 9000-TERMINATE - PRINT THE PURGE REPORT - WHAT WAS SELECTED AND  *
015180*                  HOW MANY ROWS, LINES AND FILES LEFT EACH STORE. *
015190*                  A RETIRED PROFILE WITH NO RETIREMENT DATE ENDS  *
015200*                  THE RUN RC 4 SO IT IS LOOKED AT.                *
015210*------------------------------------------------------------------*
015220 9000-TERMINATE.
015230     DISPLAY " " UPON CONSOLE.
015240     DISPLAY "PROFILEPURGE: PURGE REPORT" UPON CONSOLE.
015250     MOVE WS-PG-COUNT TO WS-RPT-COUNT.
015260     DISPLAY "  PROFILES SELECTED         = " WS-RPT-COUNT
015270         UPON CONSOLE.
015280     MOVE WS-WITHIN-GRACE TO WS-RPT-COUNT.
015290     DISPLAY "  WITHIN GRACE - KEPT       = " WS-RPT-COUNT
015300         UPON CONSOLE.
015310     MOVE WS-NO-RETIRE-DATE TO WS-RPT-COUNT.
015320     DISPLAY "  NO RETIREMENT DATE - KEPT = " WS-RPT-COUNT
015330         UPON CONSOLE.
015340     IF WS-MODE-PREVIEW
015350         GO TO 9000-RC
015360     END-IF.
015370     MOVE WS-BUNDLES-WRITTEN TO WS-RPT-COUNT.
015380     DISPLAY "  RETIREMENT BUNDLES        = " WS-RPT-COUNT
015390         UPON CONSOLE.
015400     MOVE WS-MASTER-DELETED TO WS-RPT-COUNT.
015410     DISPLAY "  PROFILE-MASTER.DAT ROWS   = " WS-RPT-COUNT
015420         UPON CONSOLE.
015430     MOVE WS-SEED-DROPPED TO WS-RPT-COUNT.
015440     DISPLAY "  PROFILE-SEED.DAT LINES    = " WS-RPT-COUNT
015450         UPON CONSOLE.
015460     MOVE WS-FEED-DROPPED TO WS-RPT-COUNT.
015470     DISPLAY "  BLOGFEED.DAT CARDS        = " WS-RPT-COUNT
015480         UPON CONSOLE.
015490     MOVE WS-POSTS-DELETED TO WS-RPT-COUNT.
015500     DISPLAY "  POST-MASTER.DAT ROWS      = " WS-RPT-COUNT
015510         UPON CONSOLE.
015520     MOVE WS-LINKS-DROPPED TO WS-RPT-COUNT.
015530     DISPLAY "  PROFLINKS.DAT LINES       = " WS-RPT-COUNT
015540         UPON CONSOLE.
015550     MOVE WS-GENS-DELETED TO WS-RPT-COUNT.
015560     DISPLAY "  GENINDEX.DAT ENTRIES      = " WS-RPT-COUNT
015570         UPON CONSOLE.
015580     MOVE WS-GEN-FILES-DELETED TO WS-RPT-COUNT.
015590     DISPLAY "  GENERATION SNAPSHOT FILES = " WS-RPT-COUNT
015600         UPON CONSOLE.
015610     MOVE WS-POSITIONS-DELETED TO WS-RPT-COUNT.
015620     DISPLAY "  AUDITPOS.DAT ROWS         = " WS-RPT-COUNT
015630         UPON CONSOLE.
015640     MOVE WS-OUTPUTS-DELETED TO WS-RPT-COUNT.
015650     DISPLAY "  PROFILE OUTPUT FILES      = " WS-RPT-COUNT
015660         UPON CONSOLE.
015670     MOVE WS-TEMPLATES-DELETED TO WS-RPT-COUNT.
015680     DISPLAY "  TEMPLATES                 = " WS-RPT-COUNT
015690         UPON CONSOLE.
015700     MOVE WS-TEMPLATES-KEPT TO WS-RPT-COUNT.
015710     DISPLAY "  TEMPLATES KEPT (SHARED)   = " WS-RPT-COUNT
015720         UPON CONSOLE.
015730 9000-RC.
015740     IF WS-NO-RETIRE-DATE > ZERO
015750         MOVE 4 TO RETURN-CODE
015760     ELSE
015770         MOVE ZERO TO RETURN-CODE
015780     END-IF.
015790 9000-EXIT.
015800     EXIT.
015810
015820*------------------------------------------------------------------*
015830* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
015840*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
015850*                     CODES TO THE FILE ERROR HANDLER              *
015860*------------------------------------------------------------------*
015870 9700-CHECK-STATUS.
015880     IF WS-CHECK-STATUS-CODE NOT = "00"
015890         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
015900     END-IF.
015910 9700-EXIT.
015920     EXIT.
015930
015940*------------------------------------------------------------------*
015950* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
015960*                   ABEND THE RUN                                  *
015970*------------------------------------------------------------------*
015980 9800-FILE-ERROR.
015990     DISPLAY "PROFILEPURGE: FILE ERROR ON " WS-CHECK-FILE-NAME
016000         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
016010     GO TO 9999-ABEND.
016020 9800-EXIT.
016030     EXIT.
016040
016050*------------------------------------------------------------------*
016060* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
016070*------------------------------------------------------------------*
016080 9999-ABEND.
016090     MOVE 16 TO RETURN-CODE.
016100     STOP RUN.
