000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FreshnessRpt.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - CONTENT FRESHNESS AND      *
000120*                  POSTING CADENCE REPORT FOR EVERY ACTIVE       *
000130*                  PROFILE: POSTS PER MONTH FOR THE LAST TWELVE  *
000140*                  MONTHS, DAYS SINCE THE NEWEST POST AND THE    *
000150*                  AVERAGE GAP BETWEEN POSTS, FLAGGED STALE PAST *
000160*                  A THRESHOLD SET BY REFRESH FREQUENCY OR PER   *
000170*                  PROFILE ON FRESHNESS-PARM.DAT. SEPARATE       *
000180*                  SECTIONS LIST PROFILES STILL REFRESHING ON    *
000190*                  SCHEDULE WHOSE CONTENT CHECKSUM HAS NOT MOVED *
000200*                  (FROM THE ARCHIVED AND LIVE AUDIT LOG) AND    *
000210*                  PROFILES WITH FEWER POSTS ON FILE THAN THE    *
000220*                  LATEST-POSTS SECTION SHOWS.                   *
000220* 2026-10-15  DJ   POSTS ON FILE (3200) NOW COUNT ONLY LIVE      *
000220*                  POSTS WHOSE PO-PUBLISH-AT DATE HAS ARRIVED,   *
000220*                  AS WRITEMARKDOWN SHOWS THEM - A SCHEDULED     *
000220*                  POST DOES NOT MAKE A PROFILE FRESH AHEAD OF   *
000220*                  ITS DATE AND A WITHDRAWN ONE NO LONGER        *
000220*                  COUNTS.                                       *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FRESH-PARM-FILE ASSIGN TO "data/FRESHNESS-PARM.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-STATUS.
000330
000340     SELECT PROFILE-MASTER ASSIGN TO "data/PROFILE-MASTER.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS PM-PROFILE-ID
000380         FILE STATUS IS WS-PROFILE-STATUS.
000390
000400     SELECT POST-MASTER-FILE ASSIGN TO "data/POST-MASTER.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PO-POST-KEY
000440         FILE STATUS IS WS-POSTMAST-STATUS.
000450
000460     SELECT AUDITPOS-FILE ASSIGN TO "data/AUDITPOS.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS AP-PROFILE-ID
000500         FILE STATUS IS WS-AUDITPOS-STATUS.
000510
000520     SELECT ARC-INDEX-FILE
000530         ASSIGN TO "data/AUDITLOG-ARC-INDEX.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARC-INDEX-STATUS.
000560
000570     SELECT ARCHIVE-IN-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVE-STATUS.
000600
000610     SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDITLOG-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    ONE CARD PER OVERRIDE.  FP-KEY IS *DAILY, *WEEKLY OR
000680*    *MONTHLY FOR EVERY PROFILE ON THAT REFRESH FREQUENCY, OR A
000690*    PROFILE-ID FOR ONE PROFILE.  A BLANK DAYS FIELD LEAVES THAT
000700*    THRESHOLD AS IT WAS.
000710 FD  FRESH-PARM-FILE.
000720 01  FRESH-PARM-RECORD.
000730     05  FP-KEY                  PIC X(10).
000740     05  FILLER                  PIC X(01).
000750     05  FP-STALE-DAYS           PIC X(03).
000760     05  FILLER                  PIC X(01).
000770     05  FP-UNCHANGED-DAYS       PIC X(03).
000780
000790 FD  PROFILE-MASTER.
000800     COPY PROFILE.
000810
000820 FD  POST-MASTER-FILE.
000830     COPY POSTMAST.
000840
000850 FD  AUDITPOS-FILE.
000860     COPY AUDITPOS.
000870
000880 FD  ARC-INDEX-FILE.
000890 01  ARC-INDEX-RECORD.
000900     05  AX-ARCHIVE-PATH         PIC X(40).
000910
000920 FD  ARCHIVE-IN-FILE.
000930 01  ARCHIVE-IN-RECORD           PIC X(131).
000940
000950 FD  AUDITLOG-FILE.
000960     COPY AUDITLOG.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-ARCHIVE-PATH             PIC X(40).
001000
001010 01  WS-SWITCHES.
001020     05  WS-PARM-SW              PIC X(01) VALUE "N".
001030         88  WS-PARM-EOF                 VALUE "Y".
001040     05  WS-PROFILE-SW           PIC X(01) VALUE "N".
001050         88  WS-PROFILE-EOF              VALUE "Y".
001060     05  WS-POSTMAST-SW          PIC X(01) VALUE "N".
001070         88  WS-POSTMAST-EOF             VALUE "Y".
001080     05  WS-ARC-INDEX-SW         PIC X(01) VALUE "N".
001090         88  WS-ARC-INDEX-EOF            VALUE "Y".
001100     05  WS-ARCHIVE-SW           PIC X(01) VALUE "N".
001110         88  WS-ARCHIVE-EOF              VALUE "Y".
001120     05  WS-AUDITLOG-SW          PIC X(01) VALUE "N".
001130         88  WS-AUDITLOG-EOF             VALUE "Y".
001140     05  WS-PATH-SEEN-SW         PIC X(01) VALUE "N".
001150         88  WS-PATH-SEEN                VALUE "Y".
001160     05  WS-FR-FOUND-SW          PIC X(01) VALUE "N".
001170         88  WS-FR-FOUND                 VALUE "Y".
001180     05  WS-OV-FOUND-SW          PIC X(01) VALUE "N".
001190         88  WS-OV-FOUND                 VALUE "Y".
001200     05  WS-SECTION-SW           PIC X(01) VALUE "N".
001210         88  WS-SECTION-LISTED           VALUE "Y".
001220
001230 01  WS-FILE-STATUSES.
001240     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
001250         88  WS-PARM-OK                  VALUE "00".
001260         88  WS-PARM-NOT-FOUND           VALUE "35".
001270     05  WS-PROFILE-STATUS       PIC X(02) VALUE "00".
001280         88  WS-PROFILE-OK               VALUE "00".
001290         88  WS-PROFILE-NOT-FOUND        VALUE "35".
001300     05  WS-POSTMAST-STATUS      PIC X(02) VALUE "00".
001310         88  WS-POSTMAST-OK              VALUE "00".
001320         88  WS-POSTMAST-NOTFND          VALUE "23".
001330         88  WS-POSTMAST-NOT-FOUND       VALUE "35".
001340     05  WS-AUDITPOS-STATUS      PIC X(02) VALUE "00".
001350         88  WS-AUDITPOS-OK              VALUE "00".
001360         88  WS-AUDITPOS-NOTFND          VALUE "23".
001370         88  WS-AUDITPOS-NOT-FOUND       VALUE "35".
001380     05  WS-ARC-INDEX-STATUS     PIC X(02) VALUE "00".
001390         88  WS-ARC-INDEX-OK             VALUE "00".
001400         88  WS-ARC-INDEX-NOT-FOUND      VALUE "35".
001410     05  WS-ARCHIVE-STATUS       PIC X(02) VALUE "00".
001420         88  WS-ARCHIVE-OK               VALUE "00".
001430         88  WS-ARCHIVE-NOT-FOUND        VALUE "35".
001440     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001450         88  WS-AUDITLOG-OK              VALUE "00".
001460         88  WS-AUDITLOG-NOT-FOUND       VALUE "35".
001470
001480*    THE STALENESS THRESHOLD (DAYS SINCE THE NEWEST POST) AND THE
001490*    UNCHANGED THRESHOLD (DAYS THE CONTENT CHECKSUM HAS NOT MOVED
001500*    WHILE THE PROFILE KEEPS REFRESHING) BY REFRESH FREQUENCY -
001510*    DAILY, WEEKLY, MONTHLY.  THE UNCHANGED DEFAULTS ARE ABOUT
001520*    TWO WEEKS OF DAILY REFRESHES, FIVE WEEKLY AND THREE MONTHLY.
001530*    EITHER CAN BE OVERRIDDEN PER FREQUENCY OR PER PROFILE ON
001540*    FRESHNESS-PARM.DAT.  WS-FREQ-CYCLE IS THE LONGEST GAP
001550*    BETWEEN REFRESHES A PROFILE ON THAT FREQUENCY SHOULD EVER
001560*    SHOW (A DAILY PROFILE MAY SIT OUT A WEEKEND OF BLACKOUT
001570*    DATES) - A PROFILE REFRESHED WITHIN IT IS ON SCHEDULE.
001580 01  WS-FREQ-THRESHOLDS.
001590     05  FILLER                  PIC X(10) VALUE "D030014003".
001600     05  FILLER                  PIC X(10) VALUE "W060035007".
001610     05  FILLER                  PIC X(10) VALUE "M120093031".
001620 01  WS-FREQ-TABLE REDEFINES WS-FREQ-THRESHOLDS.
001630     05  WS-FREQ-ENTRY           OCCURS 3 TIMES.
001640         10  WS-FREQ-CODE        PIC X(01).
001650         10  WS-FREQ-STALE       PIC 9(03).
001660         10  WS-FREQ-UNCHANGED   PIC 9(03).
001670         10  WS-FREQ-CYCLE       PIC 9(03).
001680
001690*    WS-MAX-POSTS MATCHES WRITEMARKDOWN'S CAP ON THE LATEST-POSTS
001700*    SECTION - A PROFILE WITH FEWER POSTS ON FILE RENDERS SHORT.
001710 01  WS-REPORT-CONTROLS.
001720     05  WS-MAX-POSTS            PIC 9(02) VALUE 05.
001730     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001740     05  WS-RUN-INT              PIC 9(07) COMP VALUE ZERO.
001750     05  WS-RUN-MONTHS           PIC 9(06) COMP VALUE ZERO.
001760     05  WS-POST-MONTHS          PIC 9(06) COMP VALUE ZERO.
001770     05  WS-MONTHS-BACK          PIC S9(06) COMP VALUE ZERO.
001780     05  WS-BUCKET               PIC 9(02) COMP VALUE ZERO.
001790     05  WS-DAYS-WORK            PIC S9(07) COMP VALUE ZERO.
001800     05  WS-DAYS-WORK-2          PIC S9(07) COMP VALUE ZERO.
001810     05  WS-HEAD-MONTHS          PIC 9(06) COMP VALUE ZERO.
001820     05  WS-HEAD-YEAR            PIC 9(04) COMP VALUE ZERO.
001830     05  WS-HEAD-MONTH           PIC 9(02) COMP VALUE ZERO.
001840
001850*    A CATALOG DATE TAKEN APART FOR THE MONTH BUCKETS AND THE
001860*    REPORT
001870 01  WS-DATE-WORK                PIC 9(08).
001880 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001890     05  WS-DATE-YYYY            PIC 9(04).
001900     05  WS-DATE-MM              PIC 9(02).
001910     05  WS-DATE-DD              PIC 9(02).
001920 01  WS-DATE-EDIT.
001930     05  WS-DE-YYYY              PIC 9(04).
001940     05  FILLER                  PIC X(01) VALUE "-".
001950     05  WS-DE-MM                PIC 9(02).
001960     05  FILLER                  PIC X(01) VALUE "-".
001970     05  WS-DE-DD                PIC 9(02).
001980
001990*    PER-PROFILE THRESHOLD OVERRIDES FROM FRESHNESS-PARM.DAT
002000 01  WS-OVERRIDE-TABLE.
002010     05  WS-OV-COUNT             PIC 9(03) COMP VALUE ZERO.
002020     05  WS-OV-ENTRY             OCCURS 200 TIMES.
002030         10  WS-OV-PROFILE-ID    PIC X(10).
002040         10  WS-OV-STALE         PIC X(03).
002050         10  WS-OV-UNCHANGED     PIC X(03).
002060
002070*    ONE ENTRY PER ACTIVE PROFILE, IN PROFILE-ID ORDER
002080 01  WS-FRESH-TABLE.
002090     05  WS-FR-COUNT             PIC 9(03) COMP VALUE ZERO.
002100     05  WS-FR-ENTRY             OCCURS 200 TIMES.
002110         10  WS-FR-PROFILE-ID    PIC X(10).
002120         10  WS-FR-FREQ          PIC X(01).
002130         10  WS-FR-STALE-DAYS    PIC 9(03).
002140         10  WS-FR-UNCHG-DAYS    PIC 9(03).
002150         10  WS-FR-CYCLE-DAYS    PIC 9(03).
002160         10  WS-FR-MONTH-COUNT   PIC 9(03) COMP OCCURS 12 TIMES.
002170         10  WS-FR-POST-COUNT    PIC 9(05) COMP.
002180         10  WS-FR-OLDEST        PIC 9(08).
002190         10  WS-FR-NEWEST        PIC 9(08).
002200         10  WS-FR-LOG-SEEN      PIC X(01).
002210         10  WS-FR-LAST-CKSUM    PIC 9(08).
002220         10  WS-FR-FIRST-SEEN    PIC 9(08).
002230         10  WS-FR-CHANGE-DATE   PIC 9(08).
002240         10  WS-FR-POS-SEEN      PIC X(01).
002250         10  WS-FR-POS-DATE      PIC 9(08).
002260         10  WS-FR-POS-CKSUM     PIC 9(08).
002270
002280 01  WS-SUBSCRIPTS.
002290     05  WS-FR-IX                PIC 9(03) COMP VALUE ZERO.
002300     05  WS-OV-IX                PIC 9(03) COMP VALUE ZERO.
002310     05  WS-FQ-IX                PIC 9(02) COMP VALUE ZERO.
002320     05  WS-MO-IX                PIC 9(02) COMP VALUE ZERO.
002330     05  WS-PATH-IX              PIC 9(03) COMP VALUE ZERO.
002340
002350 01  WS-SEARCH-ID                PIC X(10).
002360
002370*    ONE AUDIT RECORD IN WORKING STORAGE, MIRRORING THE AUDITLOG
002380*    COPYBOOK FIELD FOR FIELD, SO RECORDS FROM AN ARCHIVE FILE
002390*    AND THE LIVE LOG GO THROUGH ONE PARAGRAPH.
002400 01  WS-AUDIT-WORK.
002410     05  WS-AW-RUN-DATE          PIC 9(08).
002420     05  WS-AW-RUN-TIME          PIC 9(08).
002430     05  FILLER                  PIC X(01).
002440     05  WS-AW-PROGRAM-ID        PIC X(13).
002450     05  FILLER                  PIC X(01).
002460     05  WS-AW-PROFILE-ID        PIC X(10).
002470     05  FILLER                  PIC X(01).
002480     05  WS-AW-WELCOME-TEXT      PIC X(80).
002490     05  FILLER                  PIC X(01).
002500     05  WS-AW-CHECKSUM          PIC 9(08).
002510
002520*    ARCHIVE PATHS ALREADY WALKED - A RERUN OF AUDITARCHIVE ON
002530*    ONE DATE APPENDS ITS PATH TO THE INDEX TWICE.
002540 01  WS-PATH-TABLE.
002550     05  WS-PATH-COUNT           PIC 9(03) COMP VALUE ZERO.
002560     05  WS-PATH-ENTRY           PIC X(40) OCCURS 50 TIMES.
002570
002580 01  WS-CADENCE-HEAD.
002590     05  FILLER                  PIC X(16)
002600                                 VALUE "  PROFILE    F  ".
002610     05  WS-CH-MONTH             PIC X(04) OCCURS 12 TIMES.
002620     05  FILLER                  PIC X(39) VALUE
002630         "POSTS  NEWEST      DAYS  AVG GAP  LIMIT".
002640
002650 01  WS-CADENCE-LINE.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-CL-PROFILE-ID        PIC X(10).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  WS-CL-FREQ              PIC X(01).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  WS-CL-MONTH             OCCURS 12 TIMES.
002720         10  WS-CL-MONTH-COUNT   PIC ZZ9.
002730         10  FILLER              PIC X(01).
002740     05  WS-CL-POSTS             PIC ZZZZ9.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  WS-CL-NEWEST            PIC X(10).
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  WS-CL-DAYS              PIC X(05).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WS-CL-AVG-GAP           PIC X(07).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-CL-LIMIT             PIC ZZZZ9.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  WS-CL-FLAG              PIC X(08).
002850
002860 01  WS-REPORT-FIELDS.
002870     05  WS-RPT-DAYS             PIC ZZZZ9.
002880     05  WS-RPT-GAP              PIC ZZZZ9.
002890     05  WS-RPT-LIMIT            PIC ZZ9.
002900     05  WS-RPT-REFRESH          PIC X(10).
002910     05  WS-RPT-SINCE            PIC X(10).
002920     05  WS-RPT-OR-EARLIER       PIC X(11).
002930
002940 01  WS-REPORT-COUNTERS.
002950     05  WS-STALE-COUNT          PIC 9(05) COMP VALUE ZERO.
002960     05  WS-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
002970     05  WS-SHORT-COUNT          PIC 9(05) COMP VALUE ZERO.
002980     05  WS-OV-UNMATCHED         PIC 9(05) COMP VALUE ZERO.
002990     05  WS-RPT-COUNT            PIC ZZZZ9.
003000     05  WS-RPT-COUNT-2          PIC ZZZZ9.
003010
003020 01  WS-ERROR-CHECK.
003030     05  WS-CHECK-FILE-NAME      PIC X(20).
003040     05  WS-CHECK-STATUS-CODE    PIC X(02).
003050
003060 PROCEDURE DIVISION.
003070*------------------------------------------------------------------*
003080* 0000-MAINLINE                                                    *
003090*------------------------------------------------------------------*
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120     PERFORM 2000-LOAD-PROFILES THRU 2000-EXIT.
003130     IF WS-FR-COUNT > ZERO
003140         PERFORM 3000-COUNT-POSTS THRU 3000-EXIT
003150         PERFORM 4000-LOAD-POSITIONS THRU 4000-EXIT
003160         PERFORM 4500-WALK-ARCHIVES THRU 4500-EXIT
003170         PERFORM 4800-WALK-LIVE-LOG THRU 4800-EXIT
003180         PERFORM 5000-PRINT-CADENCE THRU 5000-EXIT
003190         PERFORM 6000-PRINT-UNCHANGED THRU 6000-EXIT
003200         PERFORM 7000-PRINT-SHORT-LISTS THRU 7000-EXIT
003210     END-IF.
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     STOP RUN.
003240
003250*------------------------------------------------------------------*
003260* 1000-INITIALIZE - RUN DATE AND THRESHOLD OVERRIDES               *
003270*------------------------------------------------------------------*
003280 1000-INITIALIZE.
003290     DISPLAY "FRESHNESSRPT: CONTENT FRESHNESS AND POSTING CADENCE"
003300         UPON CONSOLE.
003310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003320     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003330     MOVE WS-RUN-DATE TO WS-DATE-WORK.
003340     COMPUTE WS-RUN-MONTHS = WS-DATE-YYYY * 12 + WS-DATE-MM.
003350     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003360     DISPLAY "  THRESHOLDS (DAYS)       STALE  UNCHANGED"
003370         UPON CONSOLE.
003380     MOVE 1 TO WS-FQ-IX.
003390     PERFORM 1300-SHOW-FREQ-THRESHOLDS THRU 1300-EXIT
003400         UNTIL WS-FQ-IX > 3.
003410 1000-EXIT.
003420     EXIT.
003430
003440*------------------------------------------------------------------*
003450* 1100-READ-PARM - APPLY THE FREQUENCY CARDS AND HOLD THE          *
003460*                  PER-PROFILE CARDS FOR 2000.  THE CARD FILE IS   *
003470*                  OPTIONAL AND LEFT IN PLACE.                     *
003480*------------------------------------------------------------------*
003490 1100-READ-PARM.
003500     OPEN INPUT FRESH-PARM-FILE.
003510     IF WS-PARM-NOT-FOUND
003520         GO TO 1100-EXIT
003530     END-IF.
003540     MOVE "FRESH-PARM-FILE" TO WS-CHECK-FILE-NAME.
003550     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
003560     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003570     MOVE "N" TO WS-PARM-SW.
003580     PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
003590         UNTIL WS-PARM-EOF.
003600     CLOSE FRESH-PARM-FILE.
003610 1100-EXIT.
003620     EXIT.
003630
003640 1200-APPLY-PARM-CARD.
003650     READ FRESH-PARM-FILE
003660         AT END
003670             SET WS-PARM-EOF TO TRUE
003680             GO TO 1200-EXIT
003690     END-READ.
003700     IF FP-KEY = SPACES
003710         GO TO 1200-EXIT
003720     END-IF.
003730     IF (FP-STALE-DAYS NOT = SPACES
003740         AND FP-STALE-DAYS NOT NUMERIC)
003750        OR (FP-UNCHANGED-DAYS NOT = SPACES
003760         AND FP-UNCHANGED-DAYS NOT NUMERIC)
003770         DISPLAY "  PARM CARD " FP-KEY " IGNORED - DAYS NOT "
003780             "NUMERIC" UPON CONSOLE
003790         GO TO 1200-EXIT
003800     END-IF.
003810     EVALUATE FP-KEY
003820         WHEN "*DAILY"
003830             MOVE 1 TO WS-FQ-IX
003840         WHEN "*WEEKLY"
003850             MOVE 2 TO WS-FQ-IX
003860         WHEN "*MONTHLY"
003870             MOVE 3 TO WS-FQ-IX
003880         WHEN OTHER
003890             MOVE ZERO TO WS-FQ-IX
003900     END-EVALUATE.
003910     IF WS-FQ-IX > ZERO
003920         IF FP-STALE-DAYS NOT = SPACES
003930             MOVE FP-STALE-DAYS TO WS-FREQ-STALE (WS-FQ-IX)
003940         END-IF
003950         IF FP-UNCHANGED-DAYS NOT = SPACES
003960             MOVE FP-UNCHANGED-DAYS
003970                 TO WS-FREQ-UNCHANGED (WS-FQ-IX)
003980         END-IF
003990         GO TO 1200-EXIT
004000     END-IF.
004010     IF FP-KEY (1:1) = "*"
004020         DISPLAY "  PARM CARD " FP-KEY " IGNORED - UNKNOWN "
004030             "FREQUENCY" UPON CONSOLE
004040         GO TO 1200-EXIT
004050     END-IF.
004060     IF WS-OV-COUNT = 200
004070         DISPLAY "  PARM CARD " FP-KEY " IGNORED - OVERRIDE "
004080             "TABLE FULL" UPON CONSOLE
004090         GO TO 1200-EXIT
004100     END-IF.
004110     ADD 1 TO WS-OV-COUNT.
004120     MOVE FP-KEY TO WS-OV-PROFILE-ID (WS-OV-COUNT).
004130     MOVE FP-STALE-DAYS TO WS-OV-STALE (WS-OV-COUNT).
004140     MOVE FP-UNCHANGED-DAYS TO WS-OV-UNCHANGED (WS-OV-COUNT).
004150 1200-EXIT.
004160     EXIT.
004170
004180 1300-SHOW-FREQ-THRESHOLDS.
004190     MOVE WS-FREQ-STALE (WS-FQ-IX) TO WS-RPT-COUNT.
004200     MOVE WS-FREQ-UNCHANGED (WS-FQ-IX) TO WS-RPT-COUNT-2.
004210     EVALUATE WS-FQ-IX
004220         WHEN 1
004230             DISPLAY "    DAILY PROFILES       " WS-RPT-COUNT
004240                 "      " WS-RPT-COUNT-2 UPON CONSOLE
004250         WHEN 2
004260             DISPLAY "    WEEKLY PROFILES      " WS-RPT-COUNT
004270                 "      " WS-RPT-COUNT-2 UPON CONSOLE
004280         WHEN OTHER
004290             DISPLAY "    MONTHLY PROFILES     " WS-RPT-COUNT
004300                 "      " WS-RPT-COUNT-2 UPON CONSOLE
004310     END-EVALUATE.
004320     ADD 1 TO WS-FQ-IX.
004330 1300-EXIT.
004340     EXIT.
004350
004360*------------------------------------------------------------------*
004370* 2000-LOAD-PROFILES - TABLE EVERY PROFILE WRITEMARKDOWN WOULD     *
004380*                      CONSIDER TODAY (ACTIVE, INSIDE ITS          *
004390*                      EFFECTIVE PERIOD) WITH ITS THRESHOLDS -     *
004400*                      A PROFILE CARD BEATS A FREQUENCY CARD,      *
004410*                      WHICH BEATS THE DEFAULT                     *
004420*------------------------------------------------------------------*
004430 2000-LOAD-PROFILES.
004440     OPEN INPUT PROFILE-MASTER.
004450     IF WS-PROFILE-NOT-FOUND
004460         DISPLAY "  NO PROFILE-MASTER.DAT - NOTHING TO REPORT"
004470             UPON CONSOLE
004480         GO TO 2000-EXIT
004490     END-IF.
004500     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
004510     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
004520     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004530     MOVE "N" TO WS-PROFILE-SW.
004540     PERFORM 2100-READ-PROFILE THRU 2100-EXIT.
004550     PERFORM 2200-TABLE-PROFILE THRU 2200-EXIT
004560         UNTIL WS-PROFILE-EOF.
004570     CLOSE PROFILE-MASTER.
004580     MOVE 1 TO WS-OV-IX.
004590     PERFORM 2400-CHECK-OVERRIDE-USED THRU 2400-EXIT
004600         UNTIL WS-OV-IX > WS-OV-COUNT.
004610 2000-EXIT.
004620     EXIT.
004630
004640 2100-READ-PROFILE.
004650     READ PROFILE-MASTER
004660         AT END
004670             SET WS-PROFILE-EOF TO TRUE
004680     END-READ.
004690 2100-EXIT.
004700     EXIT.
004710
004720 2200-TABLE-PROFILE.
004730     IF NOT PM-STATUS-ACTIVE
004740        OR PM-EFF-FROM-DATE > WS-RUN-DATE
004750        OR (PM-EFF-TO-DATE NOT = ZERO
004760            AND PM-EFF-TO-DATE < WS-RUN-DATE)
004770         GO TO 2200-NEXT
004780     END-IF.
004790     IF WS-FR-COUNT = 200
004800         DISPLAY "  " PM-PROFILE-ID " NOT REPORTED - PROFILE "
004810             "TABLE FULL" UPON CONSOLE
004820         GO TO 2200-NEXT
004830     END-IF.
004840     ADD 1 TO WS-FR-COUNT.
004850     MOVE WS-FR-COUNT TO WS-FR-IX.
004860     INITIALIZE WS-FR-ENTRY (WS-FR-IX).
004870     MOVE PM-PROFILE-ID TO WS-FR-PROFILE-ID (WS-FR-IX).
004880     MOVE "N" TO WS-FR-LOG-SEEN (WS-FR-IX).
004890     MOVE "N" TO WS-FR-POS-SEEN (WS-FR-IX).
004900     EVALUATE TRUE
004910         WHEN PM-FREQ-WEEKLY
004920             MOVE 2 TO WS-FQ-IX
004930         WHEN PM-FREQ-MONTHLY
004940             MOVE 3 TO WS-FQ-IX
004950         WHEN OTHER
004960             MOVE 1 TO WS-FQ-IX
004970     END-EVALUATE.
004980     MOVE WS-FREQ-CODE (WS-FQ-IX) TO WS-FR-FREQ (WS-FR-IX).
004990     MOVE WS-FREQ-STALE (WS-FQ-IX) TO WS-FR-STALE-DAYS (WS-FR-IX).
005000     MOVE WS-FREQ-UNCHANGED (WS-FQ-IX)
005010         TO WS-FR-UNCHG-DAYS (WS-FR-IX).
005020     MOVE WS-FREQ-CYCLE (WS-FQ-IX) TO WS-FR-CYCLE-DAYS (WS-FR-IX).
005030     PERFORM 2300-FIND-OVERRIDE THRU 2300-EXIT.
005040     IF WS-OV-FOUND
005050         IF WS-OV-STALE (WS-OV-IX) NOT = SPACES
005060             MOVE WS-OV-STALE (WS-OV-IX)
005070                 TO WS-FR-STALE-DAYS (WS-FR-IX)
005080         END-IF
005090         IF WS-OV-UNCHANGED (WS-OV-IX) NOT = SPACES
005100             MOVE WS-OV-UNCHANGED (WS-OV-IX)
005110                 TO WS-FR-UNCHG-DAYS (WS-FR-IX)
005120         END-IF
005130     END-IF.
005140 2200-NEXT.
005150     PERFORM 2100-READ-PROFILE THRU 2100-EXIT.
005160 2200-EXIT.
005170     EXIT.
005180
005190 2300-FIND-OVERRIDE.
005200     MOVE "N" TO WS-OV-FOUND-SW.
005210     MOVE 1 TO WS-OV-IX.
005220     PERFORM 2310-MATCH-ONE-OVERRIDE THRU 2310-EXIT
005230         UNTIL WS-OV-FOUND OR WS-OV-IX > WS-OV-COUNT.
005240 2300-EXIT.
005250     EXIT.
005260
005270 2310-MATCH-ONE-OVERRIDE.
005280     IF WS-OV-PROFILE-ID (WS-OV-IX) = PM-PROFILE-ID
005290         MOVE "Y" TO WS-OV-FOUND-SW
005300     ELSE
005310         ADD 1 TO WS-OV-IX
005320     END-IF.
005330 2310-EXIT.
005340     EXIT.
005350
005360*    A PROFILE CARD THAT MATCHED NO ACTIVE PROFILE IS PROBABLY A
005370*    TYPO - SAY SO RATHER THAN SILENTLY USING THE DEFAULT.
005380 2400-CHECK-OVERRIDE-USED.
005390     MOVE WS-OV-PROFILE-ID (WS-OV-IX) TO WS-SEARCH-ID.
005400     PERFORM 2500-FIND-PROFILE THRU 2500-EXIT.
005410     IF NOT WS-FR-FOUND
005420         DISPLAY "  PARM CARD " WS-SEARCH-ID " MATCHES NO ACTIVE "
005430             "PROFILE" UPON CONSOLE
005440         ADD 1 TO WS-OV-UNMATCHED
005450     END-IF.
005460     ADD 1 TO WS-OV-IX.
005470 2400-EXIT.
005480     EXIT.
005490
005500*    LOOK UP WS-SEARCH-ID IN THE ACTIVE-PROFILE TABLE
005510 2500-FIND-PROFILE.
005520     MOVE "N" TO WS-FR-FOUND-SW.
005530     MOVE 1 TO WS-FR-IX.
005540     PERFORM 2510-MATCH-ONE-PROFILE THRU 2510-EXIT
005550         UNTIL WS-FR-FOUND OR WS-FR-IX > WS-FR-COUNT.
005560 2500-EXIT.
005570     EXIT.
005580
005590 2510-MATCH-ONE-PROFILE.
005600     IF WS-FR-PROFILE-ID (WS-FR-IX) = WS-SEARCH-ID
005610         MOVE "Y" TO WS-FR-FOUND-SW
005620     ELSE
005630         ADD 1 TO WS-FR-IX
005640     END-IF.
005650 2510-EXIT.
005660     EXIT.
005670
005680*------------------------------------------------------------------*
005690* 3000-COUNT-POSTS - ONE KEYED START PER PROFILE ON POST-MASTER    *
005700*                    AND A READ-NEXT LOOP OVER ITS CATALOG ROWS,   *
005710*                    WHICH COME BACK OLDEST FIRST                  *
005720*------------------------------------------------------------------*
005730 3000-COUNT-POSTS.
005740     OPEN INPUT POST-MASTER-FILE.
005750     IF WS-POSTMAST-NOT-FOUND
005760         DISPLAY "  NO POST-MASTER.DAT - NO POSTS ON FILE"
005770             UPON CONSOLE
005780         GO TO 3000-EXIT
005790     END-IF.
005800     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
005810     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
005820     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005830     MOVE 1 TO WS-FR-IX.
005840     PERFORM 3100-COUNT-PROFILE-POSTS THRU 3100-EXIT
005850         UNTIL WS-FR-IX > WS-FR-COUNT.
005860     CLOSE POST-MASTER-FILE.
005870 3000-EXIT.
005880     EXIT.
005890
005900 3100-COUNT-PROFILE-POSTS.
005910     MOVE "N" TO WS-POSTMAST-SW.
005920     MOVE WS-FR-PROFILE-ID (WS-FR-IX) TO PO-PROFILE-ID.
005930     MOVE ZERO TO PO-POST-DATE.
005940     MOVE ZERO TO PO-POST-SEQ.
005950     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
005960     IF WS-POSTMAST-NOTFND
005970         GO TO 3100-NEXT
005980     END-IF.
005990     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
006000     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
006010     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006020     PERFORM 3200-COUNT-ONE-POST THRU 3200-EXIT
006030         UNTIL WS-POSTMAST-EOF.
006040 3100-NEXT.
006050     ADD 1 TO WS-FR-IX.
006060 3100-EXIT.
006070     EXIT.
006080
006090 3200-COUNT-ONE-POST.
006100     READ POST-MASTER-FILE NEXT RECORD
006110         AT END
006120             SET WS-POSTMAST-EOF TO TRUE
006130             GO TO 3200-EXIT
006140     END-READ.
006150     IF PO-PROFILE-ID NOT = WS-FR-PROFILE-ID (WS-FR-IX)
006160         SET WS-POSTMAST-EOF TO TRUE
006170         GO TO 3200-EXIT
006180     END-IF.
006182     IF NOT PO-STATUS-LIVE OR PO-PUBLISH-AT > WS-RUN-DATE
006184         GO TO 3200-EXIT
006186     END-IF.
006190     ADD 1 TO WS-FR-POST-COUNT (WS-FR-IX).
006200     IF WS-FR-POST-COUNT (WS-FR-IX) = 1
006210         MOVE PO-POST-DATE TO WS-FR-OLDEST (WS-FR-IX)
006220     END-IF.
006230     MOVE PO-POST-DATE TO WS-FR-NEWEST (WS-FR-IX).
006240*    MONTH 12 IS THE RUN MONTH, MONTH 1 ELEVEN MONTHS BEFORE IT
006250     MOVE PO-POST-DATE TO WS-DATE-WORK.
006260     COMPUTE WS-POST-MONTHS = WS-DATE-YYYY * 12 + WS-DATE-MM.
006270     COMPUTE WS-MONTHS-BACK = WS-RUN-MONTHS - WS-POST-MONTHS.
006280     IF WS-MONTHS-BACK NOT < ZERO AND WS-MONTHS-BACK < 12
006290         COMPUTE WS-BUCKET = 12 - WS-MONTHS-BACK
006300         ADD 1 TO WS-FR-MONTH-COUNT (WS-FR-IX, WS-BUCKET)
006310     END-IF.
006320 3200-EXIT.
006330     EXIT.
006340
006350*------------------------------------------------------------------*
006360* 4000-LOAD-POSITIONS - EACH PROFILE'S LAST REFRESH AND CURRENT    *
006370*                       CONTENT CHECKSUM FROM AUDITPOS.DAT         *
006380*------------------------------------------------------------------*
006390 4000-LOAD-POSITIONS.
006400     OPEN INPUT AUDITPOS-FILE.
006410     IF WS-AUDITPOS-NOT-FOUND
006420         DISPLAY "  NO AUDITPOS.DAT - NO REFRESH HISTORY"
006430             UPON CONSOLE
006440         GO TO 4000-EXIT
006450     END-IF.
006460     MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME.
006470     MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE.
006480     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006490     MOVE 1 TO WS-FR-IX.
006500     PERFORM 4100-LOAD-ONE-POSITION THRU 4100-EXIT
006510         UNTIL WS-FR-IX > WS-FR-COUNT.
006520     CLOSE AUDITPOS-FILE.
006530 4000-EXIT.
006540     EXIT.
006550
006560 4100-LOAD-ONE-POSITION.
006570     MOVE WS-FR-PROFILE-ID (WS-FR-IX) TO AP-PROFILE-ID.
006580     READ AUDITPOS-FILE.
006590     IF NOT WS-AUDITPOS-NOTFND
006600         MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
006610         MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
006620         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
006630         MOVE "Y" TO WS-FR-POS-SEEN (WS-FR-IX)
006640         MOVE AP-RUN-DATE TO WS-FR-POS-DATE (WS-FR-IX)
006650         MOVE AP-CONTENT-CHECKSUM TO WS-FR-POS-CKSUM (WS-FR-IX)
006660     END-IF.
006670     ADD 1 TO WS-FR-IX.
006680 4100-EXIT.
006690     EXIT.
006700
006710*------------------------------------------------------------------*
006720* 4500-WALK-ARCHIVES - WALK EVERY ARCHIVE FILE NAMED IN THE        *
006730*                      ARCHIVE INDEX, OLDEST FIRST, THEN THE LIVE  *
006740*                      LOG (4800), SO EACH PROFILE'S CHECKSUM      *
006750*                      HISTORY IS SEEN IN RUN ORDER                *
006760*------------------------------------------------------------------*
006770 4500-WALK-ARCHIVES.
006780     MOVE "N" TO WS-ARC-INDEX-SW.
006790     OPEN INPUT ARC-INDEX-FILE.
006800     IF WS-ARC-INDEX-NOT-FOUND
006810         GO TO 4500-EXIT
006820     END-IF.
006830     MOVE "ARC-INDEX-FILE" TO WS-CHECK-FILE-NAME.
006840     MOVE WS-ARC-INDEX-STATUS TO WS-CHECK-STATUS-CODE.
006850     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006860     PERFORM 4510-READ-ARC-INDEX THRU 4510-EXIT.
006870     PERFORM 4600-WALK-ONE-ARCHIVE THRU 4600-EXIT
006880         UNTIL WS-ARC-INDEX-EOF.
006890     CLOSE ARC-INDEX-FILE.
006900 4500-EXIT.
006910     EXIT.
006920
006930 4510-READ-ARC-INDEX.
006940     READ ARC-INDEX-FILE
006950         AT END
006960             SET WS-ARC-INDEX-EOF TO TRUE
006970     END-READ.
006980 4510-EXIT.
006990     EXIT.
007000
007010*    A PATH ALREADY WALKED OR A MISSING ARCHIVE IS PASSED OVER
007020 4600-WALK-ONE-ARCHIVE.
007030     IF AX-ARCHIVE-PATH = SPACES
007040         GO TO 4600-NEXT
007050     END-IF.
007060     MOVE "N" TO WS-PATH-SEEN-SW.
007070     MOVE 1 TO WS-PATH-IX.
007080     PERFORM 4610-CHECK-ONE-PATH THRU 4610-EXIT
007090         UNTIL WS-PATH-SEEN OR WS-PATH-IX > WS-PATH-COUNT.
007100     IF WS-PATH-SEEN
007110         GO TO 4600-NEXT
007120     END-IF.
007130     IF WS-PATH-COUNT < 50
007140         ADD 1 TO WS-PATH-COUNT
007150         MOVE AX-ARCHIVE-PATH TO WS-PATH-ENTRY (WS-PATH-COUNT)
007160     END-IF.
007170     MOVE AX-ARCHIVE-PATH TO WS-ARCHIVE-PATH.
007180     MOVE "N" TO WS-ARCHIVE-SW.
007190     OPEN INPUT ARCHIVE-IN-FILE.
007200     IF WS-ARCHIVE-NOT-FOUND
007210         GO TO 4600-NEXT
007220     END-IF.
007230     MOVE "ARCHIVE-IN-FILE" TO WS-CHECK-FILE-NAME.
007240     MOVE WS-ARCHIVE-STATUS TO WS-CHECK-STATUS-CODE.
007250     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007260     PERFORM 4620-SCAN-ARCHIVE-RECORD THRU 4620-EXIT
007270         UNTIL WS-ARCHIVE-EOF.
007280     CLOSE ARCHIVE-IN-FILE.
007290 4600-NEXT.
007300     PERFORM 4510-READ-ARC-INDEX THRU 4510-EXIT.
007310 4600-EXIT.
007320     EXIT.
007330
007340 4610-CHECK-ONE-PATH.
007350     IF WS-PATH-ENTRY (WS-PATH-IX) = AX-ARCHIVE-PATH
007360         MOVE "Y" TO WS-PATH-SEEN-SW
007370     ELSE
007380         ADD 1 TO WS-PATH-IX
007390     END-IF.
007400 4610-EXIT.
007410     EXIT.
007420
007430 4620-SCAN-ARCHIVE-RECORD.
007440     READ ARCHIVE-IN-FILE
007450         AT END
007460             SET WS-ARCHIVE-EOF TO TRUE
007470             GO TO 4620-EXIT
007480     END-READ.
007490     MOVE ARCHIVE-IN-RECORD TO WS-AUDIT-WORK.
007500     PERFORM 4700-NOTE-CHECKSUM THRU 4700-EXIT.
007510 4620-EXIT.
007520     EXIT.
007530
007540*------------------------------------------------------------------*
007550* 4700-NOTE-CHECKSUM - TRACK WHEN EACH PROFILE'S CONTENT CHECKSUM  *
007560*                      LAST MOVED.  THE FIRST RECORD SEEN FOR A    *
007570*                      PROFILE STARTS ITS HISTORY, SO A CHECKSUM   *
007580*                      UNCHANGED SINCE THEN IS UNCHANGED SINCE AT  *
007590*                      LEAST THAT DATE.                            *
007600*------------------------------------------------------------------*
007610 4700-NOTE-CHECKSUM.
007620     MOVE WS-AW-PROFILE-ID TO WS-SEARCH-ID.
007630     PERFORM 2500-FIND-PROFILE THRU 2500-EXIT.
007640     IF NOT WS-FR-FOUND
007650         GO TO 4700-EXIT
007660     END-IF.
007670     IF WS-FR-LOG-SEEN (WS-FR-IX) = "N"
007680         MOVE "Y" TO WS-FR-LOG-SEEN (WS-FR-IX)
007690         MOVE WS-AW-RUN-DATE TO WS-FR-FIRST-SEEN (WS-FR-IX)
007700         MOVE WS-AW-RUN-DATE TO WS-FR-CHANGE-DATE (WS-FR-IX)
007710         MOVE WS-AW-CHECKSUM TO WS-FR-LAST-CKSUM (WS-FR-IX)
007720         GO TO 4700-EXIT
007730     END-IF.
007740     IF WS-AW-CHECKSUM NOT = WS-FR-LAST-CKSUM (WS-FR-IX)
007750         MOVE WS-AW-RUN-DATE TO WS-FR-CHANGE-DATE (WS-FR-IX)
007760         MOVE WS-AW-CHECKSUM TO WS-FR-LAST-CKSUM (WS-FR-IX)
007770     END-IF.
007780 4700-EXIT.
007790     EXIT.
007800
007810*------------------------------------------------------------------*
007820* 4800-WALK-LIVE-LOG - THE RECORDS NOT YET ARCHIVED                *
007830*------------------------------------------------------------------*
007840 4800-WALK-LIVE-LOG.
007850     OPEN INPUT AUDITLOG-FILE.
007860     IF WS-AUDITLOG-NOT-FOUND
007870         GO TO 4800-EXIT
007880     END-IF.
007890     MOVE "AUDITLOG-FILE" TO WS-CHECK-FILE-NAME.
007900     MOVE WS-AUDITLOG-STATUS TO WS-CHECK-STATUS-CODE.
007910     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007920     MOVE "N" TO WS-AUDITLOG-SW.
007930     PERFORM 4810-SCAN-LOG-RECORD THRU 4810-EXIT
007940         UNTIL WS-AUDITLOG-EOF.
007950     CLOSE AUDITLOG-FILE.
007960 4800-EXIT.
007970     EXIT.
007980
007990 4810-SCAN-LOG-RECORD.
008000     READ AUDITLOG-FILE
008010         AT END
008020             SET WS-AUDITLOG-EOF TO TRUE
008030             GO TO 4810-EXIT
008040     END-READ.
008050     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-WORK.
008060     PERFORM 4700-NOTE-CHECKSUM THRU 4700-EXIT.
008070 4810-EXIT.
008080     EXIT.
008090
008100*------------------------------------------------------------------*
008110* 5000-PRINT-CADENCE - ONE LINE PER ACTIVE PROFILE: POSTS PER      *
008120*                      MONTH FOR THE LAST TWELVE MONTHS (OLDEST    *
008130*                      LEFT), POSTS ON FILE, THE NEWEST POST AND   *
008140*                      DAYS SINCE IT, THE AVERAGE GAP BETWEEN      *
008150*                      POSTS, AND THE STALENESS LIMIT.  NO POSTS,  *
008160*                      OR NONE WITHIN THE LIMIT, FLAGS THE         *
008170*                      PROFILE STALE.                              *
008180*------------------------------------------------------------------*
008190 5000-PRINT-CADENCE.
008200     MOVE 1 TO WS-MO-IX.
008210     PERFORM 5100-SET-MONTH-HEADING THRU 5100-EXIT
008220         UNTIL WS-MO-IX > 12.
008230     DISPLAY " " UPON CONSOLE.
008240     DISPLAY "POSTING CADENCE - POSTS PER MONTH, MONTH "
008250         "NUMBERS BELOW, RUN MONTH LAST" UPON CONSOLE.
008260     DISPLAY WS-CADENCE-HEAD UPON CONSOLE.
008270     MOVE 1 TO WS-FR-IX.
008280     PERFORM 5200-PRINT-ONE-CADENCE THRU 5200-EXIT
008290         UNTIL WS-FR-IX > WS-FR-COUNT.
008300 5000-EXIT.
008310     EXIT.
008320
008330 5100-SET-MONTH-HEADING.
008340     COMPUTE WS-HEAD-MONTHS = WS-RUN-MONTHS - 12 + WS-MO-IX.
008350     COMPUTE WS-HEAD-YEAR = (WS-HEAD-MONTHS - 1) / 12.
008360     COMPUTE WS-HEAD-MONTH = WS-HEAD-MONTHS - WS-HEAD-YEAR * 12.
008370     MOVE WS-HEAD-MONTH TO WS-DE-MM.
008380     MOVE SPACES TO WS-CH-MONTH (WS-MO-IX).
008390     MOVE WS-DE-MM TO WS-CH-MONTH (WS-MO-IX) (2:2).
008400     ADD 1 TO WS-MO-IX.
008410 5100-EXIT.
008420     EXIT.
008430
008440 5200-PRINT-ONE-CADENCE.
008450     MOVE WS-FR-PROFILE-ID (WS-FR-IX) TO WS-CL-PROFILE-ID.
008460     MOVE WS-FR-FREQ (WS-FR-IX) TO WS-CL-FREQ.
008470     MOVE 1 TO WS-MO-IX.
008480     PERFORM 5300-SET-MONTH-COUNT THRU 5300-EXIT
008490         UNTIL WS-MO-IX > 12.
008500     MOVE WS-FR-POST-COUNT (WS-FR-IX) TO WS-CL-POSTS.
008510     MOVE WS-FR-STALE-DAYS (WS-FR-IX) TO WS-CL-LIMIT.
008520     MOVE SPACES TO WS-CL-DAYS.
008530     MOVE SPACES TO WS-CL-AVG-GAP.
008540     MOVE SPACES TO WS-CL-FLAG.
008550     IF WS-FR-POST-COUNT (WS-FR-IX) = ZERO
008560         MOVE "NONE" TO WS-CL-NEWEST
008570         MOVE "STALE" TO WS-CL-FLAG
008580         ADD 1 TO WS-STALE-COUNT
008590         GO TO 5200-SHOW
008600     END-IF.
008610     MOVE WS-FR-NEWEST (WS-FR-IX) TO WS-DATE-WORK.
008620     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
008630     MOVE WS-DATE-EDIT TO WS-CL-NEWEST.
008640     COMPUTE WS-DAYS-WORK = WS-RUN-INT
008650         - FUNCTION INTEGER-OF-DATE(WS-FR-NEWEST (WS-FR-IX)).
008660     IF WS-DAYS-WORK < ZERO
008670         MOVE ZERO TO WS-DAYS-WORK
008680     END-IF.
008690     MOVE WS-DAYS-WORK TO WS-RPT-DAYS.
008700     MOVE WS-RPT-DAYS TO WS-CL-DAYS.
008710     IF WS-FR-POST-COUNT (WS-FR-IX) > 1
008720         COMPUTE WS-DAYS-WORK-2 ROUNDED =
008730             (FUNCTION INTEGER-OF-DATE(WS-FR-NEWEST (WS-FR-IX))
008740            - FUNCTION INTEGER-OF-DATE(WS-FR-OLDEST (WS-FR-IX)))
008750             / (WS-FR-POST-COUNT (WS-FR-IX) - 1)
008760         MOVE WS-DAYS-WORK-2 TO WS-RPT-GAP
008770         MOVE WS-RPT-GAP TO WS-CL-AVG-GAP (3:5)
008780     END-IF.
008790     IF WS-DAYS-WORK > WS-FR-STALE-DAYS (WS-FR-IX)
008800         MOVE "STALE" TO WS-CL-FLAG
008810         ADD 1 TO WS-STALE-COUNT
008820     END-IF.
008830 5200-SHOW.
008840     DISPLAY WS-CADENCE-LINE UPON CONSOLE.
008850     ADD 1 TO WS-FR-IX.
008860 5200-EXIT.
008870     EXIT.
008880
008890 5300-SET-MONTH-COUNT.
008900     MOVE WS-FR-MONTH-COUNT (WS-FR-IX, WS-MO-IX)
008910         TO WS-CL-MONTH-COUNT (WS-MO-IX).
008920     ADD 1 TO WS-MO-IX.
008930 5300-EXIT.
008940     EXIT.
008950
008960*------------------------------------------------------------------*
008970* 6000-PRINT-UNCHANGED - PROFILES STILL REFRESHING ON SCHEDULE     *
008980*                        (LAST REFRESH WITHIN THEIR FREQUENCY'S    *
008990*                        CYCLE) WHOSE CONTENT CHECKSUM HAS NOT     *
009000*                        MOVED FOR THEIR UNCHANGED THRESHOLD OR    *
009010*                        LONGER - THE README IS BEING REWRITTEN    *
009020*                        WITH THE SAME CONTENT                     *
009030*------------------------------------------------------------------*
009040 6000-PRINT-UNCHANGED.
009050     DISPLAY " " UPON CONSOLE.
009060     DISPLAY "REFRESHING ON SCHEDULE BUT CONTENT UNCHANGED"
009070         UPON CONSOLE.
009080     MOVE "N" TO WS-SECTION-SW.
009090     MOVE 1 TO WS-FR-IX.
009100     PERFORM 6100-CHECK-ONE-UNCHANGED THRU 6100-EXIT
009110         UNTIL WS-FR-IX > WS-FR-COUNT.
009120     IF NOT WS-SECTION-LISTED
009130         DISPLAY "  NONE" UPON CONSOLE
009140     END-IF.
009150 6000-EXIT.
009160     EXIT.
009170
009180 6100-CHECK-ONE-UNCHANGED.
009190     IF WS-FR-POS-SEEN (WS-FR-IX) = "N"
009200         GO TO 6100-NEXT
009210     END-IF.
009220     COMPUTE WS-DAYS-WORK = WS-RUN-INT
009230         - FUNCTION INTEGER-OF-DATE(WS-FR-POS-DATE (WS-FR-IX)).
009240     IF WS-DAYS-WORK > WS-FR-CYCLE-DAYS (WS-FR-IX)
009250         GO TO 6100-NEXT
009260     END-IF.
009270*    THE LOG HISTORY MAY LAG OR BE MISSING - IF IT DOES NOT END
009280*    ON THE CURRENT CHECKSUM, ONLY THE LAST REFRESH IS KNOWN.
009290     MOVE SPACES TO WS-RPT-OR-EARLIER.
009300     IF WS-FR-LOG-SEEN (WS-FR-IX) = "N"
009310        OR WS-FR-LAST-CKSUM (WS-FR-IX)
009320           NOT = WS-FR-POS-CKSUM (WS-FR-IX)
009330         MOVE WS-FR-POS-DATE (WS-FR-IX)
009340             TO WS-FR-CHANGE-DATE (WS-FR-IX)
009350         MOVE "OR EARLIER" TO WS-RPT-OR-EARLIER
009360     ELSE
009370         IF WS-FR-CHANGE-DATE (WS-FR-IX)
009380            = WS-FR-FIRST-SEEN (WS-FR-IX)
009390             MOVE "OR EARLIER" TO WS-RPT-OR-EARLIER
009400         END-IF
009410     END-IF.
009420     COMPUTE WS-DAYS-WORK-2 = WS-RUN-INT
009430         - FUNCTION INTEGER-OF-DATE(WS-FR-CHANGE-DATE (WS-FR-IX)).
009440     IF WS-DAYS-WORK-2 < WS-FR-UNCHG-DAYS (WS-FR-IX)
009450         GO TO 6100-NEXT
009460     END-IF.
009470     MOVE "Y" TO WS-SECTION-SW.
009480     ADD 1 TO WS-UNCHANGED-COUNT.
009490     MOVE WS-FR-POS-DATE (WS-FR-IX) TO WS-DATE-WORK.
009500     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
009510     MOVE WS-DATE-EDIT TO WS-RPT-REFRESH.
009520     MOVE WS-FR-CHANGE-DATE (WS-FR-IX) TO WS-DATE-WORK.
009530     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
009540     MOVE WS-DATE-EDIT TO WS-RPT-SINCE.
009550     MOVE WS-DAYS-WORK-2 TO WS-RPT-DAYS.
009560     MOVE WS-FR-UNCHG-DAYS (WS-FR-IX) TO WS-RPT-LIMIT.
009570     DISPLAY "  " WS-FR-PROFILE-ID (WS-FR-IX) " "
009580         WS-FR-FREQ (WS-FR-IX) "  LAST REFRESH " WS-RPT-REFRESH
009590         "  CHECKSUM " WS-FR-POS-CKSUM (WS-FR-IX)
009600         " UNCHANGED SINCE " WS-RPT-SINCE " " WS-RPT-OR-EARLIER
009610         UPON CONSOLE.
009620     DISPLAY "               " WS-RPT-DAYS " DAYS, LIMIT "
009630         WS-RPT-LIMIT UPON CONSOLE.
009640 6100-NEXT.
009650     ADD 1 TO WS-FR-IX.
009660 6100-EXIT.
009670     EXIT.
009680
009690*------------------------------------------------------------------*
009700* 7000-PRINT-SHORT-LISTS - PROFILES WITH FEWER POSTS ON FILE THAN  *
009710*                          WRITEMARKDOWN'S LATEST-POSTS SECTION    *
009720*                          SHOWS, SO THE SECTION RENDERS SHORT     *
009730*------------------------------------------------------------------*
009740 7000-PRINT-SHORT-LISTS.
009750     DISPLAY " " UPON CONSOLE.
009760     DISPLAY "FEWER POSTS ON FILE THAN THE LATEST-POSTS SECTION "
009770         "SHOWS (" WS-MAX-POSTS ")" UPON CONSOLE.
009780     MOVE "N" TO WS-SECTION-SW.
009790     MOVE 1 TO WS-FR-IX.
009800     PERFORM 7100-CHECK-ONE-SHORT THRU 7100-EXIT
009810         UNTIL WS-FR-IX > WS-FR-COUNT.
009820     IF NOT WS-SECTION-LISTED
009830         DISPLAY "  NONE" UPON CONSOLE
009840     END-IF.
009850 7000-EXIT.
009860     EXIT.
009870
009880 7100-CHECK-ONE-SHORT.
009890     IF WS-FR-POST-COUNT (WS-FR-IX) < WS-MAX-POSTS
009900         MOVE "Y" TO WS-SECTION-SW
009910         ADD 1 TO WS-SHORT-COUNT
009920         MOVE WS-FR-POST-COUNT (WS-FR-IX) TO WS-RPT-COUNT
009930         DISPLAY "  " WS-FR-PROFILE-ID (WS-FR-IX)
009940             " POSTS ON FILE " WS-RPT-COUNT UPON CONSOLE
009950     END-IF.
009960     ADD 1 TO WS-FR-IX.
009970 7100-EXIT.
009980     EXIT.
009990
010000*    WS-DATE-WORK (YYYYMMDD) TO WS-DATE-EDIT (YYYY-MM-DD)
010010 8000-EDIT-DATE.
010020     MOVE WS-DATE-YYYY TO WS-DE-YYYY.
010030     MOVE WS-DATE-MM TO WS-DE-MM.
010040     MOVE WS-DATE-DD TO WS-DE-DD.
010050 8000-EXIT.
010060     EXIT.
010070
010080*------------------------------------------------------------------*
010090* 9000-TERMINATE - TOTALS.  A STALE OR UNCHANGED PROFILE ENDS THE  *
010100*                  RUN RC 4 SO THE CONTENT TEAM HEARS OF IT.       *
010110*------------------------------------------------------------------*
010120 9000-TERMINATE.
010130     DISPLAY " " UPON CONSOLE.
010140     MOVE WS-FR-COUNT TO WS-RPT-COUNT.
010150     DISPLAY "  ACTIVE PROFILES          = " WS-RPT-COUNT
010160         UPON CONSOLE.
010170     MOVE WS-STALE-COUNT TO WS-RPT-COUNT.
010180     DISPLAY "  STALE                    = " WS-RPT-COUNT
010190         UPON CONSOLE.
010200     MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT.
010210     DISPLAY "  REFRESHING UNCHANGED     = " WS-RPT-COUNT
010220         UPON CONSOLE.
010230     MOVE WS-SHORT-COUNT TO WS-RPT-COUNT.
010240     DISPLAY "  SHORT LATEST-POSTS       = " WS-RPT-COUNT
010250         UPON CONSOLE.
010260     IF WS-STALE-COUNT > ZERO OR WS-UNCHANGED-COUNT > ZERO
010270         MOVE 4 TO RETURN-CODE
010280     ELSE
010290         MOVE ZERO TO RETURN-CODE
010300     END-IF.
010310 9000-EXIT.
010320     EXIT.
010330
010340*------------------------------------------------------------------*
010350* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
010360*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
010370*                     CODES TO THE FILE ERROR HANDLER              *
010380*------------------------------------------------------------------*
010390 9700-CHECK-STATUS.
010400     IF WS-CHECK-STATUS-CODE NOT = "00"
010410         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010420     END-IF.
010430 9700-EXIT.
010440     EXIT.
010450
010460*------------------------------------------------------------------*
010470* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
010480*                   ABEND THE RUN                                  *
010490*------------------------------------------------------------------*
010500 9800-FILE-ERROR.
010510     DISPLAY "FRESHNESSRPT: FILE ERROR ON " WS-CHECK-FILE-NAME
010520         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
010530     GO TO 9999-ABEND.
010540 9800-EXIT.
010550     EXIT.
010560
010570*------------------------------------------------------------------*
010580* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
010590*------------------------------------------------------------------*
010600 9999-ABEND.
010610     MOVE 16 TO RETURN-CODE.
010620     STOP RUN.
