000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TemplateLint.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - PRE-FLIGHT CHECK OF THE    *
000120*                  README TEMPLATE FOR EVERY ACTIVE PROFILE ON   *
000130*                  PROFILE-MASTER.DAT, RUN AHEAD OF              *
000140*                  WRITEMARKDOWN.  REPORTS A MISSING TEMPLATE    *
000150*                  FILE, UNKNOWN OR UNTERMINATED &-TOKENS,       *
000160*                  DUPLICATE OR CONFLICTING &POSTLIST. / &LINKS. *
000170*                  MARKERS, &LINKS. FOR A PROFILE WITH NO        *
000180*                  PROFLINKS.DAT ENTRIES, AND THE WORST-CASE     *
000190*                  EXPANDED LENGTH OF EVERY LINE (A 30-BYTE      *
000200*                  &NAME.) AGAINST THE 80-BYTE README LINE.  RC  *
000210*                  8 ON ANY ERROR, RC 4 ON WARNINGS ONLY.        *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PROFILE-MASTER ASSIGN TO "data/PROFILE-MASTER.DAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PM-PROFILE-ID
000330         FILE STATUS IS WS-PROFILE-STATUS.
000340
000350     SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-TEMPLATE-PATH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TEMPLATE-STATUS.
000380
000390     SELECT PROFLINKS-FILE ASSIGN TO "data/PROFLINKS.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LINKS-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PROFILE-MASTER.
000460     COPY PROFILE.
000470
000480 FD  TEMPLATE-FILE.
000490 01  TEMPLATE-RECORD             PIC X(80).
000500
000510 FD  PROFLINKS-FILE.
000520 01  PROFLINKS-RECORD.
000530     05  PL-PROFILE-ID           PIC X(10).
000540     05  FILLER                  PIC X(01).
000550     05  PL-LABEL                PIC X(30).
000560     05  FILLER                  PIC X(01).
000570     05  PL-URL                  PIC X(40).
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-TEMPLATE-PATH            PIC X(40).
000610
000620 01  WS-SWITCHES.
000630     05  WS-PROFILE-SW           PIC X(01) VALUE "N".
000640         88  WS-PROFILE-EOF              VALUE "Y".
000650     05  WS-TEMPLATE-SW          PIC X(01) VALUE "N".
000660         88  WS-TEMPLATE-EOF             VALUE "Y".
000670     05  WS-LINKS-SW             PIC X(01) VALUE "N".
000680         88  WS-LINKS-EOF                VALUE "Y".
000690     05  WS-HAS-LINKS-SW         PIC X(01) VALUE "N".
000700         88  WS-HAS-LINKS                VALUE "Y".
000710     05  WS-TOKEN-END-SW         PIC X(01) VALUE "N".
000720         88  WS-TOKEN-ENDED              VALUE "Y".
000730     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
000740         88  WS-MATCH-FOUND              VALUE "Y".
000750     05  WS-SCAN-PASS-SW         PIC X(01) VALUE "S".
000760         88  WS-SIZING-PASS              VALUE "S".
000770         88  WS-REPORTING-PASS           VALUE "R".
000780
000790 01  WS-FILE-STATUSES.
000800     05  WS-PROFILE-STATUS       PIC X(02) VALUE "00".
000810         88  WS-PROFILE-OK               VALUE "00".
000820     05  WS-TEMPLATE-STATUS      PIC X(02) VALUE "00".
000830         88  WS-TEMPLATE-OK              VALUE "00".
000840         88  WS-TEMPLATE-NOT-FOUND       VALUE "35".
000850     05  WS-LINKS-STATUS         PIC X(02) VALUE "00".
000860         88  WS-LINKS-OK                 VALUE "00".
000870         88  WS-LINKS-NOT-FOUND          VALUE "35".
000880
000890*    THE WORST-CASE EXPANDED WIDTH OF EACH TEXT TOKEN - THE FULL
000900*    FIELD WIDTH WRITEMARKDOWN CAN SUBSTITUTE FOR IT (&POSTS. IS
000910*    AT MOST TWO DIGITS OF WS-MAX-POSTS).  THE TWO SECTION
000920*    MARKERS REPLACE THEIR WHOLE LINE AND HAVE NO WIDTH HERE.
000930 01  WS-TOKEN-VALUES.
000940     05  FILLER                  PIC X(12) VALUE "&PROFILE.".
000950     05  FILLER                  PIC 9(02) VALUE 10.
000960     05  FILLER                  PIC X(12) VALUE "&NAME.".
000970     05  FILLER                  PIC 9(02) VALUE 30.
000980     05  FILLER                  PIC X(12) VALUE "&RUNDATE.".
000990     05  FILLER                  PIC 9(02) VALUE 10.
001000     05  FILLER                  PIC X(12) VALUE "&POSTS.".
001010     05  FILLER                  PIC 9(02) VALUE 02.
001020 01  WS-TOKEN-TABLE REDEFINES WS-TOKEN-VALUES.
001030     05  WS-TOKEN-ENTRY          OCCURS 4 TIMES.
001040         10  WS-TOKEN-TEXT       PIC X(12).
001050         10  WS-TOKEN-WORST      PIC 9(02).
001060
001070*    PROFILE-IDS THAT HAVE AT LEAST ONE PROFLINKS.DAT ENTRY.
001080 01  WS-LINK-ID-TABLE.
001090     05  WS-LINK-ID-COUNT        PIC 9(03) COMP VALUE ZERO.
001100     05  WS-LINK-ID              PIC X(10) OCCURS 500 TIMES.
001110
001120 01  WS-LINT-FIELDS.
001130     05  WS-LINE-NO              PIC 9(05) COMP VALUE ZERO.
001140     05  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
001150     05  WS-TOKEN-IX             PIC 9(03) COMP VALUE ZERO.
001160     05  WS-TOKEN-END            PIC 9(03) COMP VALUE ZERO.
001170     05  WS-TOKEN-LEN            PIC 9(03) COMP VALUE ZERO.
001180     05  WS-TABLE-IX             PIC 9(03) COMP VALUE ZERO.
001190     05  WS-RAW-LEN              PIC 9(03) COMP VALUE ZERO.
001200     05  WS-RAW-TRAIL            PIC 9(03) COMP VALUE ZERO.
001210     05  WS-WORST-LEN            PIC 9(03) COMP VALUE ZERO.
001220     05  WS-LINE-POSTLIST        PIC 9(03) COMP VALUE ZERO.
001230     05  WS-LINE-LINKS           PIC 9(03) COMP VALUE ZERO.
001240     05  WS-MARKER-LEN           PIC 9(03) COMP VALUE ZERO.
001250     05  WS-POSTLIST-LINE        PIC 9(05) COMP VALUE ZERO.
001260     05  WS-LINKS-LINE           PIC 9(05) COMP VALUE ZERO.
001270     05  WS-TOKEN-WORK           PIC X(12) VALUE SPACES.
001280     05  WS-NEXT-CHAR            PIC X(01) VALUE SPACE.
001290         88  WS-NEXT-UPPER               VALUE "A" THRU "Z".
001300
001310*    FINDINGS FOR THE CURRENT PROFILE AND FOR THE RUN.  AN
001320*    ERROR STOPS WRITEMARKDOWN OR CORRUPTS ITS OUTPUT; A WARNING
001330*    IS A TRUNCATION OR A DROPPED SECTION IT WOULD SURVIVE.
001340 01  WS-LINT-COUNTERS.
001350     05  WS-PROFILES-READ        PIC 9(05) COMP VALUE ZERO.
001360     05  WS-PROFILES-CHECKED     PIC 9(05) COMP VALUE ZERO.
001370     05  WS-PROFILES-CLEAN       PIC 9(05) COMP VALUE ZERO.
001380     05  WS-PROFILE-ERRORS       PIC 9(05) COMP VALUE ZERO.
001390     05  WS-PROFILE-WARNINGS     PIC 9(05) COMP VALUE ZERO.
001400     05  WS-TOTAL-ERRORS         PIC 9(05) COMP VALUE ZERO.
001410     05  WS-TOTAL-WARNINGS       PIC 9(05) COMP VALUE ZERO.
001420     05  WS-RPT-COUNT            PIC ZZZZ9.
001430
001440 01  WS-REPORT-FIELDS.
001450     05  WS-RPT-LINE-NO          PIC ZZZ9.
001460     05  WS-RPT-LEN              PIC ZZ9.
001470     05  WS-RPT-FIRST-LINE       PIC ZZZ9.
001480     05  WS-FINDING              PIC X(60) VALUE SPACES.
001490
001500 01  WS-ERROR-CHECK.
001510     05  WS-CHECK-FILE-NAME      PIC X(20).
001520     05  WS-CHECK-STATUS-CODE    PIC X(02).
001530
001540 PROCEDURE DIVISION.
001550*------------------------------------------------------------------*
001560* 0000-MAINLINE                                                    *
001570*------------------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 1500-LOAD-LINK-IDS THRU 1500-EXIT.
001610     PERFORM 1800-READ-PROFILE THRU 1800-EXIT.
001620     PERFORM 2000-LINT-ONE-PROFILE THRU 2000-EXIT
001630         UNTIL WS-PROFILE-EOF.
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001650     IF WS-TOTAL-ERRORS > ZERO
001660         MOVE 8 TO RETURN-CODE
001670     ELSE
001680         IF WS-TOTAL-WARNINGS > ZERO
001690             MOVE 4 TO RETURN-CODE
001700         END-IF
001710     END-IF.
001720     STOP RUN.
001730
001740*------------------------------------------------------------------*
001750* 1000-INITIALIZE - OPEN THE PROFILE MASTER                        *
001760*------------------------------------------------------------------*
001770 1000-INITIALIZE.
001780     DISPLAY "TEMPLATELINT: TEMPLATE PRE-FLIGHT CHECK"
001790         UPON CONSOLE.
001800     OPEN INPUT PROFILE-MASTER.
001810     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
001820     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
001830     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860
001870*------------------------------------------------------------------*
001880* 1500-LOAD-LINK-IDS - ONE PASS OF THE SHARED PROFLINKS.DAT FILE,  *
001890*                      REMEMBERING EVERY PROFILE-ID THAT HAS A     *
001900*                      LINK.  NO FILE MEANS NO PROFILE HAS ANY.    *
001910*------------------------------------------------------------------*
001920 1500-LOAD-LINK-IDS.
001930     OPEN INPUT PROFLINKS-FILE.
001940     IF WS-LINKS-NOT-FOUND
001950         GO TO 1500-EXIT
001960     END-IF.
001970     MOVE "PROFLINKS-FILE" TO WS-CHECK-FILE-NAME.
001980     MOVE WS-LINKS-STATUS TO WS-CHECK-STATUS-CODE.
001990     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002000     PERFORM 1600-READ-LINK THRU 1600-EXIT.
002010     PERFORM 1700-STORE-LINK-ID THRU 1700-EXIT
002020         UNTIL WS-LINKS-EOF.
002030     CLOSE PROFLINKS-FILE.
002040 1500-EXIT.
002050     EXIT.
002060
002070 1600-READ-LINK.
002080     READ PROFLINKS-FILE
002090         AT END
002100             SET WS-LINKS-EOF TO TRUE
002110     END-READ.
002120 1600-EXIT.
002130     EXIT.
002140
002150 1700-STORE-LINK-ID.
002160     IF PL-PROFILE-ID = SPACES
002170         GO TO 1700-NEXT
002180     END-IF.
002190     MOVE PL-PROFILE-ID TO WS-TOKEN-WORK.
002200     PERFORM 1750-FIND-LINK-ID THRU 1750-EXIT.
002210     IF WS-MATCH-FOUND OR WS-LINK-ID-COUNT = 500
002220         GO TO 1700-NEXT
002230     END-IF.
002240     ADD 1 TO WS-LINK-ID-COUNT.
002250     MOVE PL-PROFILE-ID TO WS-LINK-ID (WS-LINK-ID-COUNT).
002260 1700-NEXT.
002270     PERFORM 1600-READ-LINK THRU 1600-EXIT.
002280 1700-EXIT.
002290     EXIT.
002300
002310*------------------------------------------------------------------*
002320* 1750-FIND-LINK-ID - IS THE PROFILE-ID IN WS-TOKEN-WORK ON THE    *
002330*                     LINK-ID TABLE?                               *
002340*------------------------------------------------------------------*
002350 1750-FIND-LINK-ID.
002360     MOVE "N" TO WS-MATCH-FOUND-SW.
002370     MOVE 1 TO WS-TABLE-IX.
002380     PERFORM 1760-MATCH-ONE-LINK-ID THRU 1760-EXIT
002390         UNTIL WS-MATCH-FOUND OR WS-TABLE-IX > WS-LINK-ID-COUNT.
002400 1750-EXIT.
002410     EXIT.
002420
002430 1760-MATCH-ONE-LINK-ID.
002440     IF WS-LINK-ID (WS-TABLE-IX) = WS-TOKEN-WORK (1:10)
002450         MOVE "Y" TO WS-MATCH-FOUND-SW
002460     ELSE
002470         ADD 1 TO WS-TABLE-IX
002480     END-IF.
002490 1760-EXIT.
002500     EXIT.
002510
002520*------------------------------------------------------------------*
002530* 1800-READ-PROFILE - READ THE NEXT PROFILE MASTER RECORD          *
002540*------------------------------------------------------------------*
002550 1800-READ-PROFILE.
002560     READ PROFILE-MASTER
002570         AT END
002580             SET WS-PROFILE-EOF TO TRUE
002590         NOT AT END
002600             ADD 1 TO WS-PROFILES-READ
002610     END-READ.
002620 1800-EXIT.
002630     EXIT.
002640
002650*------------------------------------------------------------------*
002660* 2000-LINT-ONE-PROFILE - CHECK ONE ACTIVE PROFILE'S TEMPLATE LINE *
002670*                         BY LINE, THEN READ THE NEXT PROFILE.  A  *
002680*                         MISSING TEMPLATE IS THE RC 16 ABEND      *
002690*                         WRITEMARKDOWN WOULD HIT MID-RUN.         *
002700*------------------------------------------------------------------*
002710 2000-LINT-ONE-PROFILE.
002720     IF NOT PM-STATUS-ACTIVE
002730         GO TO 2000-NEXT
002740     END-IF.
002750     ADD 1 TO WS-PROFILES-CHECKED.
002760     MOVE ZERO TO WS-PROFILE-ERRORS.
002770     MOVE ZERO TO WS-PROFILE-WARNINGS.
002780     MOVE ZERO TO WS-LINE-NO.
002790     MOVE ZERO TO WS-POSTLIST-LINE.
002800     MOVE ZERO TO WS-LINKS-LINE.
002810     MOVE PM-PROFILE-ID TO WS-TOKEN-WORK.
002820     PERFORM 1750-FIND-LINK-ID THRU 1750-EXIT.
002830     MOVE WS-MATCH-FOUND-SW TO WS-HAS-LINKS-SW.
002840     DISPLAY " " UPON CONSOLE.
002850     DISPLAY "PROFILE " PM-PROFILE-ID " TEMPLATE "
002860         PM-TEMPLATE-PATH UPON CONSOLE.
002870     IF PM-TEMPLATE-PATH = SPACES
002880         MOVE "NO TEMPLATE PATH ON THE PROFILE" TO WS-FINDING
002890         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
002900         GO TO 2000-SUMMARY
002910     END-IF.
002920     MOVE PM-TEMPLATE-PATH TO WS-TEMPLATE-PATH.
002930     MOVE "N" TO WS-TEMPLATE-SW.
002940     OPEN INPUT TEMPLATE-FILE.
002950     IF WS-TEMPLATE-NOT-FOUND
002960         MOVE "TEMPLATE FILE MISSING" TO WS-FINDING
002970         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
002980         GO TO 2000-SUMMARY
002990     END-IF.
003000     IF NOT WS-TEMPLATE-OK
003010         MOVE SPACES TO WS-FINDING
003020         STRING "TEMPLATE FILE CANNOT BE OPENED - STATUS "
003030             WS-TEMPLATE-STATUS DELIMITED BY SIZE INTO WS-FINDING
003040         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
003050         GO TO 2000-SUMMARY
003060     END-IF.
003070     PERFORM 2100-READ-TEMPLATE THRU 2100-EXIT.
003080     PERFORM 3000-LINT-ONE-LINE THRU 3000-EXIT
003090         UNTIL WS-TEMPLATE-EOF.
003100     CLOSE TEMPLATE-FILE.
003110     IF WS-LINE-NO = ZERO
003120         MOVE "TEMPLATE FILE IS EMPTY" TO WS-FINDING
003130         PERFORM 8100-REPORT-WARNING THRU 8100-EXIT
003140     END-IF.
003150 2000-SUMMARY.
003160     IF WS-PROFILE-ERRORS = ZERO AND WS-PROFILE-WARNINGS = ZERO
003170         ADD 1 TO WS-PROFILES-CLEAN
003180         DISPLAY "  CLEAN" UPON CONSOLE
003190     ELSE
003200         MOVE WS-PROFILE-ERRORS TO WS-RPT-COUNT
003210         DISPLAY "  ERRORS   = " WS-RPT-COUNT UPON CONSOLE
003220         MOVE WS-PROFILE-WARNINGS TO WS-RPT-COUNT
003230         DISPLAY "  WARNINGS = " WS-RPT-COUNT UPON CONSOLE
003240     END-IF.
003250 2000-NEXT.
003260     PERFORM 1800-READ-PROFILE THRU 1800-EXIT.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-READ-TEMPLATE.
003310     READ TEMPLATE-FILE
003320         AT END
003330             SET WS-TEMPLATE-EOF TO TRUE
003340         NOT AT END
003350             ADD 1 TO WS-LINE-NO
003360     END-READ.
003370 2100-EXIT.
003380     EXIT.
003390
003400*------------------------------------------------------------------*
003410* 3000-LINT-ONE-LINE - SCAN ONE TEMPLATE LINE FOR TOKENS THE WAY   *
003420*                      WRITEMARKDOWN'S 2200/2300 WILL.  THE FIRST  *
003430*                      PASS SIZES THE LINE FOR ITS HEADING, THE    *
003440*                      SECOND REPORTS BAD TOKENS UNDER IT.  THEN   *
003450*                      READ THE NEXT LINE.                         *
003460*------------------------------------------------------------------*
003470 3000-LINT-ONE-LINE.
003480     MOVE ZERO TO WS-LINE-POSTLIST.
003490     MOVE ZERO TO WS-LINE-LINKS.
003500     MOVE ZERO TO WS-MARKER-LEN.
003510     MOVE ZERO TO WS-RAW-TRAIL.
003520     INSPECT TEMPLATE-RECORD TALLYING WS-RAW-TRAIL
003530         FOR TRAILING SPACES.
003540     COMPUTE WS-RAW-LEN = 80 - WS-RAW-TRAIL.
003550     MOVE WS-RAW-LEN TO WS-WORST-LEN.
003560     MOVE WS-LINE-NO TO WS-RPT-LINE-NO.
003570     SET WS-SIZING-PASS TO TRUE.
003580     MOVE 1 TO WS-SCAN-IX.
003590     PERFORM 3100-SCAN-ONE-POSITION THRU 3100-EXIT
003600         UNTIL WS-SCAN-IX > WS-RAW-LEN.
003610     MOVE WS-WORST-LEN TO WS-RPT-LEN.
003620     IF WS-LINE-POSTLIST > ZERO OR WS-LINE-LINKS > ZERO
003630         DISPLAY "  LINE " WS-RPT-LINE-NO "  SECTION MARKER"
003640             UPON CONSOLE
003650     ELSE
003660         IF WS-WORST-LEN > 80
003670             DISPLAY "  LINE " WS-RPT-LINE-NO "  WORST "
003680                 WS-RPT-LEN "/80  OVER" UPON CONSOLE
003690         ELSE
003700             DISPLAY "  LINE " WS-RPT-LINE-NO "  WORST "
003710                 WS-RPT-LEN "/80" UPON CONSOLE
003720         END-IF
003730     END-IF.
003740     SET WS-REPORTING-PASS TO TRUE.
003750     MOVE 1 TO WS-SCAN-IX.
003760     PERFORM 3100-SCAN-ONE-POSITION THRU 3100-EXIT
003770         UNTIL WS-SCAN-IX > WS-RAW-LEN.
003780     IF WS-LINE-POSTLIST > ZERO OR WS-LINE-LINKS > ZERO
003790         PERFORM 3500-CHECK-MARKER-LINE THRU 3500-EXIT
003800         GO TO 3000-NEXT
003810     END-IF.
003820     IF WS-WORST-LEN > 80
003830         MOVE SPACES TO WS-FINDING
003840         STRING "EXPANDS PAST 80 BYTES WITH A 30-BYTE &NAME. - "
003850             "TRUNCATED" DELIMITED BY SIZE INTO WS-FINDING
003860         PERFORM 8100-REPORT-WARNING THRU 8100-EXIT
003870     END-IF.
003880 3000-NEXT.
003890     PERFORM 2100-READ-TEMPLATE THRU 2100-EXIT.
003900 3000-EXIT.
003910     EXIT.
003920
003930*------------------------------------------------------------------*
003940* 3100-SCAN-ONE-POSITION - AT AN AMPERSAND FOLLOWED BY A CAPITAL   *
003950*                          LETTER, COLLECT THE TOKEN UP TO ITS     *
003960*                          CLOSING PERIOD AND CLASSIFY IT.  ANY    *
003970*                          OTHER AMPERSAND IS LITERAL TEXT, AS IN  *
003980*                          WRITEMARKDOWN.                          *
003990*------------------------------------------------------------------*
004000 3100-SCAN-ONE-POSITION.
004010     IF TEMPLATE-RECORD (WS-SCAN-IX:1) NOT = "&"
004020        OR WS-SCAN-IX = 80
004030         ADD 1 TO WS-SCAN-IX
004040         GO TO 3100-EXIT
004050     END-IF.
004060     MOVE TEMPLATE-RECORD (WS-SCAN-IX + 1:1) TO WS-NEXT-CHAR.
004070     IF NOT WS-NEXT-UPPER
004080         ADD 1 TO WS-SCAN-IX
004090         GO TO 3100-EXIT
004100     END-IF.
004110     MOVE "N" TO WS-TOKEN-END-SW.
004120     COMPUTE WS-TOKEN-END = WS-SCAN-IX + 1.
004130     PERFORM 3150-FIND-TOKEN-END THRU 3150-EXIT
004140         UNTIL WS-TOKEN-ENDED.
004150     IF TEMPLATE-RECORD (WS-TOKEN-END:1) NOT = "."
004160        AND WS-SIZING-PASS
004170         MOVE WS-TOKEN-END TO WS-SCAN-IX
004180         GO TO 3100-EXIT
004190     END-IF.
004200     IF TEMPLATE-RECORD (WS-TOKEN-END:1) NOT = "."
004210         COMPUTE WS-TOKEN-LEN = WS-TOKEN-END - WS-SCAN-IX
004220         IF WS-TOKEN-LEN > 12
004230             MOVE 12 TO WS-TOKEN-LEN
004240         END-IF
004250         MOVE SPACES TO WS-TOKEN-WORK
004260         MOVE TEMPLATE-RECORD (WS-SCAN-IX:WS-TOKEN-LEN)
004270             TO WS-TOKEN-WORK
004280         MOVE SPACES TO WS-FINDING
004290         STRING "MALFORMED TOKEN " DELIMITED BY SIZE
004300             WS-TOKEN-WORK DELIMITED BY SPACE
004310             " - NO CLOSING PERIOD" DELIMITED BY SIZE
004320             INTO WS-FINDING
004330         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
004340         MOVE WS-TOKEN-END TO WS-SCAN-IX
004350         GO TO 3100-EXIT
004360     END-IF.
004370     COMPUTE WS-TOKEN-LEN = WS-TOKEN-END - WS-SCAN-IX + 1.
004380     MOVE SPACES TO WS-TOKEN-WORK.
004390     IF WS-TOKEN-LEN > 12
004400         MOVE TEMPLATE-RECORD (WS-SCAN-IX:12) TO WS-TOKEN-WORK
004410     ELSE
004420         MOVE TEMPLATE-RECORD (WS-SCAN-IX:WS-TOKEN-LEN)
004430             TO WS-TOKEN-WORK
004440     END-IF.
004450     PERFORM 3200-CLASSIFY-TOKEN THRU 3200-EXIT.
004460     COMPUTE WS-SCAN-IX = WS-TOKEN-END + 1.
004470 3100-EXIT.
004480     EXIT.
004490
004500*------------------------------------------------------------------*
004510* 3150-FIND-TOKEN-END - STEP OVER THE TOKEN'S CAPITAL LETTERS TO   *
004520*                       THE FIRST OTHER CHARACTER OR END OF LINE   *
004530*------------------------------------------------------------------*
004540 3150-FIND-TOKEN-END.
004550     IF WS-TOKEN-END = 80
004560         MOVE "Y" TO WS-TOKEN-END-SW
004570         GO TO 3150-EXIT
004580     END-IF.
004590     ADD 1 TO WS-TOKEN-END.
004600     MOVE TEMPLATE-RECORD (WS-TOKEN-END:1) TO WS-NEXT-CHAR.
004610     IF NOT WS-NEXT-UPPER
004620         MOVE "Y" TO WS-TOKEN-END-SW
004630     END-IF.
004640 3150-EXIT.
004650     EXIT.
004660
004670*------------------------------------------------------------------*
004680* 3200-CLASSIFY-TOKEN - ON THE SIZING PASS A SECTION MARKER IS     *
004690*                       COUNTED FOR THE LINE AND A TEXT TOKEN ADDS *
004700*                       ITS WORST-CASE WIDTH.  ON THE REPORTING    *
004710*                       PASS ANY OTHER TOKEN, WHICH WOULD COPY     *
004720*                       THROUGH AS LITERAL TEXT, IS AN ERROR.      *
004730*------------------------------------------------------------------*
004740 3200-CLASSIFY-TOKEN.
004750     IF WS-TOKEN-WORK = "&POSTLIST."
004760         IF WS-SIZING-PASS
004770             ADD 1 TO WS-LINE-POSTLIST
004780             ADD WS-TOKEN-LEN TO WS-MARKER-LEN
004790         END-IF
004800         GO TO 3200-EXIT
004810     END-IF.
004820     IF WS-TOKEN-WORK = "&LINKS."
004830         IF WS-SIZING-PASS
004840             ADD 1 TO WS-LINE-LINKS
004850             ADD WS-TOKEN-LEN TO WS-MARKER-LEN
004860         END-IF
004870         GO TO 3200-EXIT
004880     END-IF.
004890     MOVE "N" TO WS-MATCH-FOUND-SW.
004900     MOVE 1 TO WS-TABLE-IX.
004910     PERFORM 3250-MATCH-ONE-TOKEN THRU 3250-EXIT
004920         UNTIL WS-MATCH-FOUND OR WS-TABLE-IX > 4.
004930     IF WS-MATCH-FOUND
004940         IF WS-SIZING-PASS
004950             COMPUTE WS-WORST-LEN = WS-WORST-LEN - WS-TOKEN-LEN
004960                 + WS-TOKEN-WORST (WS-TABLE-IX)
004970         END-IF
004980         GO TO 3200-EXIT
004990     END-IF.
005000     IF WS-SIZING-PASS
005010         GO TO 3200-EXIT
005020     END-IF.
005030     MOVE SPACES TO WS-FINDING.
005040     STRING "UNKNOWN TOKEN " DELIMITED BY SIZE
005050         WS-TOKEN-WORK DELIMITED BY SPACE
005060         " - WOULD COPY THROUGH AS LITERAL TEXT"
005070         DELIMITED BY SIZE INTO WS-FINDING.
005080     PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
005090 3200-EXIT.
005100     EXIT.
005110
005120 3250-MATCH-ONE-TOKEN.
005130     IF WS-TOKEN-TEXT (WS-TABLE-IX) = WS-TOKEN-WORK
005140         MOVE "Y" TO WS-MATCH-FOUND-SW
005150     ELSE
005160         ADD 1 TO WS-TABLE-IX
005170     END-IF.
005180 3250-EXIT.
005190     EXIT.
005200
005210*------------------------------------------------------------------*
005220* 3500-CHECK-MARKER-LINE - A LINE CARRYING A SECTION MARKER IS     *
005230*                          REPLACED WHOLE BY THAT SECTION, SO ANY  *
005240*                          OTHER TEXT ON IT IS LOST.  BOTH MARKERS *
005250*                          ON ONE LINE RENDER ONLY THE POST LIST;  *
005260*                          A MARKER SEEN AGAIN RENDERS ITS SECTION *
005270*                          TWICE; &LINKS. FOR A PROFILE WITH NO    *
005280*                          LINKS RENDERS NOTHING.                  *
005290*------------------------------------------------------------------*
005300 3500-CHECK-MARKER-LINE.
005310     IF WS-LINE-POSTLIST > ZERO AND WS-LINE-LINKS > ZERO
005320         MOVE SPACES TO WS-FINDING
005330         STRING "CONFLICTING MARKERS - &POSTLIST. AND &LINKS. ON "
005340             "ONE LINE" DELIMITED BY SIZE INTO WS-FINDING
005350         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005360     END-IF.
005370     IF WS-LINE-POSTLIST > ZERO
005380         IF WS-LINE-POSTLIST > 1 OR WS-POSTLIST-LINE > ZERO
005390             MOVE WS-POSTLIST-LINE TO WS-RPT-FIRST-LINE
005400             MOVE SPACES TO WS-FINDING
005410             STRING "DUPLICATE &POSTLIST. MARKER - FIRST ON LINE "
005420                 WS-RPT-FIRST-LINE DELIMITED BY SIZE
005430                 INTO WS-FINDING
005440             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005450         END-IF
005460         IF WS-POSTLIST-LINE = ZERO
005470             MOVE WS-LINE-NO TO WS-POSTLIST-LINE
005480         END-IF
005490     END-IF.
005500     IF WS-LINE-LINKS > ZERO
005510         IF WS-LINE-LINKS > 1 OR WS-LINKS-LINE > ZERO
005520             MOVE WS-LINKS-LINE TO WS-RPT-FIRST-LINE
005530             MOVE SPACES TO WS-FINDING
005540             STRING "DUPLICATE &LINKS. MARKER - FIRST ON LINE "
005550                 WS-RPT-FIRST-LINE DELIMITED BY SIZE
005560                 INTO WS-FINDING
005570             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005580         END-IF
005590         IF WS-LINKS-LINE = ZERO
005600             MOVE WS-LINE-NO TO WS-LINKS-LINE
005610         END-IF
005620         IF NOT WS-HAS-LINKS
005630             MOVE SPACES TO WS-FINDING
005640             STRING "&LINKS. MARKER BUT NO PROFLINKS.DAT ENTRIES "
005650                 "FOR THE PROFILE" DELIMITED BY SIZE
005660                 INTO WS-FINDING
005670             PERFORM 8100-REPORT-WARNING THRU 8100-EXIT
005680         END-IF
005690     END-IF.
005700*    WHATEVER IS LEFT ONCE THE MARKERS AND BLANKS ARE TAKEN OUT
005710*    IS TEXT THE SECTION WILL OVERWRITE.
005720     MOVE ZERO TO WS-RAW-TRAIL.
005730     INSPECT TEMPLATE-RECORD TALLYING WS-RAW-TRAIL
005740         FOR ALL SPACES.
005750     IF 80 - WS-RAW-TRAIL > WS-MARKER-LEN
005760         MOVE SPACES TO WS-FINDING
005770         STRING "TEXT ON A SECTION MARKER LINE IS DROPPED"
005780             DELIMITED BY SIZE INTO WS-FINDING
005790         PERFORM 8100-REPORT-WARNING THRU 8100-EXIT
005800     END-IF.
005810 3500-EXIT.
005820     EXIT.
005830
005840*------------------------------------------------------------------*
005850* 8000-REPORT-ERROR / 8100-REPORT-WARNING - PRINT THE FINDING IN   *
005860*                     WS-FINDING UNDER THE CURRENT LINE AND COUNT  *
005870*                     IT                                           *
005880*------------------------------------------------------------------*
005890 8000-REPORT-ERROR.
005900     DISPLAY "      E  " WS-FINDING UPON CONSOLE.
005910     ADD 1 TO WS-PROFILE-ERRORS.
005920     ADD 1 TO WS-TOTAL-ERRORS.
005930 8000-EXIT.
005940     EXIT.
005950
005960 8100-REPORT-WARNING.
005970     DISPLAY "      W  " WS-FINDING UPON CONSOLE.
005980     ADD 1 TO WS-PROFILE-WARNINGS.
005990     ADD 1 TO WS-TOTAL-WARNINGS.
006000 8100-EXIT.
006010     EXIT.
006020
006030*------------------------------------------------------------------*
006040* 9000-TERMINATE - CLOSE THE MASTER AND PRINT THE RUN TOTALS       *
006050*------------------------------------------------------------------*
006060 9000-TERMINATE.
006070     CLOSE PROFILE-MASTER.
006080     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
006090     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
006100     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006110     DISPLAY " " UPON CONSOLE.
006120     MOVE WS-PROFILES-READ TO WS-RPT-COUNT.
006130     DISPLAY "  PROFILES READ      = " WS-RPT-COUNT UPON CONSOLE.
006140     MOVE WS-PROFILES-CHECKED TO WS-RPT-COUNT.
006150     DISPLAY "  ACTIVE CHECKED     = " WS-RPT-COUNT UPON CONSOLE.
006160     MOVE WS-PROFILES-CLEAN TO WS-RPT-COUNT.
006170     DISPLAY "  CLEAN TEMPLATES    = " WS-RPT-COUNT UPON CONSOLE.
006180     MOVE WS-TOTAL-ERRORS TO WS-RPT-COUNT.
006190     DISPLAY "  ERRORS             = " WS-RPT-COUNT UPON CONSOLE.
006200     MOVE WS-TOTAL-WARNINGS TO WS-RPT-COUNT.
006210     DISPLAY "  WARNINGS           = " WS-RPT-COUNT UPON CONSOLE.
006220 9000-EXIT.
006230     EXIT.
006240
006250*------------------------------------------------------------------*
006260* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
006270*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
006280*                     CODES TO THE FILE ERROR HANDLER              *
006290*------------------------------------------------------------------*
006300 9700-CHECK-STATUS.
006310     IF WS-CHECK-STATUS-CODE NOT = "00"
006320         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006330     END-IF.
006340 9700-EXIT.
006350     EXIT.
006360
006370*------------------------------------------------------------------*
006380* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
006390*                   ABEND THE RUN                                  *
006400*------------------------------------------------------------------*
006410 9800-FILE-ERROR.
006420     DISPLAY "TEMPLATELINT: FILE ERROR ON " WS-CHECK-FILE-NAME
006430         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
006440     GO TO 9999-ABEND.
006450 9800-EXIT.
006460     EXIT.
006470
006480*------------------------------------------------------------------*
006490* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
006500*------------------------------------------------------------------*
006510 9999-ABEND.
006520     MOVE 16 TO RETURN-CODE.
006530     STOP RUN.
