000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-09-03  DJ   ORIGINAL PROGRAM - (RE)BUILDS THE INDEXED     *
000120*                  POST-MASTER.DAT CATALOG FROM THE FLAT, HAND-  *
000130*                  MAINTAINABLE BLOGFEED.DAT CARD FILE, THE SAME *
000140*                  WAY LOADPROFILES BUILDS PROFILE-MASTER.DAT    *
000260*                  WRITEMARKDOWN RUN.  TWO POSTS BY ONE PROFILE  *
000270*                  ON THE SAME DAY ARE KEPT APART BY THE         *
000280*                  PO-POST-SEQ KEY BYTE ASSIGNED AT LOAD TIME.   *
000280* 2026-10-15  DJ   EVERY REJECTED FEED CARD NOW ALSO RAISES A    *
000280*                  SEVERITY E ALERT IN THE CONSOLIDATED OPERATOR *
000280*                  ALERT FILE ALERTS.DAT, KEYED BY PROFILE AND   *
000280*                  REASON CODE, SO A CARD REJECTED NIGHT AFTER   *
000280*                  NIGHT SHOWS AS ONE ALERT WITH A RISING COUNT. *
000285* 2026-10-15  DJ   A FEED CARD DATED AFTER THE RUN DATE NO       *
000285*                  LONGER REJECTS (FUT-DATE) - IT LOADS WITH     *
000285*                  POST STATUS SCHEDULED AND ITS DATE AS THE NEW *
000285*                  PO-PUBLISH-AT DATE, AND GOES LIVE ON THE      *
000285*                  FIRST RELOAD ON OR AFTER THAT DATE.  W IN     *
000285*                  COLUMN 100 OF A CARD WITHDRAWS THE POST - IT  *
000285*                  LOADS WITHDRAWN, KEEPING THE CATALOG ROW,     *
000285*                  WITH THE WITHDRAWAL DATE FROM COLUMNS 101-108 *
000285*                  AS ITS PO-PUBLISH-AT DATE, SO WRITEMARKDOWN   *
000285*                  CAN TELL A WITHDRAWAL SINCE A PROFILE'S LAST  *
000285*                  REFRESH.  ANY OTHER VALUE IN COLUMN 100       *
000285*                  REJECTS AS BAD-ACT; A W CARD WITHOUT A REAL   *
000285*                  WITHDRAWAL DATE NOT AFTER THE RUN DATE        *
000285*                  REJECTS AS BAD-WDAT.                          *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REJECT-STATUS.
000600
000600     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000600         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000600         RECORD KEY IS AT-ALERT-ID
000600         FILE STATUS IS WS-ALERT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BLOGFEED-FILE.
000710     05  FILLER                  PIC X(01).
000720     05  BF-TITLE                PIC X(50).
000730     05  BF-URL                  PIC X(30).
000735*    W IN COLUMN 100 WITHDRAWS THE POST - IT STAYS IN THE CATALOG
000736*    BUT NO LONGER RENDERS.  BLANK IS AN ORDINARY POST.
000737     05  BF-CARD-ACTION          PIC X(01).
000738         88  BF-ACTION-VALID             VALUE " " "W".
000739         88  BF-ACTION-WITHDRAW          VALUE "W".
000740*    ON A W CARD, COLUMNS 101-108 CARRY THE DATE THE POST WAS
000740*    WITHDRAWN (CCYYMMDD).  THEY ARE IGNORED ON ANY OTHER CARD.
000740     05  BF-WITHDRAW-DATE        PIC 9(08).
000740     05  BF-WITHDRAW-DATE-X REDEFINES BF-WITHDRAW-DATE
000740                                 PIC X(08).
000740
000750 FD  PROFILE-MASTER.
000760     COPY PROFILE.
000850 01  POST-REJECT-RECORD.
000860     05  RJ-REASON-CODE          PIC X(08).
000870     05  FILLER                  PIC X(01).
000880     05  RJ-FEED-IMAGE           PIC X(108).
000890
000890 FD  ALERT-FILE.
000890     COPY ALERTS.
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-SWITCHES.
001110         88  WS-JOBLOG-OK                VALUE "00".
001120     05  WS-REJECT-STATUS        PIC X(02) VALUE "00".
001130         88  WS-REJECT-OK                VALUE "00".
001130     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
001130         88  WS-ALERT-OK                 VALUE "00".
001130         88  WS-ALERT-NOTFND             VALUE "23".
001130         88  WS-ALERT-NOFILE             VALUE "35".
001130         88  WS-ALERT-LOCKED             VALUE "93".
001140
001150 01  WS-LOAD-COUNTERS.
001160     05  WS-RECORDS-LOADED       PIC 9(05) COMP VALUE ZERO.
001170     05  WS-RECORDS-READ         PIC 9(05) COMP VALUE ZERO.
001180     05  WS-RECORDS-ACCEPTED     PIC 9(05) COMP VALUE ZERO.
001190     05  WS-RECORDS-REJECTED     PIC 9(05) COMP VALUE ZERO.
001195     05  WS-RECORDS-SCHEDULED    PIC 9(05) COMP VALUE ZERO.
001196     05  WS-RECORDS-WITHDRAWN    PIC 9(05) COMP VALUE ZERO.
001200     05  WS-RPT-COUNT            PIC ZZZZ9.
001210
001220 01  WS-RUN-FIELDS.
001320
001330 01  WS-EDIT-FIELDS.
001340     05  WS-EDIT-REASON          PIC X(08) VALUE SPACES.
001342*    THE CARD DATE UNDER EDIT BY 3600 - POST OR WITHDRAWAL DATE.
001344     05  WS-EDIT-DATE            PIC 9(08) VALUE ZERO.
001346     05  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
001347         10  WS-EDIT-YEAR        PIC 9(04).
001348         10  WS-EDIT-MONTH       PIC 9(02).
001349         10  WS-EDIT-DAY         PIC 9(02).
001350     05  WS-EDIT-IX              PIC 9(04) COMP VALUE ZERO.
001360     05  WS-MONTH-MAX-DAY        PIC 9(02) COMP VALUE ZERO.
001370     05  WS-LEAP-REM-4           PIC 9(04) COMP VALUE ZERO.
001390     05  WS-LEAP-REM-400         PIC 9(04) COMP VALUE ZERO.
001400     05  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
001410
001410*    THE ALERT BEING RAISED IN THE SHARED ALERTS.DAT FILE, AND
001410*    THE RETRY COUNT FOR A COLLIDING OPEN OF IT.
001410 01  WS-ALERT-FIELDS.
001410     05  WS-ALERT-SEVERITY       PIC X(01) VALUE SPACES.
001410     05  WS-ALERT-PROFILE-ID     PIC X(10) VALUE SPACES.
001410     05  WS-ALERT-CODE           PIC X(20) VALUE SPACES.
001410     05  WS-ALERT-MESSAGE        PIC X(50) VALUE SPACES.
001410     05  WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
001410     05  WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
001410
001410 01  WS-LOCK-FIELDS.
001410     05  WS-MAX-LOCK-RETRIES     PIC 9(03) COMP VALUE 100.
001410     05  WS-LOCK-RETRIES         PIC 9(03) COMP VALUE ZERO.
001410
001420 01  WS-ERROR-CHECK.
001430     05  WS-CHECK-FILE-NAME      PIC X(20).
001440     05  WS-CHECK-STATUS-CODE    PIC X(02).
002400*                  WITH RANDOM ACCESS.  A SECOND POST BY THE SAME   *
002410*                  PROFILE ON THE SAME DAY COMES BACK AS A          *
002420*                  DUPLICATE KEY AND RETRIES WITH THE NEXT          *
002430*                  SEQUENCE NUMBER.  A WITHDRAWN CARD LOADS         *
002431*                  WITHDRAWN WITH ITS WITHDRAWAL DATE AS ITS        *
002431*                  PUBLISH-AT DATE, A CARD DATED AFTER THE RUN DATE *
002434*                  LOADS SCHEDULED WITH THAT DATE AS ITS PUBLISH-AT *
002436*                  DATE, ANY OTHER LOADS LIVE.                      *
002440*------------------------------------------------------------------*
002450 2000-LOAD-POST.
002460     MOVE SPACES TO POST-MASTER-RECORD.
002490     MOVE ZERO TO PO-POST-SEQ.
002500     MOVE BF-TITLE TO PO-TITLE.
002510     MOVE BF-URL TO PO-URL.
002512     MOVE BF-POST-DATE TO PO-PUBLISH-AT.
002514     EVALUATE TRUE
002516         WHEN BF-ACTION-WITHDRAW
002518             SET PO-STATUS-WITHDRAWN TO TRUE
002519             MOVE BF-WITHDRAW-DATE TO PO-PUBLISH-AT
002520         WHEN BF-POST-DATE > WS-RUN-DATE
002522             SET PO-STATUS-SCHEDULED TO TRUE
002524         WHEN OTHER
002526             SET PO-STATUS-LIVE TO TRUE
002528     END-EVALUATE.
002520     MOVE "N" TO WS-POST-WRITTEN-SW.
002530     PERFORM 2100-WRITE-POST THRU 2100-EXIT
002540         UNTIL WS-POST-WRITTEN.
002980         PERFORM 3300-CHECK-PROFILE-ID THRU 3300-EXIT
002990     END-IF.
003000     IF WS-EDIT-REASON = SPACES
003005         MOVE BF-POST-DATE-X TO WS-EDIT-DATE-X
003010         PERFORM 3600-CHECK-POST-DATE THRU 3600-EXIT
003020         IF NOT WS-DATE-OK
003030             MOVE "BAD-DATE" TO WS-EDIT-REASON
003040         END-IF
003050     END-IF.
003060     IF WS-EDIT-REASON = SPACES AND NOT BF-ACTION-VALID
003070         MOVE "BAD-ACT" TO WS-EDIT-REASON
003090     END-IF.
003091     IF WS-EDIT-REASON = SPACES AND BF-ACTION-WITHDRAW
003092         MOVE BF-WITHDRAW-DATE-X TO WS-EDIT-DATE-X
003093         PERFORM 3600-CHECK-POST-DATE THRU 3600-EXIT
003094         IF NOT WS-DATE-OK
003095             MOVE "BAD-WDAT" TO WS-EDIT-REASON
003096         ELSE
003097             IF WS-EDIT-DATE > WS-RUN-DATE
003098                 MOVE "BAD-WDAT" TO WS-EDIT-REASON
003098             END-IF
003099         END-IF
003099     END-IF.
003100     IF WS-EDIT-REASON = SPACES AND BF-TITLE = SPACES
003110         MOVE "NO-TITLE" TO WS-EDIT-REASON
003120     END-IF.
003260         ADD 1 TO WS-RECORDS-ACCEPTED
003270         ADD 1 TO WS-URL-COUNT
003280         MOVE BF-URL TO WS-URL-ENTRY (WS-URL-COUNT)
003282         IF BF-ACTION-WITHDRAW
003284             ADD 1 TO WS-RECORDS-WITHDRAWN
003286         ELSE
003288             IF BF-POST-DATE > WS-RUN-DATE
003289                 ADD 1 TO WS-RECORDS-SCHEDULED
003290             END-IF
003291         END-IF
003292     ELSE
003300         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003310     END-IF.
003320     PERFORM 1100-READ-FEED THRU 1100-EXIT.
003760*                        NUMERIC, MONTH 01-12, DAY WITHIN THE       *
003770*                        MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.    *
003780*                        A BAD DATE WOULD SORT THE LATEST-POSTS     *
003790*                        LIST WRONG OR RENDER GARBAGE.  THE CALLER  *
003795*                        PUTS THE CARD DATE IN WS-EDIT-DATE.        *
003800*------------------------------------------------------------------*
003810 3600-CHECK-POST-DATE.
003820     MOVE "N" TO WS-DATE-OK-SW.
003830     IF WS-EDIT-DATE NOT NUMERIC
003840         GO TO 3600-EXIT
003850     END-IF.
003860     IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
003870         GO TO 3600-EXIT
003880     END-IF.
003890     EVALUATE WS-EDIT-MONTH
003900         WHEN 01
003910         WHEN 03
003920         WHEN 05
004030         WHEN 02
004040             PERFORM 3700-SET-FEBRUARY-MAX THRU 3700-EXIT
004050     END-EVALUATE.
004060     IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-MONTH-MAX-DAY
004070         GO TO 3600-EXIT
004080     END-IF.
004090     MOVE "Y" TO WS-DATE-OK-SW.
004170*------------------------------------------------------------------*
004180 3700-SET-FEBRUARY-MAX.
004190     MOVE 28 TO WS-MONTH-MAX-DAY.
004200     DIVIDE WS-EDIT-YEAR BY 4
004210         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4.
004220     DIVIDE WS-EDIT-YEAR BY 100
004230         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100.
004240     DIVIDE WS-EDIT-YEAR BY 400
004250         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400.
004260     IF WS-LEAP-REM-4 = ZERO
004270        AND (WS-LEAP-REM-100 NOT = ZERO
004330
004340*------------------------------------------------------------------*
004350* 3500-WRITE-REJECT - COPY THE FAILED FEED CARD TO THE REJECT FILE  *
004360*                     WITH ITS REASON CODE, PRINT IT ON THE EDIT    *
004370*                     REPORT AND RAISE AN OPERATOR ALERT FOR IT     *
004380*------------------------------------------------------------------*
004390 3500-WRITE-REJECT.
004400     ADD 1 TO WS-RECORDS-REJECTED.
004470     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004480     DISPLAY "  REJECTED " BF-PROFILE-ID
004490         " REASON=" WS-EDIT-REASON UPON CONSOLE.
004490     MOVE "E" TO WS-ALERT-SEVERITY.
004490     MOVE BF-PROFILE-ID TO WS-ALERT-PROFILE-ID.
004490     MOVE WS-EDIT-REASON TO WS-ALERT-CODE.
004490     MOVE SPACES TO WS-ALERT-MESSAGE.
004490     STRING "FEED CARD REJECTED - " DELIMITED BY SIZE
004490             BF-TITLE DELIMITED BY SIZE
004490         INTO WS-ALERT-MESSAGE
004490     END-STRING.
004490     PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
004500 3500-EXIT.
004510     EXIT.
004520
004600     MOVE WS-RECORDS-ACCEPTED TO WS-RPT-COUNT.
004610     DISPLAY "  FEED CARDS ACCEPTED = " WS-RPT-COUNT
004620         UPON CONSOLE.
004622     MOVE WS-RECORDS-SCHEDULED TO WS-RPT-COUNT.
004624     DISPLAY "    OF WHICH SCHEDULED = " WS-RPT-COUNT
004626         UPON CONSOLE.
004627     MOVE WS-RECORDS-WITHDRAWN TO WS-RPT-COUNT.
004628     DISPLAY "    OF WHICH WITHDRAWN = " WS-RPT-COUNT
004629         UPON CONSOLE.
004630     MOVE WS-RECORDS-REJECTED TO WS-RPT-COUNT.
004640     DISPLAY "  FEED CARDS REJECTED = " WS-RPT-COUNT
004650         UPON CONSOLE.
004660 3900-EXIT.
004670     EXIT.
004680
004680*------------------------------------------------------------------*
004680* 8500-RAISE-ALERT - RECORD THE ALERT BUILT IN WS-ALERT-FIELDS IN   *
004680*                    THE SHARED ALERTS.DAT FILE.  A NEW CONDITION   *
004680*                    IS WRITTEN OPEN WITH A COUNT OF ONE; A REPEAT  *
004680*                    OF AN OPEN OR ACKNOWLEDGED ALERT BUMPS ITS     *
004680*                    COUNT, SEVERITY, MESSAGE AND LAST-SEEN STAMP   *
004680*                    IN PLACE; A REPEAT OF A CLOSED ALERT REOPENS   *
004680*                    IT AS A NEW ONE.                               *
004680*------------------------------------------------------------------*
004680 8500-RAISE-ALERT.
004680     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
004680     ACCEPT WS-ALERT-TIME FROM TIME.
004680     PERFORM 8510-OPEN-ALERT-FILE THRU 8510-EXIT.
004680     MOVE "LoadPosts" TO AT-SOURCE-PROGRAM.
004680     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
004680     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
004680     READ ALERT-FILE.
004680     IF WS-ALERT-NOTFND
004680         PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
004680         WRITE ALERT-RECORD
004680     ELSE
004680         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
004680         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
004680         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
004680         IF AT-STATUS-CLOSED
004680             PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
004680         ELSE
004680             IF AT-OCCURRENCES < 99999
004680                 ADD 1 TO AT-OCCURRENCES
004680             END-IF
004680             MOVE WS-ALERT-SEVERITY TO AT-SEVERITY
004680             MOVE WS-ALERT-MESSAGE TO AT-MESSAGE
004680             MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE
004680             MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME
004680         END-IF
004680         REWRITE ALERT-RECORD
004680     END-IF.
004680     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
004680     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
004680     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004680     CLOSE ALERT-FILE.
004680     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
004680     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
004680     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004680 8500-EXIT.
004680     EXIT.
004680
004680*------------------------------------------------------------------*
004680* 8510-OPEN-ALERT-FILE - BRIEF EXCLUSIVE OPEN OF THE SHARED ALERT   *
004680*                        FILE FOR ONE KEYED UPDATE, CREATING IT ON  *
004680*                        ITS FIRST USE.  A COLLIDING OPEN FROM      *
004680*                        ANOTHER STREAM (STATUS 93) IS RETRIED.     *
004680*------------------------------------------------------------------*
004680 8510-OPEN-ALERT-FILE.
004680     MOVE ZERO TO WS-LOCK-RETRIES.
004680     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT.
004680     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT
004680         UNTIL NOT WS-ALERT-LOCKED.
004680     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
004680     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
004680     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004680 8510-EXIT.
004680     EXIT.
004680
004680 8515-TRY-OPEN-ALERT-FILE.
004680     OPEN I-O ALERT-FILE.
004680     IF WS-ALERT-NOFILE
004680         OPEN OUTPUT ALERT-FILE
004680         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
004680         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
004680         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
004680         CLOSE ALERT-FILE
004680         OPEN I-O ALERT-FILE
004680     END-IF.
004680     IF WS-ALERT-LOCKED
004680         PERFORM 8520-COUNT-LOCK-RETRY THRU 8520-EXIT
004680     END-IF.
004680 8515-EXIT.
004680     EXIT.
004680
004680*------------------------------------------------------------------*
004680* 8520-COUNT-LOCK-RETRY - ANOTHER STREAM HOLDS THE ALERT FILE FOR   *
004680*                         ONE KEYED UPDATE - COUNT THE RETRY AND    *
004680*                         GIVE UP AFTER WS-MAX-LOCK-RETRIES         *
004680*------------------------------------------------------------------*
004680 8520-COUNT-LOCK-RETRY.
004680     ADD 1 TO WS-LOCK-RETRIES.
004680     IF WS-LOCK-RETRIES > WS-MAX-LOCK-RETRIES
004680         DISPLAY "LOADPOSTS: ALERT-FILE STILL LOCKED BY "
004680             "ANOTHER STREAM AFTER RETRIES - GIVING UP"
004680             UPON CONSOLE
004680         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
004680         MOVE "93" TO WS-CHECK-STATUS-CODE
004680         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
004680     END-IF.
004680 8520-EXIT.
004680     EXIT.
004680
004680*    A NEW OR REOPENED ALERT STARTS ITS OWN HISTORY - THE KEY IS
004680*    MOVED AGAIN SINCE THE FAILED READ MAY HAVE LEFT THE RECORD
004680*    AREA UNDEFINED.
004680 8530-FILL-NEW-ALERT.
004680     MOVE SPACES TO ALERT-RECORD.
004680     MOVE "LoadPosts" TO AT-SOURCE-PROGRAM.
004680     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
004680     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
004680     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY.
004680     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE.
004680     MOVE WS-ALERT-DATE TO AT-FIRST-SEEN-DATE.
004680     MOVE WS-ALERT-TIME TO AT-FIRST-SEEN-TIME.
004680     MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE.
004680     MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME.
004680     MOVE 1 TO AT-OCCURRENCES.
004680     MOVE "OPEN" TO AT-ACK-STATUS.
004680     MOVE ZERO TO AT-ACK-DATE.
004680     MOVE ZERO TO AT-ACK-TIME.
004680 8530-EXIT.
004680     EXIT.
004680
004690*------------------------------------------------------------------*
004700* 9000-TERMINATE - CLOSE THE FEED, BOTH MASTERS, THE REJECT FILE    *
004710*                  AND THE JOB LOG                                  *
