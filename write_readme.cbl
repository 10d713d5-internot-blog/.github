000542*                  OPENS WITH &POSTLIST. OR &LINKS. NO LONGER      *
000543*                  PUTS LITERAL MARKER TEXT INTO EVERY AUDIT       *
000544*                  RECORD FOR THE PROFILE.                         *
000544* 2026-10-15  DJ   EVERY JOBLOG RECORD WRITTEN BY 8893 NOW ALSO    *
000544*                  RAISES AN ALERT IN THE CONSOLIDATED OPERATOR    *
000544*                  ALERT FILE ALERTS.DAT (SEE ALERTS COPYBOOK) -   *
000544*                  FILE ERRORS AS SEVERITY E, TRUNCATION WARNINGS  *
000544*                  AS W AND PROFILE SKIPS AS I - AND AN ABEND      *
000544*                  RAISES A SEVERITY S ALERT CARRYING THE RETURN   *
000544*                  CODE.  A REPEAT OF AN OPEN ALERT UPDATES ITS    *
000544*                  RECORD IN PLACE (8950).                         *
000544* 2026-10-15  DJ   EACH PROFILE NOW ALSO GETS AN RSS 2.0 FEED AT   *
000544*                  PM-FEED-PATH (4700) BUILT FROM ITS FULL RUN OF  *
000544*                  POST-MASTER ENTRIES - TITLE, PO-URL AS THE      *
000544*                  LINK AND THE POST DATE AS AN RFC-822 PUBDATE,   *
000544*                  WITH & < > ESCAPED AND PM-DISPLAY-NAME AS THE   *
000544*                  CHANNEL TITLE.  THE FEED LINES FOLD INTO THE    *
000544*                  CONTENT CHECKSUM AFTER THE MARKDOWN LINES, SO   *
000544*                  A NEW POST RAISES A PUBLISH-READY TRIGGER EVEN  *
000544*                  WHEN THE README TOP-N IS UNCHANGED, AND THE     *
000544*                  FEED IS SNAPSHOT WITH THE OTHER OUTPUTS INTO    *
000544*                  EACH GENINDEX GENERATION (GX-FD-PATH).          *
000544* 2026-10-15  DJ   THE README POST LIST (3100) AND THE RSS FEED    *
000544*                  (4730) NOW SHOW ONLY LIVE POSTS WHOSE           *
000544*                  PO-PUBLISH-AT DATE HAS ARRIVED - SCHEDULED AND  *
000544*                  WITHDRAWN CATALOG ROWS ARE PASSED OVER.  A      *
000544*                  PROFILE NOT DUE ON ITS REFRESH SCHEDULE IS      *
000544*                  STILL REFRESHED (1827) WHEN ONE OF ITS POSTS    *
000544*                  HAS GONE LIVE, OR BEEN WITHDRAWN, SINCE THE     *
000544*                  PROFILE'S LAST REFRESH ON AUDITPOS.DAT.         *
000270*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000496         ORGANIZATION IS LINE SEQUENTIAL
000497         FILE STATUS IS WS-HTML-STATUS.
000498
000498     SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-PATH
000498         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-FEED-STATUS.
000498
000499     SELECT PUBLISH-READY-FILE ASSIGN TO "data/PUBLISH-READY.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-PUBLISH-STATUS.
000508         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-SNAP-OUT-STATUS.
000508
000508     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000508         ORGANIZATION IS INDEXED
000508         ACCESS MODE IS RANDOM
000508         RECORD KEY IS AT-ALERT-ID
000508         FILE STATUS IS WS-ALERT-STATUS.
000508
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MARKDOWN-FILE.
000734 FD  HTML-FILE.
000735 01  HTML-RECORD                 PIC X(120).
000736
000736 FD  FEED-FILE.
000736 01  FEED-RECORD                 PIC X(300).
000736
000737 FD  PUBLISH-READY-FILE.
000738     COPY PUBREADY.
000747
000750     COPY GENINDEX.
000750
000750 FD  SNAPSHOT-IN-FILE.
000750 01  SNAPSHOT-IN-RECORD          PIC X(300).
000750
000750 FD  SNAPSHOT-OUT-FILE.
000750 01  SNAPSHOT-OUT-RECORD         PIC X(300).
000750
000750 FD  ALERT-FILE.
000750     COPY ALERTS.
000750
000721 WORKING-STORAGE SECTION.
000721*    RUN-CONTROL.DAT FOR AN ALL-GROUPS RUN, OR THE GROUP'S OWN
000725     05  WS-CHECKPOINT-PATH      PIC X(40).
000727     05  WS-ANNOUNCE-PATH        PIC X(40).
000728     05  WS-HTML-PATH            PIC X(40).
000728     05  WS-FEED-PATH            PIC X(40).
000729     05  WS-SNAP-IN-PATH         PIC X(40).
000730     05  WS-SNAP-OUT-PATH        PIC X(40).
000726
000809     05  WS-CUR-URL              PIC X(30).
000810     05  WS-CUR-DATE-EDIT        PIC X(10).
000811
000811*    THE RSS FEED BUILT BY 4700-WRITE-RSS-FEED.  WS-FEED-SITE-LINK
000811*    IS THE CHANNEL <link> - THE PROFILE RECORD CARRIES NO SITE
000811*    ADDRESS OF ITS OWN.  NOTHING RUN-DATED GOES INTO THE FEED, SO
000811*    AN UNCHANGED CATALOG FOLDS TO AN UNCHANGED CHECKSUM.
000811 01  WS-RSS-FIELDS.
000811     05  WS-FEED-SITE-LINK       PIC X(40)
000811                                 VALUE "https://internot.blog".
000811     05  WS-FEED-LINE            PIC X(300) VALUE SPACES.
000811     05  WS-FEED-LINE-TRAIL      PIC 9(03) COMP VALUE ZERO.
000811     05  WS-FEED-LINE-LEN        PIC 9(03) COMP VALUE ZERO.
000811     05  WS-FEED-CHECK-IX        PIC 9(03) COMP VALUE ZERO.
000811     05  WS-ESC-IN               PIC X(50) VALUE SPACES.
000811     05  WS-ESC-IN-TRAIL         PIC 9(02) COMP VALUE ZERO.
000811     05  WS-ESC-IN-LEN           PIC 9(02) COMP VALUE ZERO.
000811     05  WS-ESC-IX               PIC 9(02) COMP VALUE ZERO.
000811     05  WS-ESC-OUT              PIC X(250) VALUE SPACES.
000811     05  WS-ESC-OUT-LEN          PIC 9(03) COMP VALUE ZERO.
000811     05  WS-RFC-DATE             PIC X(29) VALUE SPACES.
000811     05  WS-RFC-DAY-INTEGER      PIC 9(07) COMP VALUE ZERO.
000811     05  WS-RFC-WEEK-QUOT        PIC 9(07) COMP VALUE ZERO.
000811     05  WS-RFC-WEEKDAY          PIC 9(02) COMP VALUE ZERO.
000811     05  WS-RFC-MONTH            PIC 9(02) VALUE ZERO.
000811
000811 01  WS-RFC-NAME-TABLES.
000811     05  WS-RFC-DAY-NAMES        PIC X(21)
000811                                 VALUE "MonTueWedThuFriSatSun".
000811     05  WS-RFC-DAY-NAME REDEFINES WS-RFC-DAY-NAMES
000811                                 PIC X(03) OCCURS 7 TIMES.
000811     05  WS-RFC-MONTH-NAMES      PIC X(36)
000811         VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
000811     05  WS-RFC-MONTH-NAME REDEFINES WS-RFC-MONTH-NAMES
000811                                 PIC X(03) OCCURS 12 TIMES.
000811
000790 01  WS-TRIM-COUNTERS.
000800     05  WS-TITLE-TRAIL          PIC 9(02) COMP VALUE ZERO.
000810     05  WS-TITLE-LEN            PIC 9(02) COMP VALUE ZERO.
000939         88  WS-ANNOUNCE-OK              VALUE "00".
000939     05  WS-HTML-STATUS          PIC X(02) VALUE "00".
000939         88  WS-HTML-OK                  VALUE "00".
000939     05  WS-FEED-STATUS          PIC X(02) VALUE "00".
000939         88  WS-FEED-OK                  VALUE "00".
000939     05  WS-PUBLISH-STATUS       PIC X(02) VALUE "00".
000939         88  WS-PUBLISH-OK               VALUE "00".
000939         88  WS-PUBLISH-NOFILE           VALUE "35".
000939         88  WS-SNAP-IN-NOT-FOUND        VALUE "35".
000939     05  WS-SNAP-OUT-STATUS      PIC X(02) VALUE "00".
000939         88  WS-SNAP-OUT-OK              VALUE "00".
000939     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000939         88  WS-ALERT-OK                 VALUE "00".
000939         88  WS-ALERT-NOTFND             VALUE "23".
000939         88  WS-ALERT-NOFILE             VALUE "35".
000939         88  WS-ALERT-LOCKED             VALUE "93".
000940
000940 01  WS-RUN-FIELDS.
000940     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000940     05  WS-MARKDOWN-RECS-OUT    PIC 9(07) COMP VALUE ZERO.
000940     05  WS-ANNOUNCE-RECS-OUT    PIC 9(07) COMP VALUE ZERO.
000940     05  WS-HTML-RECS-OUT        PIC 9(07) COMP VALUE ZERO.
000940     05  WS-FEED-RECS-OUT        PIC 9(07) COMP VALUE ZERO.
000940     05  WS-RPT-TOTAL            PIC ZZZZZZ9.
000940
000940*    WS-KEEP-GENERATIONS IS THE TUNABLE NUMBER OF OUTPUT
000940     05  WS-GEN-MD-PATH          PIC X(40) VALUE SPACES.
000940     05  WS-GEN-AN-PATH          PIC X(40) VALUE SPACES.
000940     05  WS-GEN-HT-PATH          PIC X(40) VALUE SPACES.
000940     05  WS-GEN-FD-PATH          PIC X(40) VALUE SPACES.
000940
000940*    IMAGE OF THE COMPLETED END RECORD, CAPTURED BEFORE THE WRITE
000940*    SO THE SAME RECORD CAN BE APPENDED TO THE PERMANENT RUN
000942     05  WS-WELCOME-COPY         PIC X(80) VALUE SPACES.
000943     05  WS-CONTENT-CHECKSUM    PIC 9(08) COMP VALUE ZERO.
000943     05  WS-LAST-CHECKSUM        PIC 9(08) VALUE ZERO.
000943*    AP-RUN-DATE OF THE PROFILE'S LAST REFRESH, FOR 1827.
000943     05  WS-LAST-REFRESH-DATE    PIC 9(08) VALUE ZERO.
000943
000944 01  WS-CHECKSUM-FIELDS.
000944     05  WS-CHECKSUM-INDEX       PIC 9(02) COMP VALUE ZERO.
000945     05  WS-ANNOUNCE-RESTART-COUNT PIC 9(04) COMP VALUE ZERO.
000945     05  WS-HTML-RESTART-COUNT   PIC 9(04) COMP VALUE ZERO.
000946     05  WS-RECORDS-WRITTEN      PIC 9(04) COMP VALUE ZERO.
000946*    THE ALERT BEING RAISED IN ALERTS.DAT.  WS-ALERT-ACTIVE-SW IS
000946*    ON WHILE 8950 HOLDS THE FILE, SO A FILE ERROR INSIDE IT -
000946*    WHICH ITSELF WRITES A JOBLOG RECORD AND ABENDS - DOES NOT
000946*    TRY TO RAISE ANOTHER ALERT.
000946 01  WS-ALERT-FIELDS.
000946     05  WS-ALERT-ACTIVE-SW      PIC X(01) VALUE "N".
000946         88  WS-ALERT-ACTIVE             VALUE "Y".
000946     05  WS-ALERT-PENDING-SW     PIC X(01) VALUE "N".
000946         88  WS-ALERT-PENDING            VALUE "Y".
000946     05  WS-ALERT-SEVERITY       PIC X(01) VALUE SPACES.
000946     05  WS-ALERT-PROFILE-ID     PIC X(10) VALUE SPACES.
000946     05  WS-ALERT-CODE           PIC X(20) VALUE SPACES.
000946     05  WS-ALERT-MESSAGE        PIC X(50) VALUE SPACES.
000946     05  WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
000946     05  WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
000946
000950 01  WS-ERROR-CHECK.
000960     05  WS-CHECK-FILE-NAME      PIC X(20).
000970     05  WS-CHECK-STATUS-CODE    PIC X(02).
001500     END-IF.
001500     PERFORM 1825-CHECK-SCHEDULE-DUE THRU 1825-EXIT.
001500     IF NOT WS-SCHEDULE-DUE
001500         PERFORM 1827-CHECK-POST-CHANGES THRU 1827-EXIT
001500     END-IF.
001500     IF NOT WS-SCHEDULE-DUE
001500         MOVE "Y" TO WS-PROFILE-SKIP-SW
001500         MOVE "SKIPPED - NOT SCHEDULED" TO WS-SKIP-REASON
001500     END-IF.
001502     END-EVALUATE.
001502 1825-EXIT.
001502     EXIT.
001502
001502*------------------------------------------------------------------*
001502* 1827-CHECK-POST-CHANGES - A PROFILE NOT DUE TODAY IS STILL       *
001502*                           REFRESHED WHEN ONE OF ITS POSTS HAS    *
001502*                           GONE LIVE, OR BEEN WITHDRAWN, SINCE ITS*
001502*                           LAST REFRESH ON AUDITPOS.DAT.  A POST  *
001502*                           WHOSE DAY FELL ON A BLACKOUT DATE OR A *
001502*                           MISSED NIGHT SURFACES ON THE NEXT RUN, *
001502*                           NOT AT THE NEXT WEEKLY OR MONTHLY      *
001502*                           REFRESH.  A PROFILE WITH NO REFRESH ON *
001502*                           RECORD COMPARES AGAINST A ZERO DATE.   *
001502*------------------------------------------------------------------*
001502 1827-CHECK-POST-CHANGES.
001502     MOVE ZERO TO WS-LAST-REFRESH-DATE.
001502     PERFORM 7600-OPEN-AUDITPOS-INPUT THRU 7600-EXIT.
001502     IF NOT WS-AUDITPOS-ABSENT
001502         MOVE PM-PROFILE-ID TO AP-PROFILE-ID
001502         READ AUDITPOS-FILE
001502         IF WS-AUDITPOS-OK
001502             MOVE AP-RUN-DATE TO WS-LAST-REFRESH-DATE
001502         ELSE
001502             IF NOT WS-AUDITPOS-NOTFND
001502                 MOVE "AUDITPOS-FILE" TO WS-CHECK-FILE-NAME
001502                 MOVE WS-AUDITPOS-STATUS TO WS-CHECK-STATUS-CODE
001502                 PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001502             END-IF
001502         END-IF
001502         PERFORM 7680-CLOSE-AUDITPOS THRU 7680-EXIT
001502     END-IF.
001502     MOVE "N" TO WS-POSTMAST-SW.
001502     MOVE PM-PROFILE-ID TO PO-PROFILE-ID.
001502     MOVE ZERO TO PO-POST-DATE.
001502     MOVE ZERO TO PO-POST-SEQ.
001502     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
001502     IF WS-POSTMAST-NOTFND
001502         GO TO 1827-EXIT
001502     END-IF.
001502     MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME.
001502     MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE.
001502     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001502     PERFORM 1828-CHECK-ONE-POST-CHANGE THRU 1828-EXIT
001502         UNTIL WS-POSTMAST-EOF OR WS-SCHEDULE-DUE.
001502     IF WS-SCHEDULE-DUE
001502         DISPLAY "WRITEMARKDOWN: " PM-PROFILE-ID " NOT DUE - "
001502             "REFRESHED FOR A POST GONE LIVE OR WITHDRAWN "
001502             "SINCE " WS-LAST-REFRESH-DATE
001502             UPON CONSOLE
001502     END-IF.
001502 1827-EXIT.
001502     EXIT.
001502
001502 1828-CHECK-ONE-POST-CHANGE.
001502     READ POST-MASTER-FILE NEXT RECORD
001502         AT END
001502             SET WS-POSTMAST-EOF TO TRUE
001502             GO TO 1828-EXIT
001502     END-READ.
001502     IF PO-PROFILE-ID NOT = PM-PROFILE-ID
001502         SET WS-POSTMAST-EOF TO TRUE
001502         GO TO 1828-EXIT
001502     END-IF.
001502     IF (PO-STATUS-LIVE OR PO-STATUS-WITHDRAWN)
001502        AND PO-PUBLISH-AT > WS-LAST-REFRESH-DATE
001502        AND PO-PUBLISH-AT NOT > WS-RUN-DATE
001502         MOVE "Y" TO WS-SCHEDULE-DUE-SW
001502     END-IF.
001502 1828-EXIT.
001502     EXIT.
001503
001504*------------------------------------------------------------------*
001505* 1830-LOG-PROFILE-SKIP - RECORD THE SKIP AND ITS REASON IN THE     *
001479     MOVE PM-OUTPUT-PATH TO WS-MARKDOWN-PATH.
001479     MOVE PM-ANNOUNCE-PATH TO WS-ANNOUNCE-PATH.
001479     MOVE PM-HTML-PATH TO WS-HTML-PATH.
001479     MOVE PM-FEED-PATH TO WS-FEED-PATH.
001480     PERFORM 1600-BUILD-CHECKPOINT-PATH THRU 1600-EXIT.
001481     PERFORM 1700-OPEN-PROFILE-FILES THRU 1700-EXIT.
001482     PERFORM 1900-LOAD-PROFILE-POSTS THRU 1900-EXIT.
001489     IF NOT WS-POSTLIST-DONE
001490         PERFORM 4100-RENDER-POST-LIST THRU 4100-EXIT
001491     END-IF.
001491*    THE FEED FOLDS INTO THE CHECKSUM AFTER THE MARKDOWN LINES,
001491*    SO IT MUST BE BUILT BEFORE THE PUBLISH CHECK.
001491     PERFORM 4700-WRITE-RSS-FEED THRU 4700-EXIT.
001492     PERFORM 6000-CHECK-PUBLISH-READY THRU 6000-EXIT.
001486     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
001487     PERFORM 1750-CLOSE-PROFILE-FILES THRU 1750-EXIT.
001891*------------------------------------------------------------------*
001892* 3100-STORE-POST - SLOT THE CURRENT CATALOG ENTRY - ALREADY KNOWN  *
001893*                   TO BELONG TO THE PROFILE BEING REFRESHED - INTO *
001894*                   THE POST TABLE, THEN READ THE NEXT ENTRY.  ONLY *
001894*                   A LIVE POST WHOSE PUBLISH-AT DATE HAS ARRIVED   *
001894*                   IS SHOWN - SCHEDULED AND WITHDRAWN POSTS ARE    *
001894*                   PASSED OVER.                                    *
001895*------------------------------------------------------------------*
001896 3100-STORE-POST.
001897     IF PO-STATUS-LIVE AND PO-PUBLISH-AT NOT > WS-RUN-DATE
001898         PERFORM 3200-INSERT-POST THRU 3200-EXIT
001898     END-IF.
001900     PERFORM 3000-READ-POST-MASTER THRU 3000-EXIT.
001901 3100-EXIT.
001902     EXIT.
002151 4600-EXIT.
002151     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4700-WRITE-RSS-FEED - WRITE THE PROFILE'S RSS 2.0 FEED FROM ITS   *
002160*                       FULL RUN OF POST-MASTER ENTRIES - NOT JUST  *
002160*                       THE WS-MAX-POSTS THE README SHOWS - IN KEY  *
002160*                       ORDER.  THE FEED IS SMALL AND ALWAYS        *
002160*                       REWRITTEN WHOLE, SO IT TAKES NO RESTART     *
002160*                       CHECKPOINT.  PREVIEW BUILDS AND FOLDS EVERY *
002160*                       LINE BUT WRITES NONE.  A PROFILE WITH NO    *
002160*                       FEED PATH GETS NO FEED.                     *
002160*------------------------------------------------------------------*
002160 4700-WRITE-RSS-FEED.
002160     IF PM-FEED-PATH = SPACES
002160         GO TO 4700-EXIT
002160     END-IF.
002160     IF NOT WS-MODE-PREVIEW
002160         OPEN OUTPUT FEED-FILE
002160         MOVE "FEED-FILE" TO WS-CHECK-FILE-NAME
002160         MOVE WS-FEED-STATUS TO WS-CHECK-STATUS-CODE
002160         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002160     END-IF.
002160     MOVE "<?xml version='1.0' encoding='UTF-8'?>"
002160         TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE "<rss version='2.0'>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE "<channel>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE WS-TOKEN-NAME TO WS-ESC-IN.
002160     PERFORM 4750-ESCAPE-XML-TEXT THRU 4750-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<title>" DELIMITED BY SIZE
002160             WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
002160             "</title>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<link>" DELIMITED BY SIZE
002160             WS-FEED-SITE-LINK DELIMITED BY SPACE
002160             "</link>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<description>Latest posts from " DELIMITED BY SIZE
002160             WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
002160             "</description>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE "N" TO WS-POSTMAST-SW.
002160     MOVE PM-PROFILE-ID TO PO-PROFILE-ID.
002160     MOVE ZERO TO PO-POST-DATE.
002160     MOVE ZERO TO PO-POST-SEQ.
002160     START POST-MASTER-FILE KEY NOT < PO-POST-KEY.
002160     IF WS-POSTMAST-NOTFND
002160         SET WS-POSTMAST-EOF TO TRUE
002160     ELSE
002160         MOVE "POST-MASTER-FILE" TO WS-CHECK-FILE-NAME
002160         MOVE WS-POSTMAST-STATUS TO WS-CHECK-STATUS-CODE
002160         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002160         PERFORM 4720-READ-FEED-POST THRU 4720-EXIT
002160     END-IF.
002160     PERFORM 4730-WRITE-FEED-ITEM THRU 4730-EXIT
002160         UNTIL WS-POSTMAST-EOF.
002160     MOVE "</channel>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE "</rss>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     IF NOT WS-MODE-PREVIEW
002160         CLOSE FEED-FILE
002160         MOVE "FEED-FILE" TO WS-CHECK-FILE-NAME
002160         MOVE WS-FEED-STATUS TO WS-CHECK-STATUS-CODE
002160         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002160     END-IF.
002160 4700-EXIT.
002160     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4720-READ-FEED-POST - READ THE NEXT CATALOG ENTRY FOR THE FEED,   *
002160*                       STOPPING AT END OF FILE OR THE FIRST ENTRY  *
002160*                       BELONGING TO ANOTHER PROFILE.  THE BLOGFEED *
002160*                       CONTROL TOTAL WAS ALREADY COUNTED BY 3000.  *
002160*------------------------------------------------------------------*
002160 4720-READ-FEED-POST.
002160     READ POST-MASTER-FILE NEXT RECORD
002160         AT END
002160             SET WS-POSTMAST-EOF TO TRUE
002160         NOT AT END
002160             IF PO-PROFILE-ID NOT = PM-PROFILE-ID
002160                 SET WS-POSTMAST-EOF TO TRUE
002160             END-IF
002160     END-READ.
002160 4720-EXIT.
002160     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4730-WRITE-FEED-ITEM - WRITE ONE <item> FOR THE CURRENT CATALOG   *
002160*                        ENTRY, THEN READ THE NEXT ONE.  AS IN THE  *
002160*                        README, ONLY A LIVE POST WHOSE PUBLISH-AT  *
002160*                        DATE HAS ARRIVED GETS AN ITEM.             *
002160*------------------------------------------------------------------*
002160 4730-WRITE-FEED-ITEM.
002160     IF NOT PO-STATUS-LIVE OR PO-PUBLISH-AT > WS-RUN-DATE
002160         PERFORM 4720-READ-FEED-POST THRU 4720-EXIT
002160         GO TO 4730-EXIT
002160     END-IF.
002160     MOVE PO-POST-DATE TO WS-CUR-POST-DATE.
002160     MOVE PO-TITLE TO WS-CUR-TITLE.
002160     MOVE PO-URL TO WS-CUR-URL.
002160     MOVE "<item>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE WS-CUR-TITLE TO WS-ESC-IN.
002160     PERFORM 4750-ESCAPE-XML-TEXT THRU 4750-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<title>" DELIMITED BY SIZE
002160             WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
002160             "</title>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE WS-CUR-URL TO WS-ESC-IN.
002160     PERFORM 4750-ESCAPE-XML-TEXT THRU 4750-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<link>" DELIMITED BY SIZE
002160             WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
002160             "</link>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<guid>" DELIMITED BY SIZE
002160             WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
002160             "</guid>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     PERFORM 4770-BUILD-RFC-DATE THRU 4770-EXIT.
002160     MOVE SPACES TO WS-FEED-LINE.
002160     STRING "<pubDate>" DELIMITED BY SIZE
002160             WS-RFC-DATE DELIMITED BY SIZE
002160             "</pubDate>" DELIMITED BY SIZE
002160         INTO WS-FEED-LINE
002160     END-STRING.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     MOVE "</item>" TO WS-FEED-LINE.
002160     PERFORM 4790-WRITE-FEED-LINE THRU 4790-EXIT.
002160     PERFORM 4720-READ-FEED-POST THRU 4720-EXIT.
002160 4730-EXIT.
002160     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4750-ESCAPE-XML-TEXT - COPY THE TRIMMED WS-ESC-IN TO WS-ESC-OUT   *
002160*                        WITH & < AND > REPLACED BY THEIR XML       *
002160*                        ENTITIES.  A BLANK INPUT GIVES ONE SPACE   *
002160*                        SO THE CALLER'S REFERENCE STAYS VALID.     *
002160*------------------------------------------------------------------*
002160 4750-ESCAPE-XML-TEXT.
002160     MOVE SPACES TO WS-ESC-OUT.
002160     MOVE ZERO TO WS-ESC-OUT-LEN.
002160     MOVE ZERO TO WS-ESC-IN-TRAIL.
002160     INSPECT WS-ESC-IN TALLYING WS-ESC-IN-TRAIL
002160         FOR TRAILING SPACES.
002160     COMPUTE WS-ESC-IN-LEN = 50 - WS-ESC-IN-TRAIL.
002160     IF WS-ESC-IN-LEN = ZERO
002160         MOVE 1 TO WS-ESC-OUT-LEN
002160         GO TO 4750-EXIT
002160     END-IF.
002160     MOVE 1 TO WS-ESC-IX.
002160     PERFORM 4760-ESCAPE-ONE-CHAR THRU 4760-EXIT
002160         UNTIL WS-ESC-IX > WS-ESC-IN-LEN.
002160 4750-EXIT.
002160     EXIT.
002160
002160 4760-ESCAPE-ONE-CHAR.
002160     EVALUATE WS-ESC-IN(WS-ESC-IX:1)
002160         WHEN "&"
002160             MOVE "&amp;" TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:5)
002160             ADD 5 TO WS-ESC-OUT-LEN
002160         WHEN "<"
002160             MOVE "&lt;" TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:4)
002160             ADD 4 TO WS-ESC-OUT-LEN
002160         WHEN ">"
002160             MOVE "&gt;" TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:4)
002160             ADD 4 TO WS-ESC-OUT-LEN
002160         WHEN OTHER
002160             MOVE WS-ESC-IN(WS-ESC-IX:1)
002160                 TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:1)
002160             ADD 1 TO WS-ESC-OUT-LEN
002160     END-EVALUATE.
002160     ADD 1 TO WS-ESC-IX.
002160 4760-EXIT.
002160     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4770-BUILD-RFC-DATE - FORMAT THE CURRENT POST DATE AS AN RFC-822  *
002160*                       TIMESTAMP (Mon, 05 Oct 2026 00:00:00 GMT). *
002160*                       THE WEEKDAY COMES FROM INTEGER-OF-DATE THE  *
002160*                       SAME WAY 1075 FINDS THE RUN DATE'S.         *
002160*------------------------------------------------------------------*
002160 4770-BUILD-RFC-DATE.
002160     COMPUTE WS-RFC-DAY-INTEGER =
002160         FUNCTION INTEGER-OF-DATE(WS-CUR-POST-DATE).
002160     DIVIDE WS-RFC-DAY-INTEGER BY 7
002160         GIVING WS-RFC-WEEK-QUOT REMAINDER WS-RFC-WEEKDAY.
002160     IF WS-RFC-WEEKDAY = ZERO
002160         MOVE 7 TO WS-RFC-WEEKDAY
002160     END-IF.
002160     MOVE WS-CUR-POST-MONTH TO WS-RFC-MONTH.
002160     MOVE SPACES TO WS-RFC-DATE.
002160     STRING WS-RFC-DAY-NAME (WS-RFC-WEEKDAY) DELIMITED BY SIZE
002160             ", " DELIMITED BY SIZE
002160             WS-CUR-POST-DAY DELIMITED BY SIZE
002160             " " DELIMITED BY SIZE
002160             WS-RFC-MONTH-NAME (WS-RFC-MONTH) DELIMITED BY SIZE
002160             " " DELIMITED BY SIZE
002160             WS-CUR-POST-YEAR DELIMITED BY SIZE
002160             " 00:00:00 GMT" DELIMITED BY SIZE
002160         INTO WS-RFC-DATE
002160     END-STRING.
002160 4770-EXIT.
002160     EXIT.
002160
002160*------------------------------------------------------------------*
002160* 4790-WRITE-FEED-LINE - FOLD WS-FEED-LINE INTO THE CONTENT         *
002160*                        CHECKSUM, THEN WRITE IT - OR, IN PREVIEW,  *
002160*                        SHOW IT ON THE CONSOLE                     *
002160*------------------------------------------------------------------*
002160 4790-WRITE-FEED-LINE.
002160     PERFORM 5070-ACCUMULATE-FEED-CHECKSUM THRU 5070-EXIT.
002160     IF WS-MODE-PREVIEW
002160         MOVE ZERO TO WS-FEED-LINE-TRAIL
002160         INSPECT WS-FEED-LINE TALLYING WS-FEED-LINE-TRAIL
002160             FOR TRAILING SPACES
002160         COMPUTE WS-FEED-LINE-LEN = 300 - WS-FEED-LINE-TRAIL
002160         DISPLAY "  " WS-FEED-LINE(1:WS-FEED-LINE-LEN)
002160             UPON CONSOLE
002160         GO TO 4790-EXIT
002160     END-IF.
002160     WRITE FEED-RECORD FROM WS-FEED-LINE.
002160     MOVE "FEED-FILE" TO WS-CHECK-FILE-NAME.
002160     MOVE WS-FEED-STATUS TO WS-CHECK-STATUS-CODE.
002160     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002160     ADD 1 TO WS-FEED-RECS-OUT.
002160 4790-EXIT.
002160     EXIT.
002160
002161*------------------------------------------------------------------*
002162* 5000-WRITE-OUTPUT-RECORDS - WRITE THE MARKDOWN, ANNOUNCE AND HTML  *
002163*                             RECORDS UNLESS EACH WAS ALREADY        *
002194 5060-EXIT.
002194     EXIT.
002194
002194*------------------------------------------------------------------*
002194* 5070-ACCUMULATE-FEED-CHECKSUM - FOLD ALL 300 BYTES OF ONE RSS     *
002194*                                 FEED LINE INTO THE SAME RUNNING   *
002194*                                 CHECKSUM AS THE MARKDOWN LINES.   *
002194*                                 RECONOUTPUTS AND RESTOREPROFILE   *
002194*                                 FOLD PM-FEED-PATH AFTER           *
002194*                                 PM-OUTPUT-PATH THE SAME WAY.      *
002194*------------------------------------------------------------------*
002194 5070-ACCUMULATE-FEED-CHECKSUM.
002194     MOVE 1 TO WS-FEED-CHECK-IX.
002194     PERFORM 5080-ACCUMULATE-FEED-CHAR THRU 5080-EXIT
002194         UNTIL WS-FEED-CHECK-IX > 300.
002194 5070-EXIT.
002194     EXIT.
002194
002194 5080-ACCUMULATE-FEED-CHAR.
002194     MOVE WS-FEED-LINE(WS-FEED-CHECK-IX:1) TO WS-CHECKSUM-CHAR.
002194     COMPUTE WS-CHECKSUM-ORDINAL = FUNCTION ORD(WS-CHECKSUM-CHAR).
002194     COMPUTE WS-CHECKSUM-TEMP =
002194         (WS-CONTENT-CHECKSUM * 31) + WS-CHECKSUM-ORDINAL.
002194     DIVIDE WS-CHECKSUM-TEMP BY 99999999
002194         GIVING WS-CHECKSUM-QUOTIENT
002194         REMAINDER WS-CONTENT-CHECKSUM.
002194     ADD 1 TO WS-FEED-CHECK-IX.
002194 5080-EXIT.
002194     EXIT.
002194
002179*------------------------------------------------------------------*
002180* 5100-UPDATE-CHECKPOINT - RECORD HOW MANY RECORDS HAVE BEEN         *
002181*                          COMPLETED SO FAR THIS RUN IN EACH OF THE  *
002196
002196*------------------------------------------------------------------*
002196* 6600-SNAPSHOT-GENERATION - THE CONTENT JUST WRITTEN FOR THIS      *
002196*                            PROFILE CHANGED - COPY ITS CLOSED      *
002196*                            OUTPUT FILES AND FEED TO A GENERATION  *
002196*                            SLOT AND RECORD THE SLOT IN            *
002196*                            GENINDEX.DAT.  THE FIRST FREE SLOT IS  *
002196*                            USED, OR THE OLDEST ONE ONCE ALL       *
002196     MOVE PM-HTML-PATH TO WS-SNAP-IN-PATH.
002196     MOVE WS-GEN-HT-PATH TO WS-SNAP-OUT-PATH.
002196     PERFORM 6700-COPY-SNAPSHOT-FILE THRU 6700-EXIT.
002196     IF WS-GEN-FD-PATH NOT = SPACES
002196         MOVE PM-FEED-PATH TO WS-SNAP-IN-PATH
002196         MOVE WS-GEN-FD-PATH TO WS-SNAP-OUT-PATH
002196         PERFORM 6700-COPY-SNAPSHOT-FILE THRU 6700-EXIT
002196     END-IF.
002196     PERFORM 6660-RECORD-GENERATION THRU 6660-EXIT.
002196     PERFORM 6690-CLOSE-GENINDEX THRU 6690-EXIT.
002196 6600-EXIT.
002196     EXIT.
002196
002196*------------------------------------------------------------------*
002196* 6640-BUILD-GENERATION-PATHS - DERIVE THE SNAPSHOT FILE NAMES     *
002196*                               FROM THE PROFILE-ID AND THE CHOSEN  *
002196*                               SLOT.  A PROFILE WITH NO FEED PATH  *
002196*                               GETS NO FEED SNAPSHOT.              *
002196*------------------------------------------------------------------*
002196 6640-BUILD-GENERATION-PATHS.
002196     MOVE ZERO TO WS-PROFILE-ID-TRAIL.
002196             "-HT.DAT" DELIMITED BY SIZE
002196         INTO WS-GEN-HT-PATH
002196     END-STRING.
002196     MOVE SPACES TO WS-GEN-FD-PATH.
002196     IF PM-FEED-PATH NOT = SPACES
002196         STRING "data/GEN-" DELIMITED BY SIZE
002196                 PM-PROFILE-ID(1:WS-PROFILE-ID-LEN)
002196                     DELIMITED BY SIZE
002196                 "-" DELIMITED BY SIZE
002196                 WS-GEN-SLOT-EDIT DELIMITED BY SIZE
002196                 "-FD.DAT" DELIMITED BY SIZE
002196             INTO WS-GEN-FD-PATH
002196         END-STRING
002196     END-IF.
002196 6640-EXIT.
002196     EXIT.
002196
002196     MOVE WS-GEN-MD-PATH TO GX-MD-PATH.
002196     MOVE WS-GEN-AN-PATH TO GX-AN-PATH.
002196     MOVE WS-GEN-HT-PATH TO GX-HT-PATH.
002196     MOVE WS-GEN-FD-PATH TO GX-FD-PATH.
002196 6680-EXIT.
002196     EXIT.
002196
002169*                            GIVE THE LOG BACK AT ONCE              *
002169*------------------------------------------------------------------*
002169 8893-WRITE-JOBLOG-RECORD.
002169     MOVE "N" TO WS-ALERT-PENDING-SW.
002169     IF NOT WS-ALERT-ACTIVE
002169         PERFORM 8940-BUILD-JOBLOG-ALERT THRU 8940-EXIT
002169     END-IF.
002169     WRITE JOBLOG-RECORD.
002169     IF NOT WS-JOBLOG-OK
002169         DISPLAY "WRITEMARKDOWN: CANNOT WRITE JOBLOG STATUS = "
002169             WS-JOBLOG-STATUS UPON CONSOLE
002169         GO TO 9999-ABEND
002169     END-IF.
002169     IF WS-ALERT-PENDING
002169         PERFORM 8950-RAISE-ALERT THRU 8950-EXIT
002169     END-IF.
002169 8893-EXIT.
002169     EXIT.
002169
002169*------------------------------------------------------------------*
002169* 8940-BUILD-JOBLOG-ALERT - TURN THE JOBLOG RECORD THE CALLER BUILT *
002169*                           INTO THE MATCHING ALERT - A FILE ERROR  *
002169*                           IS KEYED BY ITS FILE NAME, A WARNING    *
002169*                           OR SKIP BY ITS PROFILE                  *
002169*------------------------------------------------------------------*
002169 8940-BUILD-JOBLOG-ALERT.
002169     MOVE "Y" TO WS-ALERT-PENDING-SW.
002169     MOVE SPACES TO WS-ALERT-MESSAGE.
002169     EVALUATE TRUE
002169         WHEN JL-TYPE-ERROR
002169             MOVE "E" TO WS-ALERT-SEVERITY
002169             MOVE SPACES TO WS-ALERT-PROFILE-ID
002169             MOVE JL-FILE-NAME TO WS-ALERT-CODE
002169             STRING JL-FILE-NAME DELIMITED BY SPACE
002169                     " " DELIMITED BY SIZE
002169                     JL-STATUS-LABEL DELIMITED BY SIZE
002169                     " " DELIMITED BY SIZE
002169                     JL-STATUS-CODE DELIMITED BY SIZE
002169                 INTO WS-ALERT-MESSAGE
002169             END-STRING
002169         WHEN JL-TYPE-WARNING
002169             MOVE "W" TO WS-ALERT-SEVERITY
002169             MOVE JW-PROFILE-ID TO WS-ALERT-PROFILE-ID
002169             MOVE "LINE-TRUNCATED" TO WS-ALERT-CODE
002169             STRING JW-WARNING-TEXT DELIMITED BY SIZE
002169                     " " DELIMITED BY SIZE
002169                     JW-TRUNCATED-TITLE DELIMITED BY SIZE
002169                 INTO WS-ALERT-MESSAGE
002169             END-STRING
002169         WHEN JL-TYPE-SKIP
002169             MOVE "I" TO WS-ALERT-SEVERITY
002169             MOVE JS-PROFILE-ID TO WS-ALERT-PROFILE-ID
002169             MOVE "PROFILE-SKIPPED" TO WS-ALERT-CODE
002169             MOVE JS-SKIP-REASON TO WS-ALERT-MESSAGE
002169         WHEN OTHER
002169             MOVE "N" TO WS-ALERT-PENDING-SW
002169     END-EVALUATE.
002169 8940-EXIT.
002169     EXIT.
002169
002169*------------------------------------------------------------------*
002169* 8950-RAISE-ALERT - RECORD THE ALERT BUILT IN WS-ALERT-FIELDS IN   *
002169*                    THE SHARED ALERTS.DAT FILE.  A NEW CONDITION   *
002169*                    IS WRITTEN OPEN WITH A COUNT OF ONE; A REPEAT  *
002169*                    OF AN OPEN OR ACKNOWLEDGED ALERT BUMPS ITS     *
002169*                    COUNT, SEVERITY, MESSAGE AND LAST-SEEN STAMP   *
002169*                    IN PLACE; A REPEAT OF A CLOSED ALERT REOPENS   *
002169*                    IT AS A NEW ONE.                               *
002169*------------------------------------------------------------------*
002169 8950-RAISE-ALERT.
002169     MOVE "Y" TO WS-ALERT-ACTIVE-SW.
002169     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
002169     ACCEPT WS-ALERT-TIME FROM TIME.
002169     PERFORM 8960-OPEN-ALERT-FILE THRU 8960-EXIT.
002169     MOVE "WriteMarkdown" TO AT-SOURCE-PROGRAM.
002169     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
002169     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
002169     READ ALERT-FILE.
002169     IF WS-ALERT-NOTFND
002169         PERFORM 8970-FILL-NEW-ALERT THRU 8970-EXIT
002169         WRITE ALERT-RECORD
002169     ELSE
002169         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
002169         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
002169         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002169         IF AT-STATUS-CLOSED
002169             PERFORM 8970-FILL-NEW-ALERT THRU 8970-EXIT
002169         ELSE
002169             IF AT-OCCURRENCES < 99999
002169                 ADD 1 TO AT-OCCURRENCES
002169             END-IF
002169             MOVE WS-ALERT-SEVERITY TO AT-SEVERITY
002169             MOVE WS-ALERT-MESSAGE TO AT-MESSAGE
002169             MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE
002169             MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME
002169         END-IF
002169         REWRITE ALERT-RECORD
002169     END-IF.
002169     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
002169     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
002169     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002169     CLOSE ALERT-FILE.
002169     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
002169     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
002169     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002169     MOVE "N" TO WS-ALERT-ACTIVE-SW.
002169 8950-EXIT.
002169     EXIT.
002169
002169*------------------------------------------------------------------*
002169* 8960-OPEN-ALERT-FILE - BRIEF EXCLUSIVE OPEN OF THE SHARED ALERT   *
002169*                        FILE FOR ONE KEYED UPDATE, CREATING IT ON  *
002169*                        ITS FIRST USE.  A COLLIDING OPEN FROM      *
002169*                        ANOTHER STREAM (STATUS 93) IS RETRIED.     *
002169*------------------------------------------------------------------*
002169 8960-OPEN-ALERT-FILE.
002169     MOVE ZERO TO WS-LOCK-RETRIES.
002169     PERFORM 8965-TRY-OPEN-ALERT-FILE THRU 8965-EXIT.
002169     PERFORM 8965-TRY-OPEN-ALERT-FILE THRU 8965-EXIT
002169         UNTIL NOT WS-ALERT-LOCKED.
002169     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
002169     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
002169     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002169 8960-EXIT.
002169     EXIT.
002169
002169 8965-TRY-OPEN-ALERT-FILE.
002169     OPEN I-O ALERT-FILE.
002169     IF WS-ALERT-NOFILE
002169         OPEN OUTPUT ALERT-FILE
002169         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
002169         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
002169         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002169         CLOSE ALERT-FILE
002169         OPEN I-O ALERT-FILE
002169     END-IF.
002169     IF WS-ALERT-LOCKED
002169         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
002169         PERFORM 7640-COUNT-LOCK-RETRY THRU 7640-EXIT
002169     END-IF.
002169 8965-EXIT.
002169     EXIT.
002169
002169*    A NEW OR REOPENED ALERT STARTS ITS OWN HISTORY - THE KEY IS
002169*    MOVED AGAIN SINCE THE FAILED READ MAY HAVE LEFT THE RECORD
002169*    AREA UNDEFINED.
002169 8970-FILL-NEW-ALERT.
002169     MOVE SPACES TO ALERT-RECORD.
002169     MOVE "WriteMarkdown" TO AT-SOURCE-PROGRAM.
002169     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
002169     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
002169     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY.
002169     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE.
002169     MOVE WS-ALERT-DATE TO AT-FIRST-SEEN-DATE.
002169     MOVE WS-ALERT-TIME TO AT-FIRST-SEEN-TIME.
002169     MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE.
002169     MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME.
002169     MOVE 1 TO AT-OCCURRENCES.
002169     MOVE "OPEN" TO AT-ACK-STATUS.
002169     MOVE ZERO TO AT-ACK-DATE.
002169     MOVE ZERO TO AT-ACK-TIME.
002169 8970-EXIT.
002169     EXIT.
002169
002170*------------------------------------------------------------------*
002180* 9000-TERMINATE - CLOSE THE PROFILE MASTERS AND THE REQUEST FILE,  *
002181*                  CONSUME THE CONTROL CARDS AND COMPLETE THE RUN-  *
002421     MOVE WS-HTML-RECS-OUT TO WS-RPT-TOTAL.
002422     DISPLAY "WRITEMARKDOWN: HTML RECORDS WRITTEN = "
002423         WS-RPT-TOTAL UPON CONSOLE.
002423     MOVE WS-FEED-RECS-OUT TO WS-RPT-TOTAL.
002423     DISPLAY "WRITEMARKDOWN: FEED RECORDS WRITTEN = "
002423         WS-RPT-TOTAL UPON CONSOLE.
002424 9060-EXIT.
002425     EXIT.
002426
002620     EXIT.
002630
002640*------------------------------------------------------------------*
002650* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE,       *
002655*              RAISING A SEVERE ALERT FOR IT UNLESS THE ALERT FILE  *
002656*              ITSELF IS WHAT FAILED                                *
002660*------------------------------------------------------------------*
002670 9999-ABEND.
002671     IF NOT WS-ALERT-ACTIVE
002672         MOVE "S" TO WS-ALERT-SEVERITY
002673         MOVE SPACES TO WS-ALERT-PROFILE-ID
002674         MOVE "RC=16" TO WS-ALERT-CODE
002675         MOVE "WRITEMARKDOWN ABENDED WITH RETURN CODE 16"
002676             TO WS-ALERT-MESSAGE
002677         PERFORM 8950-RAISE-ALERT THRU 8950-EXIT
002678     END-IF.
002680     MOVE 16 TO RETURN-CODE.
002690     STOP RUN.
