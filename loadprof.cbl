000208*                  SLICE OF PROFILES.  A BLANK GROUP LOADS AS 01  *
000209*                  SO OLDER SEED FILES KEEP WORKING; A            *
000210*                  NON-NUMERIC GROUP IS REJECTED (BAD-GRP).       *
000210* 2026-10-15  DJ   EVERY REJECTED SEED RECORD NOW ALSO RAISES A   *
000210*                  SEVERITY E ALERT IN THE CONSOLIDATED OPERATOR  *
000210*                  ALERT FILE ALERTS.DAT, KEYED BY PROFILE AND    *
000210*                  REASON CODE.                                   *
000210* 2026-10-15  DJ   NEW TRAILING SEED FIELD FOR THE PROFILE'S RSS  *
000210*                  FEED PATH - A BLANK PATH LOADS AS              *
000210*                  profile/<ID>-FEED.xml.                         *
000180*----------------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000375         ASSIGN TO "data/PROFILE-REJECTS.DAT"
000376         ORGANIZATION IS LINE SEQUENTIAL
000377         FILE STATUS IS WS-REJECT-STATUS.
000378
000378     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000378         ORGANIZATION IS INDEXED
000378         ACCESS MODE IS RANDOM
000378         RECORD KEY IS AT-ALERT-ID
000378         FILE STATUS IS WS-ALERT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000482     05  PS-REFRESH-DAY-X REDEFINES PS-REFRESH-DAY
000483                                PIC X(02).
000484     05  PS-RUN-GROUP            PIC X(02).
000484     05  PS-FEED-PATH            PIC X(40).
000485
000490 FD  PROFILE-MASTER.
000500     COPY PROFILE.
000543 01  PROFILE-REJECT-RECORD.
000544     05  RJ-REASON-CODE          PIC X(08).
000545     05  FILLER                  PIC X(01).
000546     05  RJ-SEED-IMAGE           PIC X(269).
000548
000548 FD  ALERT-FILE.
000548     COPY ALERTS.
000548
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000660         88  WS-JOBLOG-OK                VALUE "00".
000662     05  WS-REJECT-STATUS        PIC X(02) VALUE "00".
000664         88  WS-REJECT-OK                VALUE "00".
000664     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000664         88  WS-ALERT-OK                 VALUE "00".
000664         88  WS-ALERT-NOTFND             VALUE "23".
000664         88  WS-ALERT-NOFILE             VALUE "35".
000664         88  WS-ALERT-LOCKED             VALUE "93".
000670
000680 01  WS-LOAD-COUNTERS.
000690     05  WS-RECORDS-LOADED       PIC 9(05) COMP VALUE ZERO.
000714     05  WS-PREV-SEED-ID         PIC X(10) VALUE LOW-VALUES.
000715     05  WS-EDIT-IX              PIC 9(03) COMP VALUE ZERO.
000716
000716*    THE ALERT BEING RAISED IN THE SHARED ALERTS.DAT FILE, AND
000716*    THE RETRY COUNT FOR A COLLIDING OPEN OF IT.
000716 01  WS-ALERT-FIELDS.
000716     05  WS-ALERT-SEVERITY       PIC X(01) VALUE SPACES.
000716     05  WS-ALERT-PROFILE-ID     PIC X(10) VALUE SPACES.
000716     05  WS-ALERT-CODE           PIC X(20) VALUE SPACES.
000716     05  WS-ALERT-MESSAGE        PIC X(50) VALUE SPACES.
000716     05  WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
000716     05  WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
000716
000716 01  WS-LOCK-FIELDS.
000716     05  WS-MAX-LOCK-RETRIES     PIC 9(03) COMP VALUE 100.
000716     05  WS-LOCK-RETRIES         PIC 9(03) COMP VALUE ZERO.
000716
000710 01  WS-ERROR-CHECK.
000720     05  WS-CHECK-FILE-NAME      PIC X(20).
000730     05  WS-CHECK-STATUS-CODE    PIC X(02).
001395     ELSE
001395         MOVE PS-RUN-GROUP TO PM-RUN-GROUP
001395     END-IF.
001395     IF PS-FEED-PATH = SPACES
001395         STRING "profile/" DELIMITED BY SIZE
001395                PS-PROFILE-ID DELIMITED BY SPACE
001395                "-FEED.xml" DELIMITED BY SIZE
001395             INTO PM-FEED-PATH
001395         END-STRING
001395     ELSE
001395         MOVE PS-FEED-PATH TO PM-FEED-PATH
001395     END-IF.
001396     WRITE PROFILE-RECORD.
001400     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
001410     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
001572
001573*------------------------------------------------------------------*
001574* 3500-WRITE-REJECT - COPY THE FAILED SEED RECORD TO THE REJECT     *
001575*                     FILE WITH ITS REASON CODE, PRINT IT ON THE    *
001576*                     EDIT REPORT AND RAISE AN OPERATOR ALERT       *
001577*------------------------------------------------------------------*
001578 3500-WRITE-REJECT.
001579     ADD 1 TO WS-RECORDS-REJECTED.
001586     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001587     DISPLAY "  REJECTED " PS-PROFILE-ID
001588         " REASON=" WS-EDIT-REASON UPON CONSOLE.
001588     MOVE "E" TO WS-ALERT-SEVERITY.
001588     MOVE PS-PROFILE-ID TO WS-ALERT-PROFILE-ID.
001588     MOVE WS-EDIT-REASON TO WS-ALERT-CODE.
001588     MOVE SPACES TO WS-ALERT-MESSAGE.
001588     STRING "SEED RECORD REJECTED - REASON " DELIMITED BY SIZE
001588             WS-EDIT-REASON DELIMITED BY SIZE
001588         INTO WS-ALERT-MESSAGE
001588     END-STRING.
001588     PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
001589 3500-EXIT.
001590     EXIT.
001591
001605 3900-EXIT.
001606     EXIT.
001607
001607*------------------------------------------------------------------*
001607* 8500-RAISE-ALERT - RECORD THE ALERT BUILT IN WS-ALERT-FIELDS IN   *
001607*                    THE SHARED ALERTS.DAT FILE.  A NEW CONDITION   *
001607*                    IS WRITTEN OPEN WITH A COUNT OF ONE; A REPEAT  *
001607*                    OF AN OPEN OR ACKNOWLEDGED ALERT BUMPS ITS     *
001607*                    COUNT, SEVERITY, MESSAGE AND LAST-SEEN STAMP   *
001607*                    IN PLACE; A REPEAT OF A CLOSED ALERT REOPENS   *
001607*                    IT AS A NEW ONE.                               *
001607*------------------------------------------------------------------*
001607 8500-RAISE-ALERT.
001607     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
001607     ACCEPT WS-ALERT-TIME FROM TIME.
001607     PERFORM 8510-OPEN-ALERT-FILE THRU 8510-EXIT.
001607     MOVE "LoadProfiles" TO AT-SOURCE-PROGRAM.
001607     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
001607     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
001607     READ ALERT-FILE.
001607     IF WS-ALERT-NOTFND
001607         PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
001607         WRITE ALERT-RECORD
001607     ELSE
001607         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
001607         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
001607         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001607         IF AT-STATUS-CLOSED
001607             PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
001607         ELSE
001607             IF AT-OCCURRENCES < 99999
001607                 ADD 1 TO AT-OCCURRENCES
001607             END-IF
001607             MOVE WS-ALERT-SEVERITY TO AT-SEVERITY
001607             MOVE WS-ALERT-MESSAGE TO AT-MESSAGE
001607             MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE
001607             MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME
001607         END-IF
001607         REWRITE ALERT-RECORD
001607     END-IF.
001607     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
001607     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
001607     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001607     CLOSE ALERT-FILE.
001607     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
001607     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
001607     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001607 8500-EXIT.
001607     EXIT.
001607
001607*------------------------------------------------------------------*
001607* 8510-OPEN-ALERT-FILE - BRIEF EXCLUSIVE OPEN OF THE SHARED ALERT   *
001607*                        FILE FOR ONE KEYED UPDATE, CREATING IT ON  *
001607*                        ITS FIRST USE.  A COLLIDING OPEN FROM      *
001607*                        ANOTHER STREAM (STATUS 93) IS RETRIED.     *
001607*------------------------------------------------------------------*
001607 8510-OPEN-ALERT-FILE.
001607     MOVE ZERO TO WS-LOCK-RETRIES.
001607     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT.
001607     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT
001607         UNTIL NOT WS-ALERT-LOCKED.
001607     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
001607     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
001607     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001607 8510-EXIT.
001607     EXIT.
001607
001607 8515-TRY-OPEN-ALERT-FILE.
001607     OPEN I-O ALERT-FILE.
001607     IF WS-ALERT-NOFILE
001607         OPEN OUTPUT ALERT-FILE
001607         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
001607         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
001607         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001607         CLOSE ALERT-FILE
001607         OPEN I-O ALERT-FILE
001607     END-IF.
001607     IF WS-ALERT-LOCKED
001607         PERFORM 8520-COUNT-LOCK-RETRY THRU 8520-EXIT
001607     END-IF.
001607 8515-EXIT.
001607     EXIT.
001607
001607*------------------------------------------------------------------*
001607* 8520-COUNT-LOCK-RETRY - ANOTHER STREAM HOLDS THE ALERT FILE FOR   *
001607*                         ONE KEYED UPDATE - COUNT THE RETRY AND    *
001607*                         GIVE UP AFTER WS-MAX-LOCK-RETRIES         *
001607*------------------------------------------------------------------*
001607 8520-COUNT-LOCK-RETRY.
001607     ADD 1 TO WS-LOCK-RETRIES.
001607     IF WS-LOCK-RETRIES > WS-MAX-LOCK-RETRIES
001607         DISPLAY "LOADPROFILES: ALERT-FILE STILL LOCKED BY "
001607             "ANOTHER STREAM AFTER RETRIES - GIVING UP"
001607             UPON CONSOLE
001607         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
001607         MOVE "93" TO WS-CHECK-STATUS-CODE
001607         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001607     END-IF.
001607 8520-EXIT.
001607     EXIT.
001607
001607*    A NEW OR REOPENED ALERT STARTS ITS OWN HISTORY - THE KEY IS
001607*    MOVED AGAIN SINCE THE FAILED READ MAY HAVE LEFT THE RECORD
001607*    AREA UNDEFINED.
001607 8530-FILL-NEW-ALERT.
001607     MOVE SPACES TO ALERT-RECORD.
001607     MOVE "LoadProfiles" TO AT-SOURCE-PROGRAM.
001607     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
001607     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
001607     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY.
001607     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE.
001607     MOVE WS-ALERT-DATE TO AT-FIRST-SEEN-DATE.
001607     MOVE WS-ALERT-TIME TO AT-FIRST-SEEN-TIME.
001607     MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE.
001607     MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME.
001607     MOVE 1 TO AT-OCCURRENCES.
001607     MOVE "OPEN" TO AT-ACK-STATUS.
001607     MOVE ZERO TO AT-ACK-DATE.
001607     MOVE ZERO TO AT-ACK-TIME.
001607 8530-EXIT.
001607     EXIT.
001607
001480*------------------------------------------------------------------*
001490* 9000-TERMINATE - CLOSE THE SEED FILE, PROFILE-MASTER, THE REJECT  *
001500*                  FILE AND THE JOB LOG                             *
