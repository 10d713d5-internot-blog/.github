000341*                  FAILED RESULT SETTLES ITS ACK TOO: THE        *
000342*                  RE-QUEUED TRIGGER EARNS A FRESH ACK (AND A    *
000343*                  FRESH DEBT) FROM THE NEXT DISPATCH.           *
000343* 2026-10-15  DJ   A PROFILE STILL WITHOUT A RESULT PAST THE     *
000343*                  GRACE PERIOD NOW ALSO RAISES A SEVERITY E     *
000343*                  OVERDUE ALERT IN THE CONSOLIDATED OPERATOR    *
000343*                  ALERT FILE ALERTS.DAT.                        *
000343* 2026-10-15  DJ   PUBLISH-CONFIRMED.DAT NOW ALSO KEEPS THE      *
000343*                  RESULT THAT SETTLED EACH ACK - PUSHED OR      *
000343*                  FAILED, THE REFERENCE ID AND THE RESULT       *
000343*                  STAMP - FOR THE PUBLISH LINEAGE REPORT.       *
000343*                  LAYOUT MOVED TO THE PUBCONF COPYBOOK.         *
000344*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000515         ASSIGN TO "data/PUBLISH-CONFIRMED.DAT"
000516         ORGANIZATION IS LINE SEQUENTIAL
000517         FILE STATUS IS WS-CONFIRMED-STATUS.
000517
000517     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000517         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS RANDOM
000517         RECORD KEY IS AT-ALERT-ID
000517         FILE STATUS IS WS-ALERT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000730     COPY PUBREADY.
000732
000734 FD  CONFIRMED-FILE.
000735     COPY PUBCONF.
000740
000740 FD  ALERT-FILE.
000740     COPY ALERTS.
000742
000750 WORKING-STORAGE SECTION.
000760 01  WS-SWITCHES.
000992     05  WS-CONFIRMED-STATUS     PIC X(02) VALUE "00".
000994         88  WS-CONFIRMED-OK             VALUE "00".
000996         88  WS-CONFIRMED-NOT-FOUND      VALUE "35".
000996     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000996         88  WS-ALERT-OK                 VALUE "00".
000996         88  WS-ALERT-NOTFND             VALUE "23".
000996         88  WS-ALERT-NOFILE             VALUE "35".
000996         88  WS-ALERT-LOCKED             VALUE "93".
001000
001010*    WS-RESULT-WAIT-DAYS IS THE TUNABLE GRACE PERIOD - A
001020*    MANIFESTED PROFILE WITH NO RESULT AFTER THIS MANY DAYS
001612*    THE LAST ACK STAMP ALREADY ANSWERED BY A RESULT, PER
001614*    PROFILE, CARRIED BETWEEN RUNS IN PUBLISH-CONFIRMED.DAT.
001615*    AN ACK AT OR BEFORE THIS STAMP IS SETTLED - IT IS NOT OWED
001616*    A RESULT AGAIN.  THE RESULT THAT SETTLED IT RIDES ALONG.
001617 01  WS-CONF-TABLE.
001617     05  WS-CONF-COUNT           PIC 9(03) COMP VALUE ZERO.
001617     05  WS-CONF-ENTRY OCCURS 200 TIMES.
001617         10  WS-CONF-STAMP.
001617             15  WS-CONF-DATE    PIC X(08).
001617             15  WS-CONF-TIME    PIC X(08).
001617         10  WS-CONF-VERDICT     PIC X(06).
001617         10  WS-CONF-REF         PIC X(16).
001617         10  WS-CONF-RES-STAMP.
001617             15  WS-CONF-RES-DATE
001617                                 PIC X(08).
001617             15  WS-CONF-RES-TIME
001617                                 PIC X(08).
001618
001620 01  WS-CONFIRM-SUBSCRIPTS.
001630     05  WS-ACK-IX               PIC 9(03) COMP VALUE ZERO.
001650     05  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
001655     05  WS-CONF-IX              PIC 9(03) COMP VALUE ZERO.
001660
001665*    THE ALERT BEING RAISED IN THE SHARED ALERTS.DAT FILE, AND
001665*    THE RETRY COUNT FOR A COLLIDING OPEN OF IT.
001665 01  WS-ALERT-FIELDS.
001665     05  WS-ALERT-SEVERITY       PIC X(01) VALUE SPACES.
001665     05  WS-ALERT-PROFILE-ID     PIC X(10) VALUE SPACES.
001665     05  WS-ALERT-CODE           PIC X(20) VALUE SPACES.
001665     05  WS-ALERT-MESSAGE        PIC X(50) VALUE SPACES.
001665     05  WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
001665     05  WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
001665
001665 01  WS-LOCK-FIELDS.
001665     05  WS-MAX-LOCK-RETRIES     PIC 9(03) COMP VALUE 100.
001665     05  WS-LOCK-RETRIES         PIC 9(03) COMP VALUE ZERO.
001665
001670 01  WS-ERROR-CHECK.
001680     05  WS-CHECK-FILE-NAME      PIC X(20).
001690     05  WS-CHECK-STATUS-CODE    PIC X(02).
004232     MOVE PC-PROFILE-ID TO WS-CONF-ID (WS-CONF-COUNT).
004232     MOVE PC-ACK-DATE TO WS-CONF-DATE (WS-CONF-COUNT).
004232     MOVE PC-ACK-TIME TO WS-CONF-TIME (WS-CONF-COUNT).
004232     MOVE PC-RESULT TO WS-CONF-VERDICT (WS-CONF-COUNT).
004232     MOVE PC-REF-ID TO WS-CONF-REF (WS-CONF-COUNT).
004232     MOVE PC-RESULT-DATE TO WS-CONF-RES-DATE (WS-CONF-COUNT).
004232     MOVE PC-RESULT-TIME TO WS-CONF-RES-TIME (WS-CONF-COUNT).
004232 3960-NEXT.
004232     PERFORM 3950-READ-CONFIRMED THRU 3950-EXIT.
004232 3960-EXIT.
005030         DISPLAY "  " WS-ACK-ID (WS-ACK-IX) " NO RESULT SINCE "
005040             WS-ACK-DATE (WS-ACK-IX)
005050             " - CHECK THE GIT-PUSH AUTOMATION" UPON CONSOLE
005050         MOVE "E" TO WS-ALERT-SEVERITY
005050         MOVE WS-ACK-ID (WS-ACK-IX) TO WS-ALERT-PROFILE-ID
005050         MOVE "OVERDUE" TO WS-ALERT-CODE
005050         MOVE SPACES TO WS-ALERT-MESSAGE
005050         STRING "NO PUBLISH RESULT SINCE ACK OF "
005050             WS-ACK-DATE (WS-ACK-IX) DELIMITED BY SIZE
005050             INTO WS-ALERT-MESSAGE
005050         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
005060     ELSE
005070         ADD 1 TO WS-PROFILES-AWAITING
005080         DISPLAY "  " WS-ACK-ID (WS-ACK-IX) " AWAITING  RESULT "
005110 4500-EXIT.
005120     EXIT.
005130
005120*------------------------------------------------------------------*
005120* 8500-RAISE-ALERT - RECORD THE ALERT BUILT IN WS-ALERT-FIELDS IN   *
005120*                    THE SHARED ALERTS.DAT FILE.  A NEW CONDITION   *
005120*                    IS WRITTEN OPEN WITH A COUNT OF ONE; A REPEAT  *
005120*                    OF AN OPEN OR ACKNOWLEDGED ALERT BUMPS ITS     *
005120*                    COUNT, SEVERITY, MESSAGE AND LAST-SEEN STAMP   *
005120*                    IN PLACE; A REPEAT OF A CLOSED ALERT REOPENS   *
005120*                    IT AS A NEW ONE.                               *
005120*------------------------------------------------------------------*
005120 8500-RAISE-ALERT.
005120     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
005120     ACCEPT WS-ALERT-TIME FROM TIME.
005120     PERFORM 8510-OPEN-ALERT-FILE THRU 8510-EXIT.
005120     MOVE "PubConfirm" TO AT-SOURCE-PROGRAM.
005120     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
005120     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
005120     READ ALERT-FILE.
005120     IF WS-ALERT-NOTFND
005120         PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
005120         WRITE ALERT-RECORD
005120     ELSE
005120         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
005120         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
005120         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
005120         IF AT-STATUS-CLOSED
005120             PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
005120         ELSE
005120             IF AT-OCCURRENCES < 99999
005120                 ADD 1 TO AT-OCCURRENCES
005120             END-IF
005120             MOVE WS-ALERT-SEVERITY TO AT-SEVERITY
005120             MOVE WS-ALERT-MESSAGE TO AT-MESSAGE
005120             MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE
005120             MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME
005120         END-IF
005120         REWRITE ALERT-RECORD
005120     END-IF.
005120     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
005120     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
005120     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005120     CLOSE ALERT-FILE.
005120     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
005120     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
005120     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005120 8500-EXIT.
005120     EXIT.
005120
005120*------------------------------------------------------------------*
005120* 8510-OPEN-ALERT-FILE - BRIEF EXCLUSIVE OPEN OF THE SHARED ALERT   *
005120*                        FILE FOR ONE KEYED UPDATE, CREATING IT ON  *
005120*                        ITS FIRST USE.  A COLLIDING OPEN FROM      *
005120*                        ANOTHER STREAM (STATUS 93) IS RETRIED.     *
005120*------------------------------------------------------------------*
005120 8510-OPEN-ALERT-FILE.
005120     MOVE ZERO TO WS-LOCK-RETRIES.
005120     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT.
005120     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT
005120         UNTIL NOT WS-ALERT-LOCKED.
005120     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
005120     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
005120     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005120 8510-EXIT.
005120     EXIT.
005120
005120 8515-TRY-OPEN-ALERT-FILE.
005120     OPEN I-O ALERT-FILE.
005120     IF WS-ALERT-NOFILE
005120         OPEN OUTPUT ALERT-FILE
005120         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
005120         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
005120         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
005120         CLOSE ALERT-FILE
005120         OPEN I-O ALERT-FILE
005120     END-IF.
005120     IF WS-ALERT-LOCKED
005120         PERFORM 8520-COUNT-LOCK-RETRY THRU 8520-EXIT
005120     END-IF.
005120 8515-EXIT.
005120     EXIT.
005120
005120*------------------------------------------------------------------*
005120* 8520-COUNT-LOCK-RETRY - ANOTHER STREAM HOLDS THE ALERT FILE FOR   *
005120*                         ONE KEYED UPDATE - COUNT THE RETRY AND    *
005120*                         GIVE UP AFTER WS-MAX-LOCK-RETRIES         *
005120*------------------------------------------------------------------*
005120 8520-COUNT-LOCK-RETRY.
005120     ADD 1 TO WS-LOCK-RETRIES.
005120     IF WS-LOCK-RETRIES > WS-MAX-LOCK-RETRIES
005120         DISPLAY "PUBLISHCONFIRM: ALERT-FILE STILL LOCKED BY "
005120             "ANOTHER STREAM AFTER RETRIES - GIVING UP"
005120             UPON CONSOLE
005120         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
005120         MOVE "93" TO WS-CHECK-STATUS-CODE
005120         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
005120     END-IF.
005120 8520-EXIT.
005120     EXIT.
005120
005120*    A NEW OR REOPENED ALERT STARTS ITS OWN HISTORY - THE KEY IS
005120*    MOVED AGAIN SINCE THE FAILED READ MAY HAVE LEFT THE RECORD
005120*    AREA UNDEFINED.
005120 8530-FILL-NEW-ALERT.
005120     MOVE SPACES TO ALERT-RECORD.
005120     MOVE "PubConfirm" TO AT-SOURCE-PROGRAM.
005120     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
005120     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
005120     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY.
005120     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE.
005120     MOVE WS-ALERT-DATE TO AT-FIRST-SEEN-DATE.
005120     MOVE WS-ALERT-TIME TO AT-FIRST-SEEN-TIME.
005120     MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE.
005120     MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME.
005120     MOVE 1 TO AT-OCCURRENCES.
005120     MOVE "OPEN" TO AT-ACK-STATUS.
005120     MOVE ZERO TO AT-ACK-DATE.
005120     MOVE ZERO TO AT-ACK-TIME.
005120 8530-EXIT.
005120     EXIT.
005120
005120
005140*------------------------------------------------------------------*
005150* 4600-REQUEUE-PROFILE - APPEND A FRESH PENDING TRIGGER (BLANK ACK  *
005160*                        FIELDS) SO THE NEXT DISPATCH PUTS THE      *
005422*------------------------------------------------------------------*
005422* 4700-RECORD-CONFIRMATION - REMEMBER THAT THIS ACK HAS BEEN        *
005422*                            ANSWERED, KEEPING THE NEWEST SETTLED   *
005422*                            STAMP PER PROFILE AND THE RESULT THAT  *
005422*                            SETTLED IT                             *
005422*------------------------------------------------------------------*
005422 4700-RECORD-CONFIRMATION.
005422     MOVE "N" TO WS-MATCH-FOUND-SW.
005422         IF WS-ACK-STAMP (WS-ACK-IX) > WS-CONF-STAMP (WS-CONF-IX)
005422             MOVE WS-ACK-STAMP (WS-ACK-IX)
005422                 TO WS-CONF-STAMP (WS-CONF-IX)
005422             PERFORM 4750-RECORD-RESULT THRU 4750-EXIT
005422         END-IF
005422         GO TO 4700-EXIT
005422     END-IF.
005422     MOVE WS-ACK-ID (WS-ACK-IX) TO WS-CONF-ID (WS-CONF-COUNT).
005422     MOVE WS-ACK-STAMP (WS-ACK-IX)
005422         TO WS-CONF-STAMP (WS-CONF-COUNT).
005422     MOVE WS-CONF-COUNT TO WS-CONF-IX.
005422     PERFORM 4750-RECORD-RESULT THRU 4750-EXIT.
005422 4700-EXIT.
005422     EXIT.
005422
005422 4750-RECORD-RESULT.
005422     MOVE WS-RES-VERDICT (WS-RES-IX)
005422         TO WS-CONF-VERDICT (WS-CONF-IX).
005422     MOVE WS-RES-REF (WS-RES-IX) TO WS-CONF-REF (WS-CONF-IX).
005422     MOVE WS-RES-STAMP (WS-RES-IX)
005422         TO WS-CONF-RES-STAMP (WS-CONF-IX).
005422 4750-EXIT.
005422     EXIT.
005430
005440*------------------------------------------------------------------*
005450* 5000-CONSUME-RESULTS - EVERY RESULT HAS BEEN APPLIED - TRUNCATE   *
005642     MOVE WS-CONF-ID (WS-CONF-IX) TO PC-PROFILE-ID.
005642     MOVE WS-CONF-DATE (WS-CONF-IX) TO PC-ACK-DATE.
005642     MOVE WS-CONF-TIME (WS-CONF-IX) TO PC-ACK-TIME.
005642     MOVE WS-CONF-VERDICT (WS-CONF-IX) TO PC-RESULT.
005642     MOVE WS-CONF-REF (WS-CONF-IX) TO PC-REF-ID.
005642     MOVE WS-CONF-RES-DATE (WS-CONF-IX) TO PC-RESULT-DATE.
005642     MOVE WS-CONF-RES-TIME (WS-CONF-IX) TO PC-RESULT-TIME.
005642     WRITE CONFIRMED-RECORD.
005642     MOVE "CONFIRMED-FILE" TO WS-CHECK-FILE-NAME.
005642     MOVE WS-CONFIRMED-STATUS TO WS-CHECK-STATUS-CODE.
