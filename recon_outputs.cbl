000234*                  FOR A PROFILE NOT IN THE STORE - AUDITARCHIVE   *
000235*                  MAY HAVE ROLLED A PROFILE'S RECORDS TO AN       *
000236*                  ARCHIVE FILE, WHERE THE SCAN CANNOT SEE THEM.   *
000237* 2026-10-15  DJ   A DRIFT OR MISSING VERDICT NOW ALSO RAISES A   *
000238*                  SEVERITY E ALERT IN THE CONSOLIDATED OPERATOR  *
000239*                  ALERT FILE ALERTS.DAT, KEYED BY PROFILE AND    *
000239*                  VERDICT.                                       *
000239* 2026-10-15  DJ   THE DISK CHECKSUM NOW ALSO FOLDS THE PROFILE'S *
000239*                  RSS FEED (PM-FEED-PATH) AFTER THE MARKDOWN,    *
000239*                  MATCHING WRITEMARKDOWN - A HAND-EDITED FEED    *
000239*                  REPORTS AS DRIFT.  A PROFILE WITH NO FEED FILE *
000239*                  YET FOLDS THE MARKDOWN ALONE.                  *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-OUTPUT-STATUS.
000432
000432     SELECT FEED-CHECK-FILE ASSIGN TO DYNAMIC WS-FEED-PATH
000432         ORGANIZATION IS LINE SEQUENTIAL
000432         FILE STATUS IS WS-FEED-STATUS.
000432
000434     SELECT AUDITPOS-FILE ASSIGN TO "data/AUDITPOS.DAT"
000435         ORGANIZATION IS INDEXED
000436         ACCESS MODE IS RANDOM
000437         RECORD KEY IS AP-PROFILE-ID
000438         FILE STATUS IS WS-AUDITPOS-STATUS.
000439
000439     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000439         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS RANDOM
000439         RECORD KEY IS AT-ALERT-ID
000439         FILE STATUS IS WS-ALERT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000530 FD  OUTPUT-CHECK-FILE.
000540 01  OUTPUT-CHECK-RECORD         PIC X(80).
000542
000542 FD  FEED-CHECK-FILE.
000542 01  FEED-CHECK-RECORD           PIC X(300).
000542
000544 FD  AUDITPOS-FILE.
000546     COPY AUDITPOS.
000547
000547 FD  ALERT-FILE.
000547     COPY ALERTS.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-OUTPUT-PATH              PIC X(40).
000570 01  WS-FEED-PATH                PIC X(40).
000580
000590 01  WS-SWITCHES.
000600     05  WS-PROFILE-SW           PIC X(01) VALUE "N".
000630         88  WS-AUDITLOG-EOF             VALUE "Y".
000640     05  WS-OUTPUT-SW            PIC X(01) VALUE "N".
000650         88  WS-OUTPUT-EOF               VALUE "Y".
000650     05  WS-FEED-SW              PIC X(01) VALUE "N".
000650         88  WS-FEED-EOF                 VALUE "Y".
000660     05  WS-LAST-AUDIT-SW        PIC X(01) VALUE "N".
000670         88  WS-LAST-AUDIT-FOUND         VALUE "Y".
000680     05  WS-DRIFT-SW             PIC X(01) VALUE "N".
000770     05  WS-OUTPUT-STATUS        PIC X(02) VALUE "00".
000780         88  WS-OUTPUT-OK                VALUE "00".
000790         88  WS-OUTPUT-NOT-FOUND         VALUE "35".
000790     05  WS-FEED-STATUS          PIC X(02) VALUE "00".
000790         88  WS-FEED-OK                  VALUE "00".
000790         88  WS-FEED-NOT-FOUND           VALUE "35".
000792     05  WS-AUDITPOS-STATUS      PIC X(02) VALUE "00".
000794         88  WS-AUDITPOS-OK              VALUE "00".
000796         88  WS-AUDITPOS-NOTFND          VALUE "23".
000798         88  WS-AUDITPOS-NOT-FOUND       VALUE "35".
000798     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000798         88  WS-ALERT-OK                 VALUE "00".
000798         88  WS-ALERT-NOTFND             VALUE "23".
000798         88  WS-ALERT-NOFILE             VALUE "35".
000798         88  WS-ALERT-LOCKED             VALUE "93".
000800
000810 01  WS-RECON-FIELDS.
000820     05  WS-LAST-CHECKSUM        PIC 9(08) VALUE ZERO.
000870
000880*    SAME FOLD AS WRITEMARKDOWN'S 5050-ACCUMULATE-CHECKSUM - A
000890*    31-MULTIPLIER RUNNING HASH MOD 99999999 OVER EVERY 80-BYTE
000900*    OUTPUT LINE, THEN (5070) EVERY 300-BYTE RSS FEED LINE.  THE
000900*    TWO MUST STAY IN STEP OR EVERY PROFILE REPORTS DRIFT.
000920 01  WS-CHECKSUM-FIELDS.
000930     05  WS-CHECKSUM-INDEX       PIC 9(02) COMP VALUE ZERO.
000930     05  WS-FEED-CHECK-IX        PIC 9(03) COMP VALUE ZERO.
000940     05  WS-CHECKSUM-CHAR        PIC X(01) VALUE SPACE.
000950     05  WS-CHECKSUM-ORDINAL     PIC 9(03) COMP VALUE ZERO.
000960     05  WS-CHECKSUM-TEMP        PIC 9(12) COMP VALUE ZERO.
000970     05  WS-CHECKSUM-QUOTIENT    PIC 9(06) COMP VALUE ZERO.
000980
000980
000980*    THE ALERT BEING RAISED IN THE SHARED ALERTS.DAT FILE, AND
000980*    THE RETRY COUNT FOR A COLLIDING OPEN OF IT.
000980 01  WS-ALERT-FIELDS.
000980     05  WS-ALERT-SEVERITY       PIC X(01) VALUE SPACES.
000980     05  WS-ALERT-PROFILE-ID     PIC X(10) VALUE SPACES.
000980     05  WS-ALERT-CODE           PIC X(20) VALUE SPACES.
000980     05  WS-ALERT-MESSAGE        PIC X(50) VALUE SPACES.
000980     05  WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
000980     05  WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
000980
000980 01  WS-LOCK-FIELDS.
000980     05  WS-MAX-LOCK-RETRIES     PIC 9(03) COMP VALUE 100.
000980     05  WS-LOCK-RETRIES         PIC 9(03) COMP VALUE ZERO.
000990 PROCEDURE DIVISION.
001000*------------------------------------------------------------------*
001010* 0000-MAINLINE                                                    *
002100*                             FOLDED IN AS AN 80-BYTE RECORD, SO    *
002110*                             READING THE FILE BACK THE SAME WAY    *
002120*                             REPRODUCES THE CHECKSUM EXACTLY WHEN  *
002130*                             NOTHING WAS HAND-EDITED.  THE RSS     *
002130*                             FEED FOLLOWS IN 300-BYTE LINES.       *
002140*------------------------------------------------------------------*
002150 4000-CHECKSUM-OUTPUT-FILE.
002160     MOVE "N" TO WS-OUTPUT-SW.
002310         UNTIL WS-OUTPUT-EOF.
002320     CLOSE OUTPUT-CHECK-FILE.
002330     MOVE "N" TO WS-OUTPUT-SW.
002330     PERFORM 4400-CHECKSUM-FEED-FILE THRU 4400-EXIT.
002340 4000-EXIT.
002350     EXIT.
002360
002740 4300-EXIT.
002750     EXIT.
002760
002760*------------------------------------------------------------------*
002760* 4400-CHECKSUM-FEED-FILE - FOLD EVERY 300-BYTE LINE OF THE         *
002760*                           PROFILE'S RSS FEED INTO THE SAME        *
002760*                           RUNNING CHECKSUM.  NO FEED PATH OR NO   *
002760*                           FEED FILE FOLDS NOTHING.                *
002760*------------------------------------------------------------------*
002760 4400-CHECKSUM-FEED-FILE.
002760     IF PM-FEED-PATH = SPACES
002760         GO TO 4400-EXIT
002760     END-IF.
002760     MOVE "N" TO WS-FEED-SW.
002760     MOVE PM-FEED-PATH TO WS-FEED-PATH.
002760     OPEN INPUT FEED-CHECK-FILE.
002760     IF WS-FEED-NOT-FOUND
002760         GO TO 4400-EXIT
002760     END-IF.
002760     IF NOT WS-FEED-OK
002760         DISPLAY "RECONOUTPUTS: CANNOT OPEN " PM-FEED-PATH
002760             " STATUS = " WS-FEED-STATUS UPON CONSOLE
002760         GO TO 9999-ABEND
002760     END-IF.
002760     PERFORM 4410-READ-FEED-LINE THRU 4410-EXIT.
002760     PERFORM 4420-FOLD-FEED-LINE THRU 4420-EXIT
002760         UNTIL WS-FEED-EOF.
002760     CLOSE FEED-CHECK-FILE.
002760 4400-EXIT.
002760     EXIT.
002760
002760 4410-READ-FEED-LINE.
002760     READ FEED-CHECK-FILE
002760         AT END
002760             SET WS-FEED-EOF TO TRUE
002760     END-READ.
002760 4410-EXIT.
002760     EXIT.
002760
002760 4420-FOLD-FEED-LINE.
002760     MOVE 1 TO WS-FEED-CHECK-IX.
002760     PERFORM 4430-FOLD-FEED-CHAR THRU 4430-EXIT
002760         UNTIL WS-FEED-CHECK-IX > 300.
002760     PERFORM 4410-READ-FEED-LINE THRU 4410-EXIT.
002760 4420-EXIT.
002760     EXIT.
002760
002760 4430-FOLD-FEED-CHAR.
002760     MOVE FEED-CHECK-RECORD(WS-FEED-CHECK-IX:1)
002760         TO WS-CHECKSUM-CHAR.
002760     COMPUTE WS-CHECKSUM-ORDINAL = FUNCTION ORD(WS-CHECKSUM-CHAR).
002760     COMPUTE WS-CHECKSUM-TEMP =
002760         (WS-DISK-CHECKSUM * 31) + WS-CHECKSUM-ORDINAL.
002760     DIVIDE WS-CHECKSUM-TEMP BY 99999999
002760         GIVING WS-CHECKSUM-QUOTIENT
002760         REMAINDER WS-DISK-CHECKSUM.
002760     ADD 1 TO WS-FEED-CHECK-IX.
002760 4430-EXIT.
002760     EXIT.
002760
002770*------------------------------------------------------------------*
002780* 5000-REPORT-VERDICT - PRINT ONE REPORT LINE FOR THIS PROFILE.     *
002790*                       MISSING = OUTPUT FILE NOT ON DISK.          *
002800*                       NO-AUDIT = NOTHING TO COMPARE AGAINST YET.  *
002810*                       DRIFT AND MISSING DRIVE THE NON-ZERO        *
002820*                       RETURN CODE AND EACH RAISES AN OPERATOR     *
002820*                       ALERT.                                      *
002830*------------------------------------------------------------------*
002840 5000-REPORT-VERDICT.
002850     IF WS-OUTPUT-NOT-FOUND
002870             UPON CONSOLE
002880         MOVE "Y" TO WS-DRIFT-SW
002890         ADD 1 TO WS-DRIFT-COUNT
002890         MOVE "MISSING" TO WS-ALERT-CODE
002890         MOVE SPACES TO WS-ALERT-MESSAGE
002890         STRING "OUTPUT MISSING - " DELIMITED BY SIZE
002890                 PM-OUTPUT-PATH DELIMITED BY SIZE
002890             INTO WS-ALERT-MESSAGE
002890         END-STRING
002890         PERFORM 5100-RAISE-VERDICT-ALERT THRU 5100-EXIT
002900         GO TO 5000-EXIT
002910     END-IF.
002920     IF NOT WS-LAST-AUDIT-FOUND
003020             UPON CONSOLE
003030         MOVE "Y" TO WS-DRIFT-SW
003040         ADD 1 TO WS-DRIFT-COUNT
003040         MOVE "DRIFT" TO WS-ALERT-CODE
003040         MOVE SPACES TO WS-ALERT-MESSAGE
003040         STRING "OUTPUT DRIFTED - " DELIMITED BY SIZE
003040                 PM-OUTPUT-PATH DELIMITED BY SIZE
003040             INTO WS-ALERT-MESSAGE
003040         END-STRING
003040         PERFORM 5100-RAISE-VERDICT-ALERT THRU 5100-EXIT
003050     END-IF.
003060 5000-EXIT.
003070     EXIT.
003080
003080*------------------------------------------------------------------*
003080* 5100-RAISE-VERDICT-ALERT - RAISE THE ALERT FOR A DRIFT OR MISSING *
003080*                            VERDICT; THE CALLER HAS SET THE CODE   *
003080*                            AND MESSAGE                            *
003080*------------------------------------------------------------------*
003080 5100-RAISE-VERDICT-ALERT.
003080     MOVE "E" TO WS-ALERT-SEVERITY.
003080     MOVE PM-PROFILE-ID TO WS-ALERT-PROFILE-ID.
003080     PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
003080 5100-EXIT.
003080     EXIT.
003080
003080*------------------------------------------------------------------*
003080* 8500-RAISE-ALERT - RECORD THE ALERT BUILT IN WS-ALERT-FIELDS IN   *
003080*                    THE SHARED ALERTS.DAT FILE.  A NEW CONDITION   *
003080*                    IS WRITTEN OPEN WITH A COUNT OF ONE; A REPEAT  *
003080*                    OF AN OPEN OR ACKNOWLEDGED ALERT BUMPS ITS     *
003080*                    COUNT, SEVERITY, MESSAGE AND LAST-SEEN STAMP   *
003080*                    IN PLACE; A REPEAT OF A CLOSED ALERT REOPENS   *
003080*                    IT AS A NEW ONE.                               *
003080*------------------------------------------------------------------*
003080 8500-RAISE-ALERT.
003080     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-ALERT-TIME FROM TIME.
003080     PERFORM 8510-OPEN-ALERT-FILE THRU 8510-EXIT.
003080     MOVE "ReconOutputs" TO AT-SOURCE-PROGRAM.
003080     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
003080     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
003080     READ ALERT-FILE.
003080     IF WS-ALERT-NOTFND
003080         PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
003080         WRITE ALERT-RECORD
003080     ELSE
003080         IF NOT WS-ALERT-OK
003080             DISPLAY "RECONOUTPUTS: CANNOT READ ALERT-FILE "
003080                 "STATUS = " WS-ALERT-STATUS UPON CONSOLE
003080             GO TO 9999-ABEND
003080         END-IF
003080         IF AT-STATUS-CLOSED
003080             PERFORM 8530-FILL-NEW-ALERT THRU 8530-EXIT
003080         ELSE
003080             IF AT-OCCURRENCES < 99999
003080                 ADD 1 TO AT-OCCURRENCES
003080             END-IF
003080             MOVE WS-ALERT-SEVERITY TO AT-SEVERITY
003080             MOVE WS-ALERT-MESSAGE TO AT-MESSAGE
003080             MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE
003080             MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME
003080         END-IF
003080         REWRITE ALERT-RECORD
003080     END-IF.
003080     IF NOT WS-ALERT-OK
003080         DISPLAY "RECONOUTPUTS: CANNOT UPDATE ALERT-FILE "
003080             "STATUS = " WS-ALERT-STATUS UPON CONSOLE
003080         GO TO 9999-ABEND
003080     END-IF.
003080     CLOSE ALERT-FILE.
003080     IF NOT WS-ALERT-OK
003080         DISPLAY "RECONOUTPUTS: CANNOT CLOSE ALERT-FILE "
003080             "STATUS = " WS-ALERT-STATUS UPON CONSOLE
003080         GO TO 9999-ABEND
003080     END-IF.
003080 8500-EXIT.
003080     EXIT.
003080
003080*------------------------------------------------------------------*
003080* 8510-OPEN-ALERT-FILE - BRIEF EXCLUSIVE OPEN OF THE SHARED ALERT   *
003080*                        FILE FOR ONE KEYED UPDATE, CREATING IT ON  *
003080*                        ITS FIRST USE.  A COLLIDING OPEN FROM      *
003080*                        ANOTHER STREAM (STATUS 93) IS RETRIED.     *
003080*------------------------------------------------------------------*
003080 8510-OPEN-ALERT-FILE.
003080     MOVE ZERO TO WS-LOCK-RETRIES.
003080     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT.
003080     PERFORM 8515-TRY-OPEN-ALERT-FILE THRU 8515-EXIT
003080         UNTIL NOT WS-ALERT-LOCKED.
003080     IF NOT WS-ALERT-OK
003080         DISPLAY "RECONOUTPUTS: CANNOT OPEN ALERT-FILE "
003080             "STATUS = " WS-ALERT-STATUS UPON CONSOLE
003080         GO TO 9999-ABEND
003080     END-IF.
003080 8510-EXIT.
003080     EXIT.
003080
003080 8515-TRY-OPEN-ALERT-FILE.
003080     OPEN I-O ALERT-FILE.
003080     IF WS-ALERT-NOFILE
003080         OPEN OUTPUT ALERT-FILE
003080         IF NOT WS-ALERT-OK
003080             DISPLAY "RECONOUTPUTS: CANNOT CREATE ALERT-FILE "
003080                 "STATUS = " WS-ALERT-STATUS UPON CONSOLE
003080             GO TO 9999-ABEND
003080         END-IF
003080         CLOSE ALERT-FILE
003080         OPEN I-O ALERT-FILE
003080     END-IF.
003080     IF WS-ALERT-LOCKED
003080         PERFORM 8520-COUNT-LOCK-RETRY THRU 8520-EXIT
003080     END-IF.
003080 8515-EXIT.
003080     EXIT.
003080
003080*------------------------------------------------------------------*
003080* 8520-COUNT-LOCK-RETRY - ANOTHER STREAM HOLDS THE ALERT FILE FOR   *
003080*                         ONE KEYED UPDATE - COUNT THE RETRY AND    *
003080*                         GIVE UP AFTER WS-MAX-LOCK-RETRIES         *
003080*------------------------------------------------------------------*
003080 8520-COUNT-LOCK-RETRY.
003080     ADD 1 TO WS-LOCK-RETRIES.
003080     IF WS-LOCK-RETRIES > WS-MAX-LOCK-RETRIES
003080         DISPLAY "RECONOUTPUTS: ALERT-FILE STILL LOCKED BY "
003080             "ANOTHER STREAM AFTER RETRIES - GIVING UP"
003080             UPON CONSOLE
003080         GO TO 9999-ABEND
003080     END-IF.
003080 8520-EXIT.
003080     EXIT.
003080
003080*    A NEW OR REOPENED ALERT STARTS ITS OWN HISTORY - THE KEY IS
003080*    MOVED AGAIN SINCE THE FAILED READ MAY HAVE LEFT THE RECORD
003080*    AREA UNDEFINED.
003080 8530-FILL-NEW-ALERT.
003080     MOVE SPACES TO ALERT-RECORD.
003080     MOVE "ReconOutputs" TO AT-SOURCE-PROGRAM.
003080     MOVE WS-ALERT-PROFILE-ID TO AT-PROFILE-ID.
003080     MOVE WS-ALERT-CODE TO AT-ALERT-CODE.
003080     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY.
003080     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE.
003080     MOVE WS-ALERT-DATE TO AT-FIRST-SEEN-DATE.
003080     MOVE WS-ALERT-TIME TO AT-FIRST-SEEN-TIME.
003080     MOVE WS-ALERT-DATE TO AT-LAST-SEEN-DATE.
003080     MOVE WS-ALERT-TIME TO AT-LAST-SEEN-TIME.
003080     MOVE 1 TO AT-OCCURRENCES.
003080     MOVE "OPEN" TO AT-ACK-STATUS.
003080     MOVE ZERO TO AT-ACK-DATE.
003080     MOVE ZERO TO AT-ACK-TIME.
003080 8530-EXIT.
003080     EXIT.
003080
003090*------------------------------------------------------------------*
003100* 9000-TERMINATE - CLOSE THE PROFILE-MASTER LIST AND PRINT TOTALS   *
003110*------------------------------------------------------------------*
