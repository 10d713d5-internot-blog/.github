000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AlertAck.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - ACKNOWLEDGES OR CLOSES     *
000120*                  ALERTS IN THE CONSOLIDATED OPERATOR ALERT     *
000130*                  FILE ALERTS.DAT (SEE ALERTS COPYBOOK) FROM    *
000140*                  CARDS IN ALERT-ACK.DAT.  EACH CARD CARRIES AN *
000150*                  ACTION (ACK OR CLOSE), THE ALERT KEY (SOURCE  *
000160*                  PROGRAM, PROFILE-ID - BLANK FOR A RUN-LEVEL   *
000170*                  ALERT - AND ALERT CODE) AND WHO IS ACTING.    *
000180*                  AN ACKNOWLEDGED ALERT DROPS OFF THE DIGEST    *
000190*                  LISTING, IS COUNTED IN ITS ACKED COLUMN AND   *
000200*                  KEEPS COUNTING REPEATS; A CLOSED ONE DROPS    *
000210*                  OFF THE DIGEST AND IS REOPENED AS NEW IF THE  *
000220*                  CONDITION COMES BACK.  CARDS ARE CONSUMED AT  *
000230*                  SUCCESSFUL END OF JOB; A CARD THAT CANNOT BE  *
000240*                  HONORED IS REPORTED AND ENDS THE RUN WITH     *
000245*                  RETURN-CODE 8.                                *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALERT-ACK-FILE ASSIGN TO "data/ALERT-ACK.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CARD-STATUS.
000350
000360     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS AT-ALERT-ID
000400         FILE STATUS IS WS-ALERT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ALERT-ACK-FILE.
000450 01  ALERT-ACK-RECORD.
000460     05  AK-ACTION               PIC X(05).
000470         88  AK-ACTION-ACK               VALUE "ACK".
000480         88  AK-ACTION-CLOSE             VALUE "CLOSE".
000490     05  FILLER                  PIC X(01).
000500     05  AK-SOURCE-PROGRAM       PIC X(13).
000510     05  FILLER                  PIC X(01).
000520     05  AK-PROFILE-ID           PIC X(10).
000530     05  FILLER                  PIC X(01).
000540     05  AK-ALERT-CODE           PIC X(20).
000550     05  FILLER                  PIC X(01).
000560     05  AK-ACK-BY               PIC X(10).
000570
000580 FD  ALERT-FILE.
000590     COPY ALERTS.
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-SWITCHES.
000630     05  WS-CARD-SW              PIC X(01) VALUE "N".
000640         88  WS-CARD-EOF                 VALUE "Y".
000650     05  WS-ALERT-PRESENT-SW     PIC X(01) VALUE "Y".
000660         88  WS-ALERT-PRESENT            VALUE "Y".
000670     05  WS-CARD-FAILED-SW       PIC X(01) VALUE "N".
000680         88  WS-CARD-FAILED              VALUE "Y".
000690     05  WS-ANY-FAILED-SW        PIC X(01) VALUE "N".
000700         88  WS-ANY-FAILED               VALUE "Y".
000710
000720 01  WS-FILE-STATUSES.
000730     05  WS-CARD-STATUS          PIC X(02) VALUE "00".
000740         88  WS-CARD-OK                  VALUE "00".
000750         88  WS-CARD-NOT-FOUND           VALUE "35".
000760     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000770         88  WS-ALERT-OK                 VALUE "00".
000780         88  WS-ALERT-NOTFND             VALUE "23".
000790         88  WS-ALERT-NOFILE             VALUE "35".
000800         88  WS-ALERT-LOCKED             VALUE "93".
000810
000820 01  WS-ACK-COUNTERS.
000830     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
000840     05  WS-ALERTS-ACKED         PIC 9(05) COMP VALUE ZERO.
000850     05  WS-ALERTS-CLOSED        PIC 9(05) COMP VALUE ZERO.
000860     05  WS-CARDS-FAILED         PIC 9(05) COMP VALUE ZERO.
000870     05  WS-RPT-COUNT            PIC ZZZZ9.
000880
000890 01  WS-ACK-STAMP.
000900     05  WS-ACK-DATE             PIC 9(08) VALUE ZERO.
000910     05  WS-ACK-TIME             PIC 9(08) VALUE ZERO.
000920
000930*    THE ALERT FILE IS SHARED WITH EVERY PROGRAM THAT RAISES
000940*    ALERTS - A COLLIDING OPEN FROM ANOTHER STREAM IS RETRIED.
000950 01  WS-LOCK-FIELDS.
000960     05  WS-MAX-LOCK-RETRIES     PIC 9(03) COMP VALUE 100.
000970     05  WS-LOCK-RETRIES         PIC 9(03) COMP VALUE ZERO.
000980
000990 01  WS-ERROR-CHECK.
001000     05  WS-CHECK-FILE-NAME      PIC X(20).
001010     05  WS-CHECK-STATUS-CODE    PIC X(02).
001020
001030 PROCEDURE DIVISION.
001040*------------------------------------------------------------------*
001050* 0000-MAINLINE                                                    *
001060*------------------------------------------------------------------*
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001100         UNTIL WS-CARD-EOF.
001110     PERFORM 8000-CONSUME-CARDS THRU 8000-EXIT.
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001130     IF WS-ANY-FAILED
001140         MOVE 8 TO RETURN-CODE
001150     END-IF.
001160     STOP RUN.
001170
001180*------------------------------------------------------------------*
001190* 1000-INITIALIZE - OPEN THE ACK CARDS AND THE ALERT FILE.  NO     *
001200*                   CARDS IS NOTHING TO DO; NO ALERT FILE MEANS NO *
001210*                   ALERT HAS EVER BEEN RAISED, SO EVERY CARD      *
001220*                   FAILS ITS LOOKUP.                              *
001230*------------------------------------------------------------------*
001240 1000-INITIALIZE.
001250     DISPLAY "ALERTACK: OPERATOR ALERT ACKNOWLEDGEMENT RUN"
001260         UPON CONSOLE.
001270     ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD.
001280     ACCEPT WS-ACK-TIME FROM TIME.
001290     OPEN INPUT ALERT-ACK-FILE.
001300     IF WS-CARD-NOT-FOUND
001310         DISPLAY "  NO ALERT-ACK.DAT FOUND - NOTHING TO "
001320             "ACKNOWLEDGE." UPON CONSOLE
001330         SET WS-CARD-EOF TO TRUE
001340         GO TO 1000-EXIT
001350     END-IF.
001360     MOVE "ALERT-ACK-FILE" TO WS-CHECK-FILE-NAME.
001370     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
001380     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001390     MOVE ZERO TO WS-LOCK-RETRIES.
001400     PERFORM 1100-TRY-OPEN-ALERT-FILE THRU 1100-EXIT.
001410     PERFORM 1100-TRY-OPEN-ALERT-FILE THRU 1100-EXIT
001420         UNTIL NOT WS-ALERT-LOCKED.
001430     IF WS-ALERT-NOFILE
001440         MOVE "N" TO WS-ALERT-PRESENT-SW
001450     ELSE
001460         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
001470         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
001480         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001490     END-IF.
001500     PERFORM 1200-READ-CARD THRU 1200-EXIT.
001510 1000-EXIT.
001520     EXIT.
001530
001540*------------------------------------------------------------------*
001550* 1100-TRY-OPEN-ALERT-FILE - ONE OPEN ATTEMPT.  STATUS 93 MEANS    *
001560*                            ANOTHER STREAM HOLDS THE FILE FOR A   *
001570*                            KEYED UPDATE - COUNT THE RETRY AND    *
001580*                            GIVE UP AFTER WS-MAX-LOCK-RETRIES     *
001590*------------------------------------------------------------------*
001600 1100-TRY-OPEN-ALERT-FILE.
001610     OPEN I-O ALERT-FILE.
001620     IF WS-ALERT-LOCKED
001630         ADD 1 TO WS-LOCK-RETRIES
001640         IF WS-LOCK-RETRIES > WS-MAX-LOCK-RETRIES
001650             DISPLAY "ALERTACK: ALERT-FILE STILL LOCKED BY "
001660                 "ANOTHER STREAM AFTER RETRIES - GIVING UP"
001670                 UPON CONSOLE
001680             MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
001690             MOVE "93" TO WS-CHECK-STATUS-CODE
001700             PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
001710         END-IF
001720     END-IF.
001730 1100-EXIT.
001740     EXIT.
001750
001760*------------------------------------------------------------------*
001770* 1200-READ-CARD - READ THE NEXT ACKNOWLEDGEMENT CARD              *
001780*------------------------------------------------------------------*
001790 1200-READ-CARD.
001800     READ ALERT-ACK-FILE
001810         AT END
001820             SET WS-CARD-EOF TO TRUE
001830     END-READ.
001840 1200-EXIT.
001850     EXIT.
001860
001870*------------------------------------------------------------------*
001880* 2000-PROCESS-CARD - EDIT ONE CARD, LOOK ITS ALERT UP BY KEY AND  *
001890*                     STAMP THE ACKNOWLEDGEMENT OR CLOSURE ON IT,  *
001900*                     THEN READ THE NEXT CARD.  A BLANK CARD IS    *
001910*                     PASSED OVER.                                 *
001920*------------------------------------------------------------------*
001930 2000-PROCESS-CARD.
001940     IF ALERT-ACK-RECORD = SPACES
001950         GO TO 2000-NEXT
001960     END-IF.
001970     ADD 1 TO WS-CARDS-READ.
001980     MOVE "N" TO WS-CARD-FAILED-SW.
001990     PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
002000     IF WS-CARD-FAILED
002010         GO TO 2000-NEXT
002020     END-IF.
002030     PERFORM 4000-APPLY-CARD THRU 4000-EXIT.
002040 2000-NEXT.
002050     PERFORM 1200-READ-CARD THRU 1200-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080
002090*------------------------------------------------------------------*
002100* 3000-EDIT-CARD - THE ACTION MUST BE ACK OR CLOSE, THE SOURCE     *
002110*                  PROGRAM AND ALERT CODE MUST BE PRESENT, AND THE *
002120*                  CARD MUST SAY WHO IS ACTING ON THE ALERT        *
002130*------------------------------------------------------------------*
002140 3000-EDIT-CARD.
002150     IF NOT AK-ACTION-ACK
002160        AND NOT AK-ACTION-CLOSE
002170         DISPLAY "  " AK-ACTION " IS NOT ACK OR CLOSE - CARD "
002180             "FOR " AK-SOURCE-PROGRAM " " AK-PROFILE-ID " "
002190             AK-ALERT-CODE " PASSED OVER" UPON CONSOLE
002200         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002210         GO TO 3000-EXIT
002220     END-IF.
002230     IF AK-SOURCE-PROGRAM = SPACES
002240        OR AK-ALERT-CODE = SPACES
002250         DISPLAY "  SOURCE PROGRAM OR ALERT CODE MISSING - CARD "
002260             "PASSED OVER" UPON CONSOLE
002270         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002280         GO TO 3000-EXIT
002290     END-IF.
002300     IF AK-ACK-BY = SPACES
002310         DISPLAY "  NO ACKNOWLEDGER GIVEN - CARD FOR "
002320             AK-SOURCE-PROGRAM " " AK-PROFILE-ID " "
002330             AK-ALERT-CODE " PASSED OVER" UPON CONSOLE
002340         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002350     END-IF.
002360 3000-EXIT.
002370     EXIT.
002380
002390*------------------------------------------------------------------*
002400* 4000-APPLY-CARD - KEYED READ OF THE ALERT AND REWRITE WITH THE   *
002410*                   NEW STATUS.  AN ALERT ALREADY CLOSED CANNOT BE *
002420*                   ACKNOWLEDGED; CLOSING IT AGAIN IS HARMLESS.    *
002430*------------------------------------------------------------------*
002440 4000-APPLY-CARD.
002450     IF NOT WS-ALERT-PRESENT
002460         DISPLAY "  " AK-SOURCE-PROGRAM " " AK-PROFILE-ID " "
002470             AK-ALERT-CODE " NO ALERT FILE - CARD PASSED OVER"
002480             UPON CONSOLE
002490         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002500         GO TO 4000-EXIT
002510     END-IF.
002520     MOVE AK-SOURCE-PROGRAM TO AT-SOURCE-PROGRAM.
002530     MOVE AK-PROFILE-ID TO AT-PROFILE-ID.
002540     MOVE AK-ALERT-CODE TO AT-ALERT-CODE.
002550     READ ALERT-FILE.
002560     IF WS-ALERT-NOTFND
002570         DISPLAY "  " AK-SOURCE-PROGRAM " " AK-PROFILE-ID " "
002580             AK-ALERT-CODE " NOT ON ALERTS.DAT - CARD PASSED OVER"
002590             UPON CONSOLE
002600         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002610         GO TO 4000-EXIT
002620     END-IF.
002630     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
002640     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
002650     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002660     IF AK-ACTION-ACK
002670        AND AT-STATUS-CLOSED
002680         DISPLAY "  " AK-SOURCE-PROGRAM " " AK-PROFILE-ID " "
002690             AK-ALERT-CODE " ALREADY CLOSED - CARD PASSED OVER"
002700             UPON CONSOLE
002710         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
002720         GO TO 4000-EXIT
002730     END-IF.
002740     IF AK-ACTION-ACK
002750         MOVE "ACKED" TO AT-ACK-STATUS
002760         ADD 1 TO WS-ALERTS-ACKED
002770     ELSE
002780         MOVE "CLOSED" TO AT-ACK-STATUS
002790         ADD 1 TO WS-ALERTS-CLOSED
002800     END-IF.
002810     MOVE AK-ACK-BY TO AT-ACK-BY.
002820     MOVE WS-ACK-DATE TO AT-ACK-DATE.
002830     MOVE WS-ACK-TIME TO AT-ACK-TIME.
002840     REWRITE ALERT-RECORD.
002850     MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME.
002860     MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE.
002870     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002880     DISPLAY "  " AT-SOURCE-PROGRAM " " AT-PROFILE-ID " "
002890         AT-ALERT-CODE " " AT-ACK-STATUS " BY " AT-ACK-BY
002900         UPON CONSOLE.
002910 4000-EXIT.
002920     EXIT.
002930
002940*------------------------------------------------------------------*
002950* 7000-FLAG-CARD-FAILED - A CARD COULD NOT BE HONORED - REMEMBER    *
002960*                         IT FOR THE RETURN CODE                    *
002970*------------------------------------------------------------------*
002980 7000-FLAG-CARD-FAILED.
002990     MOVE "Y" TO WS-CARD-FAILED-SW.
003000     MOVE "Y" TO WS-ANY-FAILED-SW.
003010     ADD 1 TO WS-CARDS-FAILED.
003020 7000-EXIT.
003030     EXIT.
003040
003050*------------------------------------------------------------------*
003060* 8000-CONSUME-CARDS - AN ACK CARD GOVERNS EXACTLY ONE EXECUTION - *
003070*                      TRUNCATE THE CARD FILE AT END OF JOB.  AN   *
003080*                      ABENDED RUN NEVER REACHES HERE, SO ITS      *
003090*                      CARDS SURVIVE FOR THE RERUN.                *
003100*------------------------------------------------------------------*
003110 8000-CONSUME-CARDS.
003120     IF WS-CARD-NOT-FOUND
003130         GO TO 8000-EXIT
003140     END-IF.
003150     CLOSE ALERT-ACK-FILE.
003160     MOVE "ALERT-ACK-FILE" TO WS-CHECK-FILE-NAME.
003170     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
003180     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003190     OPEN OUTPUT ALERT-ACK-FILE.
003200     MOVE "ALERT-ACK-FILE" TO WS-CHECK-FILE-NAME.
003210     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
003220     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003230     CLOSE ALERT-ACK-FILE.
003240     MOVE "ALERT-ACK-FILE" TO WS-CHECK-FILE-NAME.
003250     MOVE WS-CARD-STATUS TO WS-CHECK-STATUS-CODE.
003260     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003270 8000-EXIT.
003280     EXIT.
003290
003300*------------------------------------------------------------------*
003310* 9000-TERMINATE - CLOSE THE ALERT FILE AND PRINT THE RUN TOTALS   *
003320*------------------------------------------------------------------*
003330 9000-TERMINATE.
003340     IF WS-ALERT-PRESENT
003350        AND NOT WS-CARD-NOT-FOUND
003360         CLOSE ALERT-FILE
003370         MOVE "ALERT-FILE" TO WS-CHECK-FILE-NAME
003380         MOVE WS-ALERT-STATUS TO WS-CHECK-STATUS-CODE
003390         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
003400     END-IF.
003410     MOVE WS-CARDS-READ TO WS-RPT-COUNT.
003420     DISPLAY "  ACK CARDS READ      = " WS-RPT-COUNT UPON CONSOLE.
003430     MOVE WS-ALERTS-ACKED TO WS-RPT-COUNT.
003440     DISPLAY "  ALERTS ACKNOWLEDGED = " WS-RPT-COUNT UPON CONSOLE.
003450     MOVE WS-ALERTS-CLOSED TO WS-RPT-COUNT.
003460     DISPLAY "  ALERTS CLOSED       = " WS-RPT-COUNT UPON CONSOLE.
003470     MOVE WS-CARDS-FAILED TO WS-RPT-COUNT.
003480     DISPLAY "  CARDS FAILED        = " WS-RPT-COUNT UPON CONSOLE.
003490 9000-EXIT.
003500     EXIT.
003510
003520*------------------------------------------------------------------*
003530* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER      *
003540*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO  *
003550*                     CODES TO THE FILE ERROR HANDLER               *
003560*------------------------------------------------------------------*
003570 9700-CHECK-STATUS.
003580     IF WS-CHECK-STATUS-CODE NOT = "00"
003590         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003600     END-IF.
003610 9700-EXIT.
003620     EXIT.
003630
003640*------------------------------------------------------------------*
003650* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN   *
003660*                   ABEND THE RUN                                   *
003670*------------------------------------------------------------------*
003680 9800-FILE-ERROR.
003690     DISPLAY "ALERTACK: FILE ERROR ON " WS-CHECK-FILE-NAME
003700         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
003710     GO TO 9999-ABEND.
003720 9800-EXIT.
003730     EXIT.
003740
003750*------------------------------------------------------------------*
003760* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE        *
003770*------------------------------------------------------------------*
003780 9999-ABEND.
003790     MOVE 16 TO RETURN-CODE.
003800     STOP RUN.
