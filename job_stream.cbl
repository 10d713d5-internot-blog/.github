000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JobStream.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - THE NIGHTLY JOB-STREAM     *
000120*                  DRIVER.  READS THE STEP LIST FROM             *
000130*                  JOBSTREAM-DEF.DAT (STEP NAME, THE HIGHEST     *
000140*                  RETURN CODE THE STEP MAY END WITH BEFORE THE  *
000150*                  STREAM HALTS, WHETHER THE STEP STILL RUNS     *
000160*                  AFTER A HALT, AND THE COMMAND THAT RUNS IT)   *
000170*                  AND RUNS THE STEPS IN ORDER.  EVERY STEP'S    *
000180*                  START AND END STAMPS AND RETURN CODE ARE      *
000190*                  APPENDED TO JOBSTREAM-STATUS.DAT AS THEY      *
000200*                  HAPPEN.  A STEP THAT ENDS ABOVE ITS LIMIT     *
000210*                  HALTS THE STREAM - LATER STEPS ARE BYPASSED   *
000220*                  UNLESS FLAGGED TO RUN AFTER A FAILURE.  THE   *
000230*                  NEXT EXECUTION AFTER A HALTED (OR KILLED)     *
000240*                  STREAM CARRIES ON UNDER THE SAME RUN ID,      *
000250*                  PASSING OVER THE STEPS THAT ALREADY ENDED     *
000260*                  CLEAN AND RESUMING AT THE FIRST ONE THAT DID  *
000270*                  NOT.  A "FRESH" CARD IN JOBSTREAM-PARM.DAT    *
000280*                  ABANDONS A HALTED STREAM AND STARTS A NEW ONE *
000290*                  FROM THE FIRST STEP; THE CARD IS CONSUMED.    *
000300*                  ENDS WITH RETURN-CODE 8 WHEN THE STREAM       *
000310*                  HALTED.                                       *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STREAM-DEF-FILE ASSIGN TO "data/JOBSTREAM-DEF.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DEF-STATUS.
000420
000430     SELECT STREAM-STATUS-FILE
000440         ASSIGN TO "data/JOBSTREAM-STATUS.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-STEPSTAT-STATUS.
000470
000480     SELECT STREAM-PARM-FILE ASSIGN TO "data/JOBSTREAM-PARM.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*    ONE LINE PER STEP, IN RUN ORDER.  A LINE WITH AN ASTERISK
000550*    IN THE FIRST BYTE IS A COMMENT.  JD-MAX-RC IS THE HIGHEST
000560*    RETURN CODE THE STEP MAY END WITH AND STILL LET THE STREAM
000570*    CARRY ON.  JD-RUN-AFTER-FAIL "Y" RUNS THE STEP EVEN AFTER
000580*    AN EARLIER STEP HALTED THE STREAM.
000590 FD  STREAM-DEF-FILE.
000600 01  STREAM-DEF-RECORD.
000610     05  JD-STEP-NAME            PIC X(16).
000620     05  FILLER                  PIC X(01).
000630     05  JD-MAX-RC               PIC X(02).
000640     05  FILLER                  PIC X(01).
000650     05  JD-RUN-AFTER-FAIL       PIC X(01).
000660     05  FILLER                  PIC X(01).
000670     05  JD-COMMAND              PIC X(60).
000680
000690*    APPEND-ONLY.  A "B" RECORD OPENS EACH EXECUTION OF THE
000700*    DRIVER, "S" AND "E" RECORDS BRACKET EACH STEP AND AN "F"
000710*    RECORD CLOSES THE EXECUTION WITH COMPLETE OR HALTED.  A
000720*    RESUMED STREAM REUSES THE RUN ID OF THE EXECUTION IT
000730*    CARRIES ON.
000740 FD  STREAM-STATUS-FILE.
000750 01  STREAM-STATUS-RECORD.
000760     05  JT-RECORD-TYPE          PIC X(01).
000770         88  JT-TYPE-BEGIN               VALUE "B".
000780         88  JT-TYPE-STEP-START          VALUE "S".
000790         88  JT-TYPE-STEP-END            VALUE "E".
000800         88  JT-TYPE-FINISH              VALUE "F".
000810     05  FILLER                  PIC X(01).
000820     05  JT-RUN-ID               PIC X(16).
000830     05  FILLER                  PIC X(01).
000840     05  JT-STEP-NAME            PIC X(16).
000850     05  FILLER                  PIC X(01).
000860     05  JT-START-DATE           PIC 9(08).
000870     05  JT-START-TIME           PIC 9(08).
000880     05  FILLER                  PIC X(01).
000890     05  JT-END-DATE             PIC 9(08).
000900     05  JT-END-TIME             PIC 9(08).
000910     05  FILLER                  PIC X(01).
000920     05  JT-RETURN-CODE          PIC 9(03).
000930     05  FILLER                  PIC X(01).
000940     05  JT-OUTCOME              PIC X(08).
000950         88  JT-OUTCOME-CLEAN            VALUE "OK" "DONE".
000960         88  JT-OUTCOME-COMPLETE         VALUE "COMPLETE".
000970
000980 FD  STREAM-PARM-FILE.
000990 01  STREAM-PARM-RECORD.
001000     05  JP-OPTION               PIC X(08).
001010         88  JP-FRESH-START              VALUE "FRESH".
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-SWITCHES.
001050     05  WS-DEF-SW               PIC X(01) VALUE "N".
001060         88  WS-DEF-EOF                  VALUE "Y".
001070     05  WS-STEPSTAT-SW          PIC X(01) VALUE "N".
001080         88  WS-STEPSTAT-EOF             VALUE "Y".
001090     05  WS-PARM-PRESENT-SW      PIC X(01) VALUE "N".
001100         88  WS-PARM-PRESENT             VALUE "Y".
001110     05  WS-FRESH-SW             PIC X(01) VALUE "N".
001120         88  WS-FRESH-REQUESTED          VALUE "Y".
001130     05  WS-PRIOR-RUN-SW         PIC X(01) VALUE "N".
001140         88  WS-PRIOR-RUN-SEEN           VALUE "Y".
001150     05  WS-PRIOR-DONE-SW        PIC X(01) VALUE "N".
001160         88  WS-PRIOR-RUN-COMPLETE       VALUE "Y".
001170     05  WS-RESUMING-SW          PIC X(01) VALUE "N".
001180         88  WS-RESUMING                 VALUE "Y".
001190     05  WS-RESUME-FOUND-SW      PIC X(01) VALUE "N".
001200         88  WS-RESUME-FOUND             VALUE "Y".
001210     05  WS-HALTED-SW            PIC X(01) VALUE "N".
001220         88  WS-STREAM-HALTED            VALUE "Y".
001230     05  WS-PRIOR-FOUND-SW       PIC X(01) VALUE "N".
001240         88  WS-PRIOR-STEP-FOUND         VALUE "Y".
001250
001260 01  WS-FILE-STATUSES.
001270     05  WS-DEF-STATUS           PIC X(02) VALUE "00".
001280         88  WS-DEF-OK                   VALUE "00".
001290         88  WS-DEF-NOT-FOUND            VALUE "35".
001300     05  WS-STEPSTAT-STATUS      PIC X(02) VALUE "00".
001310         88  WS-STEPSTAT-OK              VALUE "00".
001320         88  WS-STEPSTAT-NOT-FOUND       VALUE "35".
001330     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
001340         88  WS-PARM-OK                  VALUE "00".
001350         88  WS-PARM-NOT-FOUND           VALUE "35".
001360
001370*    THE STEP LIST AS READ FROM JOBSTREAM-DEF.DAT.  WS-STEP-
001380*    ACTION IS SET BEFORE THE STREAM RUNS - "R" RUN IT (OR
001390*    BYPASS IT IF THE STREAM HAS HALTED BY THEN), "D" ALREADY
001400*    DONE BY THE EXECUTION BEING RESUMED.
001410 01  WS-STEP-TABLE.
001420     05  WS-STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
001430     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001440         10  WS-STEP-NAME        PIC X(16).
001450         10  WS-STEP-MAX-RC      PIC 9(03).
001460         10  WS-STEP-AFTER-FAIL  PIC X(01).
001470             88  WS-STEP-RUNS-AFTER-FAIL VALUE "Y".
001480         10  WS-STEP-COMMAND     PIC X(60).
001490         10  WS-STEP-ACTION      PIC X(01).
001500             88  WS-STEP-TO-RUN          VALUE "R".
001510             88  WS-STEP-DONE-BEFORE     VALUE "D".
001520 01  WS-MAX-STEPS                PIC 9(02) COMP VALUE 20.
001530
001540*    THE LAST OUTCOME RECORDED FOR EACH STEP OF THE MOST RECENT
001550*    EXECUTION ON JOBSTREAM-STATUS.DAT.  A STEP WITH A START
001560*    RECORD BUT NO END RECORD DIED WHILE RUNNING.
001570 01  WS-PRIOR-TABLE.
001580     05  WS-PRIOR-COUNT          PIC 9(02) COMP VALUE ZERO.
001590     05  WS-PRIOR-ENTRY OCCURS 20 TIMES.
001600         10  WS-PRIOR-STEP-NAME  PIC X(16).
001610         10  WS-PRIOR-OUTCOME    PIC X(08).
001620             88  WS-PRIOR-CLEAN          VALUE "OK" "DONE".
001630
001640 01  WS-STREAM-FIELDS.
001650     05  WS-RUN-ID.
001660         10  WS-RUN-ID-DATE      PIC 9(08) VALUE ZERO.
001670         10  WS-RUN-ID-TIME      PIC 9(08) VALUE ZERO.
001680     05  WS-PRIOR-RUN-ID         PIC X(16) VALUE SPACES.
001690     05  WS-RESUME-STEP          PIC X(16) VALUE SPACES.
001700     05  WS-HALT-STEP            PIC X(16) VALUE SPACES.
001710     05  WS-STEP-IX              PIC 9(02) COMP VALUE ZERO.
001720     05  WS-PRIOR-IX             PIC 9(02) COMP VALUE ZERO.
001730     05  WS-LOOKUP-NAME          PIC X(16) VALUE SPACES.
001740     05  WS-START-DATE           PIC 9(08) VALUE ZERO.
001750     05  WS-START-TIME           PIC 9(08) VALUE ZERO.
001760     05  WS-END-DATE             PIC 9(08) VALUE ZERO.
001770     05  WS-END-TIME             PIC 9(08) VALUE ZERO.
001780     05  WS-COMMAND-LINE         PIC X(61) VALUE SPACES.
001790     05  WS-CALL-RC              PIC S9(09) COMP VALUE ZERO.
001800     05  WS-STEP-RC              PIC 9(03) VALUE ZERO.
001810     05  WS-STEP-OUTCOME         PIC X(08) VALUE SPACES.
001820
001830 01  WS-STREAM-COUNTERS.
001840     05  WS-STEPS-RUN            PIC 9(05) COMP VALUE ZERO.
001850     05  WS-STEPS-FAILED         PIC 9(05) COMP VALUE ZERO.
001860     05  WS-STEPS-BYPASSED       PIC 9(05) COMP VALUE ZERO.
001870     05  WS-STEPS-DONE-BEFORE    PIC 9(05) COMP VALUE ZERO.
001880     05  WS-RPT-COUNT            PIC ZZZZ9.
001890     05  WS-RPT-RC               PIC ZZ9.
001900
001910 01  WS-ERROR-CHECK.
001920     05  WS-CHECK-FILE-NAME      PIC X(20).
001930     05  WS-CHECK-STATUS-CODE    PIC X(02).
001940
001950 PROCEDURE DIVISION.
001960*------------------------------------------------------------------*
001970* 0000-MAINLINE                                                    *
001980*------------------------------------------------------------------*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-DECIDE-START THRU 2000-EXIT.
002020     MOVE 1 TO WS-STEP-IX.
002030     PERFORM 3000-RUN-STEP THRU 3000-EXIT
002040         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002050     PERFORM 8000-FINISH-STREAM THRU 8000-EXIT.
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002070     IF WS-STREAM-HALTED
002080         MOVE 8 TO RETURN-CODE
002090     END-IF.
002100     STOP RUN.
002110
002120*------------------------------------------------------------------*
002130* 1000-INITIALIZE - LOAD THE STREAM DEFINITION, READ THE OPTIONAL  *
002140*                   CONTROL CARD AND THE HISTORY OF THE MOST       *
002150*                   RECENT EXECUTION                               *
002160*------------------------------------------------------------------*
002170 1000-INITIALIZE.
002180     DISPLAY "JOBSTREAM: NIGHTLY JOB STREAM" UPON CONSOLE.
002190     OPEN INPUT STREAM-DEF-FILE.
002200     IF WS-DEF-NOT-FOUND
002210         DISPLAY "JOBSTREAM: NO JOBSTREAM-DEF.DAT FOUND - NO "
002220             "STEPS TO RUN" UPON CONSOLE
002230         GO TO 9999-ABEND
002240     END-IF.
002250     MOVE "STREAM-DEF-FILE" TO WS-CHECK-FILE-NAME.
002260     MOVE WS-DEF-STATUS TO WS-CHECK-STATUS-CODE.
002270     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002280     PERFORM 1100-LOAD-STEP THRU 1100-EXIT
002290         UNTIL WS-DEF-EOF.
002300     CLOSE STREAM-DEF-FILE.
002310     MOVE "STREAM-DEF-FILE" TO WS-CHECK-FILE-NAME.
002320     MOVE WS-DEF-STATUS TO WS-CHECK-STATUS-CODE.
002330     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002340     IF WS-STEP-COUNT = ZERO
002350         DISPLAY "JOBSTREAM: JOBSTREAM-DEF.DAT LISTS NO STEPS"
002360             UPON CONSOLE
002370         GO TO 9999-ABEND
002380     END-IF.
002390     PERFORM 1300-READ-PARM THRU 1300-EXIT.
002400     PERFORM 1500-LOAD-PRIOR-RUN THRU 1500-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430
002440*------------------------------------------------------------------*
002450* 1100-LOAD-STEP - EDIT ONE DEFINITION LINE INTO THE STEP TABLE.   *
002460*                  A BAD LINE STOPS THE DRIVER BEFORE ANY STEP     *
002470*                  RUNS - A STREAM WITH A HOLE IN IT IS WORSE      *
002480*                  THAN NO STREAM.                                 *
002490*------------------------------------------------------------------*
002500 1100-LOAD-STEP.
002510     READ STREAM-DEF-FILE
002520         AT END
002530             SET WS-DEF-EOF TO TRUE
002540             GO TO 1100-EXIT
002550     END-READ.
002560     MOVE "STREAM-DEF-FILE" TO WS-CHECK-FILE-NAME.
002570     MOVE WS-DEF-STATUS TO WS-CHECK-STATUS-CODE.
002580     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002590     IF STREAM-DEF-RECORD = SPACES
002600        OR STREAM-DEF-RECORD(1:1) = "*"
002610         GO TO 1100-EXIT
002620     END-IF.
002630     IF JD-STEP-NAME = SPACES
002640        OR JD-COMMAND = SPACES
002650        OR JD-MAX-RC NOT NUMERIC
002660        OR (JD-RUN-AFTER-FAIL NOT = "Y"
002670            AND JD-RUN-AFTER-FAIL NOT = "N")
002680         DISPLAY "JOBSTREAM: BAD JOBSTREAM-DEF.DAT LINE - "
002690             STREAM-DEF-RECORD UPON CONSOLE
002700         GO TO 9999-ABEND
002710     END-IF.
002720     IF WS-STEP-COUNT NOT < WS-MAX-STEPS
002730         DISPLAY "JOBSTREAM: MORE THAN 20 STEPS IN "
002740             "JOBSTREAM-DEF.DAT" UPON CONSOLE
002750         GO TO 9999-ABEND
002760     END-IF.
002770     ADD 1 TO WS-STEP-COUNT.
002780     MOVE JD-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT).
002790     MOVE JD-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT).
002800     MOVE JD-RUN-AFTER-FAIL TO WS-STEP-AFTER-FAIL(WS-STEP-COUNT).
002810     MOVE JD-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT).
002820     MOVE "R" TO WS-STEP-ACTION(WS-STEP-COUNT).
002830 1100-EXIT.
002840     EXIT.
002850
002860*------------------------------------------------------------------*
002870* 1300-READ-PARM - THE OPTIONAL CONTROL CARD.  "FRESH" ABANDONS A  *
002880*                  HALTED STREAM INSTEAD OF RESUMING IT.           *
002890*------------------------------------------------------------------*
002900 1300-READ-PARM.
002910     OPEN INPUT STREAM-PARM-FILE.
002920     IF WS-PARM-NOT-FOUND
002930         GO TO 1300-EXIT
002940     END-IF.
002950     MOVE "STREAM-PARM-FILE" TO WS-CHECK-FILE-NAME.
002960     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
002970     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002980     MOVE "Y" TO WS-PARM-PRESENT-SW.
002990     READ STREAM-PARM-FILE
003000         AT END
003010             GO TO 1300-EXIT
003020     END-READ.
003030     IF JP-FRESH-START
003040         MOVE "Y" TO WS-FRESH-SW
003050     END-IF.
003060 1300-EXIT.
003070     EXIT.
003080
003090*------------------------------------------------------------------*
003100* 1500-LOAD-PRIOR-RUN - SCAN JOBSTREAM-STATUS.DAT AND KEEP ONLY    *
003110*                       THE MOST RECENT EXECUTION - EACH "B"       *
003120*                       RECORD STARTS THE TABLE AFRESH             *
003130*------------------------------------------------------------------*
003140 1500-LOAD-PRIOR-RUN.
003150     OPEN INPUT STREAM-STATUS-FILE.
003160     IF WS-STEPSTAT-NOT-FOUND
003170         GO TO 1500-EXIT
003180     END-IF.
003190     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
003200     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
003210     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003220     PERFORM 1550-READ-PRIOR-RECORD THRU 1550-EXIT
003230         UNTIL WS-STEPSTAT-EOF.
003240     CLOSE STREAM-STATUS-FILE.
003250     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
003260     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
003270     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003280 1500-EXIT.
003290     EXIT.
003300
003310 1550-READ-PRIOR-RECORD.
003320     READ STREAM-STATUS-FILE
003330         AT END
003340             SET WS-STEPSTAT-EOF TO TRUE
003350             GO TO 1550-EXIT
003360     END-READ.
003370     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
003380     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
003390     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003400     IF JT-TYPE-BEGIN
003410*        A RESUMED EXECUTION OPENS WITH A "B" RECORD UNDER THE
003420*        SAME RUN ID - ITS DONE STEPS ARE RE-RECORDED AS "DONE",
003430*        SO STARTING THE TABLE AFRESH LOSES NOTHING.
003440         MOVE "Y" TO WS-PRIOR-RUN-SW
003450         MOVE "N" TO WS-PRIOR-DONE-SW
003460         MOVE JT-RUN-ID TO WS-PRIOR-RUN-ID
003470         MOVE ZERO TO WS-PRIOR-COUNT
003480         GO TO 1550-EXIT
003490     END-IF.
003500     IF JT-TYPE-FINISH
003510         IF JT-OUTCOME-COMPLETE
003520             MOVE "Y" TO WS-PRIOR-DONE-SW
003530         END-IF
003540         GO TO 1550-EXIT
003550     END-IF.
003560     IF NOT JT-TYPE-STEP-START AND NOT JT-TYPE-STEP-END
003570         GO TO 1550-EXIT
003580     END-IF.
003590     MOVE JT-STEP-NAME TO WS-LOOKUP-NAME.
003600     PERFORM 1600-FIND-PRIOR-STEP THRU 1600-EXIT.
003610     IF NOT WS-PRIOR-STEP-FOUND
003620         IF WS-PRIOR-COUNT NOT < WS-MAX-STEPS
003630             GO TO 1550-EXIT
003640         END-IF
003650         ADD 1 TO WS-PRIOR-COUNT
003660         MOVE WS-PRIOR-COUNT TO WS-PRIOR-IX
003670         MOVE JT-STEP-NAME TO WS-PRIOR-STEP-NAME(WS-PRIOR-IX)
003680     END-IF.
003690     IF JT-TYPE-STEP-START
003700         MOVE "RUNNING" TO WS-PRIOR-OUTCOME(WS-PRIOR-IX)
003710     ELSE
003720         MOVE JT-OUTCOME TO WS-PRIOR-OUTCOME(WS-PRIOR-IX)
003730     END-IF.
003740 1550-EXIT.
003750     EXIT.
003760
003770*------------------------------------------------------------------*
003780* 1600-FIND-PRIOR-STEP - LOCATE WS-LOOKUP-NAME IN THE PRIOR-RUN    *
003790*                        TABLE; WS-PRIOR-IX POINTS AT IT IF FOUND  *
003800*------------------------------------------------------------------*
003810 1600-FIND-PRIOR-STEP.
003820     MOVE "N" TO WS-PRIOR-FOUND-SW.
003830     MOVE 1 TO WS-PRIOR-IX.
003840     PERFORM 1650-MATCH-PRIOR-STEP THRU 1650-EXIT
003850         UNTIL WS-PRIOR-STEP-FOUND
003860            OR WS-PRIOR-IX > WS-PRIOR-COUNT.
003870 1600-EXIT.
003880     EXIT.
003890
003900 1650-MATCH-PRIOR-STEP.
003910     IF WS-PRIOR-STEP-NAME(WS-PRIOR-IX) = WS-LOOKUP-NAME
003920         MOVE "Y" TO WS-PRIOR-FOUND-SW
003930     ELSE
003940         ADD 1 TO WS-PRIOR-IX
003950     END-IF.
003960 1650-EXIT.
003970     EXIT.
003980
003990*------------------------------------------------------------------*
004000* 2000-DECIDE-START - RESUME THE MOST RECENT EXECUTION IF IT NEVER *
004010*                     COMPLETED, OTHERWISE START A NEW STREAM.     *
004020*                     ON A RESUME EVERY STEP AHEAD OF THE FIRST    *
004030*                     ONE THAT DID NOT END CLEAN IS PASSED OVER;   *
004040*                     THAT STEP AND EVERYTHING AFTER IT RUNS.      *
004050*------------------------------------------------------------------*
004060 2000-DECIDE-START.
004070     IF WS-PRIOR-RUN-SEEN
004080        AND NOT WS-PRIOR-RUN-COMPLETE
004090        AND NOT WS-FRESH-REQUESTED
004100         MOVE "Y" TO WS-RESUMING-SW
004110     END-IF.
004120     IF WS-RESUMING
004130         MOVE WS-PRIOR-RUN-ID TO WS-RUN-ID
004140         MOVE 1 TO WS-STEP-IX
004150         PERFORM 2100-MARK-DONE-STEP THRU 2100-EXIT
004160             UNTIL WS-RESUME-FOUND
004170                OR WS-STEP-IX > WS-STEP-COUNT
004180         DISPLAY "  RESUMING STREAM " WS-RUN-ID " AT STEP "
004190             WS-RESUME-STEP UPON CONSOLE
004200     ELSE
004210         ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
004220         ACCEPT WS-RUN-ID-TIME FROM TIME
004230         IF WS-FRESH-REQUESTED AND WS-PRIOR-RUN-SEEN
004240            AND NOT WS-PRIOR-RUN-COMPLETE
004250             DISPLAY "  FRESH START REQUESTED - STREAM "
004260                 WS-PRIOR-RUN-ID " ABANDONED" UPON CONSOLE
004270         END-IF
004280         DISPLAY "  STARTING STREAM " WS-RUN-ID UPON CONSOLE
004290     END-IF.
004300     MOVE SPACES TO STREAM-STATUS-RECORD.
004310     MOVE "B" TO JT-RECORD-TYPE.
004320     MOVE WS-RUN-ID TO JT-RUN-ID.
004330     MOVE WS-RESUME-STEP TO JT-STEP-NAME.
004340     ACCEPT JT-START-DATE FROM DATE YYYYMMDD.
004350     ACCEPT JT-START-TIME FROM TIME.
004360     MOVE ZERO TO JT-END-DATE.
004370     MOVE ZERO TO JT-END-TIME.
004380     MOVE ZERO TO JT-RETURN-CODE.
004390     IF WS-RESUMING
004400         MOVE "RESUMED" TO JT-OUTCOME
004410     ELSE
004420         MOVE "STARTED" TO JT-OUTCOME
004430     END-IF.
004440     PERFORM 7000-WRITE-STATUS THRU 7000-EXIT.
004450 2000-EXIT.
004460     EXIT.
004470
004480 2100-MARK-DONE-STEP.
004490     MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-LOOKUP-NAME.
004500     PERFORM 1600-FIND-PRIOR-STEP THRU 1600-EXIT.
004510     IF WS-PRIOR-STEP-FOUND
004520         IF WS-PRIOR-CLEAN(WS-PRIOR-IX)
004530             MOVE "D" TO WS-STEP-ACTION(WS-STEP-IX)
004540             ADD 1 TO WS-STEP-IX
004550             GO TO 2100-EXIT
004560         END-IF
004570     END-IF.
004580     MOVE "Y" TO WS-RESUME-FOUND-SW.
004590     MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-RESUME-STEP.
004600 2100-EXIT.
004610     EXIT.
004620
004630*------------------------------------------------------------------*
004640* 3000-RUN-STEP - RUN, PASS OVER OR BYPASS ONE STEP AND RECORD     *
004650*                 THE OUTCOME                                      *
004660*------------------------------------------------------------------*
004670 3000-RUN-STEP.
004680     MOVE ZERO TO WS-START-DATE.
004690     MOVE ZERO TO WS-START-TIME.
004700     MOVE ZERO TO WS-END-DATE.
004710     MOVE ZERO TO WS-END-TIME.
004720     MOVE ZERO TO WS-STEP-RC.
004730     IF WS-STEP-DONE-BEFORE(WS-STEP-IX)
004740         MOVE "DONE" TO WS-STEP-OUTCOME
004750         ADD 1 TO WS-STEPS-DONE-BEFORE
004760         GO TO 3000-RECORD
004770     END-IF.
004780     IF WS-STREAM-HALTED
004790        AND NOT WS-STEP-RUNS-AFTER-FAIL(WS-STEP-IX)
004800         MOVE "BYPASSED" TO WS-STEP-OUTCOME
004810         ADD 1 TO WS-STEPS-BYPASSED
004820         GO TO 3000-RECORD
004830     END-IF.
004840     PERFORM 3100-EXECUTE-STEP THRU 3100-EXIT.
004850     ADD 1 TO WS-STEPS-RUN.
004860     IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
004870         MOVE "FAILED" TO WS-STEP-OUTCOME
004880         ADD 1 TO WS-STEPS-FAILED
004890         IF NOT WS-STREAM-HALTED
004900             MOVE "Y" TO WS-HALTED-SW
004910             MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-HALT-STEP
004920         END-IF
004930     ELSE
004940         MOVE "OK" TO WS-STEP-OUTCOME
004950     END-IF.
004960 3000-RECORD.
004970     MOVE SPACES TO STREAM-STATUS-RECORD.
004980     MOVE "E" TO JT-RECORD-TYPE.
004990     MOVE WS-RUN-ID TO JT-RUN-ID.
005000     MOVE WS-STEP-NAME(WS-STEP-IX) TO JT-STEP-NAME.
005010     MOVE WS-START-DATE TO JT-START-DATE.
005020     MOVE WS-START-TIME TO JT-START-TIME.
005030     MOVE WS-END-DATE TO JT-END-DATE.
005040     MOVE WS-END-TIME TO JT-END-TIME.
005050     MOVE WS-STEP-RC TO JT-RETURN-CODE.
005060     MOVE WS-STEP-OUTCOME TO JT-OUTCOME.
005070     PERFORM 7000-WRITE-STATUS THRU 7000-EXIT.
005080     MOVE WS-STEP-RC TO WS-RPT-RC.
005090     DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " " WS-STEP-OUTCOME
005100         " RC=" WS-RPT-RC UPON CONSOLE.
005110     ADD 1 TO WS-STEP-IX.
005120 3000-EXIT.
005130     EXIT.
005140
005150*------------------------------------------------------------------*
005160* 3100-EXECUTE-STEP - STAMP THE START RECORD, RUN THE STEP'S       *
005170*                     COMMAND AND PICK UP ITS RETURN CODE.  THE    *
005180*                     START RECORD GOES OUT BEFORE THE STEP RUNS   *
005190*                     SO A STEP THAT TAKES THE DRIVER DOWN WITH    *
005200*                     IT IS STILL ON FILE FOR THE RESUME.          *
005210*------------------------------------------------------------------*
005220 3100-EXECUTE-STEP.
005230     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
005240     ACCEPT WS-START-TIME FROM TIME.
005250     MOVE SPACES TO STREAM-STATUS-RECORD.
005260     MOVE "S" TO JT-RECORD-TYPE.
005270     MOVE WS-RUN-ID TO JT-RUN-ID.
005280     MOVE WS-STEP-NAME(WS-STEP-IX) TO JT-STEP-NAME.
005290     MOVE WS-START-DATE TO JT-START-DATE.
005300     MOVE WS-START-TIME TO JT-START-TIME.
005310     MOVE ZERO TO JT-END-DATE.
005320     MOVE ZERO TO JT-END-TIME.
005330     MOVE ZERO TO JT-RETURN-CODE.
005340     MOVE "RUNNING" TO JT-OUTCOME.
005350     PERFORM 7000-WRITE-STATUS THRU 7000-EXIT.
005360     DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " STARTED - "
005370         WS-STEP-COMMAND(WS-STEP-IX) UPON CONSOLE.
005380     MOVE SPACES TO WS-COMMAND-LINE.
005390     MOVE WS-STEP-COMMAND(WS-STEP-IX) TO WS-COMMAND-LINE.
005400     CALL "SYSTEM" USING WS-COMMAND-LINE.
005410     MOVE RETURN-CODE TO WS-CALL-RC.
005420     MOVE ZERO TO RETURN-CODE.
005430*    THE SYSTEM SERVICE HANDS BACK THE RAW WAIT STATUS - THE
005440*    STEP'S OWN RETURN CODE IS ITS HIGH-ORDER BYTE, AND A
005445*    NON-ZERO LOW-ORDER BYTE ALONE MEANS THE STEP WAS KILLED BY
005447*    A SIGNAL.  ANYTHING THAT IS NOT A RETURN CODE THE RECORD
005450*    CAN HOLD (A STEP KILLED BY A SIGNAL, A COMMAND THAT COULD
005460*    NOT BE STARTED) RECORDS AS 999.
005470     IF WS-CALL-RC < ZERO
005480         MOVE 999 TO WS-STEP-RC
005490     ELSE
005500         IF WS-CALL-RC > 255
005510             DIVIDE WS-CALL-RC BY 256 GIVING WS-CALL-RC
005530             IF WS-CALL-RC > 999
005540                 MOVE 999 TO WS-STEP-RC
005550             ELSE
005560                 MOVE WS-CALL-RC TO WS-STEP-RC
005570             END-IF
005572         ELSE
005574             IF WS-CALL-RC > ZERO
005576                 MOVE 999 TO WS-STEP-RC
005577             ELSE
005578                 MOVE ZERO TO WS-STEP-RC
005579             END-IF
005579         END-IF
005580     END-IF.
005590     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
005600     ACCEPT WS-END-TIME FROM TIME.
005610 3100-EXIT.
005620     EXIT.
005630
005640*------------------------------------------------------------------*
005650* 7000-WRITE-STATUS - APPEND ONE RECORD TO JOBSTREAM-STATUS.DAT.   *
005660*                     THE FILE IS OPENED AND CLOSED AROUND EVERY   *
005670*                     RECORD SO NOTHING IS LEFT IN A BUFFER WHILE  *
005680*                     A STEP RUNS.                                 *
005690*------------------------------------------------------------------*
005700 7000-WRITE-STATUS.
005710     OPEN EXTEND STREAM-STATUS-FILE.
005720     IF WS-STEPSTAT-STATUS = "35"
005730         OPEN OUTPUT STREAM-STATUS-FILE
005740     END-IF.
005750     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
005760     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
005770     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005780     WRITE STREAM-STATUS-RECORD.
005790     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
005800     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
005810     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005820     CLOSE STREAM-STATUS-FILE.
005830     MOVE "STREAM-STATUS-FILE" TO WS-CHECK-FILE-NAME.
005840     MOVE WS-STEPSTAT-STATUS TO WS-CHECK-STATUS-CODE.
005850     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005860 7000-EXIT.
005870     EXIT.
005880
005890*------------------------------------------------------------------*
005900* 8000-FINISH-STREAM - CLOSE THE EXECUTION WITH ITS "F" RECORD     *
005910*                      AND CONSUME THE CONTROL CARD                *
005920*------------------------------------------------------------------*
005930 8000-FINISH-STREAM.
005940     MOVE SPACES TO STREAM-STATUS-RECORD.
005950     MOVE "F" TO JT-RECORD-TYPE.
005960     MOVE WS-RUN-ID TO JT-RUN-ID.
005970     MOVE WS-HALT-STEP TO JT-STEP-NAME.
005980     MOVE ZERO TO JT-START-DATE.
005990     MOVE ZERO TO JT-START-TIME.
006000     ACCEPT JT-END-DATE FROM DATE YYYYMMDD.
006010     ACCEPT JT-END-TIME FROM TIME.
006020     IF WS-STREAM-HALTED
006030         MOVE 8 TO JT-RETURN-CODE
006040         MOVE "HALTED" TO JT-OUTCOME
006050     ELSE
006060         MOVE ZERO TO JT-RETURN-CODE
006070         MOVE "COMPLETE" TO JT-OUTCOME
006080     END-IF.
006090     PERFORM 7000-WRITE-STATUS THRU 7000-EXIT.
006100     IF NOT WS-PARM-PRESENT
006110         GO TO 8000-EXIT
006120     END-IF.
006130     CLOSE STREAM-PARM-FILE.
006140     MOVE "STREAM-PARM-FILE" TO WS-CHECK-FILE-NAME.
006150     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
006160     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006170     OPEN OUTPUT STREAM-PARM-FILE.
006180     MOVE "STREAM-PARM-FILE" TO WS-CHECK-FILE-NAME.
006190     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
006200     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006210     CLOSE STREAM-PARM-FILE.
006220     MOVE "STREAM-PARM-FILE" TO WS-CHECK-FILE-NAME.
006230     MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE.
006240     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
006250 8000-EXIT.
006260     EXIT.
006270
006280*------------------------------------------------------------------*
006290* 9000-TERMINATE - PRINT THE RUN TOTALS                            *
006300*------------------------------------------------------------------*
006310 9000-TERMINATE.
006320     DISPLAY " " UPON CONSOLE.
006330     IF WS-STREAM-HALTED
006340         DISPLAY "  STREAM " WS-RUN-ID " HALTED AT STEP "
006350             WS-HALT-STEP " - RERUN TO RESUME THERE"
006360             UPON CONSOLE
006370     ELSE
006380         DISPLAY "  STREAM " WS-RUN-ID " COMPLETE" UPON CONSOLE
006390     END-IF.
006400     MOVE WS-STEPS-RUN TO WS-RPT-COUNT.
006410     DISPLAY "  STEPS RUN           = " WS-RPT-COUNT UPON CONSOLE.
006420     MOVE WS-STEPS-FAILED TO WS-RPT-COUNT.
006430     DISPLAY "  STEPS FAILED        = " WS-RPT-COUNT UPON CONSOLE.
006440     MOVE WS-STEPS-BYPASSED TO WS-RPT-COUNT.
006450     DISPLAY "  STEPS BYPASSED      = " WS-RPT-COUNT UPON CONSOLE.
006460     MOVE WS-STEPS-DONE-BEFORE TO WS-RPT-COUNT.
006470     DISPLAY "  STEPS DONE BEFORE   = " WS-RPT-COUNT UPON CONSOLE.
006480 9000-EXIT.
006490     EXIT.
006500
006510*------------------------------------------------------------------*
006520* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER      *
006530*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO  *
006540*                     CODES TO THE FILE ERROR HANDLER               *
006550*------------------------------------------------------------------*
006560 9700-CHECK-STATUS.
006570     IF WS-CHECK-STATUS-CODE NOT = "00"
006580         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006590     END-IF.
006600 9700-EXIT.
006610     EXIT.
006620
006630*------------------------------------------------------------------*
006640* 9800-FILE-ERROR - DISPLAY A READABLE MESSAGE AND ABEND THE RUN   *
006650*------------------------------------------------------------------*
006660 9800-FILE-ERROR.
006670     DISPLAY "JOBSTREAM: FILE ERROR ON " WS-CHECK-FILE-NAME
006680         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
006690     GO TO 9999-ABEND.
006700 9800-EXIT.
006710     EXIT.
006720
006730*------------------------------------------------------------------*
006740* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE        *
006750*------------------------------------------------------------------*
006760 9999-ABEND.
006770     MOVE 16 TO RETURN-CODE.
006780     STOP RUN.
