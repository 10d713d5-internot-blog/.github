000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AlertDigest.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - THE ON-CALL DIGEST OF THE  *
000120*                  CONSOLIDATED OPERATOR ALERT FILE ALERTS.DAT   *
000130*                  (SEE ALERTS COPYBOOK).  EVERY ALERT NOT YET   *
000140*                  ACKNOWLEDGED OR CLOSED IS LISTED UNDER ITS    *
000150*                  SEVERITY - SEVERE, ERROR, WARNING,            *
000160*                  INFORMATIONAL, WORST FIRST - AND WITHIN IT    *
000170*                  OLDEST AGE BUCKET FIRST, WITH ITS AGE IN DAYS *
000175*                  SINCE IT WAS FIRST SEEN AND ITS OCCURRENCE    *
000180*                  COUNT, FOLLOWED BY A SEVERITY-BY-AGE COUNT    *
000185*                  GRID.  ACKNOWLEDGED ALERTS ARE ONLY COUNTED,  *
000187*                  IN THE GRID'S ACKED COLUMN.  ONE SEQUENTIAL   *
000190*                  PASS OF THE FILE PER SEVERITY AND AGE BUCKET, *
000200*                  SAME RESCAN IDIOM AS THE WEEKLY BREAK IN      *
000210*                  RUNHISTRPT.  ENDS WITH RETURN-CODE 4          *
000220*                  WHILE ANY SEVERE OR ERROR ALERT IS STILL OPEN *
000230*                  AND UNACKNOWLEDGED, SO THE JOB STREAM LOG     *
000240*                  SHOWS THAT SOMEONE IS OWED A LOOK.            *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS AT-ALERT-ID
000360         FILE STATUS IS WS-ALERT-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ALERT-FILE.
000410     COPY ALERTS.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-ALERT-SW             PIC X(01) VALUE "N".
000460         88  WS-ALERT-EOF                VALUE "Y".
000470     05  WS-ALERT-PRESENT-SW     PIC X(01) VALUE "Y".
000480         88  WS-ALERT-PRESENT            VALUE "Y".
000490     05  WS-OWED-SW              PIC X(01) VALUE "N".
000500         88  WS-ALERT-OWED               VALUE "Y".
000505     05  WS-FIRST-PASS-SW        PIC X(01) VALUE "Y".
000507         88  WS-FIRST-PASS               VALUE "Y".
000510
000520 01  WS-FILE-STATUSES.
000530     05  WS-ALERT-STATUS         PIC X(02) VALUE "00".
000540         88  WS-ALERT-OK                 VALUE "00".
000550         88  WS-ALERT-NOT-FOUND          VALUE "35".
000560
000570*    THE SEVERITIES IN REPORTING ORDER, WORST FIRST, AND THE
000580*    UPPER BOUND IN DAYS OF EACH AGE BUCKET BUT THE LAST.
000590 01  WS-SEVERITY-VALUES.
000600     05  FILLER                  PIC X(14) VALUE "SSEVERE       ".
000610     05  FILLER                  PIC X(14) VALUE "EERROR        ".
000620     05  FILLER                  PIC X(14) VALUE "WWARNING      ".
000630     05  FILLER                  PIC X(14) VALUE "IINFORMATIONAL".
000640 01  WS-SEVERITY-TABLE REDEFINES WS-SEVERITY-VALUES.
000650     05  WS-SEV-ENTRY            OCCURS 4 TIMES.
000660         10  WS-SEV-CODE         PIC X(01).
000670         10  WS-SEV-NAME         PIC X(13).
000680
000690 01  WS-AGE-LIMIT-VALUES.
000700     05  FILLER                  PIC 9(05) VALUE 1.
000710     05  FILLER                  PIC 9(05) VALUE 7.
000720     05  FILLER                  PIC 9(05) VALUE 30.
000730 01  WS-AGE-LIMIT-TABLE REDEFINES WS-AGE-LIMIT-VALUES.
000740     05  WS-AGE-LIMIT            PIC 9(05) OCCURS 3 TIMES.
000750
000760 01  WS-AGE-GRID.
000770     05  WS-GRID-ROW             OCCURS 4 TIMES.
000780         10  WS-GRID-COUNT       PIC 9(05) COMP OCCURS 4 TIMES.
000790         10  WS-GRID-OPEN        PIC 9(05) COMP.
000800         10  WS-GRID-ACKED       PIC 9(05) COMP.
000810
000820 01  WS-DIGEST-FIELDS.
000830     05  WS-SEV-IX               PIC 9(03) COMP VALUE ZERO.
000840     05  WS-AGE-IX               PIC 9(03) COMP VALUE ZERO.
000845     05  WS-AGE-PASS             PIC 9(03) COMP VALUE ZERO.
000850     05  WS-TODAY                PIC 9(08) VALUE ZERO.
000860     05  WS-TODAY-INT            PIC 9(07) COMP VALUE ZERO.
000870     05  WS-FIRST-INT            PIC 9(07) COMP VALUE ZERO.
000880     05  WS-AGE-DAYS             PIC 9(05) COMP VALUE ZERO.
000890     05  WS-SEV-LISTED           PIC 9(05) COMP VALUE ZERO.
000900     05  WS-TOTAL-LISTED         PIC 9(05) COMP VALUE ZERO.
000905     05  WS-TOTAL-ACKED          PIC 9(05) COMP VALUE ZERO.
000910     05  WS-TOTAL-CLOSED         PIC 9(05) COMP VALUE ZERO.
000920
000930 01  WS-REPORT-FIELDS.
000940     05  WS-RPT-COUNT            PIC ZZZZ9.
000950     05  WS-RPT-AGE              PIC ZZZZ9.
000960     05  WS-RPT-OCCURS           PIC ZZZZ9.
000970     05  WS-RPT-GRID-LINE.
000980         10  WS-RPT-SEV-NAME     PIC X(13).
000990         10  WS-RPT-GRID-CELL    OCCURS 4 TIMES.
001000             15  FILLER          PIC X(03).
001010             15  WS-RPT-CELL     PIC ZZZZ9.
001020         10  FILLER              PIC X(03).
001030         10  WS-RPT-OPEN-CELL    PIC ZZZZ9.
001040         10  FILLER              PIC X(03).
001050         10  WS-RPT-ACKED-CELL   PIC ZZZZ9.
001060
001070 PROCEDURE DIVISION.
001080*------------------------------------------------------------------*
001090* 0000-MAINLINE                                                    *
001100*------------------------------------------------------------------*
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-LIST-SEVERITY THRU 2000-EXIT
001140         VARYING WS-SEV-IX FROM 1 BY 1
001150         UNTIL WS-SEV-IX > 4.
001160     PERFORM 3000-PRINT-AGE-GRID THRU 3000-EXIT.
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180     IF WS-ALERT-OWED
001190         MOVE 4 TO RETURN-CODE
001200     END-IF.
001210     STOP RUN.
001220
001230*------------------------------------------------------------------*
001240* 1000-INITIALIZE - OPEN THE ALERT FILE.  IT MAY NOT EXIST YET IF  *
001250*                   NO PROGRAM HAS EVER RAISED AN ALERT - THAT IS  *
001260*                   REPORTED, NOT FATAL.                           *
001270*------------------------------------------------------------------*
001280 1000-INITIALIZE.
001290     DISPLAY "ALERTDIGEST: OPERATOR ALERT DIGEST" UPON CONSOLE.
001300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001310     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
001320     DISPLAY "  AS OF " WS-TODAY UPON CONSOLE.
001330     INITIALIZE WS-AGE-GRID.
001340     OPEN INPUT ALERT-FILE.
001350     IF WS-ALERT-NOT-FOUND
001360         MOVE "N" TO WS-ALERT-PRESENT-SW
001370         SET WS-ALERT-EOF TO TRUE
001380     ELSE
001390         IF NOT WS-ALERT-OK
001400             DISPLAY "ALERTDIGEST: CANNOT OPEN ALERT-FILE STATUS "
001410                 "= " WS-ALERT-STATUS UPON CONSOLE
001420             GO TO 9999-ABEND
001430         END-IF
001440     END-IF.
001450 1000-EXIT.
001460     EXIT.
001470
001480*------------------------------------------------------------------*
001490* 2000-LIST-SEVERITY - LIST EVERY ALERT OF THE SEVERITY AT         *
001500*                      WS-SEV-IX NOT YET ACKNOWLEDGED OR CLOSED,   *
001510*                      OLDEST FIRST - ONE FULL PASS OF ALERTS.DAT  *
001520*                      PER AGE BUCKET, FROM OVER 30 DAYS DOWN TO   *
001525*                      0-1 DAYS.                                   *
001530*------------------------------------------------------------------*
001540 2000-LIST-SEVERITY.
001550     DISPLAY " " UPON CONSOLE.
001560     DISPLAY WS-SEV-NAME (WS-SEV-IX) " ALERTS" UPON CONSOLE.
001570     IF NOT WS-ALERT-PRESENT
001580         DISPLAY "  NO ALERT FILE FOUND - NO ALERT HAS BEEN "
001590             "RAISED YET." UPON CONSOLE
001600         GO TO 2000-EXIT
001610     END-IF.
001612     MOVE ZERO TO WS-SEV-LISTED.
001614     PERFORM 2050-LIST-AGE-BUCKET THRU 2050-EXIT
001616         VARYING WS-AGE-PASS FROM 4 BY -1
001617         UNTIL WS-AGE-PASS < 1.
001618     IF WS-SEV-LISTED = ZERO
001619         DISPLAY "  NONE." UPON CONSOLE
001620     END-IF.
001621 2000-EXIT.
001622     EXIT.
001623
001624*------------------------------------------------------------------*
001625* 2050-LIST-AGE-BUCKET - ONE FULL PASS OF ALERTS.DAT FOR THE AGE   *
001626*                        BUCKET AT WS-AGE-PASS.  THE FILE IS       *
001627*                        REOPENED FOR EACH PASS AFTER THE FIRST.   *
001628*------------------------------------------------------------------*
001629 2050-LIST-AGE-BUCKET.
001630     IF NOT WS-FIRST-PASS
001631         MOVE "N" TO WS-ALERT-SW
001640         CLOSE ALERT-FILE
001650         OPEN INPUT ALERT-FILE
001660         IF NOT WS-ALERT-OK
001670             DISPLAY "ALERTDIGEST: CANNOT REOPEN ALERT-FILE "
001680                 "STATUS = " WS-ALERT-STATUS UPON CONSOLE
001690             GO TO 9999-ABEND
001700         END-IF
001710     END-IF.
001730     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
001740     PERFORM 2200-PROCESS-ALERT THRU 2200-EXIT
001750         UNTIL WS-ALERT-EOF.
001760     MOVE "N" TO WS-FIRST-PASS-SW.
001790 2050-EXIT.
001800     EXIT.
001810
001820*------------------------------------------------------------------*
001830* 2100-READ-ALERT                                                  *
001840*------------------------------------------------------------------*
001850 2100-READ-ALERT.
001860     READ ALERT-FILE NEXT RECORD
001870         AT END
001880             SET WS-ALERT-EOF TO TRUE
001890     END-READ.
001900     IF NOT WS-ALERT-EOF
001910        AND NOT WS-ALERT-OK
001920         DISPLAY "ALERTDIGEST: CANNOT READ ALERT-FILE STATUS = "
001930             WS-ALERT-STATUS UPON CONSOLE
001940         GO TO 9999-ABEND
001950     END-IF.
001960 2100-EXIT.
001970     EXIT.
001980
001990*------------------------------------------------------------------*
002000* 2200-PROCESS-ALERT - LIST ONE ALERT OF THE CURRENT SEVERITY AND  *
002010*                      AGE BUCKET AND COUNT IT INTO THE GRID.      *
002020*                      CLOSED ALERTS ARE PASSED OVER (COUNTED ON   *
002030*                      THE FIRST PASS ONLY, FOR THE TOTALS).       *
002035*                      ACKNOWLEDGED ALERTS ARE COUNTED BUT NOT     *
002037*                      LISTED - SOMEONE ALREADY OWNS THEM.         *
002040*------------------------------------------------------------------*
002050 2200-PROCESS-ALERT.
002060     IF AT-STATUS-CLOSED
002070         IF WS-FIRST-PASS
002080             ADD 1 TO WS-TOTAL-CLOSED
002090         END-IF
002100         GO TO 2200-NEXT
002110     END-IF.
002120     IF AT-SEVERITY NOT = WS-SEV-CODE (WS-SEV-IX)
002130         GO TO 2200-NEXT
002140     END-IF.
002150     PERFORM 2300-COMPUTE-AGE THRU 2300-EXIT.
002155     IF WS-AGE-IX NOT = WS-AGE-PASS
002157         GO TO 2200-NEXT
002159     END-IF.
002170     IF AT-STATUS-ACKED
002180         ADD 1 TO WS-GRID-ACKED (WS-SEV-IX)
002185         ADD 1 TO WS-TOTAL-ACKED
002190         GO TO 2200-NEXT
002240     END-IF.
002241     ADD 1 TO WS-GRID-COUNT (WS-SEV-IX WS-AGE-IX).
002242     ADD 1 TO WS-GRID-OPEN (WS-SEV-IX).
002243     IF AT-SEV-SEVERE OR AT-SEV-ERROR
002244         MOVE "Y" TO WS-OWED-SW
002245     END-IF.
002250     ADD 1 TO WS-SEV-LISTED.
002260     ADD 1 TO WS-TOTAL-LISTED.
002270     MOVE WS-AGE-DAYS TO WS-RPT-AGE.
002280     MOVE AT-OCCURRENCES TO WS-RPT-OCCURS.
002290     DISPLAY "  " AT-SOURCE-PROGRAM " " AT-PROFILE-ID " "
002300         AT-ALERT-CODE " AGE " WS-RPT-AGE " SEEN " WS-RPT-OCCURS
002310         UPON CONSOLE.
002320     DISPLAY "      " AT-MESSAGE UPON CONSOLE.
002380     DISPLAY "      FIRST " AT-FIRST-SEEN-DATE " LAST "
002390         AT-LAST-SEEN-DATE UPON CONSOLE.
002410 2200-NEXT.
002420     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
002430 2200-EXIT.
002440     EXIT.
002450
002460*------------------------------------------------------------------*
002470* 2300-COMPUTE-AGE - DAYS SINCE THE ALERT WAS FIRST SEEN, AND THE  *
002480*                    AGE BUCKET IT FALLS IN.  A FIRST-SEEN STAMP   *
002490*                    THAT IS NOT A DATE COUNTS AS AGE ZERO.        *
002500*------------------------------------------------------------------*
002510 2300-COMPUTE-AGE.
002520     MOVE ZERO TO WS-AGE-DAYS.
002530     IF AT-FIRST-SEEN-DATE NUMERIC
002540        AND AT-FIRST-SEEN-DATE > 16010100
002550        AND AT-FIRST-SEEN-DATE NOT > WS-TODAY
002560         COMPUTE WS-FIRST-INT =
002570             FUNCTION INTEGER-OF-DATE(AT-FIRST-SEEN-DATE)
002580         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FIRST-INT
002590     END-IF.
002600     MOVE 1 TO WS-AGE-IX.
002610     PERFORM 2310-STEP-AGE-BUCKET THRU 2310-EXIT
002620         UNTIL WS-AGE-IX = 4
002630            OR WS-AGE-DAYS NOT > WS-AGE-LIMIT (WS-AGE-IX).
002640 2300-EXIT.
002650     EXIT.
002660
002670 2310-STEP-AGE-BUCKET.
002680     ADD 1 TO WS-AGE-IX.
002690 2310-EXIT.
002700     EXIT.
002710
002720*------------------------------------------------------------------*
002730* 3000-PRINT-AGE-GRID - ONE LINE PER SEVERITY: HOW MANY ALERTS     *
002740*                       STILL NEED ATTENTION IN EACH AGE BUCKET,   *
002750*                       THEIR TOTAL, AND HOW MANY MORE ARE         *
002755*                       ACKNOWLEDGED BUT NOT YET CLOSED            *
002760*------------------------------------------------------------------*
002770 3000-PRINT-AGE-GRID.
002780     DISPLAY " " UPON CONSOLE.
002790     DISPLAY "UNACKNOWLEDGED ALERTS BY SEVERITY AND AGE IN DAYS"
002800         UPON CONSOLE.
002810     DISPLAY "  SEVERITY          0-1     2-7    8-30     >30"
002820         "    OPEN   ACKED" UPON CONSOLE.
002830     PERFORM 3100-PRINT-GRID-ROW THRU 3100-EXIT
002840         VARYING WS-SEV-IX FROM 1 BY 1
002850         UNTIL WS-SEV-IX > 4.
002860 3000-EXIT.
002870     EXIT.
002880
002890 3100-PRINT-GRID-ROW.
002900     MOVE SPACES TO WS-RPT-GRID-LINE.
002910     MOVE WS-SEV-NAME (WS-SEV-IX) TO WS-RPT-SEV-NAME.
002920     PERFORM 3110-MOVE-GRID-CELL THRU 3110-EXIT
002930         VARYING WS-AGE-IX FROM 1 BY 1
002940         UNTIL WS-AGE-IX > 4.
002950     MOVE WS-GRID-OPEN (WS-SEV-IX) TO WS-RPT-OPEN-CELL.
002960     MOVE WS-GRID-ACKED (WS-SEV-IX) TO WS-RPT-ACKED-CELL.
002970     DISPLAY "  " WS-RPT-GRID-LINE UPON CONSOLE.
002980 3100-EXIT.
002990     EXIT.
003000
003010 3110-MOVE-GRID-CELL.
003020     MOVE WS-GRID-COUNT (WS-SEV-IX WS-AGE-IX)
003030         TO WS-RPT-CELL (WS-AGE-IX).
003040 3110-EXIT.
003050     EXIT.
003060
003070*------------------------------------------------------------------*
003080* 9000-TERMINATE - CLOSE THE ALERT FILE AND PRINT THE TOTALS       *
003090*------------------------------------------------------------------*
003100 9000-TERMINATE.
003110     IF WS-ALERT-PRESENT
003120         CLOSE ALERT-FILE
003130     END-IF.
003140     DISPLAY " " UPON CONSOLE.
003150     MOVE WS-TOTAL-LISTED TO WS-RPT-COUNT.
003160     DISPLAY "  ALERTS LISTED      = " WS-RPT-COUNT UPON CONSOLE.
003165     MOVE WS-TOTAL-ACKED TO WS-RPT-COUNT.
003167     DISPLAY "  ALERTS ACKED       = " WS-RPT-COUNT UPON CONSOLE.
003170     MOVE WS-TOTAL-CLOSED TO WS-RPT-COUNT.
003180     DISPLAY "  ALERTS CLOSED      = " WS-RPT-COUNT UPON CONSOLE.
003190     IF WS-ALERT-OWED
003200         DISPLAY "  SEVERE OR ERROR ALERTS ARE OPEN AND NOT YET "
003210             "ACKNOWLEDGED - SEE ALERTACK." UPON CONSOLE
003220     END-IF.
003230 9000-EXIT.
003240     EXIT.
003250
003260*------------------------------------------------------------------*
003270* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE        *
003280*------------------------------------------------------------------*
003290 9999-ABEND.
003300     MOVE 16 TO RETURN-CODE.
003310     STOP RUN.
