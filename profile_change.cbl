000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ProfileChange.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - APPLIES KEYED CHANGES TO   *
000120*                  PROFILE-MASTER.DAT FROM CHANGE CARDS          *
000130*                  (PROFILE-CHANGE.DAT: PROFILE-ID, FIELD NAME,  *
000140*                  NEW VALUE, REQUESTER, REASON) INSTEAD OF A    *
000150*                  HAND EDIT OF PROFILE-SEED.DAT AND A FULL      *
000160*                  LOADPROFILES REBUILD.  EACH CHANGE IS MADE TO *
000170*                  THE PROFILE'S SEED LINE IN WORKING STORAGE    *
000180*                  AND PUT THROUGH THE SAME EDITS LOADPROFILES   *
000190*                  APPLIES; ONLY THEN IS THE SEED LINE REWRITTEN *
000200*                  (THROUGH THE KEEP WORK FILE SHARED WITH       *
000210*                  ONBOARDPROFILE, WITH THE SAME DIED-PARTWAY    *
000220*                  GUARD), THE MASTER RECORD REWRITTEN BY KEY    *
000230*                  WITH THE LOADER'S DEFAULT FOR A BLANK VALUE,  *
000240*                  AND THE BEFORE AND AFTER IMAGES APPENDED TO   *
000250*                  THE PERMANENT PROFILE-JOURNAL.DAT (SEE        *
000260*                  PROFJRNL COPYBOOK).  A CARD THAT FAILS AN     *
000270*                  EDIT IS REPORTED AND ENDS THE RUN WITH        *
000280*                  RETURN-CODE 8.  CARDS ARE CONSUMED AT         *
000290*                  SUCCESSFUL END OF JOB.                        *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CHANGE-REQUEST-FILE
000380         ASSIGN TO "data/PROFILE-CHANGE.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REQUEST-STATUS.
000410
000420     SELECT PROFILE-MASTER ASSIGN TO "data/PROFILE-MASTER.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS PM-PROFILE-ID
000460         FILE STATUS IS WS-PROFILE-STATUS.
000470
000480     SELECT PROFILE-SEED-FILE ASSIGN TO "data/PROFILE-SEED.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SEED-STATUS.
000510
000520     SELECT SEED-KEEP-FILE
000530         ASSIGN TO "data/PROFILE-SEED-KEEP.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-KEEP-STATUS.
000560
000570     SELECT JOURNAL-FILE ASSIGN TO "data/PROFILE-JOURNAL.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-JOURNAL-STATUS.
000600
000610     SELECT JOBLOG-FILE ASSIGN TO "data/JOBLOG.TXT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-JOBLOG-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CHANGE-REQUEST-FILE.
000680 01  CHANGE-REQUEST-RECORD.
000690     05  PX-PROFILE-ID           PIC X(10).
000700     05  FILLER                  PIC X(01).
000710     05  PX-FIELD-NAME           PIC X(16).
000720     05  FILLER                  PIC X(01).
000730     05  PX-NEW-VALUE            PIC X(40).
000740     05  FILLER                  PIC X(01).
000750     05  PX-REQUESTER            PIC X(10).
000760     05  FILLER                  PIC X(01).
000770     05  PX-REASON               PIC X(40).
000780
000790 FD  PROFILE-MASTER.
000800     COPY PROFILE.
000810
000820 FD  PROFILE-SEED-FILE.
000830 01  PROFILE-SEED-RECORD.
000840     05  SD-PROFILE-ID           PIC X(10).
000850     05  SD-TEMPLATE-PATH        PIC X(40).
000860     05  SD-OUTPUT-PATH          PIC X(40).
000870     05  FILLER                  PIC X(179).
000880
000890 FD  SEED-KEEP-FILE.
000900 01  SEED-KEEP-RECORD            PIC X(269).
000910
000920 FD  JOURNAL-FILE.
000930     COPY PROFJRNL.
000940
000950 FD  JOBLOG-FILE.
000960     COPY JOBLOG.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-REQUEST-SW           PIC X(01) VALUE "N".
001010         88  WS-REQUEST-EOF              VALUE "Y".
001020     05  WS-SEED-SW              PIC X(01) VALUE "N".
001030         88  WS-SEED-EOF                 VALUE "Y".
001040     05  WS-KEEP-SW              PIC X(01) VALUE "N".
001050         88  WS-KEEP-EOF                 VALUE "Y".
001060     05  WS-MASTER-PRESENT-SW    PIC X(01) VALUE "Y".
001070         88  WS-MASTER-PRESENT           VALUE "Y".
001080     05  WS-SEED-FOUND-SW        PIC X(01) VALUE "N".
001090         88  WS-SEED-LINE-FOUND          VALUE "Y".
001100     05  WS-DUP-OUT-SW           PIC X(01) VALUE "N".
001110         88  WS-DUP-OUTPUT               VALUE "Y".
001120     05  WS-FIELD-FOUND-SW       PIC X(01) VALUE "N".
001130         88  WS-FIELD-FOUND              VALUE "Y".
001140     05  WS-CARD-FAILED-SW       PIC X(01) VALUE "N".
001150         88  WS-CARD-FAILED              VALUE "Y".
001160     05  WS-ANY-FAILED-SW        PIC X(01) VALUE "N".
001170         88  WS-ANY-FAILED               VALUE "Y".
001180
001190 01  WS-FILE-STATUSES.
001200     05  WS-REQUEST-STATUS       PIC X(02) VALUE "00".
001210         88  WS-REQUEST-OK               VALUE "00".
001220         88  WS-REQUEST-NOT-FOUND        VALUE "35".
001230     05  WS-PROFILE-STATUS       PIC X(02) VALUE "00".
001240         88  WS-PROFILE-OK               VALUE "00".
001250         88  WS-PROFILE-NOTFND           VALUE "23".
001260         88  WS-PROFILE-NOT-FOUND        VALUE "35".
001270     05  WS-SEED-STATUS          PIC X(02) VALUE "00".
001280         88  WS-SEED-OK                  VALUE "00".
001290         88  WS-SEED-NOT-FOUND           VALUE "35".
001300     05  WS-KEEP-STATUS          PIC X(02) VALUE "00".
001310         88  WS-KEEP-OK                  VALUE "00".
001320     05  WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
001330         88  WS-JOURNAL-OK               VALUE "00".
001340     05  WS-JOBLOG-STATUS        PIC X(02) VALUE "00".
001350         88  WS-JOBLOG-OK                VALUE "00".
001360
001370 01  WS-CHANGE-COUNTERS.
001380     05  WS-KEEP-REC-COUNT       PIC 9(07) COMP VALUE ZERO.
001390     05  WS-LIVE-REC-COUNT       PIC 9(07) COMP VALUE ZERO.
001400     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001410     05  WS-CHANGES-APPLIED      PIC 9(05) COMP VALUE ZERO.
001420     05  WS-CARDS-UNCHANGED      PIC 9(05) COMP VALUE ZERO.
001430     05  WS-CARDS-FAILED         PIC 9(05) COMP VALUE ZERO.
001440     05  WS-RPT-COUNT            PIC ZZZZ9.
001450
001460*    THE PROFILE-MASTER FIELDS A CHANGE CARD MAY NAME, WITH THEIR
001470*    POSITION AND WIDTH.  PROFILE-SEED.DAT AND THE MASTER RECORD
001480*    LAY THE FIELDS OUT BYTE FOR BYTE THE SAME, SO ONE OFFSET
001490*    SERVES BOTH.  THE PROFILE-ID ITSELF IS THE KEY AND CANNOT BE
001500*    CHANGED HERE.
001510 01  WS-FIELD-VALUES.
001520     05  FILLER                  PIC X(16) VALUE "TEMPLATE-PATH".
001530     05  FILLER                  PIC 9(03) VALUE 011.
001540     05  FILLER                  PIC 9(02) VALUE 40.
001550     05  FILLER                  PIC X(16) VALUE "OUTPUT-PATH".
001560     05  FILLER                  PIC 9(03) VALUE 051.
001570     05  FILLER                  PIC 9(02) VALUE 40.
001580     05  FILLER                  PIC X(16) VALUE "ANNOUNCE-PATH".
001590     05  FILLER                  PIC 9(03) VALUE 091.
001600     05  FILLER                  PIC 9(02) VALUE 40.
001610     05  FILLER                  PIC X(16) VALUE "HTML-PATH".
001620     05  FILLER                  PIC 9(03) VALUE 131.
001630     05  FILLER                  PIC 9(02) VALUE 40.
001640     05  FILLER                  PIC X(16) VALUE "STATUS".
001650     05  FILLER                  PIC 9(03) VALUE 171.
001660     05  FILLER                  PIC 9(02) VALUE 08.
001670     05  FILLER                  PIC X(16) VALUE "EFF-FROM-DATE".
001680     05  FILLER                  PIC 9(03) VALUE 179.
001690     05  FILLER                  PIC 9(02) VALUE 08.
001700     05  FILLER                  PIC X(16) VALUE "EFF-TO-DATE".
001710     05  FILLER                  PIC 9(03) VALUE 187.
001720     05  FILLER                  PIC 9(02) VALUE 08.
001730     05  FILLER                  PIC X(16) VALUE "DISPLAY-NAME".
001740     05  FILLER                  PIC 9(03) VALUE 195.
001750     05  FILLER                  PIC 9(02) VALUE 30.
001760     05  FILLER                  PIC X(16) VALUE "REFRESH-FREQ".
001770     05  FILLER                  PIC 9(03) VALUE 225.
001780     05  FILLER                  PIC 9(02) VALUE 01.
001790     05  FILLER                  PIC X(16) VALUE "REFRESH-DAY".
001800     05  FILLER                  PIC 9(03) VALUE 226.
001810     05  FILLER                  PIC 9(02) VALUE 02.
001820     05  FILLER                  PIC X(16) VALUE "RUN-GROUP".
001830     05  FILLER                  PIC 9(03) VALUE 228.
001840     05  FILLER                  PIC 9(02) VALUE 02.
001850     05  FILLER                  PIC X(16) VALUE "FEED-PATH".
001860     05  FILLER                  PIC 9(03) VALUE 230.
001870     05  FILLER                  PIC 9(02) VALUE 40.
001880 01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
001890     05  WS-FIELD-ENTRY          OCCURS 12 TIMES.
001900         10  WS-FIELD-NAME       PIC X(16).
001910         10  WS-FIELD-OFFSET     PIC 9(03).
001920         10  WS-FIELD-LENGTH     PIC 9(02).
001930
001940 01  WS-CHANGE-FIELDS.
001950     05  WS-FIELD-IX             PIC 9(03) COMP VALUE ZERO.
001960     05  WS-FIELD-POS            PIC 9(03) COMP VALUE ZERO.
001970     05  WS-FIELD-LEN            PIC 9(03) COMP VALUE ZERO.
001980     05  WS-EDIT-REASON          PIC X(08) VALUE SPACES.
001990     05  WS-DUP-OUT-ID           PIC X(10) VALUE SPACES.
002000     05  WS-CHANGE-DATE          PIC 9(08) VALUE ZERO.
002010     05  WS-CHANGE-TIME          PIC 9(08) VALUE ZERO.
002020     05  WS-BEFORE-IMAGE         PIC X(269) VALUE SPACES.
002030     05  WS-OLD-VALUE            PIC X(40) VALUE SPACES.
002040     05  WS-NEW-VALUE            PIC X(40) VALUE SPACES.
002050
002060*    THE PROFILE'S PROFILE-SEED.DAT LINE WITH THE CHANGE APPLIED -
002070*    FIELD FOR FIELD THE LAYOUT LOADPROFILES READS (SEE ITS
002080*    PROFILE-SEED-RECORD), SO IT CAN BE PUT THROUGH THE SAME EDITS
002090*    BEFORE EITHER FILE IS TOUCHED.
002100 01  WS-CHANGED-SEED-LINE.
002110     05  CS-PROFILE-ID           PIC X(10).
002120     05  CS-TEMPLATE-PATH        PIC X(40).
002130     05  CS-OUTPUT-PATH          PIC X(40).
002140     05  CS-ANNOUNCE-PATH        PIC X(40).
002150     05  CS-HTML-PATH            PIC X(40).
002160     05  CS-STATUS               PIC X(08).
002170     05  CS-EFF-FROM-DATE        PIC 9(08).
002180     05  CS-EFF-FROM-X REDEFINES CS-EFF-FROM-DATE
002190                                PIC X(08).
002200     05  CS-EFF-TO-DATE          PIC 9(08).
002210     05  CS-EFF-TO-X REDEFINES CS-EFF-TO-DATE
002220                                PIC X(08).
002230     05  CS-DISPLAY-NAME         PIC X(30).
002240     05  CS-REFRESH-FREQ         PIC X(01).
002250     05  CS-REFRESH-DAY          PIC 9(02).
002260     05  CS-REFRESH-DAY-X REDEFINES CS-REFRESH-DAY
002270                                PIC X(02).
002280     05  CS-RUN-GROUP            PIC X(02).
002290     05  CS-FEED-PATH            PIC X(40).
002300
002310 01  WS-ERROR-CHECK.
002320     05  WS-CHECK-FILE-NAME      PIC X(20).
002330     05  WS-CHECK-STATUS-CODE    PIC X(02).
002340
002350 PROCEDURE DIVISION.
002360*------------------------------------------------------------------*
002370* 0000-MAINLINE                                                    *
002380*------------------------------------------------------------------*
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
002420         UNTIL WS-REQUEST-EOF.
002430     PERFORM 8000-CONSUME-REQUESTS THRU 8000-EXIT.
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002450     IF WS-ANY-FAILED
002460         MOVE 8 TO RETURN-CODE
002470     END-IF.
002480     STOP RUN.
002490
002500*------------------------------------------------------------------*
002510* 1000-INITIALIZE - OPEN THE JOB LOG, THE CHANGE CARDS, THE MASTER *
002520*                   FOR UPDATE AND THE JOURNAL FOR APPEND.  A      *
002530*                   MISSING MASTER FAILS EVERY CARD - THERE IS     *
002540*                   NOTHING TO CHANGE UNTIL LOADPROFILES HAS RUN.  *
002550*------------------------------------------------------------------*
002560 1000-INITIALIZE.
002570     OPEN EXTEND JOBLOG-FILE.
002580     IF WS-JOBLOG-STATUS = "35"
002590         OPEN OUTPUT JOBLOG-FILE
002600     END-IF.
002610     IF NOT WS-JOBLOG-OK
002620         DISPLAY "PROFILECHANGE: CANNOT OPEN JOBLOG STATUS = "
002630             WS-JOBLOG-STATUS UPON CONSOLE
002640         GO TO 9999-ABEND
002650     END-IF.
002660     DISPLAY "PROFILECHANGE: PROFILE-MASTER CHANGE RUN"
002670         UPON CONSOLE.
002680     PERFORM 1020-CHECK-KEEP-FILE THRU 1020-EXIT.
002690     OPEN INPUT CHANGE-REQUEST-FILE.
002700     IF WS-REQUEST-NOT-FOUND
002710         DISPLAY "  NO PROFILE-CHANGE.DAT FOUND - NOTHING TO "
002720             "CHANGE." UPON CONSOLE
002730         SET WS-REQUEST-EOF TO TRUE
002740         MOVE "Y" TO WS-ANY-FAILED-SW
002750         GO TO 1000-EXIT
002760     END-IF.
002770     MOVE "CHANGE-REQUEST" TO WS-CHECK-FILE-NAME.
002780     MOVE WS-REQUEST-STATUS TO WS-CHECK-STATUS-CODE.
002790     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002800     OPEN I-O PROFILE-MASTER.
002810     IF WS-PROFILE-NOT-FOUND
002820         MOVE "N" TO WS-MASTER-PRESENT-SW
002830     ELSE
002840         MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME
002850         MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE
002860         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
002870     END-IF.
002880     OPEN EXTEND JOURNAL-FILE.
002890     IF WS-JOURNAL-STATUS = "35"
002900         OPEN OUTPUT JOURNAL-FILE
002910     END-IF.
002920     MOVE "PROFILE-JOURNAL" TO WS-CHECK-FILE-NAME.
002930     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
002940     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
002950     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980
002990*------------------------------------------------------------------*
003000* 1020-CHECK-KEEP-FILE - A NON-EMPTY KEEP FILE MEANS A PRIOR RUN   *
003010*                        (OF THIS JOB OR OF ONBOARDPROFILE, WHICH  *
003020*                        SHARES THE KEEP FILE) DIED PARTWAY.       *
003030*                        FEWER LIVE SEED RECORDS THAN KEEP RECORDS *
003040*                        MEANS THE COPY-BACK WAS INTERRUPTED -     *
003050*                        RESTORE FROM KEEP.  OTHERWISE THE REWRITE *
003060*                        PASS WAS INTERRUPTED AND PROFILE-SEED.DAT *
003070*                        IS INTACT - EMPTY THE KEEP FILE AND       *
003080*                        RERUN.  EITHER WAY FAIL FAST SO A RERUN   *
003090*                        CANNOT TRUNCATE THE ONLY GOOD COPY.       *
003100*------------------------------------------------------------------*
003110 1020-CHECK-KEEP-FILE.
003120     OPEN INPUT SEED-KEEP-FILE.
003130     IF WS-KEEP-STATUS = "35"
003140         GO TO 1020-EXIT
003150     END-IF.
003160     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
003170     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
003180     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003190     MOVE ZERO TO WS-KEEP-REC-COUNT.
003200     MOVE "N" TO WS-KEEP-SW.
003210     PERFORM 1030-COUNT-KEEP-RECORD THRU 1030-EXIT
003220         UNTIL WS-KEEP-EOF.
003230     CLOSE SEED-KEEP-FILE.
003240     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
003250     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
003260     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
003270     MOVE "N" TO WS-KEEP-SW.
003280     IF WS-KEEP-REC-COUNT = ZERO
003290         GO TO 1020-EXIT
003300     END-IF.
003310     MOVE ZERO TO WS-LIVE-REC-COUNT.
003320     MOVE "N" TO WS-SEED-SW.
003330     OPEN INPUT PROFILE-SEED-FILE.
003340     IF NOT WS-SEED-NOT-FOUND
003350         MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME
003360         MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE
003370         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
003380         PERFORM 1040-COUNT-LIVE-RECORD THRU 1040-EXIT
003390             UNTIL WS-SEED-EOF
003400         CLOSE PROFILE-SEED-FILE
003410         MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME
003420         MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE
003430         PERFORM 9700-CHECK-STATUS THRU 9700-EXIT
003440     END-IF.
003450     MOVE "N" TO WS-SEED-SW.
003460     IF WS-LIVE-REC-COUNT < WS-KEEP-REC-COUNT
003470         DISPLAY "PROFILECHANGE: A PRIOR RUN DIED REWRITING "
003480             "PROFILE-SEED.DAT - THE KEEP FILE HOLDS THE "
003490             "COMPLETE COPY.  RESTORE PROFILE-SEED.DAT FROM "
003500             "PROFILE-SEED-KEEP.DAT BEFORE RERUNNING."
003510             UPON CONSOLE
003520     ELSE
003530         DISPLAY "PROFILECHANGE: A PRIOR RUN DIED DURING THE "
003540             "REWRITE PASS - PROFILE-SEED.DAT IS INTACT AND THE "
003550             "KEEP FILE IS PARTIAL.  EMPTY PROFILE-SEED-KEEP.DAT "
003560             "AND RERUN.  DO NOT RESTORE FROM IT." UPON CONSOLE
003570     END-IF.
003580     GO TO 9999-ABEND.
003590 1020-EXIT.
003600     EXIT.
003610
003620*------------------------------------------------------------------*
003630* 1030-COUNT-KEEP-RECORD - COUNT ONE LEFTOVER KEEP RECORD          *
003640*------------------------------------------------------------------*
003650 1030-COUNT-KEEP-RECORD.
003660     READ SEED-KEEP-FILE
003670         AT END
003680             SET WS-KEEP-EOF TO TRUE
003690         NOT AT END
003700             ADD 1 TO WS-KEEP-REC-COUNT
003710     END-READ.
003720 1030-EXIT.
003730     EXIT.
003740
003750*------------------------------------------------------------------*
003760* 1040-COUNT-LIVE-RECORD - COUNT ONE LIVE SEED RECORD              *
003770*------------------------------------------------------------------*
003780 1040-COUNT-LIVE-RECORD.
003790     READ PROFILE-SEED-FILE
003800         AT END
003810             SET WS-SEED-EOF TO TRUE
003820         NOT AT END
003830             ADD 1 TO WS-LIVE-REC-COUNT
003840     END-READ.
003850 1040-EXIT.
003860     EXIT.
003870
003880*------------------------------------------------------------------*
003890* 1100-READ-REQUEST - READ THE NEXT CHANGE CARD                    *
003900*------------------------------------------------------------------*
003910 1100-READ-REQUEST.
003920     READ CHANGE-REQUEST-FILE
003930         AT END
003940             SET WS-REQUEST-EOF TO TRUE
003950     END-READ.
003960 1100-EXIT.
003970     EXIT.
003980
003990*------------------------------------------------------------------*
004000* 2000-PROCESS-CHANGE - APPLY ONE CHANGE CARD, THEN READ THE NEXT. *
004010*                       THE CARD IS EDITED, THE SEED LINE IS       *
004020*                       CHANGED AND RE-EDITED IN WORKING STORAGE,  *
004030*                       AND ONLY THEN ARE PROFILE-SEED.DAT, THE    *
004040*                       MASTER AND THE JOURNAL UPDATED - IN THAT   *
004050*                       ORDER, SO A RUN THAT DIES BETWEEN THEM     *
004060*                       LEAVES THE SEED AHEAD OF THE MASTER AND    *
004070*                       THE NEXT REBUILD STILL CARRIES THE CHANGE. *
004080*------------------------------------------------------------------*
004090 2000-PROCESS-CHANGE.
004100     IF PX-PROFILE-ID = SPACES
004110         GO TO 2000-NEXT
004120     END-IF.
004130     ADD 1 TO WS-CARDS-READ.
004140     MOVE "N" TO WS-CARD-FAILED-SW.
004150     PERFORM 3000-EDIT-CHANGE-CARD THRU 3000-EXIT.
004160     IF WS-CARD-FAILED
004170         GO TO 2000-NEXT
004180     END-IF.
004190     PERFORM 4000-FIND-SEED-LINE THRU 4000-EXIT.
004200     IF WS-CARD-FAILED
004210         GO TO 2000-NEXT
004220     END-IF.
004230     MOVE PX-NEW-VALUE (1:WS-FIELD-LEN)
004240         TO WS-CHANGED-SEED-LINE (WS-FIELD-POS:WS-FIELD-LEN).
004250     PERFORM 4500-EDIT-SEED-LINE THRU 4500-EXIT.
004260     IF WS-CARD-FAILED
004270         GO TO 2000-NEXT
004280     END-IF.
004290     MOVE PROFILE-RECORD TO WS-BEFORE-IMAGE.
004300     PERFORM 4700-LOAD-CHANGED-FIELD THRU 4700-EXIT.
004310     IF PROFILE-RECORD = WS-BEFORE-IMAGE
004320         ADD 1 TO WS-CARDS-UNCHANGED
004330         DISPLAY "  " PX-PROFILE-ID " " PX-FIELD-NAME
004340             " ALREADY SET - NO CHANGE MADE" UPON CONSOLE
004350         GO TO 2000-NEXT
004360     END-IF.
004370     PERFORM 5000-REWRITE-SEED THRU 5000-EXIT.
004380     PERFORM 6000-REWRITE-MASTER THRU 6000-EXIT.
004390     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
004400     ADD 1 TO WS-CHANGES-APPLIED.
004410     DISPLAY "  " PX-PROFILE-ID " " PX-FIELD-NAME " CHANGED BY "
004420         PX-REQUESTER UPON CONSOLE.
004430     DISPLAY "      WAS " WS-OLD-VALUE UPON CONSOLE.
004440     DISPLAY "      NOW " WS-NEW-VALUE UPON CONSOLE.
004450 2000-NEXT.
004460     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
004470 2000-EXIT.
004480     EXIT.
004490
004500*------------------------------------------------------------------*
004510* 3000-EDIT-CHANGE-CARD - THE CARD MUST SAY WHO AND WHY, NAME A    *
004520*                         CHANGEABLE FIELD, CARRY A VALUE THAT     *
004530*                         FITS IT, AND NAME A PROFILE ON THE       *
004540*                         MASTER.  THE MASTER RECORD IS LEFT IN    *
004550*                         THE RECORD AREA FOR THE REWRITE.         *
004560*------------------------------------------------------------------*
004570 3000-EDIT-CHANGE-CARD.
004580     IF PX-REQUESTER = SPACES OR PX-REASON = SPACES
004590         DISPLAY "  " PX-PROFILE-ID " NO REQUESTER OR REASON ON "
004600             "THE CARD - CARD PASSED OVER" UPON CONSOLE
004610         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
004620         GO TO 3000-EXIT
004630     END-IF.
004640     PERFORM 3100-FIND-FIELD THRU 3100-EXIT.
004650     IF NOT WS-FIELD-FOUND
004660         DISPLAY "  " PX-PROFILE-ID " FIELD " PX-FIELD-NAME
004670             " CANNOT BE CHANGED - CARD PASSED OVER" UPON CONSOLE
004680         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
004690         GO TO 3000-EXIT
004700     END-IF.
004710     MOVE WS-FIELD-OFFSET (WS-FIELD-IX) TO WS-FIELD-POS.
004720     MOVE WS-FIELD-LENGTH (WS-FIELD-IX) TO WS-FIELD-LEN.
004730     IF WS-FIELD-LEN < 40
004740        AND PX-NEW-VALUE (WS-FIELD-LEN + 1:) NOT = SPACES
004750         DISPLAY "  " PX-PROFILE-ID " VALUE TOO LONG FOR "
004760             PX-FIELD-NAME " - CARD PASSED OVER" UPON CONSOLE
004770         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
004780         GO TO 3000-EXIT
004790     END-IF.
004800     IF NOT WS-MASTER-PRESENT
004810         DISPLAY "  " PX-PROFILE-ID " NO PROFILE-MASTER - RUN "
004820             "LOADPROFILES FIRST - CARD PASSED OVER" UPON CONSOLE
004830         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
004840         GO TO 3000-EXIT
004850     END-IF.
004860     MOVE PX-PROFILE-ID TO PM-PROFILE-ID.
004870     READ PROFILE-MASTER.
004880     IF WS-PROFILE-NOTFND
004890         DISPLAY "  " PX-PROFILE-ID " NOT ON PROFILE-MASTER - "
004900             "CARD PASSED OVER" UPON CONSOLE
004910         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
004920         GO TO 3000-EXIT
004930     END-IF.
004940     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
004950     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
004960     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
004970 3000-EXIT.
004980     EXIT.
004990
005000*------------------------------------------------------------------*
005010* 3100-FIND-FIELD - LOOK THE CARD'S FIELD NAME UP IN THE TABLE     *
005020*------------------------------------------------------------------*
005030 3100-FIND-FIELD.
005040     MOVE "N" TO WS-FIELD-FOUND-SW.
005050     MOVE 1 TO WS-FIELD-IX.
005060     PERFORM 3110-MATCH-ONE-FIELD THRU 3110-EXIT
005070         UNTIL WS-FIELD-FOUND OR WS-FIELD-IX > 12.
005080 3100-EXIT.
005090     EXIT.
005100
005110 3110-MATCH-ONE-FIELD.
005120     IF WS-FIELD-NAME (WS-FIELD-IX) = PX-FIELD-NAME
005130         MOVE "Y" TO WS-FIELD-FOUND-SW
005140     ELSE
005150         ADD 1 TO WS-FIELD-IX
005160     END-IF.
005170 3110-EXIT.
005180     EXIT.
005190
005200*------------------------------------------------------------------*
005210* 4000-FIND-SEED-LINE - READ-ONLY PASS OF PROFILE-SEED.DAT.  TAKE  *
005220*                       A COPY OF THE PROFILE'S LINE AND, FOR AN   *
005230*                       OUTPUT-PATH CHANGE, MAKE LOADPROFILES'     *
005240*                       DUPLICATE-OUTPUT EDIT AGAINST EVERY OTHER  *
005250*                       LINE.  A PROFILE ON THE MASTER BUT NOT IN  *
005260*                       THE SEED WOULD VANISH ON THE NEXT REBUILD, *
005270*                       SO THE CARD IS FAILED RATHER THAN APPLIED  *
005280*                       TO THE MASTER ALONE.                       *
005290*------------------------------------------------------------------*
005300 4000-FIND-SEED-LINE.
005310     MOVE "N" TO WS-SEED-SW.
005320     MOVE "N" TO WS-SEED-FOUND-SW.
005330     MOVE "N" TO WS-DUP-OUT-SW.
005340     OPEN INPUT PROFILE-SEED-FILE.
005350     IF WS-SEED-NOT-FOUND
005360         DISPLAY "  " PX-PROFILE-ID " NO PROFILE-SEED.DAT - CARD "
005370             "PASSED OVER" UPON CONSOLE
005380         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
005390         GO TO 4000-EXIT
005400     END-IF.
005410     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
005420     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
005430     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005440     PERFORM 4100-READ-SEED THRU 4100-EXIT.
005450     PERFORM 4200-CHECK-SEED-RECORD THRU 4200-EXIT
005460         UNTIL WS-SEED-EOF.
005470     CLOSE PROFILE-SEED-FILE.
005480     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
005490     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
005500     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005510     IF NOT WS-SEED-LINE-FOUND
005520         DISPLAY "  " PX-PROFILE-ID " NOT IN PROFILE-SEED.DAT - "
005530             "CARD PASSED OVER" UPON CONSOLE
005540         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
005550         GO TO 4000-EXIT
005560     END-IF.
005570     IF WS-DUP-OUTPUT
005580         DISPLAY "  " PX-PROFILE-ID " OUTPUT PATH ALREADY USED "
005590             "BY " WS-DUP-OUT-ID " (DUP-OUT) - CARD PASSED OVER"
005600             UPON CONSOLE
005610         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
005620     END-IF.
005630 4000-EXIT.
005640     EXIT.
005650
005660*------------------------------------------------------------------*
005670* 4100-READ-SEED - READ THE NEXT LIVE SEED RECORD                  *
005680*------------------------------------------------------------------*
005690 4100-READ-SEED.
005700     READ PROFILE-SEED-FILE
005710         AT END
005720             SET WS-SEED-EOF TO TRUE
005730     END-READ.
005740 4100-EXIT.
005750     EXIT.
005760
005770 4200-CHECK-SEED-RECORD.
005780     IF SD-PROFILE-ID = PX-PROFILE-ID
005790         MOVE PROFILE-SEED-RECORD TO WS-CHANGED-SEED-LINE
005800         MOVE "Y" TO WS-SEED-FOUND-SW
005810     ELSE
005820         IF PX-FIELD-NAME = "OUTPUT-PATH"
005830            AND SD-OUTPUT-PATH = PX-NEW-VALUE
005840             MOVE SD-PROFILE-ID TO WS-DUP-OUT-ID
005850             MOVE "Y" TO WS-DUP-OUT-SW
005860         END-IF
005870     END-IF.
005880     PERFORM 4100-READ-SEED THRU 4100-EXIT.
005890 4200-EXIT.
005900     EXIT.
005910
005920*------------------------------------------------------------------*
005930* 4500-EDIT-SEED-LINE - THE FIELD EDITS LOADPROFILES' 3000-EDIT-   *
005940*                       SEED-RECORD APPLIES, RUN OVER THE CHANGED  *
005950*                       LINE.  THE FIRST EDIT THAT FAILS SETS THE  *
005960*                       SAME REASON CODE THE LOADER WOULD REJECT   *
005970*                       THE LINE WITH ON THE NEXT REBUILD.         *
005980*------------------------------------------------------------------*
005990 4500-EDIT-SEED-LINE.
006000     MOVE SPACES TO WS-EDIT-REASON.
006010     IF CS-TEMPLATE-PATH = SPACES
006020         MOVE "NO-TMPL" TO WS-EDIT-REASON
006030     END-IF.
006040     IF WS-EDIT-REASON = SPACES AND CS-OUTPUT-PATH = SPACES
006050         MOVE "NO-OUT" TO WS-EDIT-REASON
006060     END-IF.
006070     IF WS-EDIT-REASON = SPACES AND CS-ANNOUNCE-PATH = SPACES
006080         MOVE "NO-ANNC" TO WS-EDIT-REASON
006090     END-IF.
006100     IF WS-EDIT-REASON = SPACES AND CS-HTML-PATH = SPACES
006110         MOVE "NO-HTML" TO WS-EDIT-REASON
006120     END-IF.
006130     IF WS-EDIT-REASON = SPACES
006140        AND CS-STATUS NOT = SPACES
006150        AND CS-STATUS NOT = "ACTIVE"
006160        AND CS-STATUS NOT = "HOLD"
006170        AND CS-STATUS NOT = "RETIRED"
006180         MOVE "BAD-STAT" TO WS-EDIT-REASON
006190     END-IF.
006200     IF WS-EDIT-REASON = SPACES
006210        AND CS-EFF-FROM-X NOT = SPACES
006220        AND CS-EFF-FROM-DATE NOT NUMERIC
006230         MOVE "BAD-DATE" TO WS-EDIT-REASON
006240     END-IF.
006250     IF WS-EDIT-REASON = SPACES
006260        AND CS-EFF-TO-X NOT = SPACES
006270        AND CS-EFF-TO-DATE NOT NUMERIC
006280         MOVE "BAD-DATE" TO WS-EDIT-REASON
006290     END-IF.
006300     IF WS-EDIT-REASON = SPACES
006310        AND CS-EFF-FROM-X NOT = SPACES
006320        AND CS-EFF-TO-X NOT = SPACES
006330        AND CS-EFF-TO-DATE NOT = ZERO
006340        AND CS-EFF-TO-DATE < CS-EFF-FROM-DATE
006350         MOVE "BAD-DATE" TO WS-EDIT-REASON
006360     END-IF.
006370     IF WS-EDIT-REASON = SPACES
006380        AND CS-REFRESH-FREQ NOT = SPACES
006390        AND CS-REFRESH-FREQ NOT = "D"
006400        AND CS-REFRESH-FREQ NOT = "W"
006410        AND CS-REFRESH-FREQ NOT = "M"
006420         MOVE "BAD-FREQ" TO WS-EDIT-REASON
006430     END-IF.
006440     IF WS-EDIT-REASON = SPACES
006450        AND CS-REFRESH-DAY-X NOT = SPACES
006460        AND CS-REFRESH-DAY NOT NUMERIC
006470         MOVE "BAD-DAY" TO WS-EDIT-REASON
006480     END-IF.
006490     IF WS-EDIT-REASON = SPACES
006500        AND CS-REFRESH-FREQ = "W"
006510        AND CS-REFRESH-DAY-X NOT = SPACES
006520        AND (CS-REFRESH-DAY < 01 OR CS-REFRESH-DAY > 07)
006530         MOVE "BAD-DAY" TO WS-EDIT-REASON
006540     END-IF.
006550     IF WS-EDIT-REASON = SPACES
006560        AND CS-REFRESH-FREQ = "M"
006570        AND CS-REFRESH-DAY-X NOT = SPACES
006580        AND (CS-REFRESH-DAY < 01 OR CS-REFRESH-DAY > 31)
006590         MOVE "BAD-DAY" TO WS-EDIT-REASON
006600     END-IF.
006610     IF WS-EDIT-REASON = SPACES
006620        AND CS-RUN-GROUP NOT = SPACES
006630        AND CS-RUN-GROUP NOT NUMERIC
006640         MOVE "BAD-GRP" TO WS-EDIT-REASON
006650     END-IF.
006660     IF WS-EDIT-REASON NOT = SPACES
006670         DISPLAY "  " PX-PROFILE-ID " " PX-FIELD-NAME
006680             " CHANGE FAILS SEED EDIT REASON=" WS-EDIT-REASON
006690             " - CARD PASSED OVER" UPON CONSOLE
006700         PERFORM 7000-FLAG-CARD-FAILED THRU 7000-EXIT
006710     END-IF.
006720 4500-EXIT.
006730     EXIT.
006740
006750*------------------------------------------------------------------*
006760* 4700-LOAD-CHANGED-FIELD - CARRY THE CHANGED SEED FIELD ONTO THE  *
006770*                           MASTER RECORD WITH THE DEFAULT         *
006780*                           LOADPROFILES' 2000-LOAD-PROFILE GIVES  *
006790*                           A BLANK VALUE.  A BLANK REFRESH DAY    *
006800*                           DEFAULTS BY FREQUENCY, SO A FREQUENCY  *
006810*                           CHANGE ALSO RELOADS A BLANK DAY.  ONLY *
006820*                           THE NAMED FIELD IS TOUCHED.            *
006830*------------------------------------------------------------------*
006840 4700-LOAD-CHANGED-FIELD.
006850     MOVE WS-CHANGED-SEED-LINE (WS-FIELD-POS:WS-FIELD-LEN)
006860         TO PROFILE-RECORD (WS-FIELD-POS:WS-FIELD-LEN).
006870     IF PX-FIELD-NAME = "STATUS" AND CS-STATUS = SPACES
006880         MOVE "ACTIVE" TO PM-STATUS
006890     END-IF.
006900     IF PX-FIELD-NAME = "EFF-FROM-DATE" AND CS-EFF-FROM-X = SPACES
006910         MOVE ZERO TO PM-EFF-FROM-DATE
006920     END-IF.
006930     IF PX-FIELD-NAME = "EFF-TO-DATE" AND CS-EFF-TO-X = SPACES
006940         MOVE ZERO TO PM-EFF-TO-DATE
006950     END-IF.
006960     IF PX-FIELD-NAME = "DISPLAY-NAME"
006970        AND CS-DISPLAY-NAME = SPACES
006980         MOVE CS-PROFILE-ID TO PM-DISPLAY-NAME
006990     END-IF.
007000     IF PX-FIELD-NAME = "REFRESH-FREQ"
007010        AND CS-REFRESH-FREQ = SPACES
007020         MOVE "D" TO PM-REFRESH-FREQ
007030     END-IF.
007040     IF (PX-FIELD-NAME = "REFRESH-FREQ"
007050         OR PX-FIELD-NAME = "REFRESH-DAY")
007060        AND CS-REFRESH-DAY-X = SPACES
007070         IF PM-FREQ-DAILY
007080             MOVE ZERO TO PM-REFRESH-DAY
007090         ELSE
007100             MOVE 01 TO PM-REFRESH-DAY
007110         END-IF
007120     END-IF.
007130     IF PX-FIELD-NAME = "RUN-GROUP" AND CS-RUN-GROUP = SPACES
007140         MOVE "01" TO PM-RUN-GROUP
007150     END-IF.
007160     IF PX-FIELD-NAME = "FEED-PATH" AND CS-FEED-PATH = SPACES
007170         STRING "profile/" DELIMITED BY SIZE
007180                CS-PROFILE-ID DELIMITED BY SPACE
007190                "-FEED.xml" DELIMITED BY SIZE
007200             INTO PM-FEED-PATH
007210         END-STRING
007220     END-IF.
007230     MOVE SPACES TO WS-OLD-VALUE.
007240     MOVE SPACES TO WS-NEW-VALUE.
007250     MOVE WS-BEFORE-IMAGE (WS-FIELD-POS:WS-FIELD-LEN)
007260         TO WS-OLD-VALUE.
007270     MOVE PROFILE-RECORD (WS-FIELD-POS:WS-FIELD-LEN)
007280         TO WS-NEW-VALUE.
007290 4700-EXIT.
007300     EXIT.
007310
007320*------------------------------------------------------------------*
007330* 5000-REWRITE-SEED - COPY PROFILE-SEED.DAT TO THE KEEP WORK FILE  *
007340*                     WITH THE PROFILE'S LINE REPLACED BY THE      *
007350*                     CHANGED ONE, THEN COPY THE KEEP FILE BACK    *
007360*                     OVER THE LIVE SEED AND EMPTY IT - THE SAME   *
007370*                     KEEP-FILE DISCIPLINE AS ONBOARDPROFILE, SO   *
007380*                     1020-CHECK-KEEP-FILE CAN TELL WHICH PHASE A  *
007390*                     DEAD RUN DIED IN.                            *
007400*------------------------------------------------------------------*
007410 5000-REWRITE-SEED.
007420     MOVE "N" TO WS-SEED-SW.
007430     OPEN INPUT PROFILE-SEED-FILE.
007440     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
007450     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
007460     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007470     OPEN OUTPUT SEED-KEEP-FILE.
007480     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
007490     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
007500     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007510     PERFORM 4100-READ-SEED THRU 4100-EXIT.
007520     PERFORM 5100-ROUTE-SEED-RECORD THRU 5100-EXIT
007530         UNTIL WS-SEED-EOF.
007540     CLOSE SEED-KEEP-FILE.
007550     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
007560     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
007570     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007580     CLOSE PROFILE-SEED-FILE.
007590     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
007600     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
007610     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007620     PERFORM 5500-COPY-KEEP-TO-SEED THRU 5500-EXIT.
007630 5000-EXIT.
007640     EXIT.
007650
007660*------------------------------------------------------------------*
007670* 5100-ROUTE-SEED-RECORD - COPY ONE LIVE SEED RECORD TO THE KEEP   *
007680*                          FILE, SUBSTITUTING THE CHANGED LINE FOR *
007690*                          THE PROFILE'S OWN                       *
007700*------------------------------------------------------------------*
007710 5100-ROUTE-SEED-RECORD.
007720     IF SD-PROFILE-ID = PX-PROFILE-ID
007730         MOVE WS-CHANGED-SEED-LINE TO SEED-KEEP-RECORD
007740     ELSE
007750         MOVE PROFILE-SEED-RECORD TO SEED-KEEP-RECORD
007760     END-IF.
007770     WRITE SEED-KEEP-RECORD.
007780     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
007790     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
007800     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007810     PERFORM 4100-READ-SEED THRU 4100-EXIT.
007820 5100-EXIT.
007830     EXIT.
007840
007850*------------------------------------------------------------------*
007860* 5500-COPY-KEEP-TO-SEED - THE KEEP FILE NOW HOLDS THE COMPLETE    *
007870*                          CHANGED SEED - COPY IT BACK OVER THE    *
007880*                          LIVE FILE, THEN EMPTY THE KEEP FILE     *
007890*------------------------------------------------------------------*
007900 5500-COPY-KEEP-TO-SEED.
007910     MOVE "N" TO WS-KEEP-SW.
007920     OPEN INPUT SEED-KEEP-FILE.
007930     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
007940     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
007950     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
007960     OPEN OUTPUT PROFILE-SEED-FILE.
007970     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
007980     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
007990     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008000     PERFORM 5600-READ-KEEP THRU 5600-EXIT.
008010     PERFORM 5700-COPY-KEEP-RECORD THRU 5700-EXIT
008020         UNTIL WS-KEEP-EOF.
008030     CLOSE PROFILE-SEED-FILE.
008040     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
008050     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
008060     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008070     CLOSE SEED-KEEP-FILE.
008080     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
008090     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
008100     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008110*    THE COPY-BACK IS COMPLETE - EMPTY THE KEEP FILE SO A LEFTOVER
008120*    COPY CANNOT TRIP THE STARTUP GUARD ON THE NEXT RUN.
008130     OPEN OUTPUT SEED-KEEP-FILE.
008140     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
008150     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
008160     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008170     CLOSE SEED-KEEP-FILE.
008180     MOVE "SEED-KEEP-FILE" TO WS-CHECK-FILE-NAME.
008190     MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS-CODE.
008200     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008210 5500-EXIT.
008220     EXIT.
008230
008240 5600-READ-KEEP.
008250     READ SEED-KEEP-FILE
008260         AT END
008270             SET WS-KEEP-EOF TO TRUE
008280     END-READ.
008290 5600-EXIT.
008300     EXIT.
008310
008320 5700-COPY-KEEP-RECORD.
008330     MOVE SEED-KEEP-RECORD TO PROFILE-SEED-RECORD.
008340     WRITE PROFILE-SEED-RECORD.
008350     MOVE "PROFILE-SEED-FILE" TO WS-CHECK-FILE-NAME.
008360     MOVE WS-SEED-STATUS TO WS-CHECK-STATUS-CODE.
008370     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008380     PERFORM 5600-READ-KEEP THRU 5600-EXIT.
008390 5700-EXIT.
008400     EXIT.
008410
008420*------------------------------------------------------------------*
008430* 6000-REWRITE-MASTER - KEYED REWRITE OF THE CHANGED MASTER RECORD *
008440*------------------------------------------------------------------*
008450 6000-REWRITE-MASTER.
008460     REWRITE PROFILE-RECORD.
008470     MOVE "PROFILE-MASTER" TO WS-CHECK-FILE-NAME.
008480     MOVE WS-PROFILE-STATUS TO WS-CHECK-STATUS-CODE.
008490     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008500 6000-EXIT.
008510     EXIT.
008520
008530*------------------------------------------------------------------*
008540* 6500-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES, WITH    *
008550*                      WHO ASKED FOR THE CHANGE AND WHY, TO THE    *
008560*                      PERMANENT PROFILE CHANGE JOURNAL            *
008570*------------------------------------------------------------------*
008580 6500-WRITE-JOURNAL.
008590     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
008600     ACCEPT WS-CHANGE-TIME FROM TIME.
008610     MOVE SPACES TO PROFILE-JOURNAL-RECORD.
008620     MOVE PX-PROFILE-ID TO PJ-PROFILE-ID.
008630     MOVE WS-CHANGE-DATE TO PJ-CHANGE-DATE.
008640     MOVE WS-CHANGE-TIME TO PJ-CHANGE-TIME.
008650     MOVE PX-FIELD-NAME TO PJ-FIELD-NAME.
008660     MOVE PX-REQUESTER TO PJ-REQUESTER.
008670     MOVE PX-REASON TO PJ-REASON.
008680     MOVE WS-OLD-VALUE TO PJ-OLD-VALUE.
008690     MOVE WS-NEW-VALUE TO PJ-NEW-VALUE.
008700     MOVE WS-BEFORE-IMAGE TO PJ-BEFORE-IMAGE.
008710     MOVE PROFILE-RECORD TO PJ-AFTER-IMAGE.
008720     WRITE PROFILE-JOURNAL-RECORD.
008730     MOVE "PROFILE-JOURNAL" TO WS-CHECK-FILE-NAME.
008740     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
008750     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
008760 6500-EXIT.
008770     EXIT.
008780
008790*------------------------------------------------------------------*
008800* 7000-FLAG-CARD-FAILED - A CARD COULD NOT BE HONORED - REMEMBER   *
008810*                         IT FOR THE RETURN CODE                   *
008820*------------------------------------------------------------------*
008830 7000-FLAG-CARD-FAILED.
008840     MOVE "Y" TO WS-CARD-FAILED-SW.
008850     MOVE "Y" TO WS-ANY-FAILED-SW.
008860     ADD 1 TO WS-CARDS-FAILED.
008870 7000-EXIT.
008880     EXIT.
008890
008900*------------------------------------------------------------------*
008910* 8000-CONSUME-REQUESTS - A CHANGE CARD GOVERNS EXACTLY ONE        *
008920*                         EXECUTION - TRUNCATE THE CARD FILE AT    *
008930*                         END OF JOB.  AN ABENDED RUN NEVER        *
008940*                         REACHES HERE, SO ITS CARDS SURVIVE FOR   *
008950*                         THE RERUN, AND A CARD ALREADY APPLIED    *
008960*                         COMES BACK AS ALREADY SET.               *
008970*------------------------------------------------------------------*
008980 8000-CONSUME-REQUESTS.
008990     IF WS-REQUEST-NOT-FOUND
009000         GO TO 8000-EXIT
009010     END-IF.
009020     CLOSE CHANGE-REQUEST-FILE.
009030     MOVE "CHANGE-REQUEST" TO WS-CHECK-FILE-NAME.
009040     MOVE WS-REQUEST-STATUS TO WS-CHECK-STATUS-CODE.
009050     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009060     OPEN OUTPUT CHANGE-REQUEST-FILE.
009070     MOVE "CHANGE-REQUEST" TO WS-CHECK-FILE-NAME.
009080     MOVE WS-REQUEST-STATUS TO WS-CHECK-STATUS-CODE.
009090     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009100     CLOSE CHANGE-REQUEST-FILE.
009110     MOVE "CHANGE-REQUEST" TO WS-CHECK-FILE-NAME.
009120     MOVE WS-REQUEST-STATUS TO WS-CHECK-STATUS-CODE.
009130     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
009140 8000-EXIT.
009150     EXIT.
009160
009170*------------------------------------------------------------------*
009180* 9000-TERMINATE - CLOSE EVERYTHING AND PRINT THE RUN TOTALS       *
009190*------------------------------------------------------------------*
009200 9000-TERMINATE.
009210     IF NOT WS-REQUEST-NOT-FOUND
009220         IF WS-MASTER-PRESENT
009230             CLOSE PROFILE-MASTER
009240         END-IF
009250         CLOSE JOURNAL-FILE
009260     END-IF.
009270     MOVE WS-CARDS-READ TO WS-RPT-COUNT.
009280     DISPLAY "  CHANGE CARDS READ   = " WS-RPT-COUNT UPON CONSOLE.
009290     MOVE WS-CHANGES-APPLIED TO WS-RPT-COUNT.
009300     DISPLAY "  CHANGES APPLIED     = " WS-RPT-COUNT UPON CONSOLE.
009310     MOVE WS-CARDS-UNCHANGED TO WS-RPT-COUNT.
009320     DISPLAY "  ALREADY SET         = " WS-RPT-COUNT UPON CONSOLE.
009330     MOVE WS-CARDS-FAILED TO WS-RPT-COUNT.
009340     DISPLAY "  CARDS FAILED        = " WS-RPT-COUNT UPON CONSOLE.
009350     CLOSE JOBLOG-FILE.
009360 9000-EXIT.
009370     EXIT.
009380
009390*------------------------------------------------------------------*
009400* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
009410*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
009420*                     CODES TO THE FILE ERROR HANDLER              *
009430*------------------------------------------------------------------*
009440 9700-CHECK-STATUS.
009450     IF WS-CHECK-STATUS-CODE NOT = "00"
009460         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009470     END-IF.
009480 9700-EXIT.
009490     EXIT.
009500
009510*------------------------------------------------------------------*
009520* 9800-FILE-ERROR - LOG A READABLE MESSAGE TO THE JOBLOG AND THE   *
009530*                   CONSOLE, THEN ABEND THE RUN                    *
009540*------------------------------------------------------------------*
009550 9800-FILE-ERROR.
009560     MOVE SPACES TO JOBLOG-RECORD.
009570     MOVE "E" TO JL-RECORD-TYPE.
009580     ACCEPT JL-RUN-DATE FROM DATE YYYYMMDD.
009590     ACCEPT JL-RUN-TIME FROM TIME.
009600     MOVE "ProfileChange" TO JL-PROGRAM-ID.
009610     MOVE WS-CHECK-FILE-NAME TO JL-FILE-NAME.
009620     MOVE "STATUS CODE =" TO JL-STATUS-LABEL.
009630     MOVE WS-CHECK-STATUS-CODE TO JL-STATUS-CODE.
009640     WRITE JOBLOG-RECORD.
009650     DISPLAY "PROFILECHANGE: FILE ERROR ON " WS-CHECK-FILE-NAME
009660         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
009670     GO TO 9999-ABEND.
009680 9800-EXIT.
009690     EXIT.
009700
009710*------------------------------------------------------------------*
009720* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
009730*------------------------------------------------------------------*
009740 9999-ABEND.
009750     MOVE 16 TO RETURN-CODE.
009760     STOP RUN.
