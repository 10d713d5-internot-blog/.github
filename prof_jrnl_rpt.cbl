000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ProfJournalRpt.
000030 AUTHOR. D-JENNER.
000040 INSTALLATION. INTERNOT-BLOG.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                   *
000110* 2026-10-15  DJ   ORIGINAL PROGRAM - LISTS THE PROFILE CHANGE   *
000120*                  JOURNAL (PROFILE-JOURNAL.DAT) BY PROFILE AND  *
000130*                  THEN BY DATE AND TIME OF CHANGE, WITH WHO     *
000140*                  ASKED FOR EACH CHANGE, WHY, AND THE OLD AND   *
000150*                  NEW VALUE.  AN OPTIONAL REQUEST CARD          *
000160*                  (JOURNAL-REQUEST.DAT) NARROWS THE LIST TO ONE *
000170*                  PROFILE AND/OR A DATE RANGE.                  *
000180*----------------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM-370.
000220 OBJECT-COMPUTER. IBM-370.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT JOURNAL-REQUEST-FILE
000260         ASSIGN TO "data/JOURNAL-REQUEST.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-REQUEST-STATUS.
000290
000300     SELECT JOURNAL-FILE ASSIGN TO "data/PROFILE-JOURNAL.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-JOURNAL-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  JOURNAL-REQUEST-FILE.
000370 01  JOURNAL-REQUEST-RECORD.
000380     05  JQ-PROFILE-ID           PIC X(10).
000390     05  FILLER                  PIC X(01).
000400     05  JQ-FROM-DATE            PIC X(08).
000410     05  FILLER                  PIC X(01).
000420     05  JQ-TO-DATE              PIC X(08).
000430
000440 FD  JOURNAL-FILE.
000450     COPY PROFJRNL.
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-REQUEST-SW           PIC X(01) VALUE "N".
000500         88  WS-REQUEST-EOF              VALUE "Y".
000510     05  WS-JOURNAL-SW           PIC X(01) VALUE "N".
000520         88  WS-JOURNAL-EOF              VALUE "Y".
000530     05  WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
000540         88  WS-SLOT-FOUND               VALUE "Y".
000550
000560 01  WS-FILE-STATUSES.
000570     05  WS-REQUEST-STATUS       PIC X(02) VALUE "00".
000580         88  WS-REQUEST-OK               VALUE "00".
000590         88  WS-REQUEST-NOT-FOUND        VALUE "35".
000600     05  WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
000610         88  WS-JOURNAL-OK               VALUE "00".
000620         88  WS-JOURNAL-NOT-FOUND        VALUE "35".
000630
000640*    THE SELECTION FROM THE OPTIONAL REQUEST CARD.  A BLANK
000650*    PROFILE-ID LISTS EVERY PROFILE; BLANK DATES LEAVE THAT END
000660*    OF THE RANGE OPEN.
000670 01  WS-SELECTION.
000680     05  WS-SEL-PROFILE-ID       PIC X(10) VALUE SPACES.
000690     05  WS-SEL-FROM-DATE        PIC X(08) VALUE "00000000".
000700     05  WS-SEL-TO-DATE          PIC X(08) VALUE "99999999".
000710
000720*    DISTINCT PROFILE-IDS ON THE JOURNAL, HELD IN ASCENDING ORDER
000730*    SO THE REPORT COMES OUT BY PROFILE.  WITHIN A PROFILE THE
000740*    JOURNAL IS ALREADY IN DATE ORDER - IT IS ONLY EVER APPENDED.
000750 01  WS-PROFILE-TABLE.
000760     05  WS-PROF-COUNT           PIC 9(03) COMP VALUE ZERO.
000770     05  WS-PROF-ENTRY           OCCURS 500 TIMES.
000780         10  WS-PROF-ID          PIC X(10).
000790         10  WS-PROF-CHANGES     PIC 9(05) COMP.
000800
000810 01  WS-REPORT-FIELDS.
000820     05  WS-PROF-IX              PIC 9(03) COMP VALUE ZERO.
000830     05  WS-SHIFT-IX             PIC 9(03) COMP VALUE ZERO.
000840     05  WS-RECORDS-READ         PIC 9(05) COMP VALUE ZERO.
000850     05  WS-CHANGES-LISTED       PIC 9(05) COMP VALUE ZERO.
000860     05  WS-RPT-COUNT            PIC ZZZZ9.
000870     05  WS-RPT-DATE.
000880         10  WS-RPT-YYYY         PIC X(04).
000890         10  FILLER              PIC X(01) VALUE "-".
000900         10  WS-RPT-MM           PIC X(02).
000910         10  FILLER              PIC X(01) VALUE "-".
000920         10  WS-RPT-DD           PIC X(02).
000930     05  WS-RPT-TIME.
000940         10  WS-RPT-HH           PIC X(02).
000950         10  FILLER              PIC X(01) VALUE ":".
000960         10  WS-RPT-MI           PIC X(02).
000970         10  FILLER              PIC X(01) VALUE ":".
000980         10  WS-RPT-SS           PIC X(02).
000990
001000 01  WS-ERROR-CHECK.
001010     05  WS-CHECK-FILE-NAME      PIC X(20).
001020     05  WS-CHECK-STATUS-CODE    PIC X(02).
001030
001040 PROCEDURE DIVISION.
001050*------------------------------------------------------------------*
001060* 0000-MAINLINE                                                    *
001070*------------------------------------------------------------------*
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-COLLECT-PROFILES THRU 2000-EXIT.
001110     MOVE 1 TO WS-PROF-IX.
001120     PERFORM 3000-LIST-ONE-PROFILE THRU 3000-EXIT
001130         UNTIL WS-PROF-IX > WS-PROF-COUNT.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     STOP RUN.
001160
001170*------------------------------------------------------------------*
001180* 1000-INITIALIZE - TAKE THE SELECTION FROM THE FIRST NON-BLANK    *
001190*                   REQUEST CARD, IF THERE IS ONE.  THE CARD IS A  *
001200*                   REPORT REQUEST, NOT A BATCH INSTRUCTION, SO IT *
001210*                   IS LEFT IN PLACE FOR RERUNNING.                *
001220*------------------------------------------------------------------*
001230 1000-INITIALIZE.
001240     DISPLAY "PROFJOURNALRPT: PROFILE CHANGE JOURNAL"
001250         UPON CONSOLE.
001260     OPEN INPUT JOURNAL-REQUEST-FILE.
001270     IF WS-REQUEST-NOT-FOUND
001280         GO TO 1000-SHOW
001290     END-IF.
001300     MOVE "JOURNAL-REQUEST" TO WS-CHECK-FILE-NAME.
001310     MOVE WS-REQUEST-STATUS TO WS-CHECK-STATUS-CODE.
001320     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001330     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
001340     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
001350         UNTIL WS-REQUEST-EOF
001360            OR JOURNAL-REQUEST-RECORD NOT = SPACES.
001370     IF NOT WS-REQUEST-EOF
001380         MOVE JQ-PROFILE-ID TO WS-SEL-PROFILE-ID
001390         IF JQ-FROM-DATE NOT = SPACES
001400             MOVE JQ-FROM-DATE TO WS-SEL-FROM-DATE
001410         END-IF
001420         IF JQ-TO-DATE NOT = SPACES
001430             MOVE JQ-TO-DATE TO WS-SEL-TO-DATE
001440         END-IF
001450     END-IF.
001460     CLOSE JOURNAL-REQUEST-FILE.
001470 1000-SHOW.
001480     IF WS-SEL-PROFILE-ID = SPACES
001490         DISPLAY "  PROFILE  : ALL" UPON CONSOLE
001500     ELSE
001510         DISPLAY "  PROFILE  : " WS-SEL-PROFILE-ID UPON CONSOLE
001520     END-IF.
001530     DISPLAY "  DATES    : " WS-SEL-FROM-DATE " TO "
001540         WS-SEL-TO-DATE
001550         UPON CONSOLE.
001560 1000-EXIT.
001570     EXIT.
001580
001590 1100-READ-REQUEST.
001600     READ JOURNAL-REQUEST-FILE
001610         AT END
001620             SET WS-REQUEST-EOF TO TRUE
001630     END-READ.
001640 1100-EXIT.
001650     EXIT.
001660
001670*------------------------------------------------------------------*
001680* 2000-COLLECT-PROFILES - FIRST PASS OF THE JOURNAL - NOTE EVERY   *
001690*                         SELECTED PROFILE THAT HAS A CHANGE IN    *
001700*                         THE DATE RANGE.  NO JOURNAL MEANS NO     *
001710*                         CHANGE HAS EVER BEEN MADE.               *
001720*------------------------------------------------------------------*
001730 2000-COLLECT-PROFILES.
001740     PERFORM 2100-OPEN-JOURNAL THRU 2100-EXIT.
001750     IF WS-JOURNAL-NOT-FOUND
001760         DISPLAY "  NO PROFILE-JOURNAL.DAT - NO CHANGES RECORDED"
001770             UPON CONSOLE
001780         GO TO 2000-EXIT
001790     END-IF.
001800     PERFORM 2200-READ-JOURNAL THRU 2200-EXIT.
001810     PERFORM 2300-NOTE-PROFILE THRU 2300-EXIT
001820         UNTIL WS-JOURNAL-EOF.
001830     CLOSE JOURNAL-FILE.
001840 2000-EXIT.
001850     EXIT.
001860
001870 2100-OPEN-JOURNAL.
001880     MOVE "N" TO WS-JOURNAL-SW.
001890     OPEN INPUT JOURNAL-FILE.
001900     IF WS-JOURNAL-NOT-FOUND
001910         GO TO 2100-EXIT
001920     END-IF.
001930     MOVE "PROFILE-JOURNAL" TO WS-CHECK-FILE-NAME.
001940     MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE.
001950     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
001960 2100-EXIT.
001970     EXIT.
001980
001990*------------------------------------------------------------------*
002000* 2200-READ-JOURNAL - READ THE NEXT JOURNAL RECORD THAT FALLS IN   *
002010*                     THE SELECTION, SKIPPING THE REST             *
002020*------------------------------------------------------------------*
002030 2200-READ-JOURNAL.
002040     READ JOURNAL-FILE
002050         AT END
002060             SET WS-JOURNAL-EOF TO TRUE
002070             GO TO 2200-EXIT
002080     END-READ.
002090     ADD 1 TO WS-RECORDS-READ.
002100     IF WS-SEL-PROFILE-ID NOT = SPACES
002110        AND PJ-PROFILE-ID NOT = WS-SEL-PROFILE-ID
002120         GO TO 2200-READ-JOURNAL
002130     END-IF.
002140     IF PJ-CHANGE-DATE < WS-SEL-FROM-DATE
002150        OR PJ-CHANGE-DATE > WS-SEL-TO-DATE
002160         GO TO 2200-READ-JOURNAL
002170     END-IF.
002180 2200-EXIT.
002190     EXIT.
002200
002210*------------------------------------------------------------------*
002220* 2300-NOTE-PROFILE - ADD THE RECORD'S PROFILE TO THE TABLE IN ITS *
002230*                     SORTED SLOT IF IT IS NOT THERE ALREADY, AND  *
002240*                     COUNT THE CHANGE AGAINST IT                  *
002250*------------------------------------------------------------------*
002260 2300-NOTE-PROFILE.
002270     MOVE "N" TO WS-SLOT-FOUND-SW.
002280     MOVE 1 TO WS-PROF-IX.
002290     PERFORM 2310-FIND-SLOT THRU 2310-EXIT
002300         UNTIL WS-SLOT-FOUND OR WS-PROF-IX > WS-PROF-COUNT.
002310     IF WS-PROF-IX NOT > WS-PROF-COUNT
002320        AND WS-PROF-ID (WS-PROF-IX) = PJ-PROFILE-ID
002330         ADD 1 TO WS-PROF-CHANGES (WS-PROF-IX)
002340         GO TO 2300-NEXT
002350     END-IF.
002360     IF WS-PROF-COUNT = 500
002370         DISPLAY "PROFJOURNALRPT: MORE THAN 500 PROFILES - "
002380             PJ-PROFILE-ID " NOT LISTED" UPON CONSOLE
002390         GO TO 2300-NEXT
002400     END-IF.
002410     MOVE WS-PROF-COUNT TO WS-SHIFT-IX.
002420     PERFORM 2320-SHIFT-ONE-UP THRU 2320-EXIT
002430         UNTIL WS-SHIFT-IX < WS-PROF-IX.
002440     ADD 1 TO WS-PROF-COUNT.
002450     MOVE PJ-PROFILE-ID TO WS-PROF-ID (WS-PROF-IX).
002460     MOVE 1 TO WS-PROF-CHANGES (WS-PROF-IX).
002470 2300-NEXT.
002480     PERFORM 2200-READ-JOURNAL THRU 2200-EXIT.
002490 2300-EXIT.
002500     EXIT.
002510
002520 2310-FIND-SLOT.
002530     IF WS-PROF-ID (WS-PROF-IX) NOT < PJ-PROFILE-ID
002540         MOVE "Y" TO WS-SLOT-FOUND-SW
002550     ELSE
002560         ADD 1 TO WS-PROF-IX
002570     END-IF.
002580 2310-EXIT.
002590     EXIT.
002600
002610 2320-SHIFT-ONE-UP.
002620     MOVE WS-PROF-ENTRY (WS-SHIFT-IX)
002630         TO WS-PROF-ENTRY (WS-SHIFT-IX + 1).
002640     SUBTRACT 1 FROM WS-SHIFT-IX.
002650 2320-EXIT.
002660     EXIT.
002670
002680*------------------------------------------------------------------*
002690* 3000-LIST-ONE-PROFILE - ONE PASS OF THE JOURNAL PER PROFILE,     *
002700*                         PRINTING ITS CHANGES OLDEST FIRST        *
002710*------------------------------------------------------------------*
002720 3000-LIST-ONE-PROFILE.
002730     MOVE WS-PROF-CHANGES (WS-PROF-IX) TO WS-RPT-COUNT.
002740     DISPLAY " " UPON CONSOLE.
002750     DISPLAY "PROFILE " WS-PROF-ID (WS-PROF-IX) "  CHANGES "
002760         WS-RPT-COUNT UPON CONSOLE.
002770     PERFORM 2100-OPEN-JOURNAL THRU 2100-EXIT.
002780     PERFORM 2200-READ-JOURNAL THRU 2200-EXIT.
002790     PERFORM 3100-LIST-ONE-CHANGE THRU 3100-EXIT
002800         UNTIL WS-JOURNAL-EOF.
002810     CLOSE JOURNAL-FILE.
002820     ADD 1 TO WS-PROF-IX.
002830 3000-EXIT.
002840     EXIT.
002850
002860 3100-LIST-ONE-CHANGE.
002870     IF PJ-PROFILE-ID NOT = WS-PROF-ID (WS-PROF-IX)
002880         GO TO 3100-NEXT
002890     END-IF.
002900     ADD 1 TO WS-CHANGES-LISTED.
002910     MOVE PJ-CHANGE-DATE (1:4) TO WS-RPT-YYYY.
002920     MOVE PJ-CHANGE-DATE (5:2) TO WS-RPT-MM.
002930     MOVE PJ-CHANGE-DATE (7:2) TO WS-RPT-DD.
002940     MOVE PJ-CHANGE-TIME (1:2) TO WS-RPT-HH.
002950     MOVE PJ-CHANGE-TIME (3:2) TO WS-RPT-MI.
002960     MOVE PJ-CHANGE-TIME (5:2) TO WS-RPT-SS.
002970     DISPLAY "  " WS-RPT-DATE " " WS-RPT-TIME "  " PJ-FIELD-NAME
002980         "  BY " PJ-REQUESTER UPON CONSOLE.
002990     DISPLAY "      REASON  " PJ-REASON UPON CONSOLE.
003000     DISPLAY "      WAS     " PJ-OLD-VALUE UPON CONSOLE.
003010     DISPLAY "      NOW     " PJ-NEW-VALUE UPON CONSOLE.
003020 3100-NEXT.
003030     PERFORM 2200-READ-JOURNAL THRU 2200-EXIT.
003040 3100-EXIT.
003050     EXIT.
003060
003070*------------------------------------------------------------------*
003080* 9000-TERMINATE - PRINT THE RUN TOTALS                            *
003090*------------------------------------------------------------------*
003100 9000-TERMINATE.
003110     DISPLAY " " UPON CONSOLE.
003120     MOVE WS-PROF-COUNT TO WS-RPT-COUNT.
003130     DISPLAY "  PROFILES LISTED    = " WS-RPT-COUNT UPON CONSOLE.
003140     MOVE WS-CHANGES-LISTED TO WS-RPT-COUNT.
003150     DISPLAY "  CHANGES LISTED     = " WS-RPT-COUNT UPON CONSOLE.
003160 9000-EXIT.
003170     EXIT.
003180
003190*------------------------------------------------------------------*
003200* 9700-CHECK-STATUS - TEST THE STATUS CODE MOVED BY THE CALLER     *
003210*                     INTO WS-CHECK-STATUS-CODE AND ROUTE NON-ZERO *
003220*                     CODES TO THE FILE ERROR HANDLER              *
003230*------------------------------------------------------------------*
003240 9700-CHECK-STATUS.
003250     IF WS-CHECK-STATUS-CODE NOT = "00"
003260         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003270     END-IF.
003280 9700-EXIT.
003290     EXIT.
003300
003310*------------------------------------------------------------------*
003320* 9800-FILE-ERROR - REPORT THE FAILING FILE AND STATUS CODE, THEN  *
003330*                   ABEND THE RUN                                  *
003340*------------------------------------------------------------------*
003350 9800-FILE-ERROR.
003360     DISPLAY "PROFJOURNALRPT: FILE ERROR ON " WS-CHECK-FILE-NAME
003370         " STATUS = " WS-CHECK-STATUS-CODE UPON CONSOLE.
003380     GO TO 9999-ABEND.
003390 9800-EXIT.
003400     EXIT.
003410
003420*------------------------------------------------------------------*
003430* 9999-ABEND - TERMINATE THE RUN WITH A NON-ZERO RETURN CODE       *
003440*------------------------------------------------------------------*
003450 9999-ABEND.
003460     MOVE 16 TO RETURN-CODE.
003470     STOP RUN.
