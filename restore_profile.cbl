000335*                  GENUINELY NON-NUMERIC SLOT GETS ITS OWN "BAD  *
000336*                  GENERATION SLOT" DIAGNOSTIC INSTEAD OF THE    *
000337*                  MISLEADING NO-MATCHING-GENERATION MESSAGE.    *
000337* 2026-10-15  DJ   A GENERATION THAT CARRIES AN RSS FEED         *
000337*                  SNAPSHOT (GX-FD-PATH) NOW ALSO COPIES IT BACK *
000337*                  OVER PM-FEED-PATH, AND THE RESTORED CHECKSUM  *
000337*                  FOLDS THE FEED AFTER THE MARKDOWN THE WAY     *
000337*                  WRITEMARKDOWN DOES.                           *
000338*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-OUTPUT-STATUS.
000680
000680     SELECT FEED-CHECK-FILE ASSIGN TO DYNAMIC WS-FEED-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FEED-STATUS.
000680
000690     SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDITLOG-STATUS.
000990     COPY GENINDEX.
001000
001010 FD  SNAPSHOT-IN-FILE.
001020 01  SNAPSHOT-IN-RECORD          PIC X(300).
001030
001040 FD  SNAPSHOT-OUT-FILE.
001050 01  SNAPSHOT-OUT-RECORD         PIC X(300).
001060
001070 FD  OUTPUT-CHECK-FILE.
001080 01  OUTPUT-CHECK-RECORD         PIC X(80).
001090
001090 FD  FEED-CHECK-FILE.
001090 01  FEED-CHECK-RECORD           PIC X(300).
001090
001100 FD  AUDITLOG-FILE.
001110     COPY AUDITLOG.
001120
001210     05  WS-SNAP-IN-PATH         PIC X(40).
001220     05  WS-SNAP-OUT-PATH        PIC X(40).
001230     05  WS-OUTPUT-PATH          PIC X(40).
001230     05  WS-FEED-PATH            PIC X(40).
001240
001250 01  WS-SWITCHES.
001260     05  WS-REQUEST-SW           PIC X(01) VALUE "N".
001290         88  WS-SNAP-IN-EOF              VALUE "Y".
001300     05  WS-OUTPUT-SW            PIC X(01) VALUE "N".
001310         88  WS-OUTPUT-EOF               VALUE "Y".
001310     05  WS-FEED-SW              PIC X(01) VALUE "N".
001310         88  WS-FEED-EOF                 VALUE "Y".
001320     05  WS-GEN-FOUND-SW         PIC X(01) VALUE "N".
001330         88  WS-GEN-FOUND                VALUE "Y".
001332     05  WS-SLOT-BAD-SW          PIC X(01) VALUE "N".
001550     05  WS-OUTPUT-STATUS        PIC X(02) VALUE "00".
001560         88  WS-OUTPUT-OK                VALUE "00".
001570         88  WS-OUTPUT-NOT-FOUND         VALUE "35".
001570     05  WS-FEED-STATUS          PIC X(02) VALUE "00".
001570         88  WS-FEED-OK                  VALUE "00".
001570         88  WS-FEED-NOT-FOUND           VALUE "35".
001580     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001590         88  WS-AUDITLOG-OK              VALUE "00".
001600     05  WS-AUDITPOS-STATUS      PIC X(02) VALUE "00".
001860
001870*    SAME FOLD AS WRITEMARKDOWN'S 5050-ACCUMULATE-CHECKSUM AND
001880*    RECONOUTPUTS' 4300-FOLD-ONE-CHAR - A 31-MULTIPLIER RUNNING
001890*    HASH MOD 99999999 OVER EVERY 80-BYTE OUTPUT LINE, THEN OVER
001890*    EVERY 300-BYTE RSS FEED LINE.  ALL THREE MUST STAY IN STEP
001900*    OR THE NEXT REFRESH AND THE DRIFT REPORT MISREAD THE
001910*    RESTORED CONTENT.
001920 01  WS-CHECKSUM-FIELDS.
001930     05  WS-DISK-CHECKSUM        PIC 9(08) COMP VALUE ZERO.
001940     05  WS-CHECKSUM-INDEX       PIC 9(02) COMP VALUE ZERO.
001940     05  WS-FEED-CHECK-IX        PIC 9(03) COMP VALUE ZERO.
001950     05  WS-CHECKSUM-CHAR        PIC X(01) VALUE SPACE.
001960     05  WS-CHECKSUM-ORDINAL     PIC 9(03) COMP VALUE ZERO.
001970     05  WS-CHECKSUM-TEMP        PIC 9(12) COMP VALUE ZERO.
003980     EXIT.
003990
004000*------------------------------------------------------------------*
004010* 4000-COPY-GENERATION-BACK - COPY THE SNAPSHOT FILES OVER THE      *
004020*                             PROFILE'S LIVE OUTPUT PATHS.  A       *
004030*                             MISSING SNAPSHOT FILE FAILS THE CARD  *
004040*                             BEFORE ANY LIVE FILE IS TOUCHED.  A   *
004040*                             GENERATION TAKEN BEFORE THE PROFILE   *
004040*                             HAD A FEED LEAVES THE FEED ALONE.     *
004050*------------------------------------------------------------------*
004060 4000-COPY-GENERATION-BACK.
004070     MOVE GX-MD-PATH TO WS-SNAP-IN-PATH.
004190     IF WS-CARD-FAILED
004200         GO TO 4000-EXIT
004210     END-IF.
004210     IF GX-FD-PATH NOT = SPACES AND PM-FEED-PATH NOT = SPACES
004210         MOVE GX-FD-PATH TO WS-SNAP-IN-PATH
004210         PERFORM 4050-CHECK-SNAPSHOT-EXISTS THRU 4050-EXIT
004210         IF WS-CARD-FAILED
004210             GO TO 4000-EXIT
004210         END-IF
004210     END-IF.
004220     MOVE GX-MD-PATH TO WS-SNAP-IN-PATH.
004230     MOVE PM-OUTPUT-PATH TO WS-SNAP-OUT-PATH.
004240     PERFORM 4100-COPY-SNAPSHOT-FILE THRU 4100-EXIT.
004280     MOVE GX-HT-PATH TO WS-SNAP-IN-PATH.
004290     MOVE PM-HTML-PATH TO WS-SNAP-OUT-PATH.
004300     PERFORM 4100-COPY-SNAPSHOT-FILE THRU 4100-EXIT.
004300     IF GX-FD-PATH NOT = SPACES AND PM-FEED-PATH NOT = SPACES
004300         MOVE GX-FD-PATH TO WS-SNAP-IN-PATH
004300         MOVE PM-FEED-PATH TO WS-SNAP-OUT-PATH
004300         PERFORM 4100-COPY-SNAPSHOT-FILE THRU 4100-EXIT
004300     END-IF.
004310 4000-EXIT.
004320     EXIT.
004330
005040* 5000-CHECKSUM-RESTORED-OUTPUT - RECOMPUTE THE CONTENT CHECKSUM    *
005050*                                 OVER THE RESTORED MARKDOWN FILE   *
005060*                                 AND CAPTURE ITS FIRST LINE FOR    *
005070*                                 THE AUDIT RECORD, THEN FOLD IN    *
005070*                                 THE PROFILE'S RSS FEED            *
005080*------------------------------------------------------------------*
005090 5000-CHECKSUM-RESTORED-OUTPUT.
005100     MOVE "N" TO WS-OUTPUT-SW.
005230     MOVE "OUTPUT-CHECK-FILE" TO WS-CHECK-FILE-NAME.
005240     MOVE WS-OUTPUT-STATUS TO WS-CHECK-STATUS-CODE.
005250     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005250     PERFORM 5400-CHECKSUM-RESTORED-FEED THRU 5400-EXIT.
005260 5000-EXIT.
005270     EXIT.
005280
005590 5300-EXIT.
005600     EXIT.
005610
005610*------------------------------------------------------------------*
005610* 5400-CHECKSUM-RESTORED-FEED - FOLD EVERY 300-BYTE LINE OF THE     *
005610*                               PROFILE'S RSS FEED INTO THE SAME    *
005610*                               CHECKSUM, AS WRITEMARKDOWN'S 5070   *
005610*                               DOES.  NO FEED FOLDS NOTHING.       *
005610*------------------------------------------------------------------*
005610 5400-CHECKSUM-RESTORED-FEED.
005610     IF PM-FEED-PATH = SPACES
005610         GO TO 5400-EXIT
005610     END-IF.
005610     MOVE "N" TO WS-FEED-SW.
005610     MOVE PM-FEED-PATH TO WS-FEED-PATH.
005610     OPEN INPUT FEED-CHECK-FILE.
005610     IF WS-FEED-NOT-FOUND
005610         GO TO 5400-EXIT
005610     END-IF.
005610     MOVE "FEED-CHECK-FILE" TO WS-CHECK-FILE-NAME.
005610     MOVE WS-FEED-STATUS TO WS-CHECK-STATUS-CODE.
005610     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005610     PERFORM 5410-READ-FEED-LINE THRU 5410-EXIT.
005610     PERFORM 5420-FOLD-FEED-LINE THRU 5420-EXIT
005610         UNTIL WS-FEED-EOF.
005610     CLOSE FEED-CHECK-FILE.
005610     MOVE "FEED-CHECK-FILE" TO WS-CHECK-FILE-NAME.
005610     MOVE WS-FEED-STATUS TO WS-CHECK-STATUS-CODE.
005610     PERFORM 9700-CHECK-STATUS THRU 9700-EXIT.
005610 5400-EXIT.
005610     EXIT.
005610
005610 5410-READ-FEED-LINE.
005610     READ FEED-CHECK-FILE
005610         AT END
005610             SET WS-FEED-EOF TO TRUE
005610     END-READ.
005610 5410-EXIT.
005610     EXIT.
005610
005610 5420-FOLD-FEED-LINE.
005610     MOVE 1 TO WS-FEED-CHECK-IX.
005610     PERFORM 5430-FOLD-FEED-CHAR THRU 5430-EXIT
005610         UNTIL WS-FEED-CHECK-IX > 300.
005610     PERFORM 5410-READ-FEED-LINE THRU 5410-EXIT.
005610 5420-EXIT.
005610     EXIT.
005610
005610 5430-FOLD-FEED-CHAR.
005610     MOVE FEED-CHECK-RECORD(WS-FEED-CHECK-IX:1)
005610         TO WS-CHECKSUM-CHAR.
005610     COMPUTE WS-CHECKSUM-ORDINAL = FUNCTION ORD(WS-CHECKSUM-CHAR).
005610     COMPUTE WS-CHECKSUM-TEMP =
005610         (WS-DISK-CHECKSUM * 31) + WS-CHECKSUM-ORDINAL.
005610     DIVIDE WS-CHECKSUM-TEMP BY 99999999
005610         GIVING WS-CHECKSUM-QUOTIENT
005610         REMAINDER WS-DISK-CHECKSUM.
005610     ADD 1 TO WS-FEED-CHECK-IX.
005610 5430-EXIT.
005610     EXIT.
005610
005620*------------------------------------------------------------------*
005630* 5500-WRITE-AUDIT-RECORD - APPEND A RESTORE RECORD TO THE AUDIT    *
005640*                           TRAIL SO "WHEN DID THIS CHANGE" STILL   *
