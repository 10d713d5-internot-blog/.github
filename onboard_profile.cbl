000340*                  ENDS THE RUN WITH RETURN-CODE 8.  REMEMBER    *
000350*                  TO RUN LOADPROFILES AFTERWARD TO REBUILD THE  *
000360*                  MASTER.                                       *
000360* 2026-10-15  DJ   THE NEW SEED LINE NOW ALSO CARRIES THE RSS    *
000360*                  FEED PATH, DERIVED AS profile/<ID>-FEED.xml   *
000360*                  LIKE THE OTHER OUTPUTS.                       *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000850 FD  PROFILE-SEED-FILE.
000860 01  PROFILE-SEED-RECORD.
000870     05  SD-PROFILE-ID           PIC X(10).
000880     05  FILLER                  PIC X(259).
000890
000900 FD  SEED-KEEP-FILE.
000910 01  SEED-KEEP-RECORD            PIC X(269).
000920
000930 FD  TEMPLATE-FILE.
000940 01  TEMPLATE-RECORD             PIC X(80).
001650     05  NS-REFRESH-FREQ         PIC X(01).
001660     05  NS-REFRESH-DAY          PIC X(02).
001670     05  NS-RUN-GROUP            PIC X(02).
001670     05  NS-FEED-PATH            PIC X(40).
001680
001690 01  WS-ERROR-CHECK.
001700     05  WS-CHECK-FILE-NAME      PIC X(20).
003200     EXIT.
003210
003220*------------------------------------------------------------------*
003230* 3300-DERIVE-PATHS - THE FIVE PATHS FOLLOW THE NAMING CONVENTION   *
003240*                     MECHANICALLY FROM THE TRIMMED PROFILE-ID      *
003250*------------------------------------------------------------------*
003260 3300-DERIVE-PATHS.
003540             "-README.html" DELIMITED BY SIZE
003550         INTO NS-HTML-PATH
003560     END-STRING.
003560     MOVE SPACES TO NS-FEED-PATH.
003560     STRING "profile/" DELIMITED BY SIZE
003560             OB-PROFILE-ID(1:WS-PROFILE-ID-LEN) DELIMITED BY SIZE
003560             "-FEED.xml" DELIMITED BY SIZE
003560         INTO NS-FEED-PATH
003560     END-STRING.
003570 3300-EXIT.
003580     EXIT.
003590
