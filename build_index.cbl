000279*                  CREATES THE STORE ON ITS FIRST USE - A RUN    *
000280*                  BEFORE ANY REFRESH NO LONGER RE-TRIGGERS A    *
000281*                  PUSH OF AN UNCHANGED INDEX FOREVER.           *
000281* 2026-10-15  DJ   THE POST COUNT ON EACH INDEX LINE (2250) NOW  *
000281*                  COUNTS ONLY LIVE POSTS WHOSE PO-PUBLISH-AT    *
000281*                  DATE HAS ARRIVED - SCHEDULED AND WITHDRAWN    *
000281*                  CATALOG ROWS ARE LEFT OUT.                    *
000282*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
003270*------------------------------------------------------------------*
003280* 2200-COUNT-POSTS - ONE KEYED START ON POST-MASTER AND A READ-     *
003290*                    NEXT LOOP COUNTING THE PROFILE'S CATALOG       *
003300*                    ENTRIES THAT ARE LIVE AND PAST THEIR           *
003305*                    PUBLISH-AT DATE                                *
003310*------------------------------------------------------------------*
003320 2200-COUNT-POSTS.
003330     MOVE ZERO TO WS-POST-COUNT.
003580             IF PO-PROFILE-ID NOT = PM-PROFILE-ID
003590                 SET WS-POSTMAST-EOF TO TRUE
003600             ELSE
003605                 IF PO-STATUS-LIVE
003607                    AND PO-PUBLISH-AT NOT > WS-RUN-DATE
003610                     ADD 1 TO WS-POST-COUNT
003615                 END-IF
003620             END-IF
003630     END-READ.
003640 2250-EXIT.
