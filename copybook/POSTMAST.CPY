000090*             AT LOAD TIME.  SHARED BY LOADPOSTS AND             *
000100*             WRITEMARKDOWN SO BOTH PROGRAMS AGREE ON THE        *
000110*             LAYOUT.                                            *
000112*             PO-PUBLISH-AT IS THE DATE THE POST MAY FIRST BE    *
000113*             SHOWN AND PO-POST-STATUS ITS STANDING - A CARD     *
000114*             DATED IN THE FUTURE LOADS SCHEDULED, A CARD MARKED *
000115*             WITHDRAWN LOADS WITHDRAWN AND STAYS IN THE CATALOG *
000116*             AS A RECORD THAT THE POST EXISTED.  ON A WITHDRAWN *
000116*             ROW PO-PUBLISH-AT HOLDS THE WITHDRAWAL DATE FROM   *
000116*             THE CARD INSTEAD, SO WRITEMARKDOWN CAN REFRESH A   *
000116*             PROFILE NOT DUE WHEN A POST WAS WITHDRAWN SINCE    *
000116*             ITS LAST REFRESH.  EVERY READER SHOWS OR COUNTS    *
000117*             ONLY A LIVE POST WHOSE PUBLISH-AT DATE HAS         *
000118*             ARRIVED.  THE NIGHTLY RELOAD TURNS A SCHEDULED     *
000119*             POST LIVE ON ITS DATE.                             *
000120*----------------------------------------------------------------*
000130 01  POST-MASTER-RECORD.
000140     05  PO-POST-KEY.
000170         10  PO-POST-SEQ         PIC 9(02).
000180     05  PO-TITLE                PIC X(50).
000190     05  PO-URL                  PIC X(30).
000200     05  PO-PUBLISH-AT           PIC 9(08).
000210     05  PO-POST-STATUS          PIC X(09).
000220         88  PO-STATUS-LIVE              VALUE "LIVE".
000230         88  PO-STATUS-SCHEDULED         VALUE "SCHEDULED".
000240         88  PO-STATUS-WITHDRAWN         VALUE "WITHDRAWN".
