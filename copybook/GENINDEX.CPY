000100*             RESTOREPROFILE JOB READS THIS INDEX TO FIND THE    *
000110*             GENERATION TO COPY BACK.  SHARED BY WRITEMARKDOWN  *
000120*             AND RESTOREPROFILE SO BOTH AGREE ON THE LAYOUT.    *
000122*             GX-FD-PATH HOLDS THE RSS FEED SNAPSHOT - IT IS     *
000124*             SPACES FOR A GENERATION TAKEN BEFORE THE PROFILE   *
000126*             HAD A FEED, AND RESTOREPROFILE THEN LEAVES THE     *
000128*             FEED ALONE.                                        *
000130*----------------------------------------------------------------*
000140 01  GEN-INDEX-RECORD.
000150     05  GX-GEN-KEY.
000200     05  GX-MD-PATH              PIC X(40).
000210     05  GX-AN-PATH              PIC X(40).
000220     05  GX-HT-PATH              PIC X(40).
000230     05  GX-FD-PATH              PIC X(40).
