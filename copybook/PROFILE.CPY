000070*            PARALLEL STREAMS - A WRITEMARKDOWN EXECUTION GIVEN   *
000071*            A GROUP ON ITS RUNPARM CARD REFRESHES ONLY THE       *
000072*            PROFILES IN THAT GROUP.  A BLANK GROUP LOADS AS 01.  *
000072*            PM-FEED-PATH IS WHERE WRITEMARKDOWN WRITES THE       *
000072*            PROFILE'S RSS FEED, ALONGSIDE THE MARKDOWN, ANNOUNCE *
000072*            AND HTML OUTPUTS.  A BLANK PATH LOADS AS             *
000072*            profile/<ID>-FEED.xml.                               *
000073*----------------------------------------------------------------*
000074 01  PROFILE-RECORD.
000080     05  PM-PROFILE-ID           PIC X(10).
000230         88  PM-FREQ-MONTHLY             VALUE "M".
000240     05  PM-REFRESH-DAY          PIC 9(02).
000250     05  PM-RUN-GROUP            PIC X(02).
000260     05  PM-FEED-PATH            PIC X(40).
