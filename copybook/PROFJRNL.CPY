000010*----------------------------------------------------------------*
000020* PROFJRNL - RECORD LAYOUT FOR PROFILE-JOURNAL.DAT, THE           *
000030*            PERMANENT CHANGE JOURNAL FOR PROFILE-MASTER.DAT.     *
000040*            ONE RECORD IS APPENDED FOR EVERY CHANGE CARD         *
000050*            PROFILECHANGE APPLIES - WHO ASKED FOR IT AND WHY,    *
000060*            THE FIELD CHANGED WITH ITS OLD AND NEW VALUE AS      *
000070*            LOADED ON THE MASTER, AND THE WHOLE MASTER RECORD    *
000080*            BEFORE AND AFTER THE REWRITE.  THE FILE IS ONLY      *
000090*            EVER EXTENDED, NEVER REWRITTEN.  SHARED BY           *
000100*            PROFILECHANGE AND PROFJOURNALRPT SO BOTH AGREE ON    *
000110*            THE LAYOUT.                                          *
000120*----------------------------------------------------------------*
000130 01  PROFILE-JOURNAL-RECORD.
000140     05  PJ-PROFILE-ID           PIC X(10).
000150     05  FILLER                  PIC X(01).
000160     05  PJ-CHANGE-DATE          PIC X(08).
000170     05  FILLER                  PIC X(01).
000180     05  PJ-CHANGE-TIME          PIC X(08).
000190     05  FILLER                  PIC X(01).
000200     05  PJ-FIELD-NAME           PIC X(16).
000210     05  FILLER                  PIC X(01).
000220     05  PJ-REQUESTER            PIC X(10).
000230     05  FILLER                  PIC X(01).
000240     05  PJ-REASON               PIC X(40).
000250     05  FILLER                  PIC X(01).
000260     05  PJ-OLD-VALUE            PIC X(40).
000270     05  FILLER                  PIC X(01).
000280     05  PJ-NEW-VALUE            PIC X(40).
000290     05  FILLER                  PIC X(01).
000300     05  PJ-BEFORE-IMAGE         PIC X(269).
000310     05  FILLER                  PIC X(01).
000320     05  PJ-AFTER-IMAGE          PIC X(269).
