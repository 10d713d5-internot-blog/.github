000010*----------------------------------------------------------------*
000020* ALERTS - RECORD LAYOUT FOR ALERTS.DAT, THE CONSOLIDATED         *
000030*          OPERATOR ALERT FILE, KEYED BY AT-ALERT-ID (SOURCE      *
000040*          PROGRAM + PROFILE-ID + ALERT CODE).  EVERY FEEDING     *
000050*          PROGRAM RAISES AN ALERT BY KEY: A NEW CONDITION        *
000060*          WRITES AN OPEN RECORD, A REPEAT OF AN OPEN OR          *
000070*          ACKNOWLEDGED ONE BUMPS AT-OCCURRENCES AND THE          *
000080*          LAST-SEEN STAMP IN PLACE, AND A REPEAT OF A CLOSED     *
000090*          ONE REOPENS IT AS NEW.  ALERTACK ACKNOWLEDGES AND      *
000100*          CLOSES ALERTS FROM CARDS; ALERTDIGEST PRINTS THE       *
000110*          ON-CALL DIGEST.  SHARED BY WRITEMARKDOWN, LOADPROFILES,*
000120*          LOADPOSTS, RECONOUTPUTS, PUBLISHCONFIRM, ALERTACK AND  *
000130*          ALERTDIGEST SO ALL OF THEM AGREE ON THE LAYOUT.        *
000140*----------------------------------------------------------------*
000150 01  ALERT-RECORD.
000160     05  AT-ALERT-ID.
000170         10  AT-SOURCE-PROGRAM   PIC X(13).
000180         10  AT-PROFILE-ID       PIC X(10).
000190         10  AT-ALERT-CODE       PIC X(20).
000200     05  AT-SEVERITY             PIC X(01).
000210         88  AT-SEV-SEVERE               VALUE "S".
000220         88  AT-SEV-ERROR                VALUE "E".
000230         88  AT-SEV-WARNING              VALUE "W".
000240         88  AT-SEV-INFO                 VALUE "I".
000250     05  AT-MESSAGE              PIC X(50).
000260     05  AT-FIRST-SEEN-DATE      PIC 9(08).
000270     05  AT-FIRST-SEEN-TIME      PIC 9(08).
000280     05  AT-LAST-SEEN-DATE       PIC 9(08).
000290     05  AT-LAST-SEEN-TIME       PIC 9(08).
000300     05  AT-OCCURRENCES          PIC 9(05).
000310     05  AT-ACK-STATUS           PIC X(06).
000320         88  AT-STATUS-OPEN              VALUE "OPEN".
000330         88  AT-STATUS-ACKED             VALUE "ACKED".
000340         88  AT-STATUS-CLOSED            VALUE "CLOSED".
000350     05  AT-ACK-BY               PIC X(10).
000360     05  AT-ACK-DATE             PIC 9(08).
000370     05  AT-ACK-TIME             PIC 9(08).
