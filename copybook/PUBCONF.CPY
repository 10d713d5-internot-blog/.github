000010*----------------------------------------------------------------*
000020* PUBCONF - RECORD LAYOUT FOR PUBLISH-CONFIRMED.DAT, THE SETTLED- *
000030*           ACK STATE PUBLISHCONFIRM CARRIES BETWEEN RUNS.  ONE   *
000040*           RECORD PER PROFILE HOLDS THE NEWEST ACK STAMP THAT    *
000050*           HAS BEEN ANSWERED BY A RESULT FROM THE GIT-PUSH       *
000060*           AUTOMATION, TOGETHER WITH THAT RESULT - PUSHED OR     *
000070*           FAILED, THE AUTOMATION'S REFERENCE ID AND THE STAMP   *
000080*           IT REPORTED.  RECORDS WRITTEN BEFORE THE RESULT       *
000090*           FIELDS EXISTED READ BACK WITH THEM BLANK.  THE FILE   *
000100*           IS REWRITTEN IN FULL AT THE END OF EVERY CONFIRM      *
000110*           RUN.  SHARED BY PUBLISHCONFIRM AND PUBLISHLINEAGE SO  *
000120*           BOTH AGREE ON THE LAYOUT.                             *
000130*----------------------------------------------------------------*
000140 01  CONFIRMED-RECORD.
000150     05  PC-PROFILE-ID           PIC X(10).
000160     05  FILLER                  PIC X(01).
000170     05  PC-ACK-DATE             PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  PC-ACK-TIME             PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  PC-RESULT               PIC X(06).
000220         88  PC-RESULT-PUSHED            VALUE "PUSHED".
000230         88  PC-RESULT-FAILED            VALUE "FAILED".
000240     05  FILLER                  PIC X(01).
000250     05  PC-REF-ID               PIC X(16).
000260     05  FILLER                  PIC X(01).
000270     05  PC-RESULT-DATE          PIC X(08).
000280     05  FILLER                  PIC X(01).
000290     05  PC-RESULT-TIME          PIC X(08).
