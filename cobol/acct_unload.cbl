      *>  every unloaded ACCT-BALANCE; the verify pass and the
      *>  rebuild both prove the file against these controls.
       FD  BACKUP-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01 BACKUP-ACCOUNT-RECORD       PIC X(106).
       01 BACKUP-CONTROL-RECORD.
           05 BCR-RECORD-TYPE         PIC X(01).
               88 BCR-TYPE-TRAILER    VALUE "T".
           05 BCR-RECORD-COUNT        PIC 9(9).
           05 BCR-BALANCE-HASH        PIC S9(15)V99 COMP-3.
           05 FILLER                  PIC X(87).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS              PIC XX.
