      *>  control record carrying the count and balance hash the
      *>  rebuild re-proves before it trusts the file.
       FD  BACKUP-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01 BACKUP-ACCOUNT-RECORD       PIC X(106).
       01 BACKUP-CONTROL-RECORD.
           05 BCR-RECORD-TYPE         PIC X(01).
               88 BCR-TYPE-TRAILER    VALUE "T".
           05 BCR-RECORD-COUNT        PIC 9(9).
           05 BCR-BALANCE-HASH        PIC S9(15)V99 COMP-3.
           05 FILLER                  PIC X(87).

      *>  Every log record written since the unload: the archive
      *>  generations cut over after the unload, with the live
