      *>----------------------------------------------------------------
      *> PCHKREC - Paid-check history record (PAIDCHK), keyed on
      *> account number plus check serial. VulnBankingBatch adds one
      *> for every check withdrawal it posts (TIN-CHECK-SERIAL), so
      *> a check can only ever be paid once: VulnBankingClear and
      *> VulnBankingBatch both refuse a serial already on file as
      *> paid, and the teller menu answers "was check nnnn paid?"
      *> from here. Reversing the posting marks the check "R", which
      *> lets a corrected presentment of the same serial pay again.
      *>----------------------------------------------------------------
       01 PAID-CHECK-RECORD.
           05 PCHK-KEY.
               10 PCHK-ACCOUNT-NUMBER  PIC 9(10).
               10 PCHK-CHECK-SERIAL    PIC 9(7).
           COPY BANKAMTP REPLACING BANKAMTP-FIELD BY PCHK-AMOUNT.
           05 PCHK-PAID-DATE           PIC 9(8).
      *>  TLOG-SEQUENCE of the "W" the check was paid by.
           05 PCHK-TLOG-SEQUENCE       PIC 9(9).
      *>  TCR-BATCH-ORIGIN of the file the check was presented on.
           05 PCHK-BATCH-ORIGIN        PIC X(10).
           05 PCHK-STATUS              PIC X(01).
               88 PCHK-STATUS-PAID     VALUE "P".
               88 PCHK-STATUS-REVERSED VALUE "R".
           05 PCHK-REVERSED-DATE       PIC 9(8).
           05 FILLER                   PIC X(10).
