      *>----------------------------------------------------------------
      *> WHSEREC - Warehoused future-dated batch item (WHSEFILE), keyed
      *> on account number plus a per-account sequence the way HOLDFILE
      *> is. VulnBankingBatch writes a TRANFILE detail whose
      *> TIN-EFFECTIVE-DATE is after the business date here instead of
      *> posting it. VulnBankingWhseRel writes every item due on or
      *> before the business date into a TRANFILE generation for
      *> BATCHPST and marks it released ("R"), and lists what is still
      *> waiting; a teller may cancel ("C") an item that has not been
      *> released. Released and cancelled items stay on file as their
      *> own audit trail, so sequences are never reused.
      *>----------------------------------------------------------------
       01 WAREHOUSE-RECORD.
           05 WHSE-KEY.
               10 WHSE-ACCOUNT-NUMBER  PIC 9(10).
               10 WHSE-SEQUENCE        PIC 9(5).
           05 WHSE-EFFECTIVE-DATE      PIC 9(8).
           05 WHSE-TRANS-TYPE          PIC X(01).
           COPY BANKAMTP REPLACING BANKAMTP-FIELD BY WHSE-AMOUNT.
      *>  TIN-TO-ACCOUNT-NUMBER (or TIN-REVERSED-SEQUENCE) and
      *>  TIN-CHECK-SERIAL as they came in, zero where unused.
           05 WHSE-TO-ACCOUNT-NUMBER   PIC 9(10).
           05 WHSE-CHECK-SERIAL        PIC 9(7).
      *>  Where the item came from: the batch header's date and
      *>  origin, and the item's TIN-SEQUENCE in that file.
           05 WHSE-BATCH-DATE          PIC 9(8).
           05 WHSE-BATCH-ORIGIN        PIC X(10).
           05 WHSE-ORIG-SEQUENCE       PIC 9(9).
           05 WHSE-WAREHOUSED-DATE     PIC 9(8).
           05 WHSE-STATUS              PIC X(01).
               88 WHSE-STATUS-WAITING  VALUE "W".
               88 WHSE-STATUS-RELEASED VALUE "R".
               88 WHSE-STATUS-CANCELLED VALUE "C".
      *>  Date released or cancelled, and the teller who cancelled
      *>  (the releasing job's identifier on a release).
           05 WHSE-STATUS-DATE         PIC 9(8).
           05 WHSE-STATUS-BY           PIC X(08).
           05 FILLER                   PIC X(10).
