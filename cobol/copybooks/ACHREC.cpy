      *>----------------------------------------------------------------
      *> ACHREC - ACH clearing file record layouts (94-byte NACHA
      *> format), shared by the inbound file read by VulnBankingACHIn
      *> and the return file written by VulnBankingACHRet.
      *> Column 1 tells the layouts apart:
      *>   "1" file header     "5" batch header    "6" entry detail
      *>   "7" addenda         "8" batch control   "9" file control
      *> Amounts are unsigned cents; which side of the ledger an
      *> entry falls on is carried by its transaction code. The
      *> bank's own account number is the first ten positions of
      *> the 17-byte DFI account field, left-justified.
      *>----------------------------------------------------------------
       01 ACH-FILE-HEADER-RECORD.
           05 ACHH-RECORD-TYPE          PIC X(01).
           05 ACHH-PRIORITY-CODE        PIC X(02).
           05 ACHH-IMMEDIATE-DEST       PIC X(10).
           05 ACHH-IMMEDIATE-ORIGIN     PIC X(10).
           05 ACHH-CREATION-DATE        PIC 9(06).
           05 ACHH-CREATION-TIME        PIC 9(04).
           05 ACHH-FILE-ID-MODIFIER     PIC X(01).
           05 ACHH-RECORD-SIZE          PIC X(03).
           05 ACHH-BLOCKING-FACTOR      PIC X(02).
           05 ACHH-FORMAT-CODE          PIC X(01).
           05 ACHH-DEST-NAME            PIC X(23).
           05 ACHH-ORIGIN-NAME          PIC X(23).
           05 ACHH-REFERENCE-CODE       PIC X(08).

       01 ACH-BATCH-HEADER-RECORD.
           05 ACHB-RECORD-TYPE          PIC X(01).
           05 ACHB-SERVICE-CLASS        PIC 9(03).
           05 ACHB-COMPANY-NAME         PIC X(16).
           05 ACHB-DISCRETIONARY        PIC X(20).
           05 ACHB-COMPANY-ID           PIC X(10).
           05 ACHB-ENTRY-CLASS          PIC X(03).
           05 ACHB-ENTRY-DESCRIPTION    PIC X(10).
           05 ACHB-DESCRIPTIVE-DATE     PIC X(06).
           05 ACHB-EFFECTIVE-DATE       PIC 9(06).
           05 ACHB-SETTLEMENT-DATE      PIC X(03).
           05 ACHB-ORIGINATOR-STATUS    PIC X(01).
           05 ACHB-ORIGINATING-DFI      PIC X(08).
           05 ACHB-BATCH-NUMBER         PIC 9(07).

      *>  Transaction codes handled: 22/32 credit (posted as a
      *>  deposit), 27/37 debit (posted as a withdrawal), and the
      *>  zero-dollar prenotes 23/28/33/38, which only prove the
      *>  account exists. A return carries the original code less
      *>  one (21/26/31/36).
       01 ACH-ENTRY-RECORD.
           05 ACHE-RECORD-TYPE          PIC X(01).
           05 ACHE-TRANSACTION-CODE     PIC 9(02).
               88 ACHE-CREDIT           VALUE 22 32.
               88 ACHE-DEBIT            VALUE 27 37.
               88 ACHE-PRENOTE          VALUE 23 28 33 38.
           05 ACHE-RECEIVING-DFI        PIC X(09).
           05 ACHE-DFI-ACCOUNT          PIC X(17).
           05 ACHE-ACCOUNT-VIEW REDEFINES ACHE-DFI-ACCOUNT.
               10 ACHE-ACCOUNT-NUMBER   PIC X(10).
               10 ACHE-ACCOUNT-REST     PIC X(07).
           05 ACHE-AMOUNT               PIC 9(08)V99.
           05 ACHE-INDIVIDUAL-ID        PIC X(15).
           05 ACHE-INDIVIDUAL-NAME      PIC X(22).
           05 ACHE-DISCRETIONARY        PIC X(02).
           05 ACHE-ADDENDA-INDICATOR    PIC X(01).
           05 ACHE-TRACE-NUMBER         PIC 9(15).

      *>  Return addenda (type code "99") following each returned
      *>  entry on the outbound return file; inbound addenda are
      *>  counted for the file controls but otherwise not used.
       01 ACH-RETURN-ADDENDA-RECORD.
           05 ACHA-RECORD-TYPE          PIC X(01).
           05 ACHA-ADDENDA-TYPE         PIC X(02).
           05 ACHA-RETURN-REASON        PIC X(03).
           05 ACHA-ORIGINAL-TRACE       PIC 9(15).
           05 ACHA-DATE-OF-DEATH        PIC X(06).
           05 ACHA-ORIGINAL-DFI         PIC X(08).
           05 ACHA-ADDENDA-INFO         PIC X(44).
           05 ACHA-TRACE-NUMBER         PIC 9(15).

       01 ACH-BATCH-CONTROL-RECORD.
           05 ACHC-RECORD-TYPE          PIC X(01).
           05 ACHC-SERVICE-CLASS        PIC 9(03).
           05 ACHC-ENTRY-COUNT          PIC 9(06).
           05 ACHC-ENTRY-HASH           PIC 9(10).
           05 ACHC-TOTAL-DEBIT          PIC 9(10)V99.
           05 ACHC-TOTAL-CREDIT         PIC 9(10)V99.
           05 ACHC-COMPANY-ID           PIC X(10).
           05 ACHC-AUTHENTICATION       PIC X(19).
           05 ACHC-RESERVED             PIC X(06).
           05 ACHC-ORIGINATING-DFI      PIC X(08).
           05 ACHC-BATCH-NUMBER         PIC 9(07).

       01 ACH-FILE-CONTROL-RECORD.
           05 ACHT-RECORD-TYPE          PIC X(01).
           05 ACHT-BATCH-COUNT          PIC 9(06).
           05 ACHT-BLOCK-COUNT          PIC 9(06).
           05 ACHT-ENTRY-COUNT          PIC 9(08).
           05 ACHT-ENTRY-HASH           PIC 9(10).
           05 ACHT-TOTAL-DEBIT          PIC 9(10)V99.
           05 ACHT-TOTAL-CREDIT         PIC 9(10)V99.
           05 ACHT-RESERVED             PIC X(39).
