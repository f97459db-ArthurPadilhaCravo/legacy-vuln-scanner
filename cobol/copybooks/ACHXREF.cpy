      *>----------------------------------------------------------------
      *> ACHXREF - ACH conversion cross-reference, written by
      *> VulnBankingACHIn alongside the TRANFILE it generates and read
      *> back by VulnBankingACHRet once that file has been posted.
      *> One header ("H") carrying the clearing file's identity and
      *> the control totals of the batches converted by that run -
      *> batches held for a later effective date are left out until
      *> the run that converts them - then one detail ("D") per
      *> entry detail converted, in file order:
      *>   ACHX-DISPOSITION "A" - converted; ACHX-TIN-SEQUENCE is the
      *>                          TIN-SEQUENCE it was posted under;
      *>                    "N" - prenote, account proved, no posting;
      *>                    "R" - returned at conversion with
      *>                          ACHX-RETURN-REASON, never posted.
      *> ACHX-ENTRY is the entry detail exactly as received, so the
      *> return can echo it back to the originator.
      *>----------------------------------------------------------------
       01 ACH-XREF-HEADER.
           05 ACHXH-RECORD-TYPE         PIC X(01).
               88 ACHXH-TYPE-HEADER     VALUE "H".
           05 ACHXH-BATCH-ORIGIN        PIC X(10).
           05 ACHXH-IMMEDIATE-DEST      PIC X(10).
           05 ACHXH-IMMEDIATE-ORIGIN    PIC X(10).
           05 ACHXH-DEST-NAME           PIC X(23).
           05 ACHXH-ORIGIN-NAME         PIC X(23).
           05 ACHXH-CONVERSION-DATE     PIC 9(8).
           05 ACHXH-ENTRY-COUNT         PIC 9(9).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY ACHXH-TOTAL-DEBIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY ACHXH-TOTAL-CREDIT.

       01 ACH-XREF-DETAIL.
           05 ACHX-RECORD-TYPE          PIC X(01).
               88 ACHX-TYPE-DETAIL      VALUE "D".
           05 ACHX-TIN-SEQUENCE         PIC 9(9).
           05 ACHX-DISPOSITION          PIC X(01).
               88 ACHX-CONVERTED        VALUE "A".
               88 ACHX-PRENOTE-PROVED   VALUE "N".
               88 ACHX-RETURNED         VALUE "R".
           05 ACHX-RETURN-REASON        PIC X(03).
           05 ACHX-BATCH-NUMBER         PIC 9(07).
           05 ACHX-SERVICE-CLASS        PIC 9(03).
           05 ACHX-COMPANY-NAME         PIC X(16).
           05 ACHX-COMPANY-ID           PIC X(10).
           05 ACHX-ENTRY-CLASS          PIC X(03).
           05 ACHX-ENTRY-DESCRIPTION    PIC X(10).
           05 ACHX-EFFECTIVE-DATE       PIC 9(8).
           05 ACHX-ORIGINATING-DFI      PIC X(08).
           05 ACHX-ENTRY                PIC X(94).
