       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingACHIn.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-IN-FILE ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHI-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOUT-STATUS.

           SELECT ACH-XREF-FILE ASSIGN TO "ACHXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ACH-REPORT ASSIGN TO "ACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ACH-HELD-FILE ASSIGN TO "ACHHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-IN-FILE.
           COPY ACHREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANS-OUT-FILE.
           COPY TRANIN.

       FD  ACH-XREF-FILE.
           COPY ACHXREF.

       FD  ACH-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01 ACH-REPORT-LINE             PIC X(100).

      *>  Batches whose effective entry date is still to come, as a
      *>  clearing file of their own for a later run to convert.
       FD  ACH-HELD-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01 ACH-HELD-RECORD             PIC X(94).

       WORKING-STORAGE SECTION.
       01 WS-ACHI-STATUS              PIC XX.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-TOUT-STATUS              PIC XX.
       01 WS-XREF-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-HELD-STATUS              PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01 WS-FILE-HEADER-SWITCH       PIC X VALUE "N".
           88 FILE-HEADER-SEEN        VALUE "Y".
       01 WS-FILE-CONTROL-SWITCH      PIC X VALUE "N".
           88 FILE-CONTROL-SEEN       VALUE "Y".
       01 WS-IN-BATCH-SWITCH          PIC X VALUE "N".
           88 IN-BATCH                VALUE "Y".
       01 WS-HOLD-BATCH-SWITCH        PIC X VALUE "N".
           88 BATCH-HELD              VALUE "Y".

      *>  Clearing file control totals, accumulated in the verify
      *>  pass and balanced against the batch and file control
      *>  records before a single entry is converted.
       01 WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01 WS-RECORD-NUMBER            PIC 9(9) VALUE ZERO.
       01 WS-BATCH-COUNT              PIC 9(9) VALUE ZERO.
       01 WS-BATCH-ENTRY-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-BATCH-DETAIL-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-FILE-ENTRY-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-FILE-DETAIL-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-BATCH-HASH               PIC 9(12) VALUE ZERO.
       01 WS-FILE-HASH                PIC 9(12) VALUE ZERO.
       01 WS-HASH-CHECK               PIC 9(10).
       01 WS-CODE-SIDE                PIC 9(01).
       01 WS-ROUTING-NUMBER           PIC 9(8).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-BATCH-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-BATCH-CREDIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FILE-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FILE-CREDIT-TOTAL.

      *>  The same totals split between the batches converted by
      *>  this run and those held for a later date; the held ones
      *>  become the held file's own file control.
       01 WS-DUE-DETAIL-COUNT         PIC 9(9) VALUE ZERO.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DUE-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DUE-CREDIT-TOTAL.
       01 WS-HELD-BATCH-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-HELD-ENTRY-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-HELD-DETAIL-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-HELD-HASH                PIC 9(12) VALUE ZERO.
       01 WS-HELD-DATE                PIC 9(8) VALUE ZERO.
       01 WS-HELD-RECORD-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-HELD-BLOCK-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-HELD-FILL-COUNT          PIC 9(2) VALUE ZERO.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-HELD-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-HELD-CREDIT-TOTAL.

      *>  Clearing file identity, kept from the file header.
       01 WS-IMMEDIATE-DEST           PIC X(10).
       01 WS-IMMEDIATE-ORIGIN         PIC X(10).
       01 WS-DEST-NAME                PIC X(23).
       01 WS-ORIGIN-NAME              PIC X(23).
       01 WS-BATCH-ORIGIN.
           05 WS-ORIGIN-SOURCE        PIC X(03) VALUE "ACH".
           05 WS-ORIGIN-MODIFIER      PIC X(01).
           05 WS-ORIGIN-CREATION-DATE PIC 9(06).

      *>  Current batch header, carried onto each entry's xref.
       01 WS-BATCH-NUMBER             PIC 9(07).
       01 WS-SERVICE-CLASS            PIC 9(03).
       01 WS-COMPANY-NAME             PIC X(16).
       01 WS-COMPANY-ID               PIC X(10).
       01 WS-ENTRY-CLASS              PIC X(03).
       01 WS-ENTRY-DESCRIPTION        PIC X(10).
       01 WS-ORIGINATING-DFI          PIC X(08).
       01 WS-EFFECTIVE-DATE           PIC 9(8).
       01 WS-EFFECTIVE-SPLIT.
           05 WS-EFFECTIVE-CENTURY    PIC 9(2).
           05 WS-EFFECTIVE-YYMMDD     PIC 9(6).
       01 WS-EFFECTIVE-YYYYMMDD REDEFINES WS-EFFECTIVE-SPLIT
                                      PIC 9(8).

       01 WS-RETURN-REASON            PIC X(03).
       01 WS-REASON-TEXT              PIC X(30).
       01 WS-OUT-SEQUENCE             PIC 9(9) VALUE ZERO.
       01 WS-COUNT-ENTRIES            PIC 9(9) VALUE ZERO.
       01 WS-COUNT-CREDITS            PIC 9(9) VALUE ZERO.
       01 WS-COUNT-DEBITS             PIC 9(9) VALUE ZERO.
       01 WS-COUNT-PRENOTES           PIC 9(9) VALUE ZERO.
       01 WS-COUNT-RETURNED           PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ENTRY-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-OUT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CREDIT-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DEBIT-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-RETURNED-AMOUNT.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(50) VALUE
               "VULNBANKING - ACH INBOUND CONVERSION REPORT".
       01 WS-REPORT-HEADING2.
           05 FILLER PIC X(15) VALUE "CLEARING FILE  ".
           05 RH2-BATCH-ORIGIN        PIC X(10).
           05 FILLER PIC X(7) VALUE "  FROM ".
           05 RH2-ORIGIN-NAME         PIC X(23).
           05 FILLER PIC X(12) VALUE "  CONVERTED ".
           05 RH2-CONVERSION-DATE     PIC 9(8).
       01 WS-REPORT-HEADING3.
           05 FILLER PIC X(50) VALUE
               "TRACE NUMBER     ACCOUNT           CD      AMOUNT".
           05 FILLER PIC X(30) VALUE
               " RETURN REASON".
       01 WS-RETURN-LINE.
           05 RL-TRACE-NUMBER         PIC 9(15).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-DFI-ACCOUNT          PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-TRANSACTION-CODE     PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-AMOUNT               PIC Z(7)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-RETURN-REASON        PIC X(03).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-REASON-TEXT          PIC X(30).
       01 WS-HELD-LINE.
           05 FILLER PIC X(6) VALUE "BATCH ".
           05 HL-BATCH-NUMBER         PIC 9(7).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 HL-COMPANY-NAME         PIC X(16).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 HL-ENTRY-DESCRIPTION    PIC X(10).
           05 FILLER PIC X(25) VALUE
               "  HELD - EFFECTIVE DATE ".
           05 HL-EFFECTIVE-DATE       PIC 9(8).
       01 WS-HELD-DUE-LINE.
           05 FILLER PIC X(48) VALUE
               "HELD BATCHES WRITTEN TO ACHHELD - CONVERT IT ON ".
           05 HD-DUE-DATE             PIC 9(8).
       01 WS-ERROR-LINE.
           05 FILLER PIC X(7) VALUE "RECORD ".
           05 EL-RECORD-NUMBER        PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-MESSAGE              PIC X(50).
       01 WS-SUMMARY-LINE.
           05 SL-LABEL                PIC X(30).
           05 SL-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-AMOUNT               PIC Z(10)9.99.
       01 WS-RESULT-LINE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-CLEARING-FILE
           PERFORM 1800-START-CONVERSION
           PERFORM 2000-CONVERT-RECORDS UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL WS-BATCH-CREDIT-TOTAL.
           MOVE ZERO TO WS-FILE-DEBIT-TOTAL WS-FILE-CREDIT-TOTAL.
           MOVE ZERO TO WS-OUT-TOTAL WS-CREDIT-AMOUNT.
           MOVE ZERO TO WS-DEBIT-AMOUNT WS-RETURNED-AMOUNT.
           MOVE ZERO TO WS-DUE-DEBIT-TOTAL WS-DUE-CREDIT-TOTAL.
           MOVE ZERO TO WS-HELD-DEBIT-TOTAL WS-HELD-CREDIT-TOTAL.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open account "
                   "master, status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACH-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open conversion "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           OPEN OUTPUT TRANS-OUT-FILE.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACH-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open ACH cross-"
                   "reference, status " WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACH-HELD-FILE.
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open held ACH "
                   "file, status " WS-HELD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-OPEN-CLEARING-FILE.

       1100-OPEN-CLEARING-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACH-IN-FILE.
           IF WS-ACHI-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to open ACH clearing "
                   "file, status " WS-ACHI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACH-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  The whole clearing file is balanced against its own batch
      *>  and file control records before anything is converted - a
      *>  file that does not prove is rejected outright (RC=8) with
      *>  no header written to TRANOUT, so VulnBankingEdit fails it
      *>  if anyone tries to post it anyway. Part of a file is never
      *>  posted: the clearing house resends the whole file.
       1500-VERIFY-CLEARING-FILE.
           PERFORM 1510-VERIFY-RECORD UNTIL END-OF-FILE.
           IF NOT FILE-HEADER-SEEN
               MOVE "FILE HEADER (1) MISSING" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           IF IN-BATCH
               MOVE "LAST BATCH HAS NO BATCH CONTROL (8)" TO
                   EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           IF NOT FILE-CONTROL-SEEN
               MOVE "FILE CONTROL (9) MISSING" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           CLOSE ACH-IN-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE "CLEARING FILE OUT OF BALANCE - NOT CONVERTED"
                   TO WS-RESULT-LINE
               MOVE WS-RESULT-LINE TO ACH-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               DISPLAY "VULNBANKINGACHIN: " WS-ERROR-COUNT
                   " control errors - " WS-RESULT-LINE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANS-OUT-FILE
               CLOSE ACH-XREF-FILE
               CLOSE ACH-REPORT
               CLOSE ACH-HELD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1510-VERIFY-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF FILE-CONTROL-SEEN
      *>  Blocking fill after the file control is all nines.
               IF ACH-FILE-HEADER-RECORD(1:10) NOT = ALL "9"
                   MOVE "RECORD AFTER FILE CONTROL (9)" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
           ELSE
               IF NOT FILE-HEADER-SEEN
                       AND ACHH-RECORD-TYPE NOT = "1"
                   MOVE "FILE HEADER (1) NOT FIRST RECORD" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               EVALUATE ACHH-RECORD-TYPE
                   WHEN "1"
                       PERFORM 1520-VERIFY-FILE-HEADER
                   WHEN "5"
                       PERFORM 1530-VERIFY-BATCH-HEADER
                   WHEN "6"
                       PERFORM 1540-VERIFY-ENTRY
                   WHEN "7"
                       IF NOT IN-BATCH
                           MOVE "ADDENDA (7) OUTSIDE A BATCH" TO
                               EL-MESSAGE
                           PERFORM 9100-WRITE-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-BATCH-ENTRY-COUNT
                   WHEN "8"
                       PERFORM 1550-VERIFY-BATCH-CONTROL
                   WHEN "9"
                       PERFORM 1560-VERIFY-FILE-CONTROL
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
               END-EVALUATE
           END-IF.
           READ ACH-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1520-VERIFY-FILE-HEADER.
           IF FILE-HEADER-SEEN
               MOVE "DUPLICATE FILE HEADER (1)" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               SET FILE-HEADER-SEEN TO TRUE
               MOVE ACHH-IMMEDIATE-DEST TO WS-IMMEDIATE-DEST
               MOVE ACHH-IMMEDIATE-ORIGIN TO WS-IMMEDIATE-ORIGIN
               MOVE ACHH-DEST-NAME TO WS-DEST-NAME
               MOVE ACHH-ORIGIN-NAME TO WS-ORIGIN-NAME
               MOVE ACHH-FILE-ID-MODIFIER TO WS-ORIGIN-MODIFIER
               IF ACHH-CREATION-DATE IS NUMERIC
                   MOVE ACHH-CREATION-DATE TO WS-ORIGIN-CREATION-DATE
               ELSE
                   MOVE "FILE CREATION DATE NOT NUMERIC" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
           END-IF.

       1530-VERIFY-BATCH-HEADER.
           IF IN-BATCH
               MOVE "BATCH HEADER (5) BEFORE BATCH CONTROL (8)" TO
                   EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           SET IN-BATCH TO TRUE.
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT WS-BATCH-HASH.
           MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL WS-BATCH-CREDIT-TOTAL.
           PERFORM 1570-SET-EFFECTIVE-DATE.

      *>  Entry codes ending 1-4 are credits to the receiver, 6-9
      *>  debits (NACHA convention), which is how the control totals
      *>  are struck; whether this bank can post the code is decided
      *>  entry by entry at conversion.
       1540-VERIFY-ENTRY.
           IF NOT IN-BATCH
               MOVE "ENTRY (6) OUTSIDE A BATCH" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           ADD 1 TO WS-BATCH-ENTRY-COUNT.
           ADD 1 TO WS-BATCH-DETAIL-COUNT.
           ADD 1 TO WS-FILE-DETAIL-COUNT.
           IF ACHE-TRANSACTION-CODE IS NOT NUMERIC
                   OR ACHE-AMOUNT IS NOT NUMERIC
                   OR ACHE-RECEIVING-DFI(1:8) IS NOT NUMERIC
               MOVE "NON-NUMERIC CODE, AMOUNT OR ROUTING" TO
                   EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               MOVE ACHE-RECEIVING-DFI(1:8) TO WS-ROUTING-NUMBER
               ADD WS-ROUTING-NUMBER TO WS-BATCH-HASH
               COMPUTE WS-CODE-SIDE =
                   FUNCTION MOD(ACHE-TRANSACTION-CODE, 10)
               IF WS-CODE-SIDE > 5
                   ADD ACHE-AMOUNT TO WS-BATCH-DEBIT-TOTAL
               ELSE
                   ADD ACHE-AMOUNT TO WS-BATCH-CREDIT-TOTAL
               END-IF
           END-IF.

       1550-VERIFY-BATCH-CONTROL.
           IF NOT IN-BATCH
               MOVE "BATCH CONTROL (8) WITHOUT BATCH HEADER" TO
                   EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               COMPUTE WS-HASH-CHECK =
                   FUNCTION MOD(WS-BATCH-HASH, 10000000000)
               IF ACHC-ENTRY-COUNT IS NOT NUMERIC
                       OR ACHC-ENTRY-HASH IS NOT NUMERIC
                       OR ACHC-TOTAL-DEBIT IS NOT NUMERIC
                       OR ACHC-TOTAL-CREDIT IS NOT NUMERIC
                   MOVE "BATCH CONTROL (8) NOT NUMERIC" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               ELSE
                   IF ACHC-ENTRY-COUNT NOT = WS-BATCH-ENTRY-COUNT
                       MOVE "BATCH ENTRY/ADDENDA COUNT MISMATCH" TO
                           EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
                   END-IF
                   IF ACHC-ENTRY-HASH NOT = WS-HASH-CHECK
                       MOVE "BATCH ENTRY HASH MISMATCH" TO EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
                   END-IF
                   IF ACHC-TOTAL-DEBIT NOT = WS-BATCH-DEBIT-TOTAL
                       MOVE "BATCH DEBIT TOTAL MISMATCH" TO EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
                   END-IF
                   IF ACHC-TOTAL-CREDIT NOT = WS-BATCH-CREDIT-TOTAL
                       MOVE "BATCH CREDIT TOTAL MISMATCH" TO
                           EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
                   END-IF
               END-IF
               ADD 1 TO WS-BATCH-COUNT
               ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
               ADD WS-BATCH-HASH TO WS-FILE-HASH
               ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
               ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
               IF BATCH-HELD
                   PERFORM 1580-COUNT-HELD-BATCH
               ELSE
                   ADD WS-BATCH-DETAIL-COUNT TO WS-DUE-DETAIL-COUNT
                   ADD WS-BATCH-DEBIT-TOTAL TO WS-DUE-DEBIT-TOTAL
                   ADD WS-BATCH-CREDIT-TOTAL TO WS-DUE-CREDIT-TOTAL
               END-IF
               MOVE "N" TO WS-IN-BATCH-SWITCH
           END-IF.

       1560-VERIFY-FILE-CONTROL.
           SET FILE-CONTROL-SEEN TO TRUE.
           COMPUTE WS-HASH-CHECK =
               FUNCTION MOD(WS-FILE-HASH, 10000000000).
           IF ACHT-BATCH-COUNT IS NOT NUMERIC
                   OR ACHT-ENTRY-COUNT IS NOT NUMERIC
                   OR ACHT-ENTRY-HASH IS NOT NUMERIC
                   OR ACHT-TOTAL-DEBIT IS NOT NUMERIC
                   OR ACHT-TOTAL-CREDIT IS NOT NUMERIC
               MOVE "FILE CONTROL (9) NOT NUMERIC" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               IF ACHT-BATCH-COUNT NOT = WS-BATCH-COUNT
                   MOVE "FILE BATCH COUNT MISMATCH" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               IF ACHT-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                   MOVE "FILE ENTRY/ADDENDA COUNT MISMATCH" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               IF ACHT-ENTRY-HASH NOT = WS-HASH-CHECK
                   MOVE "FILE ENTRY HASH MISMATCH" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               IF ACHT-TOTAL-DEBIT NOT = WS-FILE-DEBIT-TOTAL
                   MOVE "FILE DEBIT TOTAL MISMATCH" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               IF ACHT-TOTAL-CREDIT NOT = WS-FILE-CREDIT-TOTAL
                   MOVE "FILE CREDIT TOTAL MISMATCH" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
           END-IF.

      *>  The effective entry date is YYMMDD; one that is missing or
      *>  not a calendar date is taken as today's, which only makes
      *>  the return deadline run from the day the file was worked.
      *>  A batch whose date is still to come is held: it is not
      *>  converted until that day, so an ACH item never reaches
      *>  the warehouse file and every item of a conversion posts in
      *>  the one run VulnBankingACHRet returns from.
       1570-SET-EFFECTIVE-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO WS-EFFECTIVE-DATE.
           IF ACHB-EFFECTIVE-DATE IS NUMERIC
               MOVE 20 TO WS-EFFECTIVE-CENTURY
               MOVE ACHB-EFFECTIVE-DATE TO WS-EFFECTIVE-YYMMDD
               IF FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-YYYYMMDD)
                       > ZERO
                   MOVE WS-EFFECTIVE-YYYYMMDD TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.
           IF WS-EFFECTIVE-DATE > WS-CURRENT-YYYYMMDD
               SET BATCH-HELD TO TRUE
           ELSE
               MOVE "N" TO WS-HOLD-BATCH-SWITCH
           END-IF.

      *>  WS-HELD-DATE is the earliest date among the held batches -
      *>  the day the held file is next due for conversion.
       1580-COUNT-HELD-BATCH.
           ADD 1 TO WS-HELD-BATCH-COUNT.
           ADD WS-BATCH-ENTRY-COUNT TO WS-HELD-ENTRY-COUNT.
           ADD WS-BATCH-DETAIL-COUNT TO WS-HELD-DETAIL-COUNT.
           ADD WS-BATCH-HASH TO WS-HELD-HASH.
           ADD WS-BATCH-DEBIT-TOTAL TO WS-HELD-DEBIT-TOTAL.
           ADD WS-BATCH-CREDIT-TOTAL TO WS-HELD-CREDIT-TOTAL.
           IF WS-HELD-DATE = ZERO
                   OR WS-EFFECTIVE-DATE < WS-HELD-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-HELD-DATE
           END-IF.

      *>  TRANOUT gets the batch header stamped with the clearing
      *>  file's origin, so every reject VulnBankingBatch writes for
      *>  it is marked as an ACH item; ACHXREF gets the file's
      *>  identity and the control totals the return run proves to -
      *>  those of the batches converted now, not the held ones.
       1800-START-CONVERSION.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "H" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE ZERO TO TCR-RECORD-COUNT.
           MOVE ZERO TO TCR-TOTAL-AMOUNT.
           MOVE WS-BATCH-ORIGIN TO TCR-BATCH-ORIGIN.
           PERFORM 9200-WRITE-TRANS-OUT.

           MOVE SPACES TO ACH-XREF-HEADER.
           MOVE "H" TO ACHXH-RECORD-TYPE.
           MOVE WS-BATCH-ORIGIN TO ACHXH-BATCH-ORIGIN.
           MOVE WS-IMMEDIATE-DEST TO ACHXH-IMMEDIATE-DEST.
           MOVE WS-IMMEDIATE-ORIGIN TO ACHXH-IMMEDIATE-ORIGIN.
           MOVE WS-DEST-NAME TO ACHXH-DEST-NAME.
           MOVE WS-ORIGIN-NAME TO ACHXH-ORIGIN-NAME.
           MOVE WS-CURRENT-YYYYMMDD TO ACHXH-CONVERSION-DATE.
           MOVE WS-DUE-DETAIL-COUNT TO ACHXH-ENTRY-COUNT.
           MOVE WS-DUE-DEBIT-TOTAL TO ACHXH-TOTAL-DEBIT.
           MOVE WS-DUE-CREDIT-TOTAL TO ACHXH-TOTAL-CREDIT.
           WRITE ACH-XREF-HEADER.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to write ACH cross-"
                   "reference, status " WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BATCH-ORIGIN TO RH2-BATCH-ORIGIN.
           MOVE WS-ORIGIN-NAME TO RH2-ORIGIN-NAME.
           MOVE WS-CURRENT-YYYYMMDD TO RH2-CONVERSION-DATE.
           MOVE WS-REPORT-HEADING2 TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING3 TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           PERFORM 1100-OPEN-CLEARING-FILE.

      *>  A held batch is copied to ACHHELD record for record, behind
      *>  the clearing file's own file header, and the held file is
      *>  closed with a file control of its own.
       2000-CONVERT-RECORDS.
           EVALUATE ACHH-RECORD-TYPE
               WHEN "1"
                   IF WS-HELD-BATCH-COUNT > ZERO
                       PERFORM 2600-HOLD-RECORD
                   END-IF
               WHEN "5"
                   PERFORM 2100-START-BATCH
                   IF BATCH-HELD
                       PERFORM 2600-HOLD-RECORD
                   END-IF
               WHEN "6"
                   IF BATCH-HELD
                       PERFORM 2600-HOLD-RECORD
                   ELSE
                       PERFORM 2200-CONVERT-ENTRY
                   END-IF
               WHEN "7"
               WHEN "8"
                   IF BATCH-HELD
                       PERFORM 2600-HOLD-RECORD
                   END-IF
               WHEN "9"
                   IF WS-HELD-BATCH-COUNT > ZERO
                           AND ACH-FILE-HEADER-RECORD(1:10)
                               NOT = ALL "9"
                       PERFORM 2700-WRITE-HELD-CONTROL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ ACH-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-START-BATCH.
           MOVE ACHB-BATCH-NUMBER TO WS-BATCH-NUMBER.
           MOVE ACHB-SERVICE-CLASS TO WS-SERVICE-CLASS.
           MOVE ACHB-COMPANY-NAME TO WS-COMPANY-NAME.
           MOVE ACHB-COMPANY-ID TO WS-COMPANY-ID.
           MOVE ACHB-ENTRY-CLASS TO WS-ENTRY-CLASS.
           MOVE ACHB-ENTRY-DESCRIPTION TO WS-ENTRY-DESCRIPTION.
           MOVE ACHB-ORIGINATING-DFI TO WS-ORIGINATING-DFI.
           PERFORM 1570-SET-EFFECTIVE-DATE.
           IF BATCH-HELD
               MOVE WS-BATCH-NUMBER TO HL-BATCH-NUMBER
               MOVE WS-COMPANY-NAME TO HL-COMPANY-NAME
               MOVE WS-ENTRY-DESCRIPTION TO HL-ENTRY-DESCRIPTION
               MOVE WS-EFFECTIVE-DATE TO HL-EFFECTIVE-DATE
               MOVE WS-HELD-LINE TO ACH-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       2200-CONVERT-ENTRY.
           ADD 1 TO WS-COUNT-ENTRIES.
           MOVE SPACES TO ACH-XREF-DETAIL.
           MOVE "D" TO ACHX-RECORD-TYPE.
           MOVE ZERO TO ACHX-TIN-SEQUENCE.
           MOVE WS-BATCH-NUMBER TO ACHX-BATCH-NUMBER.
           MOVE WS-SERVICE-CLASS TO ACHX-SERVICE-CLASS.
           MOVE WS-COMPANY-NAME TO ACHX-COMPANY-NAME.
           MOVE WS-COMPANY-ID TO ACHX-COMPANY-ID.
           MOVE WS-ENTRY-CLASS TO ACHX-ENTRY-CLASS.
           MOVE WS-ENTRY-DESCRIPTION TO ACHX-ENTRY-DESCRIPTION.
           MOVE WS-EFFECTIVE-DATE TO ACHX-EFFECTIVE-DATE.
           MOVE WS-ORIGINATING-DFI TO ACHX-ORIGINATING-DFI.
           MOVE ACH-ENTRY-RECORD TO ACHX-ENTRY.
           MOVE ACHE-AMOUNT TO WS-ENTRY-AMOUNT.
           PERFORM 2300-EDIT-ENTRY.
           IF WS-RETURN-REASON NOT = SPACES
               MOVE "R" TO ACHX-DISPOSITION
               MOVE WS-RETURN-REASON TO ACHX-RETURN-REASON
               ADD 1 TO WS-COUNT-RETURNED
               ADD WS-ENTRY-AMOUNT TO WS-RETURNED-AMOUNT
               PERFORM 2500-LIST-RETURN
           ELSE
           IF ACHE-PRENOTE
               MOVE "N" TO ACHX-DISPOSITION
               ADD 1 TO WS-COUNT-PRENOTES
           ELSE
               MOVE "A" TO ACHX-DISPOSITION
               PERFORM 2400-WRITE-TRANSACTION
               MOVE WS-OUT-SEQUENCE TO ACHX-TIN-SEQUENCE
           END-IF
           END-IF.
           WRITE ACH-XREF-DETAIL.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to write ACH cross-"
                   "reference, status " WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  Anything this bank can tell is unpostable from the file and
      *>  the account master alone is returned here, before posting:
      *>  an item for an account that is not on ACCTMSTR would fail
      *>  the whole generated file in VulnBankingEdit. Funds and hold
      *>  checks are left to VulnBankingBatch, whose rejects are
      *>  returned by VulnBankingACHRet.
       2300-EDIT-ENTRY.
           MOVE SPACES TO WS-RETURN-REASON.
           IF NOT ACHE-CREDIT AND NOT ACHE-DEBIT AND NOT ACHE-PRENOTE
               MOVE "R17" TO WS-RETURN-REASON
           ELSE
           IF ACHE-ACCOUNT-NUMBER IS NOT NUMERIC
                   OR ACHE-ACCOUNT-REST NOT = SPACES
               MOVE "R04" TO WS-RETURN-REASON
           ELSE
           IF (ACHE-PRENOTE AND ACHE-AMOUNT NOT = ZERO)
                   OR (NOT ACHE-PRENOTE AND ACHE-AMOUNT = ZERO)
               MOVE "R17" TO WS-RETURN-REASON
           ELSE
               MOVE ACHE-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "R03" TO WS-RETURN-REASON
                   NOT INVALID KEY
                       IF ACCT-STATUS-CLOSED
                           MOVE "R02" TO WS-RETURN-REASON
                       ELSE
                           IF NOT ACCT-STATUS-ACTIVE
                               MOVE "R16" TO WS-RETURN-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.

       2400-WRITE-TRANSACTION.
           ADD 1 TO WS-OUT-SEQUENCE.
           MOVE SPACES TO TRANS-INPUT-RECORD.
           MOVE WS-OUT-SEQUENCE TO TIN-SEQUENCE.
           MOVE ACHE-ACCOUNT-NUMBER TO TIN-ACCOUNT-NUMBER.
      *>  Only batches due today or earlier are converted, and one
      *>  whose settlement date has already passed posts today like
      *>  any other item, not back-valued.
           MOVE ZERO TO TIN-EFFECTIVE-DATE.
           IF ACHE-CREDIT
               MOVE "D" TO TIN-TRANS-TYPE
               ADD 1 TO WS-COUNT-CREDITS
               ADD WS-ENTRY-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE "W" TO TIN-TRANS-TYPE
               ADD 1 TO WS-COUNT-DEBITS
               ADD WS-ENTRY-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF.
           MOVE WS-ENTRY-AMOUNT TO TIN-AMOUNT.
           MOVE ZERO TO TIN-TO-ACCOUNT-NUMBER.
           ADD WS-ENTRY-AMOUNT TO WS-OUT-TOTAL.
           PERFORM 9200-WRITE-TRANS-OUT.

       2500-LIST-RETURN.
           MOVE ACHE-TRACE-NUMBER TO RL-TRACE-NUMBER.
           MOVE ACHE-DFI-ACCOUNT TO RL-DFI-ACCOUNT.
           MOVE ACHE-TRANSACTION-CODE TO RL-TRANSACTION-CODE.
           MOVE WS-ENTRY-AMOUNT TO RL-AMOUNT.
           MOVE WS-RETURN-REASON TO RL-RETURN-REASON.
           PERFORM 9300-DESCRIBE-REASON.
           MOVE WS-REASON-TEXT TO RL-REASON-TEXT.
           MOVE WS-RETURN-LINE TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       2600-HOLD-RECORD.
           MOVE ACH-FILE-HEADER-RECORD TO ACH-HELD-RECORD.
           PERFORM 9400-WRITE-HELD.

      *>  The held file is padded to a whole block of ten records
      *>  with all-nines fill, as a clearing file is.
       2700-WRITE-HELD-CONTROL.
           COMPUTE WS-HELD-BLOCK-COUNT =
               (WS-HELD-RECORD-COUNT + 10) / 10.
           COMPUTE WS-HELD-FILL-COUNT =
               WS-HELD-BLOCK-COUNT * 10 - WS-HELD-RECORD-COUNT - 1.
           MOVE SPACES TO ACH-FILE-CONTROL-RECORD.
           MOVE "9" TO ACHT-RECORD-TYPE.
           MOVE WS-HELD-BATCH-COUNT TO ACHT-BATCH-COUNT.
           MOVE WS-HELD-BLOCK-COUNT TO ACHT-BLOCK-COUNT.
           MOVE WS-HELD-ENTRY-COUNT TO ACHT-ENTRY-COUNT.
           COMPUTE ACHT-ENTRY-HASH =
               FUNCTION MOD(WS-HELD-HASH, 10000000000).
           MOVE WS-HELD-DEBIT-TOTAL TO ACHT-TOTAL-DEBIT.
           MOVE WS-HELD-CREDIT-TOTAL TO ACHT-TOTAL-CREDIT.
           MOVE ACH-FILE-CONTROL-RECORD TO ACH-HELD-RECORD.
           PERFORM 9400-WRITE-HELD.
           MOVE ALL "9" TO ACH-HELD-RECORD.
           PERFORM 9400-WRITE-HELD WS-HELD-FILL-COUNT TIMES.

       3000-FINALIZE.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "T" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE WS-OUT-SEQUENCE TO TCR-RECORD-COUNT.
           MOVE WS-OUT-TOTAL TO TCR-TOTAL-AMOUNT.
           MOVE WS-BATCH-ORIGIN TO TCR-BATCH-ORIGIN.
           PERFORM 9200-WRITE-TRANS-OUT.

           MOVE SPACES TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "ENTRIES ON CLEARING FILE" TO SL-LABEL.
           MOVE WS-FILE-DETAIL-COUNT TO SL-COUNT.
           COMPUTE SL-AMOUNT = WS-FILE-DEBIT-TOTAL
               + WS-FILE-CREDIT-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "CREDITS CONVERTED (D)" TO SL-LABEL.
           MOVE WS-COUNT-CREDITS TO SL-COUNT.
           MOVE WS-CREDIT-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "DEBITS CONVERTED (W)" TO SL-LABEL.
           MOVE WS-COUNT-DEBITS TO SL-COUNT.
           MOVE WS-DEBIT-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "PRENOTES PROVED" TO SL-LABEL.
           MOVE WS-COUNT-PRENOTES TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "RETURNED AT CONVERSION" TO SL-LABEL.
           MOVE WS-COUNT-RETURNED TO SL-COUNT.
           MOVE WS-RETURNED-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "HELD FOR A LATER DATE" TO SL-LABEL.
           MOVE WS-HELD-DETAIL-COUNT TO SL-COUNT.
           COMPUTE SL-AMOUNT = WS-HELD-DEBIT-TOTAL
               + WS-HELD-CREDIT-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "ITEMS ON GENERATED TRANFILE" TO SL-LABEL.
           MOVE WS-OUT-SEQUENCE TO SL-COUNT.
           MOVE WS-OUT-TOTAL TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           CLOSE ACH-IN-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANS-OUT-FILE.
           CLOSE ACH-XREF-FILE.
           CLOSE ACH-HELD-FILE.
           IF WS-HELD-BATCH-COUNT > ZERO
               MOVE SPACES TO ACH-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE WS-HELD-DATE TO HD-DUE-DATE
               MOVE WS-HELD-DUE-LINE TO ACH-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           CLOSE ACH-REPORT.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingACHIn - ACH Conversion".
           DISPLAY "======================================".
           DISPLAY "  Clearing file:      " WS-BATCH-ORIGIN.
           DISPLAY "  Entries read:       " WS-FILE-DETAIL-COUNT.
           DISPLAY "  Items generated:    " WS-OUT-SEQUENCE.
           DISPLAY "  Prenotes proved:    " WS-COUNT-PRENOTES.
           DISPLAY "  Returned at edit:   " WS-COUNT-RETURNED.
           DISPLAY "  Entries held:       " WS-HELD-DETAIL-COUNT.
           IF WS-HELD-BATCH-COUNT > ZERO
               DISPLAY "  Held file due:      " WS-HELD-DATE
           END-IF.
           IF WS-COUNT-RETURNED NOT = ZERO
                   OR WS-HELD-BATCH-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE ACH-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to write conversion "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-WRITE-FILE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER.
           MOVE WS-ERROR-LINE TO ACH-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9200-WRITE-TRANS-OUT.
           WRITE TRANS-INPUT-RECORD.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to write generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9400-WRITE-HELD.
           WRITE ACH-HELD-RECORD.
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHIN: unable to write held ACH "
                   "file, status " WS-HELD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-RECORD-COUNT.

      *>  Standard NACHA wording for the return reasons this bank
      *>  originates.
       9300-DESCRIBE-REASON.
           EVALUATE WS-RETURN-REASON
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               WHEN "R02"
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN "R03"
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO
                       WS-REASON-TEXT
               WHEN "R04"
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-TEXT
               WHEN "R09"
                   MOVE "UNCOLLECTED FUNDS" TO WS-REASON-TEXT
               WHEN "R16"
                   MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
               WHEN "R17"
                   MOVE "FILE RECORD EDIT CRITERIA" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.
