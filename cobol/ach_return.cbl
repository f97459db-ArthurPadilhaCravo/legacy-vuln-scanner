       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingACHRet.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-XREF-FILE ASSIGN TO "ACHXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTN-STATUS.

           SELECT ACH-CONTROL-REPORT ASSIGN TO "ACHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-XREF-FILE.
           COPY ACHXREF.

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  ACH-RETURN-FILE.
           COPY ACHREC.

       FD  ACH-CONTROL-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01 ACH-CONTROL-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS              PIC XX.
       01 WS-EXCP-STATUS              PIC XX.
       01 WS-RCTL-STATUS              PIC XX.
       01 WS-ARTN-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-XREF-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-XREF             VALUE "Y".
       01 WS-EXCP-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-EXCEPTIONS       VALUE "Y".
       01 WS-RETURN-BATCH-SWITCH      PIC X VALUE "N".
           88 RETURN-BATCH-OPEN       VALUE "Y".

      *>  Clearing file being worked, from the xref header.
       01 WS-BATCH-ORIGIN             PIC X(10).
       01 WS-IMMEDIATE-DEST           PIC X(10).
       01 WS-IMMEDIATE-ORIGIN         PIC X(10).
       01 WS-DEST-NAME                PIC X(23).
       01 WS-ORIGIN-NAME              PIC X(23).
       01 WS-CONVERSION-DATE          PIC 9(8).
       01 WS-FILE-ENTRY-COUNT         PIC 9(9).
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FILE-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FILE-CREDIT-TOTAL.

      *>  Sequence of the next exception of this clearing file, or
      *>  all nines once the exception file is exhausted.
       01 WS-EXCP-KEY                 PIC 9(10).

       01 WS-RETURN-REASON            PIC X(03).
       01 WS-REASON-TEXT              PIC X(30).
       01 WS-CODE-SIDE                PIC 9(01).
       01 WS-CODE-TENS                PIC 9(01).
       01 WS-ORIGINAL-TRACE           PIC 9(15).
       01 WS-OUR-ROUTING              PIC 9(8).
       01 WS-ODFI-ROUTING             PIC 9(8).
       01 WS-ODFI-DIGITS REDEFINES WS-ODFI-ROUTING.
           05 WS-ODFI-D1              PIC 9(1).
           05 WS-ODFI-D2              PIC 9(1).
           05 WS-ODFI-D3              PIC 9(1).
           05 WS-ODFI-D4              PIC 9(1).
           05 WS-ODFI-D5              PIC 9(1).
           05 WS-ODFI-D6              PIC 9(1).
           05 WS-ODFI-D7              PIC 9(1).
           05 WS-ODFI-D8              PIC 9(1).
       01 WS-ODFI-WEIGHTED-SUM        PIC 9(4).
       01 WS-ODFI-CHECK-DIGIT         PIC 9(1).

      *>  Return deadline: the second banking day after the entry's
      *>  effective date. Day 1 of the integer calendar (1601-01-01)
      *>  was a Monday, so MOD 7 gives 6 for Saturday, 0 for Sunday.
       01 WS-DEADLINE-INTEGER         PIC 9(9).
       01 WS-DEADLINE-DATE            PIC 9(8).
       01 WS-WEEKDAY                  PIC 9(1).
       01 WS-BANKING-DAYS             PIC 9(1).

      *>  Return file construction.
       01 WS-RETURN-BATCH-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RETURN-ORIG-BATCH        PIC 9(7) VALUE ZERO.
       01 WS-RETURN-SERVICE-CLASS     PIC 9(3).
       01 WS-RETURN-COMPANY-ID        PIC X(10).
       01 WS-RETURN-TRACE-SEQ         PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-SAVE               PIC X(94).
       01 WS-RTN-BATCH-ENTRY-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-RTN-FILE-ENTRY-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-RTN-BATCH-HASH           PIC 9(12) VALUE ZERO.
       01 WS-RTN-FILE-HASH            PIC 9(12) VALUE ZERO.
       01 WS-RTN-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-RTN-BLOCK-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-RTN-FILL-COUNT           PIC 9(2) VALUE ZERO.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-RTN-BATCH-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-RTN-BATCH-CREDIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-RTN-FILE-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-RTN-FILE-CREDIT.

      *>  Proof: every entry on the clearing file is either accepted
      *>  (posted, or a prenote proved) or returned - at conversion,
      *>  or after VulnBankingBatch rejected it.
       01 WS-COUNT-XREF               PIC 9(9) VALUE ZERO.
       01 WS-COUNT-POSTED             PIC 9(9) VALUE ZERO.
       01 WS-COUNT-PRENOTES           PIC 9(9) VALUE ZERO.
       01 WS-COUNT-RETURNED-CONV      PIC 9(9) VALUE ZERO.
       01 WS-COUNT-RETURNED-POST      PIC 9(9) VALUE ZERO.
       01 WS-COUNT-UNMATCHED          PIC 9(9) VALUE ZERO.
       01 WS-COUNT-LATE               PIC 9(9) VALUE ZERO.
       01 WS-COUNT-ACCOUNTED          PIC 9(9) VALUE ZERO.
       01 WS-OUT-OF-BALANCE-SWITCH    PIC X VALUE "N".
           88 OUT-OF-BALANCE          VALUE "Y".
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ENTRY-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-POSTED-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-POSTED-CREDIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CONV-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CONV-CREDIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-POST-RETURN-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-POST-RETURN-CREDIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ACCOUNTED-DEBIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ACCOUNTED-CREDIT.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 WS-CURRENT-HHMM         PIC 9(4).
           05 FILLER                  PIC X(9).
       01 WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE-FIELDS.
           05 FILLER                  PIC 9(2).
           05 WS-CURRENT-YYMMDD       PIC 9(6).
           05 FILLER                  PIC X(13).

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(50) VALUE
               "VULNBANKING - ACH RETURN AND CONTROL REPORT".
       01 WS-REPORT-HEADING2.
           05 FILLER PIC X(15) VALUE "CLEARING FILE  ".
           05 RH2-BATCH-ORIGIN        PIC X(10).
           05 FILLER PIC X(7) VALUE "  FROM ".
           05 RH2-ORIGIN-NAME         PIC X(23).
           05 FILLER PIC X(12) VALUE "  CONVERTED ".
           05 RH2-CONVERSION-DATE     PIC 9(8).
           05 FILLER PIC X(11) VALUE "  RETURNED ".
           05 RH2-RETURN-DATE         PIC 9(8).
       01 WS-REPORT-HEADING3.
           05 FILLER PIC X(50) VALUE
               "TRACE NUMBER     ACCOUNT           CD      AMOUNT".
           05 FILLER PIC X(50) VALUE
               " RETURN REASON                      DEADLINE".
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
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-DEADLINE             PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-LATE-FLAG            PIC X(4).
       01 WS-UNMATCHED-LINE.
           05 FILLER PIC X(20) VALUE "EXCEPTION SEQUENCE ".
           05 UL-SEQUENCE             PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "NOT ON ACH CROSS-REFERENCE - NOT RETURNED".
       01 WS-CONTROL-HEADING.
           05 FILLER PIC X(34) VALUE "CONTROL TOTALS".
           05 FILLER PIC X(15) VALUE "COUNT".
           05 FILLER PIC X(15) VALUE "DEBITS".
           05 FILLER PIC X(07) VALUE "CREDITS".
       01 WS-CONTROL-LINE.
           05 CL-LABEL                PIC X(30).
           05 CL-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CL-DEBIT                PIC Z(10)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CL-CREDIT               PIC Z(10)9.99.
       01 WS-RESULT-LINE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-XREF UNTIL END-OF-XREF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZERO TO WS-RTN-BATCH-DEBIT WS-RTN-BATCH-CREDIT.
           MOVE ZERO TO WS-RTN-FILE-DEBIT WS-RTN-FILE-CREDIT.
           MOVE ZERO TO WS-POSTED-DEBIT WS-POSTED-CREDIT.
           MOVE ZERO TO WS-CONV-DEBIT WS-CONV-CREDIT.
           MOVE ZERO TO WS-POST-RETURN-DEBIT WS-POST-RETURN-CREDIT.

           OPEN INPUT ACH-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: unable to open ACH cross-"
                   "reference, status " WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACH-XREF-FILE
               AT END
                   DISPLAY "VULNBANKINGACHRET: empty ACH cross-"
                       "reference - the clearing file was not "
                       "converted"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT ACHXH-TYPE-HEADER
               DISPLAY "VULNBANKINGACHRET: ACH cross-reference has "
                   "no header record"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ACHXH-BATCH-ORIGIN TO WS-BATCH-ORIGIN.
           MOVE ACHXH-IMMEDIATE-DEST TO WS-IMMEDIATE-DEST.
           MOVE ACHXH-IMMEDIATE-ORIGIN TO WS-IMMEDIATE-ORIGIN.
           MOVE ACHXH-DEST-NAME TO WS-DEST-NAME.
           MOVE ACHXH-ORIGIN-NAME TO WS-ORIGIN-NAME.
           MOVE ACHXH-CONVERSION-DATE TO WS-CONVERSION-DATE.
           MOVE ACHXH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT.
           MOVE ACHXH-TOTAL-DEBIT TO WS-FILE-DEBIT-TOTAL.
           MOVE ACHXH-TOTAL-CREDIT TO WS-FILE-CREDIT-TOTAL.

           PERFORM 0500-CHECK-RUN-CONTROL.

           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "35"
               SET END-OF-EXCEPTIONS TO TRUE
           ELSE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "VULNBANKINGACHRET: unable to open "
                       "exception file, status " WS-EXCP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ACH-RETURN-FILE.
           IF WS-ARTN-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: unable to open ACH return "
                   "file, status " WS-ARTN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACH-CONTROL-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: unable to open ACH control "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-BATCH-ORIGIN TO RH2-BATCH-ORIGIN.
           MOVE WS-ORIGIN-NAME TO RH2-ORIGIN-NAME.
           MOVE WS-CONVERSION-DATE TO RH2-CONVERSION-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO RH2-RETURN-DATE.
           MOVE WS-REPORT-HEADING2 TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING3 TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           PERFORM 1100-WRITE-FILE-HEADER.
           PERFORM 9400-READ-EXCEPTION.
           PERFORM 9300-READ-XREF.

      *>  The return can only be built once the converted file has
      *>  been through VulnBankingBatch - an item not yet posted
      *>  cannot have been rejected, and would be counted as accepted
      *>  when it may yet bounce. Posting must have completed cleanly
      *>  on or after the day the clearing file was converted.
       0500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-RCTL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: no run control - the ACH "
                   "items have not been posted - return refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL
               AT END
                   DISPLAY "VULNBANKINGACHRET: empty run control - "
                       "the ACH items have not been posted - return "
                       "refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE RUN-CONTROL.
           IF NOT RCTL-POST-COMPLETE
                   OR RCTL-LAST-POST-DATE < WS-CONVERSION-DATE
               DISPLAY "VULNBANKINGACHRET: posting has not completed "
                   "since the clearing file was converted (last post "
                   RCTL-LAST-POST-DATE " complete-flag "
                   RCTL-POST-COMPLETE-FLAG ") - return refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  The return file goes back to whoever sent the clearing
      *>  file, so the header's destination and origin are swapped.
       1100-WRITE-FILE-HEADER.
           MOVE SPACES TO ACH-FILE-HEADER-RECORD.
           MOVE "1" TO ACHH-RECORD-TYPE.
           MOVE "01" TO ACHH-PRIORITY-CODE.
           MOVE WS-IMMEDIATE-ORIGIN TO ACHH-IMMEDIATE-DEST.
           MOVE WS-IMMEDIATE-DEST TO ACHH-IMMEDIATE-ORIGIN.
           MOVE WS-CURRENT-YYMMDD TO ACHH-CREATION-DATE.
           MOVE WS-CURRENT-HHMM TO ACHH-CREATION-TIME.
           MOVE "A" TO ACHH-FILE-ID-MODIFIER.
           MOVE "094" TO ACHH-RECORD-SIZE.
           MOVE "10" TO ACHH-BLOCKING-FACTOR.
           MOVE "1" TO ACHH-FORMAT-CODE.
           MOVE WS-ORIGIN-NAME TO ACHH-DEST-NAME.
           MOVE WS-DEST-NAME TO ACHH-ORIGIN-NAME.
           WRITE ACH-FILE-HEADER-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.

       2000-PROCESS-XREF.
           ADD 1 TO WS-COUNT-XREF.
           MOVE ACHX-ENTRY TO ACH-ENTRY-RECORD.
           MOVE ACHE-AMOUNT TO WS-ENTRY-AMOUNT.
           COMPUTE WS-CODE-SIDE =
               FUNCTION MOD(ACHE-TRANSACTION-CODE, 10).
           MOVE SPACES TO WS-RETURN-REASON.
           EVALUATE TRUE
               WHEN ACHX-RETURNED
                   MOVE ACHX-RETURN-REASON TO WS-RETURN-REASON
                   ADD 1 TO WS-COUNT-RETURNED-CONV
                   IF WS-CODE-SIDE > 5
                       ADD WS-ENTRY-AMOUNT TO WS-CONV-DEBIT
                   ELSE
                       ADD WS-ENTRY-AMOUNT TO WS-CONV-CREDIT
                   END-IF
               WHEN ACHX-PRENOTE-PROVED
                   ADD 1 TO WS-COUNT-PRENOTES
               WHEN OTHER
                   PERFORM 2100-MATCH-EXCEPTION
           END-EVALUATE.
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM 2500-WRITE-RETURN
           END-IF.
           PERFORM 9300-READ-XREF.

      *>  Exceptions and xref details both run in TIN-SEQUENCE order
      *>  (VulnBankingBatch posts the generated file in sequence), so
      *>  a converted entry is matched to its reject, if any, by a
      *>  simple merge. An exception of this file's origin with no
      *>  converted entry behind it is listed and fails the proof.
       2100-MATCH-EXCEPTION.
           PERFORM UNTIL WS-EXCP-KEY NOT < ACHX-TIN-SEQUENCE
               PERFORM 2150-LIST-UNMATCHED
               PERFORM 9400-READ-EXCEPTION
           END-PERFORM.
           IF WS-EXCP-KEY = ACHX-TIN-SEQUENCE
               PERFORM 2200-MAP-REJECT-REASON
               ADD 1 TO WS-COUNT-RETURNED-POST
               IF WS-CODE-SIDE > 5
                   ADD WS-ENTRY-AMOUNT TO WS-POST-RETURN-DEBIT
               ELSE
                   ADD WS-ENTRY-AMOUNT TO WS-POST-RETURN-CREDIT
               END-IF
               PERFORM 9400-READ-EXCEPTION
           ELSE
               ADD 1 TO WS-COUNT-POSTED
               IF WS-CODE-SIDE > 5
                   ADD WS-ENTRY-AMOUNT TO WS-POSTED-DEBIT
               ELSE
                   ADD WS-ENTRY-AMOUNT TO WS-POSTED-CREDIT
               END-IF
           END-IF.

       2150-LIST-UNMATCHED.
           ADD 1 TO WS-COUNT-UNMATCHED.
           MOVE EXCP-SEQUENCE TO UL-SEQUENCE.
           MOVE WS-UNMATCHED-LINE TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

      *>  VulnBankingBatch reject reasons translated to the standard
      *>  return reason codes; anything else the posting run can
      *>  reject an ACH item for is returned as an edit failure.
       2200-MAP-REJECT-REASON.
           EVALUATE EXCP-REASON
               WHEN "INSUFFICIENT BALANCE/OVERDRAFT"
                   MOVE "R01" TO WS-RETURN-REASON
               WHEN "HELD FUNDS NOT AVAILABLE"
                   MOVE "R09" TO WS-RETURN-REASON
               WHEN "ACCOUNT NOT FOUND"
                   MOVE "R03" TO WS-RETURN-REASON
               WHEN "ACCOUNT CLOSED"
                   MOVE "R02" TO WS-RETURN-REASON
               WHEN "ACCOUNT NOT ACTIVE"
                   MOVE "R16" TO WS-RETURN-REASON
               WHEN "CD NOT MATURED"
                   MOVE "R20" TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE "R17" TO WS-RETURN-REASON
           END-EVALUATE.

      *>  A return echoes the original entry back with its code
      *>  turned into the matching return code (x2/x3 -> x1,
      *>  x7/x8 -> x6), addressed to the originating bank, followed
      *>  by the "99" addenda naming the reason and the original
      *>  trace number. Returns are batched under the original
      *>  company's batch, one return batch per original batch.
       2500-WRITE-RETURN.
           MOVE ACHE-TRACE-NUMBER TO WS-ORIGINAL-TRACE.
           MOVE ACHE-TRACE-NUMBER TO RL-TRACE-NUMBER.
           MOVE ACHE-DFI-ACCOUNT TO RL-DFI-ACCOUNT.
           MOVE ACHE-TRANSACTION-CODE TO RL-TRANSACTION-CODE.
           MOVE WS-ENTRY-AMOUNT TO RL-AMOUNT.
           IF ACHE-RECEIVING-DFI(1:8) IS NUMERIC
               MOVE ACHE-RECEIVING-DFI(1:8) TO WS-OUR-ROUTING
           ELSE
               MOVE ZERO TO WS-OUR-ROUTING
           END-IF.
           IF NOT RETURN-BATCH-OPEN
                   OR ACHX-BATCH-NUMBER NOT = WS-RETURN-ORIG-BATCH
               IF RETURN-BATCH-OPEN
                   PERFORM 2700-WRITE-BATCH-CONTROL
               END-IF
               PERFORM 2600-WRITE-BATCH-HEADER
           END-IF.

           PERFORM 2550-ROUTING-CHECK-DIGIT.
           DIVIDE ACHE-TRANSACTION-CODE BY 10 GIVING WS-CODE-TENS.
           IF WS-CODE-SIDE > 5
               COMPUTE ACHE-TRANSACTION-CODE = WS-CODE-TENS * 10 + 6
               ADD WS-ENTRY-AMOUNT TO WS-RTN-BATCH-DEBIT
           ELSE
               COMPUTE ACHE-TRANSACTION-CODE = WS-CODE-TENS * 10 + 1
               ADD WS-ENTRY-AMOUNT TO WS-RTN-BATCH-CREDIT
           END-IF.
           MOVE WS-ODFI-ROUTING TO ACHE-RECEIVING-DFI(1:8).
           MOVE WS-ODFI-CHECK-DIGIT TO ACHE-RECEIVING-DFI(9:1).
           MOVE "1" TO ACHE-ADDENDA-INDICATOR.
           ADD 1 TO WS-RETURN-TRACE-SEQ.
           COMPUTE ACHE-TRACE-NUMBER =
               WS-OUR-ROUTING * 10000000 + WS-RETURN-TRACE-SEQ.
           WRITE ACH-ENTRY-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.
           ADD WS-ODFI-ROUTING TO WS-RTN-BATCH-HASH.

           MOVE SPACES TO ACH-RETURN-ADDENDA-RECORD.
           MOVE "7" TO ACHA-RECORD-TYPE.
           MOVE "99" TO ACHA-ADDENDA-TYPE.
           MOVE WS-RETURN-REASON TO ACHA-RETURN-REASON.
           MOVE WS-ORIGINAL-TRACE TO ACHA-ORIGINAL-TRACE.
           MOVE WS-ODFI-ROUTING TO ACHA-ORIGINAL-DFI.
           COMPUTE ACHA-TRACE-NUMBER =
               WS-OUR-ROUTING * 10000000 + WS-RETURN-TRACE-SEQ.
           WRITE ACH-RETURN-ADDENDA-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.
           ADD 2 TO WS-RTN-BATCH-ENTRY-COUNT.

           PERFORM 2800-COMPUTE-DEADLINE.
           MOVE WS-RETURN-REASON TO RL-RETURN-REASON.
           PERFORM 9500-DESCRIBE-REASON.
           MOVE WS-REASON-TEXT TO RL-REASON-TEXT.
           MOVE WS-DEADLINE-DATE TO RL-DEADLINE.
           IF WS-CURRENT-YYYYMMDD > WS-DEADLINE-DATE
               MOVE "LATE" TO RL-LATE-FLAG
               ADD 1 TO WS-COUNT-LATE
           ELSE
               MOVE SPACES TO RL-LATE-FLAG
           END-IF.
           MOVE WS-RETURN-LINE TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

      *>  ABA check digit for the originating bank's routing number
      *>  (weights 3-7-1 repeating); a routing number that is not
      *>  numeric is sent as received with a zero check digit.
       2550-ROUTING-CHECK-DIGIT.
           IF ACHX-ORIGINATING-DFI IS NUMERIC
               MOVE ACHX-ORIGINATING-DFI TO WS-ODFI-ROUTING
               COMPUTE WS-ODFI-WEIGHTED-SUM =
                   WS-ODFI-D1 * 3 + WS-ODFI-D2 * 7 + WS-ODFI-D3
                   + WS-ODFI-D4 * 3 + WS-ODFI-D5 * 7 + WS-ODFI-D6
                   + WS-ODFI-D7 * 3 + WS-ODFI-D8 * 7
               COMPUTE WS-ODFI-CHECK-DIGIT = FUNCTION MOD(
                   10 - FUNCTION MOD(WS-ODFI-WEIGHTED-SUM, 10), 10)
           ELSE
               MOVE ZERO TO WS-ODFI-ROUTING
               MOVE ZERO TO WS-ODFI-CHECK-DIGIT
           END-IF.

       2600-WRITE-BATCH-HEADER.
           SET RETURN-BATCH-OPEN TO TRUE.
           ADD 1 TO WS-RETURN-BATCH-COUNT.
           MOVE ACHX-BATCH-NUMBER TO WS-RETURN-ORIG-BATCH.
           MOVE ACHX-SERVICE-CLASS TO WS-RETURN-SERVICE-CLASS.
           MOVE ACHX-COMPANY-ID TO WS-RETURN-COMPANY-ID.
           MOVE ZERO TO WS-RTN-BATCH-ENTRY-COUNT WS-RTN-BATCH-HASH.
           MOVE ZERO TO WS-RTN-BATCH-DEBIT WS-RTN-BATCH-CREDIT.
      *>  The batch header shares the record area with the entry
      *>  being returned, which is set aside meanwhile.
           MOVE ACH-ENTRY-RECORD TO WS-ENTRY-SAVE.
           MOVE SPACES TO ACH-BATCH-HEADER-RECORD.
           MOVE "5" TO ACHB-RECORD-TYPE.
           MOVE ACHX-SERVICE-CLASS TO ACHB-SERVICE-CLASS.
           MOVE ACHX-COMPANY-NAME TO ACHB-COMPANY-NAME.
           MOVE ACHX-COMPANY-ID TO ACHB-COMPANY-ID.
           MOVE ACHX-ENTRY-CLASS TO ACHB-ENTRY-CLASS.
           MOVE ACHX-ENTRY-DESCRIPTION TO ACHB-ENTRY-DESCRIPTION.
           MOVE WS-CURRENT-YYMMDD TO ACHB-EFFECTIVE-DATE.
           MOVE "1" TO ACHB-ORIGINATOR-STATUS.
           MOVE WS-OUR-ROUTING TO ACHB-ORIGINATING-DFI.
           MOVE WS-RETURN-BATCH-COUNT TO ACHB-BATCH-NUMBER.
           WRITE ACH-BATCH-HEADER-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.
           ADD 1 TO WS-RTN-RECORD-COUNT.
           MOVE WS-ENTRY-SAVE TO ACH-ENTRY-RECORD.

       2700-WRITE-BATCH-CONTROL.
           MOVE SPACES TO ACH-BATCH-CONTROL-RECORD.
           MOVE "8" TO ACHC-RECORD-TYPE.
           MOVE WS-RETURN-SERVICE-CLASS TO ACHC-SERVICE-CLASS.
           MOVE WS-RTN-BATCH-ENTRY-COUNT TO ACHC-ENTRY-COUNT.
           COMPUTE ACHC-ENTRY-HASH =
               FUNCTION MOD(WS-RTN-BATCH-HASH, 10000000000).
           MOVE WS-RTN-BATCH-DEBIT TO ACHC-TOTAL-DEBIT.
           MOVE WS-RTN-BATCH-CREDIT TO ACHC-TOTAL-CREDIT.
           MOVE WS-RETURN-COMPANY-ID TO ACHC-COMPANY-ID.
           MOVE WS-OUR-ROUTING TO ACHC-ORIGINATING-DFI.
           MOVE WS-RETURN-BATCH-COUNT TO ACHC-BATCH-NUMBER.
           WRITE ACH-BATCH-CONTROL-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.
           ADD 1 TO WS-RTN-RECORD-COUNT.
           ADD WS-RTN-BATCH-ENTRY-COUNT TO WS-RTN-FILE-ENTRY-COUNT.
           ADD WS-RTN-BATCH-ENTRY-COUNT TO WS-RTN-RECORD-COUNT.
           ADD WS-RTN-BATCH-HASH TO WS-RTN-FILE-HASH.
           ADD WS-RTN-BATCH-DEBIT TO WS-RTN-FILE-DEBIT.
           ADD WS-RTN-BATCH-CREDIT TO WS-RTN-FILE-CREDIT.
           MOVE "N" TO WS-RETURN-BATCH-SWITCH.

       2800-COMPUTE-DEADLINE.
           COMPUTE WS-DEADLINE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ACHX-EFFECTIVE-DATE).
           MOVE ZERO TO WS-BANKING-DAYS.
           PERFORM UNTIL WS-BANKING-DAYS = 2
               ADD 1 TO WS-DEADLINE-INTEGER
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DEADLINE-INTEGER, 7)
               IF WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
                   ADD 1 TO WS-BANKING-DAYS
               END-IF
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER)
               TO WS-DEADLINE-DATE.

       3000-FINALIZE.
           PERFORM UNTIL END-OF-EXCEPTIONS
               PERFORM 2150-LIST-UNMATCHED
               PERFORM 9400-READ-EXCEPTION
           END-PERFORM.
           IF RETURN-BATCH-OPEN
               PERFORM 2700-WRITE-BATCH-CONTROL
           END-IF.
           PERFORM 3100-WRITE-FILE-CONTROL.
           PERFORM 3200-PROVE-CONTROLS.

           CLOSE ACH-XREF-FILE.
           IF WS-EXCP-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           END-IF.
           CLOSE ACH-RETURN-FILE.
           CLOSE ACH-CONTROL-REPORT.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingACHRet - ACH Returns".
           DISPLAY "======================================".
           DISPLAY "  Clearing file:       " WS-BATCH-ORIGIN.
           DISPLAY "  Entries:             " WS-COUNT-XREF.
           DISPLAY "  Posted:              " WS-COUNT-POSTED.
           DISPLAY "  Prenotes proved:     " WS-COUNT-PRENOTES.
           DISPLAY "  Returned (convert):  " WS-COUNT-RETURNED-CONV.
           DISPLAY "  Returned (posting):  " WS-COUNT-RETURNED-POST.
           DISPLAY "  Returns past deadline: " WS-COUNT-LATE.
           DISPLAY "  Result: " WS-RESULT-LINE.
           IF OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COUNT-LATE NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *>  The return file is padded to a whole block of ten records
      *>  with all-nines fill, as the clearing house expects.
       3100-WRITE-FILE-CONTROL.
           ADD 2 TO WS-RTN-RECORD-COUNT.
           COMPUTE WS-RTN-BLOCK-COUNT = (WS-RTN-RECORD-COUNT + 9) / 10.
           COMPUTE WS-RTN-FILL-COUNT =
               WS-RTN-BLOCK-COUNT * 10 - WS-RTN-RECORD-COUNT.
           MOVE SPACES TO ACH-FILE-CONTROL-RECORD.
           MOVE "9" TO ACHT-RECORD-TYPE.
           MOVE WS-RETURN-BATCH-COUNT TO ACHT-BATCH-COUNT.
           MOVE WS-RTN-BLOCK-COUNT TO ACHT-BLOCK-COUNT.
           MOVE WS-RTN-FILE-ENTRY-COUNT TO ACHT-ENTRY-COUNT.
           COMPUTE ACHT-ENTRY-HASH =
               FUNCTION MOD(WS-RTN-FILE-HASH, 10000000000).
           MOVE WS-RTN-FILE-DEBIT TO ACHT-TOTAL-DEBIT.
           MOVE WS-RTN-FILE-CREDIT TO ACHT-TOTAL-CREDIT.
           WRITE ACH-FILE-CONTROL-RECORD.
           PERFORM 9100-CHECK-RETURN-WRITE.
           PERFORM WS-RTN-FILL-COUNT TIMES
               MOVE ALL "9" TO ACH-FILE-CONTROL-RECORD
               WRITE ACH-FILE-CONTROL-RECORD
               PERFORM 9100-CHECK-RETURN-WRITE
           END-PERFORM.

       3200-PROVE-CONTROLS.
           MOVE SPACES TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-CONTROL-HEADING TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "CLEARING FILE" TO CL-LABEL.
           MOVE WS-FILE-ENTRY-COUNT TO CL-COUNT.
           MOVE WS-FILE-DEBIT-TOTAL TO CL-DEBIT.
           MOVE WS-FILE-CREDIT-TOTAL TO CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "  ACCEPTED - POSTED" TO CL-LABEL.
           MOVE WS-COUNT-POSTED TO CL-COUNT.
           MOVE WS-POSTED-DEBIT TO CL-DEBIT.
           MOVE WS-POSTED-CREDIT TO CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "  ACCEPTED - PRENOTES" TO CL-LABEL.
           MOVE WS-COUNT-PRENOTES TO CL-COUNT.
           MOVE ZERO TO CL-DEBIT CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "  RETURNED AT CONVERSION" TO CL-LABEL.
           MOVE WS-COUNT-RETURNED-CONV TO CL-COUNT.
           MOVE WS-CONV-DEBIT TO CL-DEBIT.
           MOVE WS-CONV-CREDIT TO CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "  RETURNED AFTER POSTING" TO CL-LABEL.
           MOVE WS-COUNT-RETURNED-POST TO CL-COUNT.
           MOVE WS-POST-RETURN-DEBIT TO CL-DEBIT.
           MOVE WS-POST-RETURN-CREDIT TO CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           COMPUTE WS-COUNT-ACCOUNTED = WS-COUNT-POSTED
               + WS-COUNT-PRENOTES + WS-COUNT-RETURNED-CONV
               + WS-COUNT-RETURNED-POST.
           COMPUTE WS-ACCOUNTED-DEBIT = WS-POSTED-DEBIT
               + WS-CONV-DEBIT + WS-POST-RETURN-DEBIT.
           COMPUTE WS-ACCOUNTED-CREDIT = WS-POSTED-CREDIT
               + WS-CONV-CREDIT + WS-POST-RETURN-CREDIT.
           MOVE "ACCEPTED PLUS RETURNED" TO CL-LABEL.
           MOVE WS-COUNT-ACCOUNTED TO CL-COUNT.
           MOVE WS-ACCOUNTED-DEBIT TO CL-DEBIT.
           MOVE WS-ACCOUNTED-CREDIT TO CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "EXCEPTIONS NOT ON XREF" TO CL-LABEL.
           MOVE WS-COUNT-UNMATCHED TO CL-COUNT.
           MOVE ZERO TO CL-DEBIT CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           MOVE "RETURNS PAST DEADLINE" TO CL-LABEL.
           MOVE WS-COUNT-LATE TO CL-COUNT.
           MOVE ZERO TO CL-DEBIT CL-CREDIT.
           PERFORM 3300-WRITE-CONTROL-LINE.
           IF WS-COUNT-ACCOUNTED NOT = WS-FILE-ENTRY-COUNT
                   OR WS-COUNT-XREF NOT = WS-FILE-ENTRY-COUNT
                   OR WS-ACCOUNTED-DEBIT NOT = WS-FILE-DEBIT-TOTAL
                   OR WS-ACCOUNTED-CREDIT NOT = WS-FILE-CREDIT-TOTAL
                   OR WS-COUNT-UNMATCHED NOT = ZERO
               SET OUT-OF-BALANCE TO TRUE
               MOVE "OUT OF BALANCE - INVESTIGATE BEFORE TRANSMITTING"
                   TO WS-RESULT-LINE
           ELSE
               MOVE "IN BALANCE" TO WS-RESULT-LINE
           END-IF.
           MOVE SPACES TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-RESULT-LINE TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       3300-WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO ACH-CONTROL-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE ACH-CONTROL-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: unable to write ACH control "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-CHECK-RETURN-WRITE.
           IF WS-ARTN-STATUS NOT = "00"
               DISPLAY "VULNBANKINGACHRET: unable to write ACH return "
                   "file, status " WS-ARTN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9300-READ-XREF.
           READ ACH-XREF-FILE
               AT END SET END-OF-XREF TO TRUE
           END-READ.

      *>  Only this conversion's exceptions take part in the merge;
      *>  everything else on EXCPFILE is passed over. Batches held
      *>  for a later date are converted on that day under the same
      *>  clearing file origin with sequences starting again at 1,
      *>  so a reject counts only if it was written on or after the
      *>  day this cross-reference was converted.
       9400-READ-EXCEPTION.
           MOVE 9999999999 TO WS-EXCP-KEY.
           PERFORM UNTIL END-OF-EXCEPTIONS
                   OR WS-EXCP-KEY NOT = 9999999999
               READ EXCEPTION-FILE
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF EXCP-BATCH-ORIGIN = WS-BATCH-ORIGIN
                               AND EXCP-TIMESTAMP(1:8) NOT <
                                   WS-CONVERSION-DATE
                           MOVE EXCP-SEQUENCE TO WS-EXCP-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *>  Standard NACHA wording for the return reasons this bank
      *>  originates.
       9500-DESCRIBE-REASON.
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
               WHEN "R20"
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.
