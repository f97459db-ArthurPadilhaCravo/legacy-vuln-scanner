       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingClear.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-IN-FILE ASSIGN TO "CLRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRI-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.

           SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCHK-KEY
               FILE STATUS IS WS-PCHK-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOUT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT CLEARING-REPORT ASSIGN TO "CLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-IN-FILE.
           COPY CLRREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  STOP-FILE.
           COPY STOPREC.

       FD  PAID-CHECK-FILE.
           COPY PCHKREC.

       FD  TRANS-OUT-FILE.
           COPY TRANIN.

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  CLEARING-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01 CLEARING-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLRI-STATUS              PIC XX.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-STOP-STATUS              PIC XX.
       01 WS-PCHK-STATUS              PIC XX.
       01 WS-TOUT-STATUS              PIC XX.
       01 WS-EXCP-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01 WS-STOP-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-STOPS            VALUE "Y".
       01 WS-HEADER-SWITCH            PIC X VALUE "N".
           88 HEADER-SEEN             VALUE "Y".
       01 WS-TRAILER-SWITCH           PIC X VALUE "N".
           88 TRAILER-SEEN            VALUE "Y".
      *>  A missing stop-payment file or paid-check history just
      *>  means no stop has ever been placed or no check ever paid.
       01 WS-STOP-FILE-SWITCH         PIC X VALUE "N".
           88 STOP-FILE-PRESENT       VALUE "Y".
       01 WS-PCHK-FILE-SWITCH         PIC X VALUE "N".
           88 PAID-CHECK-FILE-PRESENT VALUE "Y".
       01 WS-STOP-MATCH-SWITCH        PIC X VALUE "N".
           88 STOP-MATCHED            VALUE "Y".

      *>  Batch work has no teller behind it; the job identifier goes
      *>  in the teller-id field of every exception written here.
       01 WS-JOB-IDENT                PIC X(08) VALUE "CHKCLR".
       01 WS-BATCH-ORIGIN.
           05 WS-ORIGIN-SOURCE        PIC X(03) VALUE "CLR".
           05 WS-ORIGIN-CASH-LETTER   PIC X(07).
       01 WS-PRESENTING-BANK          PIC X(09).
       01 WS-BUSINESS-DATE            PIC X(08).

      *>  Cash letter control totals, accumulated in the verify pass
      *>  and proved against the trailer before a single item is
      *>  converted.
       01 WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01 WS-RECORD-NUMBER            PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DETAIL-TOTAL.

       01 WS-EXCP-SEQUENCE-NUMBER     PIC 9(9) VALUE ZERO.
       01 WS-OUT-SEQUENCE             PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-COUNT-ITEMS              PIC 9(9) VALUE ZERO.
       01 WS-COUNT-STOPPED            PIC 9(9) VALUE ZERO.
       01 WS-COUNT-PAID               PIC 9(9) VALUE ZERO.
       01 WS-COUNT-UNPOSTABLE         PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ITEM-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-OUT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ITEMS-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-STOPPED-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-PAID-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-UNPOSTABLE-AMOUNT.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(50) VALUE
               "VULNBANKING - INWARD CHECK CLEARING REPORT".
       01 WS-REPORT-HEADING2.
           05 FILLER PIC X(12) VALUE "CASH LETTER ".
           05 RH2-BATCH-ORIGIN        PIC X(10).
           05 FILLER PIC X(7) VALUE "  FROM ".
           05 RH2-PRESENTING-BANK     PIC X(09).
           05 FILLER PIC X(11) VALUE "  BUSINESS ".
           05 RH2-BUSINESS-DATE       PIC X(08).
           05 FILLER PIC X(12) VALUE "  CONVERTED ".
           05 RH2-CONVERSION-DATE     PIC 9(8).
       01 WS-REPORT-HEADING3.
           05 FILLER PIC X(50) VALUE
               "ITEM SEQUENCE    ACCOUNT     SERIAL       AMOUNT".
           05 FILLER PIC X(30) VALUE
               "  RETURN REASON".
       01 WS-RETURN-LINE.
           05 RL-ITEM-SEQUENCE        PIC X(15).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-ACCOUNT-NUMBER       PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-CHECK-SERIAL         PIC X(07).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-AMOUNT               PIC Z(7)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-REASON               PIC X(30).
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
           PERFORM 1500-VERIFY-CASH-LETTER
           PERFORM 1800-START-CONVERSION
           PERFORM 2000-CONVERT-RECORDS UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZERO TO WS-DETAIL-TOTAL WS-ITEM-AMOUNT WS-OUT-TOTAL.
           MOVE ZERO TO WS-ITEMS-AMOUNT WS-STOPPED-AMOUNT.
           MOVE ZERO TO WS-PAID-AMOUNT WS-UNPOSTABLE-AMOUNT.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to open account "
                   "master, status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STOP-FILE.
           IF WS-STOP-STATUS = "00"
               SET STOP-FILE-PRESENT TO TRUE
           ELSE
               IF WS-STOP-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCLEAR: unable to open stop "
                       "payment file, status " WS-STOP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT PAID-CHECK-FILE.
           IF WS-PCHK-STATUS = "00"
               SET PAID-CHECK-FILE-PRESENT TO TRUE
           ELSE
               IF WS-PCHK-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCLEAR: unable to open paid "
                       "check file, status " WS-PCHK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT CLEARING-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to open clearing "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           OPEN OUTPUT TRANS-OUT-FILE.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to open generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1150-COUNT-EXCP-RECORDS.

           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to open exception "
                   "file, status " WS-EXCP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-OPEN-CASH-LETTER.

       1100-OPEN-CASH-LETTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CLEARING-IN-FILE.
           IF WS-CLRI-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to open inward "
                   "clearing file, status " WS-CLRI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CLEARING-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1150-COUNT-EXCP-RECORDS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ EXCEPTION-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END ADD 1 TO WS-EXCP-SEQUENCE-NUMBER
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *>  The whole cash letter is proved against its trailer before
      *>  anything is converted - one that does not prove is
      *>  rejected outright (RC=8) with no header written to TRANOUT,
      *>  so VulnBankingEdit fails it if anyone tries to post it
      *>  anyway, and the presenting bank must resend it.
       1500-VERIFY-CASH-LETTER.
           PERFORM 1510-VERIFY-RECORD UNTIL END-OF-FILE.
           IF NOT HEADER-SEEN
               MOVE "CASH LETTER HEADER (H) MISSING" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "CASH LETTER TRAILER (T) MISSING" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           END-IF.
           CLOSE CLEARING-IN-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE "CASH LETTER OUT OF BALANCE - NOT CONVERTED"
                   TO WS-RESULT-LINE
               MOVE WS-RESULT-LINE TO CLEARING-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               DISPLAY "VULNBANKINGCLEAR: " WS-ERROR-COUNT
                   " control errors - " WS-RESULT-LINE
               CLOSE ACCOUNT-MASTER
               IF STOP-FILE-PRESENT
                   CLOSE STOP-FILE
               END-IF
               IF PAID-CHECK-FILE-PRESENT
                   CLOSE PAID-CHECK-FILE
               END-IF
               CLOSE TRANS-OUT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE CLEARING-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1510-VERIFY-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF TRAILER-SEEN
               MOVE "RECORD AFTER CASH LETTER TRAILER" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               IF NOT HEADER-SEEN AND NOT CLRH-TYPE-HEADER
                   MOVE "CASH LETTER HEADER (H) NOT FIRST RECORD" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               EVALUATE TRUE
                   WHEN CLRH-TYPE-HEADER
                       PERFORM 1520-VERIFY-HEADER
                   WHEN CLRH-TYPE-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       IF CLRD-AMOUNT IS NOT NUMERIC
                           MOVE "NON-NUMERIC ITEM AMOUNT" TO EL-MESSAGE
                           PERFORM 9100-WRITE-FILE-ERROR
                       ELSE
                           ADD CLRD-AMOUNT TO WS-DETAIL-TOTAL
                       END-IF
                   WHEN CLRH-TYPE-TRAILER
                       PERFORM 1530-VERIFY-TRAILER
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO EL-MESSAGE
                       PERFORM 9100-WRITE-FILE-ERROR
               END-EVALUATE
           END-IF.
           READ CLEARING-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1520-VERIFY-HEADER.
           IF HEADER-SEEN
               MOVE "DUPLICATE CASH LETTER HEADER (H)" TO EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE CLRH-PRESENTING-BANK TO WS-PRESENTING-BANK
               MOVE CLRH-CASH-LETTER-ID TO WS-ORIGIN-CASH-LETTER
               MOVE CLRH-BUSINESS-DATE TO WS-BUSINESS-DATE
               IF CLRH-CASH-LETTER-ID = SPACES
                   MOVE "CASH LETTER ID MISSING" TO EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
           END-IF.

       1530-VERIFY-TRAILER.
           SET TRAILER-SEEN TO TRUE.
           IF CLRT-ITEM-COUNT IS NOT NUMERIC
                   OR CLRT-TOTAL-AMOUNT IS NOT NUMERIC
               MOVE "CASH LETTER TRAILER (T) NOT NUMERIC" TO
                   EL-MESSAGE
               PERFORM 9100-WRITE-FILE-ERROR
           ELSE
               IF CLRT-ITEM-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "CASH LETTER ITEM COUNT MISMATCH" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
               IF CLRT-TOTAL-AMOUNT NOT = WS-DETAIL-TOTAL
                   MOVE "CASH LETTER TOTAL AMOUNT MISMATCH" TO
                       EL-MESSAGE
                   PERFORM 9100-WRITE-FILE-ERROR
               END-IF
           END-IF.

      *>  TRANOUT gets the batch header stamped with the cash
      *>  letter's origin, so every reject VulnBankingBatch writes
      *>  for it is marked as a cleared check to be returned.
       1800-START-CONVERSION.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "H" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE ZERO TO TCR-RECORD-COUNT.
           MOVE ZERO TO TCR-TOTAL-AMOUNT.
           MOVE WS-BATCH-ORIGIN TO TCR-BATCH-ORIGIN.
           PERFORM 9200-WRITE-TRANS-OUT.

           MOVE WS-BATCH-ORIGIN TO RH2-BATCH-ORIGIN.
           MOVE WS-PRESENTING-BANK TO RH2-PRESENTING-BANK.
           MOVE WS-BUSINESS-DATE TO RH2-BUSINESS-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO RH2-CONVERSION-DATE.
           MOVE WS-REPORT-HEADING2 TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING3 TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           PERFORM 1100-OPEN-CASH-LETTER.

       2000-CONVERT-RECORDS.
           IF CLRH-TYPE-DETAIL
               PERFORM 2100-CONVERT-ITEM
           END-IF.
           READ CLEARING-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  Every check is tested here, before it can reach a TRANFILE:
      *>  an account the edit step would not find, a missing serial,
      *>  an active stop payment, or a serial the paid-check history
      *>  already shows as paid sends it to EXCPFILE to be returned
      *>  unpaid. The same check presented twice on one cash letter
      *>  is caught by VulnBankingBatch, which refuses the second as
      *>  already paid once the first has posted. Funds and holds
      *>  are left to VulnBankingBatch as for any other withdrawal.
       2100-CONVERT-ITEM.
           ADD 1 TO WS-COUNT-ITEMS.
           MOVE CLRD-AMOUNT TO WS-ITEM-AMOUNT.
           ADD WS-ITEM-AMOUNT TO WS-ITEMS-AMOUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO ACCT-BALANCE ACCT-OVERDRAFT-LIMIT.
           IF CLRD-ACCOUNT-NUMBER IS NOT NUMERIC
               MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
           ELSE
               MOVE CLRD-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                       MOVE ZERO TO ACCT-BALANCE
                       MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CLRD-CHECK-SERIAL IS NOT NUMERIC
                       OR CLRD-CHECK-SERIAL = ZERO
                   MOVE "CHECK SERIAL MISSING" TO WS-REJECT-REASON
               ELSE
               IF WS-ITEM-AMOUNT NOT > ZERO
                   MOVE "INVALID TRANSACTION AMOUNT" TO
                       WS-REJECT-REASON
               END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-COUNT-UNPOSTABLE
               ADD WS-ITEM-AMOUNT TO WS-UNPOSTABLE-AMOUNT
               PERFORM 2500-RETURN-ITEM
           ELSE
               PERFORM 2200-TEST-STOP-PAYMENTS
               IF STOP-MATCHED
                   STRING "STOP PAYMENT ON CHECK " CLRD-CHECK-SERIAL
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   ADD 1 TO WS-COUNT-STOPPED
                   ADD WS-ITEM-AMOUNT TO WS-STOPPED-AMOUNT
                   PERFORM 2500-RETURN-ITEM
               ELSE
                   PERFORM 2300-TEST-ALREADY-PAID
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-COUNT-PAID
                       ADD WS-ITEM-AMOUNT TO WS-PAID-AMOUNT
                       PERFORM 2500-RETURN-ITEM
                   ELSE
                       PERFORM 2400-WRITE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      *>  An active stop (status "A", not yet expired) matches when
      *>  the serial falls in its range and its amount is zero or
      *>  the check's amount, or - for a stop placed without a
      *>  serial - when the amount alone matches.
       2200-TEST-STOP-PAYMENTS.
           MOVE "N" TO WS-STOP-MATCH-SWITCH.
           IF STOP-FILE-PRESENT
               MOVE CLRD-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER
               MOVE ZERO TO STOP-SEQUENCE
               MOVE "N" TO WS-STOP-EOF-SWITCH
               START STOP-FILE KEY NOT < STOP-KEY
                   INVALID KEY SET END-OF-STOPS TO TRUE
               END-START
               PERFORM 2210-CHECK-NEXT-STOP
                   UNTIL END-OF-STOPS OR STOP-MATCHED
           END-IF.

       2210-CHECK-NEXT-STOP.
           READ STOP-FILE NEXT RECORD
               AT END SET END-OF-STOPS TO TRUE
           END-READ.
           IF NOT END-OF-STOPS
               IF STOP-ACCOUNT-NUMBER NOT = CLRD-ACCOUNT-NUMBER
                   SET END-OF-STOPS TO TRUE
               ELSE
               IF STOP-STATUS-ACTIVE
                       AND STOP-EXPIRY-DATE NOT < WS-CURRENT-YYYYMMDD
                   IF STOP-SERIAL-FROM = ZERO
                       IF STOP-AMOUNT = WS-ITEM-AMOUNT
                           SET STOP-MATCHED TO TRUE
                       END-IF
                   ELSE
                       IF CLRD-CHECK-SERIAL NOT < STOP-SERIAL-FROM
                               AND CLRD-CHECK-SERIAL
                                   NOT > STOP-SERIAL-TO
                               AND (STOP-AMOUNT = ZERO
                                   OR STOP-AMOUNT = WS-ITEM-AMOUNT)
                           SET STOP-MATCHED TO TRUE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       2300-TEST-ALREADY-PAID.
           IF PAID-CHECK-FILE-PRESENT
               MOVE CLRD-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER
               MOVE CLRD-CHECK-SERIAL TO PCHK-CHECK-SERIAL
               READ PAID-CHECK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PCHK-STATUS-PAID
                           STRING "CHECK " CLRD-CHECK-SERIAL
                               " ALREADY PAID" DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2400-WRITE-TRANSACTION.
           ADD 1 TO WS-OUT-SEQUENCE.
           MOVE SPACES TO TRANS-INPUT-RECORD.
           MOVE WS-OUT-SEQUENCE TO TIN-SEQUENCE.
           MOVE CLRD-ACCOUNT-NUMBER TO TIN-ACCOUNT-NUMBER.
           MOVE "W" TO TIN-TRANS-TYPE.
           MOVE WS-ITEM-AMOUNT TO TIN-AMOUNT.
           MOVE ZERO TO TIN-TO-ACCOUNT-NUMBER.
           MOVE CLRD-CHECK-SERIAL TO TIN-CHECK-SERIAL.
           ADD WS-ITEM-AMOUNT TO WS-OUT-TOTAL.
           PERFORM 9200-WRITE-TRANS-OUT.

      *>  A returned check goes to EXCPFILE as an open "W" exception
      *>  under the cash letter's origin, where the repair facility
      *>  refuses to resubmit it, and is listed on the report for
      *>  the return to the presenting bank.
       2500-RETURN-ITEM.
           ADD 1 TO WS-EXCP-SEQUENCE-NUMBER.
           MOVE WS-EXCP-SEQUENCE-NUMBER TO EXCP-SEQUENCE.
           IF CLRD-ACCOUNT-NUMBER IS NUMERIC
               MOVE CLRD-ACCOUNT-NUMBER TO EXCP-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO TO EXCP-ACCOUNT-NUMBER
           END-IF.
           MOVE "W" TO EXCP-TRANS-TYPE.
           MOVE WS-ITEM-AMOUNT TO EXCP-AMOUNT.
           MOVE ACCT-BALANCE TO EXCP-BALANCE.
           MOVE ACCT-OVERDRAFT-LIMIT TO EXCP-OVERDRAFT-LIMIT.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE "O" TO EXCP-DISPOSITION.
           MOVE WS-JOB-IDENT TO EXCP-TELLER-ID.
           MOVE SPACES TO EXCP-SUPERVISOR-ID.
           MOVE WS-BATCH-ORIGIN TO EXCP-BATCH-ORIGIN.
           WRITE EXCEPTION-RECORD.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to write exception "
                   "file, status " WS-EXCP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CLRD-ITEM-SEQUENCE TO RL-ITEM-SEQUENCE.
           MOVE CLRD-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
           MOVE CLRD-CHECK-SERIAL TO RL-CHECK-SERIAL.
           MOVE WS-ITEM-AMOUNT TO RL-AMOUNT.
           MOVE WS-REJECT-REASON TO RL-REASON.
           MOVE WS-RETURN-LINE TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "T" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE WS-OUT-SEQUENCE TO TCR-RECORD-COUNT.
           MOVE WS-OUT-TOTAL TO TCR-TOTAL-AMOUNT.
           MOVE WS-BATCH-ORIGIN TO TCR-BATCH-ORIGIN.
           PERFORM 9200-WRITE-TRANS-OUT.

      *>  Items on the cash letter = converted + stopped + already
      *>  paid + unpostable, in count and amount.
           MOVE SPACES TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "ITEMS ON CASH LETTER" TO SL-LABEL.
           MOVE WS-COUNT-ITEMS TO SL-COUNT.
           MOVE WS-ITEMS-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "CONVERTED TO TRANFILE (W)" TO SL-LABEL.
           MOVE WS-OUT-SEQUENCE TO SL-COUNT.
           MOVE WS-OUT-TOTAL TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "RETURNED - STOP PAYMENT" TO SL-LABEL.
           MOVE WS-COUNT-STOPPED TO SL-COUNT.
           MOVE WS-STOPPED-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "RETURNED - ALREADY PAID" TO SL-LABEL.
           MOVE WS-COUNT-PAID TO SL-COUNT.
           MOVE WS-PAID-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "RETURNED - UNPOSTABLE" TO SL-LABEL.
           MOVE WS-COUNT-UNPOSTABLE TO SL-COUNT.
           MOVE WS-UNPOSTABLE-AMOUNT TO SL-AMOUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           CLOSE CLEARING-IN-FILE.
           CLOSE ACCOUNT-MASTER.
           IF STOP-FILE-PRESENT
               CLOSE STOP-FILE
           END-IF.
           IF PAID-CHECK-FILE-PRESENT
               CLOSE PAID-CHECK-FILE
           END-IF.
           CLOSE TRANS-OUT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE CLEARING-REPORT.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingClear - Check Clearing".
           DISPLAY "======================================".
           DISPLAY "  Cash letter:        " WS-BATCH-ORIGIN.
           DISPLAY "  Items presented:    " WS-COUNT-ITEMS.
           DISPLAY "  Items converted:    " WS-OUT-SEQUENCE.
           DISPLAY "  Stop payments:      " WS-COUNT-STOPPED.
           DISPLAY "  Already paid:       " WS-COUNT-PAID.
           DISPLAY "  Unpostable:         " WS-COUNT-UNPOSTABLE.
           IF WS-COUNT-STOPPED NOT = ZERO OR WS-COUNT-PAID NOT = ZERO
                   OR WS-COUNT-UNPOSTABLE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE CLEARING-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to write clearing "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-WRITE-FILE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER.
           MOVE WS-ERROR-LINE TO CLEARING-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9200-WRITE-TRANS-OUT.
           WRITE TRANS-INPUT-RECORD.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCLEAR: unable to write generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
