               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

      *>  The previous days' log, as the nightly cutover leaves it -
      *>  read only, to find an item being reversed.
           SELECT ARCHIVE-LOG ASSIGN TO "ARCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHK-KEY
               FILE STATUS IS WS-PCHK-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHSE-KEY
               FILE STATUS IS WS-WHSE-STATUS.

      *>  Read at startup for the savings monthly withdrawal limit an
      *>  overdraft protection sweep must respect.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT SWEEP-LOG ASSIGN TO "SWEEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  ARCHIVE-LOG
           RECORD CONTAINS 130 CHARACTERS.
       01 ARCHIVE-LOG-RECORD          PIC X(130).

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  PAID-CHECK-FILE.
           COPY PCHKREC.

       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  FEE-SCHEDULE-FILE.
           COPY FEEREC.

       FD  SWEEP-LOG.
           COPY SWPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS           PIC XX.
       01 WS-TIN-STATUS            PIC XX.
       01 WS-SEQ-STATUS            PIC XX.
       01 WS-RCTL-STATUS           PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-ARCH-STATUS           PIC XX.
       01 WS-PCHK-STATUS           PIC XX.
       01 WS-WHSE-STATUS           PIC XX.
       01 WS-FEE-STATUS            PIC XX.
       01 WS-SWP-STATUS            PIC XX.
       01 WS-RUN-CONTROL-SAVE      PIC X(50).
       01 WS-DAYS-SINCE-POST       PIC S9(5).

       01 WS-HOLD-FILE-SWITCH      PIC X VALUE "N".
           88 HOLD-FILE-PRESENT    VALUE "Y".
       01 WS-HOLD-SCAN-ACCOUNT     PIC 9(10).
       01 WS-LOG-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-LOG           VALUE "Y".
       01 WS-ARCH-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ARCHIVE       VALUE "Y".
       01 WS-ORIG-FOUND-SWITCH     PIC X VALUE "N".
           88 ORIGINAL-FOUND       VALUE "Y".
       01 WS-ORIG-REVERSED-SWITCH  PIC X VALUE "N".
           88 ORIGINAL-REVERSED    VALUE "Y".
       01 WS-PARTNER-FOUND-SWITCH  PIC X VALUE "N".
           88 PARTNER-FOUND        VALUE "Y".
       01 WS-PCHK-FOUND-SWITCH     PIC X VALUE "N".
           88 PAID-CHECK-ON-FILE   VALUE "Y".
       01 WS-WHSE-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-WAREHOUSE     VALUE "Y".
       01 WS-WHSE-DUPLICATE-SWITCH PIC X VALUE "N".
           88 ALREADY-WAREHOUSED   VALUE "Y".
       01 WS-NEXT-WHSE-SEQ         PIC 9(5).
       01 WS-FEE-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FEE-SCHEDULE  VALUE "Y".
       01 WS-SWEEP-SWITCH          PIC X VALUE "N".
           88 SWEEP-APPROVED       VALUE "Y".
      *>  Overdraft protection sweep - the savings account's monthly
      *>  withdrawal limit from the fee schedule (zero, no limit),
      *>  and the accounts of the sweep in progress.
       01 WS-SAVINGS-WDL-LIMIT     PIC 9(3) VALUE ZERO.
       01 WS-CHECKING-ACCOUNT      PIC 9(10).
       01 WS-CHECKING-CUSTOMER     PIC 9(10).
       01 WS-SAVINGS-ACCOUNT       PIC 9(10).
       01 WS-SWEEP-REASON          PIC X(30).
       01 WS-SCAN-PASS             PIC 9(01).
       01 WS-ORIG-SEQUENCE         PIC 9(9).
       01 WS-ORIG-ACCOUNT-NUMBER   PIC 9(10).
       01 WS-ORIG-TYPE             PIC X(01).
       01 WS-ORIG-TRANSFER-REF     PIC 9(9).
       01 WS-PARTNER-SEQUENCE      PIC 9(9).
       01 WS-PARTNER-ACCOUNT-NUMBER PIC 9(10).
       01 WS-DEBIT-LEG-SEQUENCE    PIC 9(9).
       01 WS-DEBIT-LEG-ACCOUNT     PIC 9(10).
       01 WS-CREDIT-LEG-SEQUENCE   PIC 9(9).
       01 WS-CREDIT-LEG-ACCOUNT    PIC 9(10).
       01 WS-REVERSAL-REF          PIC 9(9) VALUE ZERO.
       01 WS-REVERSED-TYPE         PIC X(01) VALUE SPACE.
       01 WS-ORIG-CHECK-SERIAL     PIC 9(7).
      *>  Serial of the check a withdrawal pays (TIN-CHECK-SERIAL),
      *>  zero for every other item.
       01 WS-CHECK-SERIAL          PIC 9(7) VALUE ZERO.
      *>  Value date of a back-valued item (TIN-EFFECTIVE-DATE before
      *>  the business date), zero when it is the posting date.
       01 WS-EFFECTIVE-DATE        PIC 9(8) VALUE ZERO.
      *>  Batch header date, kept with a warehoused item.
       01 WS-BATCH-DATE            PIC 9(8) VALUE ZERO.

       01 WS-SEQUENCE-NUMBER       PIC 9(9) VALUE ZERO.
       01 WS-LAST-CHECKPOINT-SEQ   PIC 9(9) VALUE ZERO.
       01 WS-COUNT-POSTED          PIC 9(9) VALUE ZERO.
       01 WS-COUNT-REJECTED        PIC 9(9) VALUE ZERO.
       01 WS-COUNT-RESTARTED       PIC 9(9) VALUE ZERO.
       01 WS-COUNT-WAREHOUSED      PIC 9(9) VALUE ZERO.
       01 WS-COUNT-SWEPT           PIC 9(9) VALUE ZERO.
       01 WS-COUNT-SWEEP-FAILED    PIC 9(9) VALUE ZERO.
       01 WS-TRANS-TYPE-CODE       PIC X(01).
       01 WS-REJECT-REASON         PIC X(30).
      *>  Batch work has no teller behind it; the job identifier goes
      *>  in the teller-id field instead, so the end-of-day teller
      *>  proof can separate machine postings from drawer work.
       01 WS-JOB-IDENT             PIC X(08) VALUE "BATCHPST".
      *>  Origin of the file being posted, from its batch header, so
      *>  every exception says which feed the rejected item came in
      *>  on (an ACH item has to be returned, not repaired).
       01 WS-BATCH-ORIGIN          PIC X(10) VALUE SPACES.
       01 WS-TRANSFER-REF          PIC 9(9) VALUE ZERO.
       01 WS-LEG-ACCOUNT-NUMBER    PIC 9(10).
       01 WS-LEG-TYPE              PIC X(01).
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD  PIC 9(8).
           05 FILLER               PIC X(13).
       01 WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMM    PIC 9(6).
           05 FILLER               PIC X(15).

       COPY BANKAMT REPLACING 05 BY 01, BANKAMT-FIELD BY WS-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-LEG-NEW-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-HELD-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ORIG-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DEBIT-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SWEEP-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CHECKING-HELD.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CHECKING-NEW-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SAVINGS-AVAILABLE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SAVINGS-OLD-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SAVINGS-NEW-BALANCE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               END-IF
           END-IF.

      *>  The paid-check history is created on first use, like the
      *>  teller's keyed files.
           OPEN I-O PAID-CHECK-FILE.
           IF WS-PCHK-STATUS = "35"
               OPEN OUTPUT PAID-CHECK-FILE
               CLOSE PAID-CHECK-FILE
               OPEN I-O PAID-CHECK-FILE
           END-IF.
           IF WS-PCHK-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to open paid check "
                   "file, status " WS-PCHK-STATUS
               STOP RUN
           END-IF.

      *>  So is the warehouse of future-dated items.
           OPEN I-O WAREHOUSE-FILE.
           IF WS-WHSE-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF.
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to open warehouse "
                   "file, status " WS-WHSE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1400-LOAD-WITHDRAWAL-LIMIT.

      *>  The sweep audit trail is never cut over, like MAINTLOG.
           OPEN EXTEND SWEEP-LOG.
           IF WS-SWP-STATUS = "35"
               OPEN OUTPUT SWEEP-LOG
               CLOSE SWEEP-LOG
               OPEN EXTEND SWEEP-LOG
           END-IF.
           IF WS-SWP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to open sweep log, "
                   "status " WS-SWP-STATUS
               STOP RUN
           END-IF.

           PERFORM 1100-GET-LOG-SEQUENCE.

           OPEN EXTEND TRANSACTION-LOG.
           MOVE ZERO TO RCTL-LAST-RECON-DATE.
           MOVE ZERO TO RCTL-LAST-FEE-MONTH.

      *>  Only the savings entry's withdrawal limit is wanted here.
      *>  No schedule on file, or no limit on it, leaves sweeps
      *>  limited only by the savings funds free of holds.
       1400-LOAD-WITHDRAWAL-LIMIT.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL END-OF-FEE-SCHEDULE
                   READ FEE-SCHEDULE-FILE
                       AT END SET END-OF-FEE-SCHEDULE TO TRUE
                       NOT AT END
                           IF FEE-ACCT-TYPE = "S"
                                   AND FEE-MONTHLY-WDL-LIMIT
                                       IS NUMERIC
                               MOVE FEE-MONTHLY-WDL-LIMIT TO
                                   WS-SAVINGS-WDL-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               IF WS-FEE-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGBATCH: unable to open fee "
                       "schedule, status " WS-FEE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *>  An item dated after the business date is warehoused, not
      *>  posted; one dated before it posts today as a back-valued
      *>  item carrying its value date onto the log.
       2000-PROCESS-TRANSACTIONS.
           IF TCR-TYPE-HEADER OR TCR-TYPE-TRAILER
               IF TCR-TYPE-HEADER
                   MOVE TCR-BATCH-ORIGIN TO WS-BATCH-ORIGIN
                   IF TCR-BATCH-DATE IS NUMERIC
                       MOVE TCR-BATCH-DATE TO WS-BATCH-DATE
                   ELSE
                       MOVE WS-CURRENT-YYYYMMDD TO WS-BATCH-DATE
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-EFFECTIVE-DATE
               IF TIN-EFFECTIVE-DATE IS NUMERIC
                       AND TIN-EFFECTIVE-DATE NOT = WS-CURRENT-YYYYMMDD
                   MOVE TIN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               IF TIN-SEQUENCE NOT > WS-LAST-CHECKPOINT-SEQ
                   ADD 1 TO WS-COUNT-RESTARTED
               ELSE
               IF WS-EFFECTIVE-DATE > WS-CURRENT-YYYYMMDD
                   ADD 1 TO WS-COUNT-PROCESSED
                   PERFORM 2050-WAREHOUSE-ITEM
                   MOVE ZERO TO WS-EFFECTIVE-DATE
               ELSE
                   ADD 1 TO WS-COUNT-PROCESSED
                   MOVE ZERO TO WS-CHECK-SERIAL
                   IF TIN-TYPE-WITHDRAWAL
                           AND TIN-CHECK-SERIAL IS NUMERIC
                       MOVE TIN-CHECK-SERIAL TO WS-CHECK-SERIAL
                   END-IF
                   MOVE TIN-ACCOUNT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           PERFORM 2100-POST-TRANSACTION
                   END-READ
               END-IF
               END-IF
               PERFORM 2800-CHECKPOINT-POSITION
           END-IF.
           READ TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  The item goes onto WHSEFILE under the next free sequence for
      *>  its account (one past the highest, as with holds). The same
      *>  item from the same batch already on file - a restart after
      *>  it was written but before its checkpoint - is not written
      *>  twice.
       2050-WAREHOUSE-ITEM.
           MOVE ZERO TO WS-NEXT-WHSE-SEQ.
           MOVE "N" TO WS-WHSE-DUPLICATE-SWITCH.
           MOVE "N" TO WS-WHSE-EOF-SWITCH.
           MOVE TIN-ACCOUNT-NUMBER TO WHSE-ACCOUNT-NUMBER.
           MOVE ZERO TO WHSE-SEQUENCE.
           START WAREHOUSE-FILE KEY NOT < WHSE-KEY
               INVALID KEY SET END-OF-WAREHOUSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-WAREHOUSE
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END SET END-OF-WAREHOUSE TO TRUE
                   NOT AT END
                       IF WHSE-ACCOUNT-NUMBER NOT = TIN-ACCOUNT-NUMBER
                           SET END-OF-WAREHOUSE TO TRUE
                       ELSE
                           MOVE WHSE-SEQUENCE TO WS-NEXT-WHSE-SEQ
                           IF WHSE-BATCH-DATE = WS-BATCH-DATE
                                   AND WHSE-BATCH-ORIGIN =
                                       WS-BATCH-ORIGIN
                                   AND WHSE-ORIG-SEQUENCE =
                                       TIN-SEQUENCE
                               SET ALREADY-WAREHOUSED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-WHSE-SEQ.
           IF ALREADY-WAREHOUSED
               ADD 1 TO WS-COUNT-WAREHOUSED
           ELSE
               MOVE SPACES TO WAREHOUSE-RECORD
               MOVE TIN-ACCOUNT-NUMBER TO WHSE-ACCOUNT-NUMBER
               MOVE WS-NEXT-WHSE-SEQ TO WHSE-SEQUENCE
               MOVE WS-EFFECTIVE-DATE TO WHSE-EFFECTIVE-DATE
               MOVE TIN-TRANS-TYPE TO WHSE-TRANS-TYPE
               MOVE TIN-AMOUNT TO WHSE-AMOUNT
               MOVE ZERO TO WHSE-TO-ACCOUNT-NUMBER
               IF TIN-TO-ACCOUNT-NUMBER IS NUMERIC
                   MOVE TIN-TO-ACCOUNT-NUMBER TO
                       WHSE-TO-ACCOUNT-NUMBER
               END-IF
               MOVE ZERO TO WHSE-CHECK-SERIAL
               IF TIN-CHECK-SERIAL IS NUMERIC
                   MOVE TIN-CHECK-SERIAL TO WHSE-CHECK-SERIAL
               END-IF
               MOVE WS-BATCH-DATE TO WHSE-BATCH-DATE
               MOVE WS-BATCH-ORIGIN TO WHSE-BATCH-ORIGIN
               MOVE TIN-SEQUENCE TO WHSE-ORIG-SEQUENCE
               MOVE WS-CURRENT-YYYYMMDD TO WHSE-WAREHOUSED-DATE
               SET WHSE-STATUS-WAITING TO TRUE
               MOVE ZERO TO WHSE-STATUS-DATE
               WRITE WAREHOUSE-RECORD
               IF WS-WHSE-STATUS NOT = "00"
                   DISPLAY "VULNBANKINGBATCH: unable to write "
                       "warehouse file, status " WS-WHSE-STATUS
                   PERFORM 9500-WRITE-SEQUENCE-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-COUNT-WAREHOUSED
           END-IF.

       2100-POST-TRANSACTION.
           IF TIN-AMOUNT NOT > ZERO
               MOVE "INVALID TRANSACTION AMOUNT" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
           IF TIN-TYPE-REVERSAL
               PERFORM 2600-POST-REVERSAL
           ELSE
               IF NOT ACCT-STATUS-ACTIVE
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-TRANSACTION
                   END-EVALUATE
               END-IF
           END-IF
           END-IF.

      *>  A certificate of deposit pays nothing out before its
      *>  maturity date through the batch - an early withdrawal, with
      *>  its penalty, is only ever made at the teller.
      *>  A check is paid once: a serial already on PAIDCHK as paid
      *>  is refused, which also catches the same check presented
      *>  twice in one file, and a check that is paid is added to
      *>  the history straight after its posting.
       2200-POST-WITHDRAWAL.
           MOVE "W" TO WS-TRANS-TYPE-CODE.
           MOVE TIN-AMOUNT TO WS-AMOUNT.
           PERFORM 6800-SUM-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-CREDIT =
               ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-OVERDRAFT-LIMIT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-CHECK-SERIAL NOT = ZERO
               PERFORM 2250-TEST-CHECK-PAID
           END-IF.
           MOVE "N" TO WS-SWEEP-SWITCH.
           IF WS-REJECT-REASON = SPACES AND ACCT-TYPE-CHECKING
                   AND ACCT-PROTECT-ACCOUNT IS NUMERIC
                   AND ACCT-PROTECT-ACCOUNT NOT = ZERO
                   AND WS-AMOUNT > ACCT-BALANCE - WS-HELD-AMOUNT
               PERFORM 2210-TEST-PROTECTION-SWEEP
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
           IF ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CURRENT-YYYYMMDD
               MOVE "CD NOT MATURED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
           IF WS-AMOUNT > WS-AVAILABLE-CREDIT
               IF WS-HELD-AMOUNT > ZERO AND WS-AMOUNT NOT >
                       ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
                   MOVE "INSUFFICIENT BALANCE/OVERDRAFT" TO
                       WS-REJECT-REASON
               END-IF
               IF SWEEP-APPROVED
                   MOVE "DEBIT STILL EXCEEDS LIMIT" TO
                       WS-SWEEP-REASON
                   PERFORM 2240-LOG-SWEEP-NOT-USED
               END-IF
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF SWEEP-APPROVED
                   PERFORM 2220-APPLY-PROTECTION-SWEEP
               END-IF
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT
               PERFORM 2750-COUNT-SAVINGS-DEBIT
               PERFORM 2700-APPLY-POSTING
               IF WS-CHECK-SERIAL NOT = ZERO
                   PERFORM 2260-RECORD-PAID-CHECK
               END-IF
           END-IF
           END-IF
           END-IF.

      *>  A protected checking account whose debit is more than its
      *>  balance free of holds draws the shortfall from its savings
      *>  account (ACCT-PROTECT-ACCOUNT) before the debit is tested,
      *>  the same rules as the teller withdrawal: all or nothing,
      *>  only from the savings balance less its own active holds,
      *>  not once the savings account has reached its monthly
      *>  withdrawal limit, and never from a savings account whose
      *>  owning customer is no longer the checking account's (an
      *>  owner change on the savings side leaves the link in
      *>  place on the checking record). A sweep that cannot be
      *>  made is written to SWEEPLOG and the item then posts into
      *>  overdraft or is rejected exactly as it would have been
      *>  unprotected. One approved for an account already beyond
      *>  its overdraft limit may still leave the debit short, and
      *>  is then logged failed by 2240-LOG-SWEEP-NOT-USED and
      *>  nothing is swept. The checking account is read back into
      *>  the record area.
       2210-TEST-PROTECTION-SWEEP.
           MOVE WS-AMOUNT TO WS-DEBIT-AMOUNT.
           IF ACCT-BALANCE - WS-HELD-AMOUNT > ZERO
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-AMOUNT - (ACCT-BALANCE - WS-HELD-AMOUNT)
           ELSE
               MOVE WS-AMOUNT TO WS-SWEEP-AMOUNT
           END-IF.
           MOVE ACCT-NUMBER TO WS-CHECKING-ACCOUNT.
           MOVE ACCT-CUSTOMER-NUMBER TO WS-CHECKING-CUSTOMER.
           MOVE ACCT-PROTECT-ACCOUNT TO WS-SAVINGS-ACCOUNT.
           MOVE WS-HELD-AMOUNT TO WS-CHECKING-HELD.
           MOVE ZERO TO WS-SAVINGS-AVAILABLE.
           MOVE ZERO TO WS-SAVINGS-OLD-BALANCE.
           MOVE SPACES TO WS-SWEEP-REASON.
           MOVE WS-SAVINGS-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "SAVINGS ACCOUNT NOT FOUND" TO WS-SWEEP-REASON
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-SAVINGS-OLD-BALANCE
                   MOVE WS-SAVINGS-ACCOUNT TO WS-HOLD-SCAN-ACCOUNT
                   PERFORM 6800-SUM-ACTIVE-HOLDS
                   COMPUTE WS-SAVINGS-AVAILABLE =
                       ACCT-BALANCE - WS-HELD-AMOUNT
                   IF ACCT-CUSTOMER-NUMBER NOT = WS-CHECKING-CUSTOMER
                       MOVE "NOT SAME OWNING CUSTOMER" TO
                           WS-SWEEP-REASON
                   ELSE
                   IF NOT ACCT-TYPE-SAVINGS
                       MOVE "PROTECTING ACCOUNT NOT SAVINGS" TO
                           WS-SWEEP-REASON
                   ELSE
                   IF NOT ACCT-STATUS-ACTIVE
                       MOVE "SAVINGS ACCOUNT NOT ACTIVE" TO
                           WS-SWEEP-REASON
                   ELSE
                   IF WS-SAVINGS-WDL-LIMIT > ZERO
                           AND ACCT-WDL-MONTH IS NUMERIC
                           AND ACCT-WDL-COUNT IS NUMERIC
                           AND ACCT-WDL-MONTH = WS-CURRENT-YYYYMM
                           AND ACCT-WDL-COUNT NOT < WS-SAVINGS-WDL-LIMIT
                       MOVE "SAVINGS MONTHLY LIMIT REACHED" TO
                           WS-SWEEP-REASON
                   ELSE
                   IF WS-SWEEP-AMOUNT > WS-SAVINGS-AVAILABLE
                       IF WS-HELD-AMOUNT > ZERO
                               AND WS-SWEEP-AMOUNT NOT > ACCT-BALANCE
                           MOVE "SAVINGS FUNDS HELD" TO
                               WS-SWEEP-REASON
                       ELSE
                           MOVE "SAVINGS FUNDS INSUFFICIENT" TO
                               WS-SWEEP-REASON
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           MOVE WS-CHECKING-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "VULNBANKINGBATCH: unable to reread "
                       "account " WS-CHECKING-ACCOUNT
                       " for input sequence " TIN-SEQUENCE
                   PERFORM 9500-WRITE-SEQUENCE-CONTROL
                   STOP RUN
           END-READ.
           MOVE WS-CHECKING-HELD TO WS-HELD-AMOUNT.
           IF WS-SWEEP-REASON = SPACES
               SET SWEEP-APPROVED TO TRUE
               ADD WS-SWEEP-AMOUNT TO WS-AVAILABLE-CREDIT
           ELSE
               ADD 1 TO WS-COUNT-SWEEP-FAILED
               SET SWP-RESULT-FAILED TO TRUE
               MOVE ZERO TO WS-TRANSFER-REF
               PERFORM 2230-WRITE-SWEEP-LOG
           END-IF.

      *>  The sweep is a transfer pair like 2500-APPLY-TRANSFER: both
      *>  legs logged under one TLOG-TRANSFER-REF before either
      *>  master record is touched, 2590-TRANSFER-ABORT if a master
      *>  update then fails. It leaves the checking account, now
      *>  holding the swept funds, in the record area with WS-AMOUNT
      *>  and WS-OLD-BALANCE set for the debit itself.
       2220-APPLY-PROTECTION-SWEEP.
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT.
           COMPUTE WS-SAVINGS-NEW-BALANCE =
               WS-SAVINGS-OLD-BALANCE - WS-AMOUNT.
           COMPUTE WS-CHECKING-NEW-BALANCE = ACCT-BALANCE + WS-AMOUNT.
           COMPUTE WS-TRANSFER-REF = WS-SEQUENCE-NUMBER + 1.
           MOVE WS-SAVINGS-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER.
           MOVE "W" TO WS-LEG-TYPE.
           MOVE WS-SAVINGS-OLD-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE WS-SAVINGS-NEW-BALANCE TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           MOVE WS-CHECKING-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER.
           MOVE "D" TO WS-LEG-TYPE.
           MOVE ACCT-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE WS-CHECKING-NEW-BALANCE TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           MOVE WS-SAVINGS-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-READ.
           MOVE WS-SAVINGS-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE.
           PERFORM 2750-COUNT-SAVINGS-DEBIT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-REWRITE.
           MOVE WS-CHECKING-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-READ.
           MOVE WS-CHECKING-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-REWRITE.
           ADD 1 TO WS-COUNT-SWEPT.
           SET SWP-RESULT-SWEPT TO TRUE.
           MOVE SPACES TO WS-SWEEP-REASON.
           PERFORM 2230-WRITE-SWEEP-LOG.
           MOVE ZERO TO WS-TRANSFER-REF.
           MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE.

       2230-WRITE-SWEEP-LOG.
           MOVE FUNCTION CURRENT-DATE TO SWP-TIMESTAMP.
           MOVE WS-CHECKING-ACCOUNT TO SWP-ACCOUNT-NUMBER.
           MOVE WS-SAVINGS-ACCOUNT TO SWP-SAVINGS-ACCOUNT.
           MOVE WS-DEBIT-AMOUNT TO SWP-DEBIT-AMOUNT.
           MOVE WS-SWEEP-AMOUNT TO SWP-SWEEP-AMOUNT.
           MOVE WS-SAVINGS-AVAILABLE TO SWP-SAVINGS-AVAILABLE.
           MOVE WS-TRANSFER-REF TO SWP-TRANSFER-REF.
           MOVE WS-SWEEP-REASON TO SWP-REASON.
           MOVE WS-JOB-IDENT TO SWP-TELLER-ID.
           MOVE WS-BATCH-ORIGIN TO SWP-BATCH-ORIGIN.
           MOVE TIN-SEQUENCE TO SWP-ITEM-SEQUENCE.
           WRITE SWEEP-AUDIT-RECORD.
           IF WS-SWP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to write sweep log, "
                   "status " WS-SWP-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               STOP RUN
           END-IF.

      *>  An approved sweep the debit is rejected in spite of is
      *>  never applied; it goes on SWEEPLOG as failed, with the
      *>  reason set by the caller, so every sweep tried is on file.
       2240-LOG-SWEEP-NOT-USED.
           ADD 1 TO WS-COUNT-SWEEP-FAILED.
           SET SWP-RESULT-FAILED TO TRUE.
           MOVE ZERO TO WS-TRANSFER-REF.
           PERFORM 2230-WRITE-SWEEP-LOG.

       2250-TEST-CHECK-PAID.
           MOVE TIN-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER.
           MOVE WS-CHECK-SERIAL TO PCHK-CHECK-SERIAL.
           READ PAID-CHECK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PCHK-STATUS-PAID
                       STRING "CHECK " WS-CHECK-SERIAL
                           " ALREADY PAID" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
           END-READ.

      *>  A check paid again after its earlier payment was reversed
      *>  takes over the existing history record.
       2260-RECORD-PAID-CHECK.
           MOVE "Y" TO WS-PCHK-FOUND-SWITCH.
           MOVE TIN-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER.
           MOVE WS-CHECK-SERIAL TO PCHK-CHECK-SERIAL.
           READ PAID-CHECK-FILE
               INVALID KEY
                   MOVE "N" TO WS-PCHK-FOUND-SWITCH
                   MOVE SPACES TO PAID-CHECK-RECORD
                   MOVE TIN-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER
                   MOVE WS-CHECK-SERIAL TO PCHK-CHECK-SERIAL
           END-READ.
           MOVE WS-AMOUNT TO PCHK-AMOUNT.
           MOVE WS-CURRENT-YYYYMMDD TO PCHK-PAID-DATE.
           MOVE TLOG-SEQUENCE TO PCHK-TLOG-SEQUENCE.
           MOVE WS-BATCH-ORIGIN TO PCHK-BATCH-ORIGIN.
           SET PCHK-STATUS-PAID TO TRUE.
           MOVE ZERO TO PCHK-REVERSED-DATE.
           IF PAID-CHECK-ON-FILE
               REWRITE PAID-CHECK-RECORD
           ELSE
               WRITE PAID-CHECK-RECORD
           END-IF.
           IF WS-PCHK-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to record paid check "
                   WS-CHECK-SERIAL " on account " TIN-ACCOUNT-NUMBER
                   ", status " WS-PCHK-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               STOP RUN
           END-IF.

       2300-POST-DEPOSIT.
           IF TIN-TO-ACCOUNT-NUMBER = TIN-ACCOUNT-NUMBER
               MOVE "TRANSFER TO SAME ACCOUNT" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
           IF ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CURRENT-YYYYMMDD
               MOVE "CD NOT MATURED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               MOVE TIN-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT
                       PERFORM 2900-REJECT-TRANSACTION
                   END-IF
               END-IF
           END-IF
           END-IF.

      *>  Both legs are logged to TRANLOG before either master record
           END-READ.
           MOVE WS-FROM-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE.
           PERFORM 2750-COUNT-SAVINGS-DEBIT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
               " - manual reconciliation required".
           STOP RUN.

      *>  A reversal ("R") posts the exact opposite of the logged item
      *>  named in TIN-REVERSED-SEQUENCE. The input must repeat that
      *>  item's account and amount; an item not on the log, already
      *>  reversed or itself a reversal is rejected, so the same
      *>  posting can never be undone twice. Reversals are not held to
      *>  ACCT-STATUS-ACTIVE or the available balance - they put right
      *>  the bank's own error - but a closed account is left alone.
      *>  Either leg of a transfer reverses both.
       2600-POST-REVERSAL.
           MOVE "R" TO WS-TRANS-TYPE-CODE.
           MOVE TIN-AMOUNT TO WS-AMOUNT.
           MOVE TIN-REVERSED-SEQUENCE TO WS-ORIG-SEQUENCE.
           PERFORM 6700-FIND-ORIGINAL-ITEM.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT ORIGINAL-FOUND
                   MOVE "ORIGINAL ITEM NOT ON LOG" TO WS-REJECT-REASON
               WHEN WS-ORIG-TYPE = "R"
                   MOVE "REVERSAL OF A REVERSAL" TO WS-REJECT-REASON
               WHEN ORIGINAL-REVERSED
                   MOVE "ITEM ALREADY REVERSED" TO WS-REJECT-REASON
               WHEN WS-ORIG-ACCOUNT-NUMBER NOT = TIN-ACCOUNT-NUMBER
                   MOVE "REVERSAL ACCOUNT MISMATCH" TO WS-REJECT-REASON
               WHEN WS-ORIG-AMOUNT NOT = TIN-AMOUNT
                   MOVE "REVERSAL AMOUNT MISMATCH" TO WS-REJECT-REASON
               WHEN ACCT-STATUS-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN WS-ORIG-TRANSFER-REF NOT = ZERO
                       AND NOT PARTNER-FOUND
                   MOVE "TRANSFER LEG NOT ON LOG" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF WS-ORIG-TRANSFER-REF = ZERO
                   MOVE ACCT-BALANCE TO WS-OLD-BALANCE
                   MOVE WS-ORIG-SEQUENCE TO WS-REVERSAL-REF
                   MOVE WS-ORIG-TYPE TO WS-REVERSED-TYPE
                   IF WS-ORIG-TYPE = "D" OR WS-ORIG-TYPE = "I"
                       COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT
                   ELSE
                       COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-AMOUNT
                   END-IF
                   PERFORM 2700-APPLY-POSTING
                   IF WS-ORIG-TYPE = "W"
                           AND WS-ORIG-CHECK-SERIAL NOT = ZERO
                       PERFORM 2660-MARK-CHECK-REVERSED
                   END-IF
                   MOVE ZERO TO WS-REVERSAL-REF
                   MOVE SPACE TO WS-REVERSED-TYPE
               ELSE
                   PERFORM 2610-REVERSE-TRANSFER
               END-IF
           END-IF.

      *>  The original "W" leg is credited back and the original "D"
      *>  leg debited, each "R" leg naming the leg it reverses.
       2610-REVERSE-TRANSFER.
           IF WS-ORIG-TYPE = "W"
               MOVE WS-ORIG-SEQUENCE TO WS-DEBIT-LEG-SEQUENCE
               MOVE WS-ORIG-ACCOUNT-NUMBER TO WS-DEBIT-LEG-ACCOUNT
               MOVE WS-PARTNER-SEQUENCE TO WS-CREDIT-LEG-SEQUENCE
               MOVE WS-PARTNER-ACCOUNT-NUMBER TO WS-CREDIT-LEG-ACCOUNT
           ELSE
               MOVE WS-PARTNER-SEQUENCE TO WS-DEBIT-LEG-SEQUENCE
               MOVE WS-PARTNER-ACCOUNT-NUMBER TO WS-DEBIT-LEG-ACCOUNT
               MOVE WS-ORIG-SEQUENCE TO WS-CREDIT-LEG-SEQUENCE
               MOVE WS-ORIG-ACCOUNT-NUMBER TO WS-CREDIT-LEG-ACCOUNT
           END-IF.
           MOVE WS-DEBIT-LEG-ACCOUNT TO ACCT-NUMBER.
           PERFORM 2650-READ-REVERSAL-ACCOUNT.
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-FROM-NEW-BALANCE = ACCT-BALANCE + WS-AMOUNT
               MOVE WS-CREDIT-LEG-ACCOUNT TO ACCT-NUMBER
               PERFORM 2650-READ-REVERSAL-ACCOUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-BALANCE TO WS-TO-OLD-BALANCE
               COMPUTE WS-TO-NEW-BALANCE = ACCT-BALANCE - WS-AMOUNT
               PERFORM 2620-APPLY-TRANSFER-REVERSAL
           ELSE
               MOVE TIN-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               PERFORM 2900-REJECT-TRANSACTION
           END-IF.

      *>  Both "R" legs are logged before either master is touched,
      *>  as in 2500-APPLY-TRANSFER; neither account's activity date
      *>  is stamped.
       2620-APPLY-TRANSFER-REVERSAL.
           COMPUTE WS-TRANSFER-REF = WS-SEQUENCE-NUMBER + 1.
           MOVE "R" TO WS-LEG-TYPE.
           MOVE WS-DEBIT-LEG-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER.
           MOVE WS-DEBIT-LEG-SEQUENCE TO WS-REVERSAL-REF.
           MOVE "W" TO WS-REVERSED-TYPE.
           MOVE WS-OLD-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE WS-FROM-NEW-BALANCE TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           MOVE WS-CREDIT-LEG-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER.
           MOVE WS-CREDIT-LEG-SEQUENCE TO WS-REVERSAL-REF.
           MOVE "D" TO WS-REVERSED-TYPE.
           MOVE WS-TO-OLD-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE WS-TO-NEW-BALANCE TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           MOVE WS-DEBIT-LEG-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-READ.
           MOVE WS-FROM-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-REWRITE.
           MOVE WS-CREDIT-LEG-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-READ.
           MOVE WS-TO-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2590-TRANSFER-ABORT
           END-REWRITE.
           ADD 1 TO WS-COUNT-POSTED.
           MOVE ZERO TO WS-TRANSFER-REF.
           MOVE ZERO TO WS-REVERSAL-REF.
           MOVE SPACE TO WS-REVERSED-TYPE.

       2650-READ-REVERSAL-ACCOUNT.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *>  A reversed check payment comes off the paid history as
      *>  "R", so a corrected presentment of the same serial can pay.
       2660-MARK-CHECK-REVERSED.
           MOVE WS-ORIG-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER.
           MOVE WS-ORIG-CHECK-SERIAL TO PCHK-CHECK-SERIAL.
           READ PAID-CHECK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PCHK-STATUS-PAID
                           AND PCHK-TLOG-SEQUENCE = WS-ORIG-SEQUENCE
                       SET PCHK-STATUS-REVERSED TO TRUE
                       MOVE WS-CURRENT-YYYYMMDD TO PCHK-REVERSED-DATE
                       REWRITE PAID-CHECK-RECORD
                           INVALID KEY
                               DISPLAY "VULNBANKINGBATCH: unable to "
                                   "mark check " WS-ORIG-CHECK-SERIAL
                                   " reversed, status " WS-PCHK-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       2700-APPLY-POSTING.
      *>  Write the audit-trail entry before committing the balance
      *>  change to ACCOUNT-MASTER, not after: if the transaction log
      *>  REWRITE would leave a posted-but-unlogged balance change on
      *>  disk with no checkpoint advance, which a restart would then
      *>  re-apply on top of the already-updated balance.
      *>  A reversal is a correction, not customer activity, and
      *>  leaves the dormancy clock where it was.
           PERFORM 6000-WRITE-TRANS-LOG.
           IF NOT TIN-TYPE-REVERSAL
               MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "VULNBANKINGBATCH: account master rewrite "
                   ADD 1 TO WS-COUNT-POSTED
           END-REWRITE.

      *>  Counts a customer debit against a savings account's monthly
      *>  withdrawal limit, starting the count over in a new month.
      *>  Called just before the debited record is rewritten.
       2750-COUNT-SAVINGS-DEBIT.
           IF ACCT-TYPE-SAVINGS
               IF ACCT-WDL-MONTH IS NOT NUMERIC
                       OR ACCT-WDL-COUNT IS NOT NUMERIC
                       OR ACCT-WDL-MONTH NOT = WS-CURRENT-YYYYMM
                   MOVE WS-CURRENT-YYYYMM TO ACCT-WDL-MONTH
                   MOVE ZERO TO ACCT-WDL-COUNT
               END-IF
               IF ACCT-WDL-COUNT < 999
                   ADD 1 TO ACCT-WDL-COUNT
               END-IF
           END-IF.

      *>  The sequence control file is persisted with every
      *>  checkpoint, not just at finalize: an abended run must not
      *>  leave a stale high water behind, or the restart would hand
           MOVE ACCT-BALANCE TO TLOG-NEW-BALANCE.
           MOVE WS-TRANSFER-REF TO TLOG-TRANSFER-REF.
           MOVE WS-JOB-IDENT TO TLOG-TELLER-ID.
           MOVE WS-REVERSAL-REF TO TLOG-REVERSAL-REF.
           MOVE WS-REVERSED-TYPE TO TLOG-REVERSED-TYPE.
           MOVE SPACES TO TLOG-SUPERVISOR-ID.
           MOVE WS-CHECK-SERIAL TO TLOG-CHECK-SERIAL.
           MOVE WS-EFFECTIVE-DATE TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
           MOVE WS-LEG-NEW-BALANCE TO TLOG-NEW-BALANCE.
           MOVE WS-TRANSFER-REF TO TLOG-TRANSFER-REF.
           MOVE WS-JOB-IDENT TO TLOG-TELLER-ID.
           MOVE WS-REVERSAL-REF TO TLOG-REVERSAL-REF.
           MOVE WS-REVERSED-TYPE TO TLOG-REVERSED-TYPE.
           MOVE SPACES TO TLOG-SUPERVISOR-ID.
           MOVE ZERO TO TLOG-CHECK-SERIAL.
           MOVE WS-EFFECTIVE-DATE TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *>  Pass 1 finds the item being reversed and any reversal
      *>  already naming it - including one posted earlier in this
      *>  run, since the log is closed and reread for every reversal;
      *>  pass 2, for a transfer leg, finds the other leg by its
      *>  TLOG-TRANSFER-REF. The log is reopened for append after.
       6700-FIND-ORIGINAL-ITEM.
           MOVE "N" TO WS-ORIG-FOUND-SWITCH.
           MOVE "N" TO WS-ORIG-REVERSED-SWITCH.
           MOVE "N" TO WS-PARTNER-FOUND-SWITCH.
           MOVE ZERO TO WS-ORIG-TRANSFER-REF.
           MOVE ZERO TO WS-ORIG-CHECK-SERIAL.
           MOVE 1 TO WS-SCAN-PASS.
           PERFORM 6710-SCAN-LOGS.
           IF ORIGINAL-FOUND AND WS-ORIG-TYPE NOT = "R"
                   AND WS-ORIG-TRANSFER-REF NOT = ZERO
               MOVE 2 TO WS-SCAN-PASS
               PERFORM 6710-SCAN-LOGS
           END-IF.

       6710-SCAN-LOGS.
           CLOSE TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG.
           OPEN INPUT ARCHIVE-LOG.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL END-OF-ARCHIVE
                   READ ARCHIVE-LOG INTO TRANSACTION-LOG-RECORD
                       AT END SET END-OF-ARCHIVE TO TRUE
                       NOT AT END PERFORM 6720-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG
               MOVE "N" TO WS-ARCH-EOF-SWITCH
           END-IF.
           IF WS-TLOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG
                   READ TRANSACTION-LOG
                       AT END SET END-OF-LOG TO TRUE
                       NOT AT END PERFORM 6720-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
               MOVE "N" TO WS-LOG-EOF-SWITCH
           END-IF.
           OPEN EXTEND TRANSACTION-LOG.
           IF WS-TLOG-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to reopen transaction "
                   "log, status " WS-TLOG-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               STOP RUN
           END-IF.

       6720-CHECK-LOG-RECORD.
           IF TLOG-SEQUENCE IS NUMERIC
               IF WS-SCAN-PASS = 1
                   IF TLOG-SEQUENCE = WS-ORIG-SEQUENCE
                       SET ORIGINAL-FOUND TO TRUE
                       MOVE TLOG-ACCOUNT-NUMBER TO
                           WS-ORIG-ACCOUNT-NUMBER
                       MOVE TLOG-TRANS-TYPE TO WS-ORIG-TYPE
                       MOVE TLOG-AMOUNT TO WS-ORIG-AMOUNT
                       IF TLOG-TRANSFER-REF IS NUMERIC
                           MOVE TLOG-TRANSFER-REF TO
                               WS-ORIG-TRANSFER-REF
                       END-IF
                       IF TLOG-CHECK-SERIAL IS NUMERIC
                           MOVE TLOG-CHECK-SERIAL TO
                               WS-ORIG-CHECK-SERIAL
                       END-IF
                   END-IF
                   IF TLOG-TYPE-REVERSAL
                           AND TLOG-REVERSAL-REF = WS-ORIG-SEQUENCE
                       SET ORIGINAL-REVERSED TO TRUE
                   END-IF
               ELSE
                   IF TLOG-TRANSFER-REF IS NUMERIC
                           AND TLOG-TRANSFER-REF = WS-ORIG-TRANSFER-REF
                           AND TLOG-SEQUENCE NOT = WS-ORIG-SEQUENCE
                           AND NOT TLOG-TYPE-REVERSAL
                       SET PARTNER-FOUND TO TRUE
                       MOVE TLOG-SEQUENCE TO WS-PARTNER-SEQUENCE
                       MOVE TLOG-ACCOUNT-NUMBER TO
                           WS-PARTNER-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-IF.

      *>  Sums the active holds against one account - the same scan
      *>  the teller path makes before honoring a withdrawal. Only
      *>  the daily VulnBankingHoldRel job turns a hold off when its
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE "O" TO EXCP-DISPOSITION.
           MOVE WS-JOB-IDENT TO EXCP-TELLER-ID.
           MOVE SPACES TO EXCP-SUPERVISOR-ID.
           MOVE WS-BATCH-ORIGIN TO EXCP-BATCH-ORIGIN.
           WRITE EXCEPTION-RECORD.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGBATCH: unable to write exception "
           DISPLAY "  Processed this run:       " WS-COUNT-PROCESSED.
           DISPLAY "  Posted:                   " WS-COUNT-POSTED.
           DISPLAY "  Rejected:                 " WS-COUNT-REJECTED.
           DISPLAY "  Warehoused (future date): " WS-COUNT-WAREHOUSED.
           DISPLAY "  Overdraft sweeps made:    " WS-COUNT-SWEPT.
           DISPLAY "  Overdraft sweeps failed:  " WS-COUNT-SWEEP-FAILED.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANS-FILE.
           CLOSE TRANSACTION-LOG.
           IF HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF.
           CLOSE PAID-CHECK-FILE.
           CLOSE WAREHOUSE-FILE.
           CLOSE SWEEP-LOG.
           PERFORM 9500-WRITE-SEQUENCE-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-RUN-CONTROL-SAVE TO RUN-CONTROL-RECORD.
