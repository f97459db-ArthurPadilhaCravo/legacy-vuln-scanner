       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Read by key only, for each logged account's type - a
      *>  certificate of deposit's money sits on its own liability
      *>  account.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

           COPY GLPOST.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-TLOG-STATUS              PIC XX.
       01 WS-GL-STATUS                PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01 WS-CD-ACCOUNT-SWITCH        PIC X VALUE "N".
           88 CD-ACCOUNT              VALUE "Y".
       01 WS-LAST-ACCOUNT-NUMBER      PIC 9(10) VALUE ZERO.

      *>  GL account numbers assigned by accounting for the daily
      *>  interface: teller/vault cash, the customer deposits
      *>  liability, interest expense, and service-fee income, plus
      *>  the time deposit (certificate of deposit) liability and
      *>  the early-withdrawal penalty income.
       01 WS-GL-CASH-ACCOUNT          PIC 9(8) VALUE 10100000.
       01 WS-GL-DEPOSITS-ACCOUNT      PIC 9(8) VALUE 20100000.
       01 WS-GL-INTEREST-ACCOUNT      PIC 9(8) VALUE 50100000.
       01 WS-GL-FEE-INCOME-ACCOUNT    PIC 9(8) VALUE 40100000.
       01 WS-GL-CD-DEPOSITS-ACCOUNT   PIC 9(8) VALUE 20200000.
       01 WS-GL-PENALTY-INCOME-ACCOUNT PIC 9(8) VALUE 40200000.

       01 WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
       01 WS-POSTINGS-WRITTEN         PIC 9(9) VALUE ZERO.
           BANKAMT-FIELD BY WS-INTEREST-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FEE-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-DEPOSIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-WITHDRAWAL-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-INTEREST-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-FEE-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CD-DEPOSIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CD-WITHDRAWAL-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CD-INTEREST-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CD-FEE-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-PENALTY-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-CD-DEPOSIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-CD-WITHDRAWAL-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-CD-INTEREST-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-CD-FEE-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REV-PENALTY-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DEBIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
       01 WS-POSTING-DESCRIPTION      PIC X(20).
       01 WS-SIDE-CODE                PIC X(01).
       01 WS-GL-ACCOUNT               PIC 9(8).
       01 WS-DEBIT-GL-ACCOUNT         PIC 9(8).
       01 WS-CREDIT-GL-ACCOUNT        PIC 9(8).
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-TRANSACTIONS UNTIL END-OF-FILE
           PERFORM 3000-WRITE-GL-POSTINGS
           PERFORM 3300-WRITE-CD-POSTINGS
           PERFORM 4000-FINALIZE
           STOP RUN.

           MOVE ZERO TO WS-WITHDRAWAL-TOTAL.
           MOVE ZERO TO WS-INTEREST-TOTAL.
           MOVE ZERO TO WS-FEE-TOTAL.
           MOVE ZERO TO WS-REV-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-REV-WITHDRAWAL-TOTAL.
           MOVE ZERO TO WS-REV-INTEREST-TOTAL.
           MOVE ZERO TO WS-REV-FEE-TOTAL.
           MOVE ZERO TO WS-CD-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-CD-WITHDRAWAL-TOTAL.
           MOVE ZERO TO WS-CD-INTEREST-TOTAL.
           MOVE ZERO TO WS-CD-FEE-TOTAL.
           MOVE ZERO TO WS-PENALTY-TOTAL.
           MOVE ZERO TO WS-REV-CD-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-REV-CD-WITHDRAWAL-TOTAL.
           MOVE ZERO TO WS-REV-CD-INTEREST-TOTAL.
           MOVE ZERO TO WS-REV-CD-FEE-TOTAL.
           MOVE ZERO TO WS-REV-PENALTY-TOTAL.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGGL: unable to open account "
                   "master, status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRANSACTION-LOG.
           IF WS-TLOG-STATUS = "35"
               DISPLAY "VULNBANKINGGL: no transaction log - nothing "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2050-FIND-ACCOUNT-TYPE.
           IF CD-ACCOUNT
               PERFORM 2200-TOTAL-CD-TRANSACTION
           ELSE
           EVALUATE TRUE
               WHEN TLOG-TYPE-DEPOSIT
                   ADD TLOG-AMOUNT TO WS-DEPOSIT-TOTAL
                   ADD TLOG-AMOUNT TO WS-INTEREST-TOTAL
               WHEN TLOG-TYPE-FEE
                   ADD TLOG-AMOUNT TO WS-FEE-TOTAL
               WHEN TLOG-TYPE-REVERSAL
                   PERFORM 2100-TOTAL-REVERSAL
               WHEN OTHER
                   DISPLAY "VULNBANKINGGL: unknown transaction type "
                       TLOG-TRANS-TYPE " on log sequence "
                       TLOG-SEQUENCE " - extract abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           END-IF.
           READ TRANSACTION-LOG
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  The master is only reread when the account changes. Accounts
      *>  are closed, never deleted, so one missing from the master
      *>  can only be a corrupt log record - it is totalled with the
      *>  ordinary deposits and the recon report will flag it.
       2050-FIND-ACCOUNT-TYPE.
           IF TLOG-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT-NUMBER
               MOVE TLOG-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER
               MOVE "N" TO WS-CD-ACCOUNT-SWITCH
               MOVE TLOG-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ACCT-TYPE-CD
                           SET CD-ACCOUNT TO TRUE
                       END-IF
               END-READ
           END-IF.

      *>  Reversals are totalled by the type they reverse and posted
      *>  under their own descriptions, so accounting sees corrections
      *>  apart from the day's real business.
       2100-TOTAL-REVERSAL.
           EVALUATE TLOG-REVERSED-TYPE
               WHEN "D"
                   ADD TLOG-AMOUNT TO WS-REV-DEPOSIT-TOTAL
               WHEN "W"
                   ADD TLOG-AMOUNT TO WS-REV-WITHDRAWAL-TOTAL
               WHEN "I"
                   ADD TLOG-AMOUNT TO WS-REV-INTEREST-TOTAL
               WHEN "F"
                   ADD TLOG-AMOUNT TO WS-REV-FEE-TOTAL
               WHEN OTHER
                   DISPLAY "VULNBANKINGGL: unknown reversed type "
                       TLOG-REVERSED-TYPE " on log sequence "
                       TLOG-SEQUENCE " - extract abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *>  Certificate of deposit postings are totalled apart, the same
      *>  way, so they can be posted against the time deposit
      *>  liability. An early-withdrawal penalty ("P") is only ever
      *>  charged on a CD.
       2200-TOTAL-CD-TRANSACTION.
           EVALUATE TRUE
               WHEN TLOG-TYPE-DEPOSIT
                   ADD TLOG-AMOUNT TO WS-CD-DEPOSIT-TOTAL
               WHEN TLOG-TYPE-WITHDRAWAL
                   ADD TLOG-AMOUNT TO WS-CD-WITHDRAWAL-TOTAL
               WHEN TLOG-TYPE-INTEREST
                   ADD TLOG-AMOUNT TO WS-CD-INTEREST-TOTAL
               WHEN TLOG-TYPE-FEE
                   ADD TLOG-AMOUNT TO WS-CD-FEE-TOTAL
               WHEN TLOG-TYPE-PENALTY
                   ADD TLOG-AMOUNT TO WS-PENALTY-TOTAL
               WHEN TLOG-TYPE-REVERSAL
                   PERFORM 2300-TOTAL-CD-REVERSAL
               WHEN OTHER
                   DISPLAY "VULNBANKINGGL: unknown transaction type "
                       TLOG-TRANS-TYPE " on log sequence "
                       TLOG-SEQUENCE " - extract abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2300-TOTAL-CD-REVERSAL.
           EVALUATE TLOG-REVERSED-TYPE
               WHEN "D"
                   ADD TLOG-AMOUNT TO WS-REV-CD-DEPOSIT-TOTAL
               WHEN "W"
                   ADD TLOG-AMOUNT TO WS-REV-CD-WITHDRAWAL-TOTAL
               WHEN "I"
                   ADD TLOG-AMOUNT TO WS-REV-CD-INTEREST-TOTAL
               WHEN "F"
                   ADD TLOG-AMOUNT TO WS-REV-CD-FEE-TOTAL
               WHEN "P"
                   ADD TLOG-AMOUNT TO WS-REV-PENALTY-TOTAL
               WHEN OTHER
                   DISPLAY "VULNBANKINGGL: unknown reversed type "
                       TLOG-REVERSED-TYPE " on log sequence "
                       TLOG-SEQUENCE " - extract abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *>  Double-entry mapping for the day:
      *>    deposits    - debit cash,     credit customer deposits
      *>    withdrawals - debit deposits, credit cash
      *>  A transfer's two legs are already a W and a D of the same
      *>  amount, so they net through the same pair of entries and
      *>  stay balanced.
      *>  Each reversal total is posted as the mirror image of the
      *>  entry it reverses - a reversed transfer's two "R" legs net
      *>  the same way the original legs did.
       3000-WRITE-GL-POSTINGS.
           IF WS-DEPOSIT-TOTAL NOT = ZERO
               MOVE "DAILY DEPOSITS" TO WS-POSTING-DESCRIPTION
               MOVE "C" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
           END-IF.
           IF WS-REV-DEPOSIT-TOTAL NOT = ZERO
               MOVE "REVERSED DEPOSITS" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-DEPOSIT-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-DEPOSITS-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "D" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "C" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
           END-IF.
           IF WS-REV-WITHDRAWAL-TOTAL NOT = ZERO
               MOVE "REVERSED WITHDRAWALS" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-WITHDRAWAL-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "D" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
               MOVE WS-GL-DEPOSITS-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "C" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
           END-IF.
           IF WS-REV-INTEREST-TOTAL NOT = ZERO
               MOVE "REVERSED INTEREST" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-INTEREST-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-DEPOSITS-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "D" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
               MOVE WS-GL-INTEREST-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "C" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
           END-IF.
           IF WS-REV-FEE-TOTAL NOT = ZERO
               MOVE "REVERSED FEES" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-FEE-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-FEE-INCOME-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "D" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
               MOVE WS-GL-DEPOSITS-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "C" TO WS-SIDE-CODE
               PERFORM 3100-WRITE-ONE-POSTING
           END-IF.

      *>  The same mapping against the time deposit liability, plus
      *>  early-withdrawal penalties: debit CD deposits, credit
      *>  penalty income. A transfer between a CD and an ordinary
      *>  account nets cash through both liabilities and moves the
      *>  money from one to the other.
       3300-WRITE-CD-POSTINGS.
           IF WS-CD-DEPOSIT-TOTAL NOT = ZERO
               MOVE "CD DEPOSITS" TO WS-POSTING-DESCRIPTION
               MOVE WS-CD-DEPOSIT-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-CD-WITHDRAWAL-TOTAL NOT = ZERO
               MOVE "CD WITHDRAWALS" TO WS-POSTING-DESCRIPTION
               MOVE WS-CD-WITHDRAWAL-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-CD-INTEREST-TOTAL NOT = ZERO
               MOVE "CD INTEREST CREDITED" TO WS-POSTING-DESCRIPTION
               MOVE WS-CD-INTEREST-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-INTEREST-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-CD-FEE-TOTAL NOT = ZERO
               MOVE "CD SERVICE FEES" TO WS-POSTING-DESCRIPTION
               MOVE WS-CD-FEE-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-FEE-INCOME-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-PENALTY-TOTAL NOT = ZERO
               MOVE "CD EARLY W/D PENALTY" TO WS-POSTING-DESCRIPTION
               MOVE WS-PENALTY-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-PENALTY-INCOME-ACCOUNT TO
                   WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-REV-CD-DEPOSIT-TOTAL NOT = ZERO
               MOVE "REVERSED CD DEPOSITS" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-CD-DEPOSIT-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-REV-CD-WITHDRAWAL-TOTAL NOT = ZERO
               MOVE "REVERSED CD WITHDRWL" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-CD-WITHDRAWAL-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-REV-CD-INTEREST-TOTAL NOT = ZERO
               MOVE "REVERSED CD INTEREST" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-CD-INTEREST-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-INTEREST-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-REV-CD-FEE-TOTAL NOT = ZERO
               MOVE "REVERSED CD FEES" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-CD-FEE-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-FEE-INCOME-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.
           IF WS-REV-PENALTY-TOTAL NOT = ZERO
               MOVE "REVERSED CD PENALTY" TO WS-POSTING-DESCRIPTION
               MOVE WS-REV-PENALTY-TOTAL TO WS-POSTING-AMOUNT
               MOVE WS-GL-PENALTY-INCOME-ACCOUNT TO
                   WS-DEBIT-GL-ACCOUNT
               MOVE WS-GL-CD-DEPOSITS-ACCOUNT TO WS-CREDIT-GL-ACCOUNT
               PERFORM 3200-WRITE-POSTING-PAIR
           END-IF.

       3200-WRITE-POSTING-PAIR.
           MOVE WS-DEBIT-GL-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-SIDE-CODE.
           PERFORM 3100-WRITE-ONE-POSTING.
           MOVE WS-CREDIT-GL-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-SIDE-CODE.
           PERFORM 3100-WRITE-ONE-POSTING.

       3100-WRITE-ONE-POSTING.
           MOVE SPACES TO GL-POSTING-RECORD.
           IF WS-TLOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.
           CLOSE ACCOUNT-MASTER.
           CLOSE GL-POSTING-FILE.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingGL - Daily GL Extract".
