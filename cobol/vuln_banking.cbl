               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *>  Read only here - tellers are added, disabled and changed
      *>  by VulnBankingTellMaint, never from the teller menu.
           SELECT TELLER-MASTER ASSIGN TO "TELLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
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

           SELECT ACCOUNT-RELATIONSHIP ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.

      *>  VulnBankingBatch adds the checks it pays; a reversal keyed
      *>  here marks the reversed check the same way the batch does.
           SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCHK-KEY
               FILE STATUS IS WS-PCHK-STATUS.

      *>  Future-dated batch items VulnBankingBatch has stored until
      *>  their value date; a teller may cancel one not yet released.
           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHSE-KEY
               FILE STATUS IS WS-WHSE-STATUS.

      *>  Read once at sign-on - the current rate and penalty for
      *>  each CD term offered, fixed on a CD when it is opened.
           SELECT CD-RATE-SCHEDULE ASSIGN TO "CDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-STATUS.

      *>  Read once at sign-on for the savings monthly withdrawal
      *>  limit an overdraft protection sweep must respect.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT SWEEP-LOG ASSIGN TO "SWEEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  TELLER-MASTER.
           COPY TELLREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  ARCHIVE-LOG
           RECORD CONTAINS 130 CHARACTERS.
       01 ARCHIVE-LOG-RECORD          PIC X(130).

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  ACCOUNT-RELATIONSHIP.
           COPY RELREC.

       FD  CD-RATE-SCHEDULE.
           COPY CDRREC.

       FD  STOP-FILE.
           COPY STOPREC.

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
       01 WS-CUST-STATUS           PIC XX.
       01 WS-SEQ-STATUS            PIC XX.
       01 WS-SORD-STATUS           PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-ARCH-STATUS           PIC XX.
       01 WS-TELL-STATUS           PIC XX.
       01 WS-REL-STATUS            PIC XX.
       01 WS-CDR-STATUS            PIC XX.
       01 WS-STOP-STATUS           PIC XX.
       01 WS-PCHK-STATUS           PIC XX.
       01 WS-WHSE-STATUS           PIC XX.
       01 WS-FEE-STATUS            PIC XX.
       01 WS-SWP-STATUS            PIC XX.
       01 WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-ORDER-VALID-SWITCH    PIC X VALUE "N".
           88 ORDER-DETAIL-VALID   VALUE "Y".
       01 WS-HOLD-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HOLDS         VALUE "Y".
       01 WS-REL-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-RELATIONSHIPS VALUE "Y".
       01 WS-REL-FOUND-SWITCH      PIC X VALUE "N".
           88 RELATIONSHIP-ON-FILE VALUE "Y".
       01 WS-CDR-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-CD-RATES      VALUE "Y".
       01 WS-CD-RATE-FOUND-SWITCH  PIC X VALUE "N".
           88 CD-RATE-FOUND        VALUE "Y".
       01 WS-CD-TERMS-SWITCH       PIC X VALUE "N".
           88 CD-TERMS-VALID       VALUE "Y".
       01 WS-CD-EARLY-SWITCH       PIC X VALUE "N".
           88 CD-EARLY-WITHDRAWAL  VALUE "Y".
       01 WS-STOP-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-STOPS         VALUE "Y".
       01 WS-WHSE-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-WAREHOUSE     VALUE "Y".
       01 WS-FEE-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FEE-SCHEDULE  VALUE "Y".
       01 WS-SWEEP-SWITCH          PIC X VALUE "N".
           88 SWEEP-APPROVED       VALUE "Y".

       01 WS-MENU-CHOICE           PIC 9(02).
       01 WS-ORDER-NUMBER          PIC 9(9).
       01 WS-HOLD-SEQ-INPUT        PIC 9(5).
       01 WS-NEXT-HOLD-SEQ         PIC 9(5).
       01 WS-HOLD-REASON-INPUT     PIC X(30).
       01 WS-STOP-CHOICE           PIC 9(01).
       01 WS-STOP-SEQ-INPUT        PIC 9(5).
       01 WS-NEXT-STOP-SEQ         PIC 9(5).
       01 WS-WHSE-CHOICE           PIC 9(01).
       01 WS-WHSE-SEQ-INPUT        PIC 9(5).
       01 WS-SERIAL-FROM-INPUT     PIC 9(7).
       01 WS-SERIAL-TO-INPUT       PIC 9(7).
       01 WS-PAYEE-INPUT           PIC X(30).
      *>  A stop placed without an expiry date runs for the usual
      *>  six months.
       01 WS-STOP-DEFAULT-DAYS     PIC 9(3) VALUE 180.
       01 WS-REL-CHOICE            PIC 9(01).
       01 WS-REL-ROLE-INPUT        PIC X(01).
           88 REL-INPUT-VALID      VALUE "J" "S" "B".
           88 REL-INPUT-JOINT-OWNER VALUE "J".
           88 REL-INPUT-SIGNER     VALUE "S".
           88 REL-INPUT-BENEFICIARY VALUE "B".
       01 WS-REL-PCT-INPUT         PIC 9(3)V99.
       01 WS-REL-SHARE-TOTAL       PIC 9(5)V99.
       01 WS-REL-ACCOUNT-COUNT     PIC 9(5).
       01 WS-ACCOUNT-NUMBER        PIC 9(10).
       01 WS-TO-ACCOUNT-NUMBER     PIC 9(10).
       01 WS-CUSTOMER-NUMBER       PIC 9(10).
       01 WS-AMOUNT-INPUT          PIC 9(9)V99.
       01 WS-RATE-INPUT            PIC 9(3)V9(4).
       01 WS-ACCT-TYPE-INPUT       PIC X(01).
           88 ACCT-TYPE-INPUT-VALID VALUE "C" "S" "T".
           88 ACCT-TYPE-INPUT-CD   VALUE "T".
       01 WS-CD-TERM-INPUT         PIC 9(3).
       01 WS-CD-ROLLOVER-INPUT     PIC X(01).
           88 CD-ROLLOVER-RENEW    VALUE "R".
           88 CD-ROLLOVER-PAYOUT   VALUE "P".
       01 WS-CD-PAYOUT-ACCOUNT     PIC 9(10).
       01 WS-CD-RATE               PIC 9(3)V9(4).
       01 WS-CD-PENALTY-MONTHS     PIC 9(2).
       01 WS-CD-MATURITY-DATE      PIC 9(8).
      *>  Maturity is the same day of the month the term started,
      *>  term months later - pulled back to the last day of the
      *>  month when that month is shorter.
       01 WS-MATURITY-FIELDS.
           05 WS-MATURITY-YYYY     PIC 9(4).
           05 WS-MATURITY-MM       PIC 9(2).
           05 WS-MATURITY-DD       PIC 9(2).
       01 WS-MATURITY-DATE REDEFINES WS-MATURITY-FIELDS PIC 9(8).
       01 WS-MONTH-COUNT           PIC 9(5).
       01 WS-MONTH-END-FIELDS.
           05 WS-MONTH-END-YYYY    PIC 9(4).
           05 WS-MONTH-END-MM      PIC 9(2).
           05 WS-MONTH-END-DD      PIC 9(2).
       01 WS-MONTH-END-DATE REDEFINES WS-MONTH-END-FIELDS PIC 9(8).
      *>  The CD rate schedule is one record per term offered, so a
      *>  small fixed table holds it, as the fee schedule is held by
      *>  VulnBankingFees.
       01 WS-CDR-SUB               PIC 9(2).
       01 WS-CDR-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-CDR-TABLE.
           05 WS-CDR-ENTRY OCCURS 20 TIMES.
               10 WS-CDR-TERM      PIC 9(3).
               10 WS-CDR-RATE      PIC 9(3)V9(4).
               10 WS-CDR-PENALTY   PIC 9(2).
       01 WS-TRANS-TYPE-CODE       PIC X(01).
       01 WS-MAINT-CHOICE          PIC 9(01).
       01 WS-SEQUENCE-NUMBER       PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD  PIC 9(8).
           05 FILLER               PIC X(13).
       01 WS-CURRENT-DATE-SPLIT REDEFINES WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMM    PIC 9(6).
           05 FILLER               PIC X(15).
       01 WS-LEG-ACCOUNT-NUMBER    PIC 9(10).
       01 WS-LEG-TYPE              PIC X(01).
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-TELLER-ID             PIC X(08) VALUE SPACES.
       01 WS-SIGNON-ATTEMPTS       PIC 9(01) VALUE ZERO.
      *>  The signed-on teller's own authority, copied out of the
      *>  teller master at sign-on - a supervisor approval reads the
      *>  approver's record into the same record area. The function
      *>  bytes are laid out as TELL-FUNCTIONS.
       01 WS-TELLER-NAME           PIC X(30).
       01 WS-TELLER-FUNCTIONS.
           05 WS-TELLER-AUTH-OPEN-ACCOUNT PIC X(01).
               88 TELLER-MAY-OPEN-ACCOUNT VALUE "Y".
           05 WS-TELLER-AUTH-CUSTOMER PIC X(01).
               88 TELLER-MAY-MAINTAIN-CUSTOMERS VALUE "Y".
           05 WS-TELLER-AUTH-MAINT PIC X(01).
               88 TELLER-MAY-MAINTAIN-ACCOUNTS VALUE "Y".
           05 WS-TELLER-AUTH-ORDERS PIC X(01).
               88 TELLER-MAY-MAINTAIN-ORDERS VALUE "Y".
           05 WS-TELLER-AUTH-HOLDS PIC X(01).
               88 TELLER-MAY-MAINTAIN-HOLDS VALUE "Y".
           05 WS-TELLER-AUTH-REVERSAL PIC X(01).
               88 TELLER-MAY-REVERSE VALUE "Y".
           05 WS-TELLER-AUTH-SUPERVISOR PIC X(01).
           05 WS-TELLER-AUTH-STOPS PIC X(01).
               88 TELLER-MAY-MAINTAIN-STOPS VALUE "Y".
           05 FILLER               PIC X(02).
      *>  Supervisor who approved the current item, stamped on every
      *>  log, exception and maintenance record it writes; spaces
      *>  when the teller's own authority covered it.
       01 WS-SUPERVISOR-ID         PIC X(08) VALUE SPACES.
       01 WS-SUPERVISOR-INPUT      PIC X(08).
       01 WS-APPROVAL-REASON       PIC X(30).
       01 WS-AUTHORITY-SWITCH      PIC X VALUE "N".
           88 AUTHORITY-GRANTED    VALUE "Y".
       01 WS-POSN-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-POSITION      VALUE "Y".
       01 WS-POSN-ACCOUNT-COUNT    PIC 9(5).
       01 WS-ARCH-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ARCHIVE       VALUE "Y".
       01 WS-ORIG-FOUND-SWITCH     PIC X VALUE "N".
           88 ORIGINAL-FOUND       VALUE "Y".
       01 WS-ORIG-REVERSED-SWITCH  PIC X VALUE "N".
           88 ORIGINAL-REVERSED    VALUE "Y".
       01 WS-PARTNER-FOUND-SWITCH  PIC X VALUE "N".
           88 PARTNER-FOUND        VALUE "Y".
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
      *>  Overdraft protection sweep - the savings account's monthly
      *>  withdrawal limit from the fee schedule (zero, no limit),
      *>  and the accounts and reference of the sweep in progress.
       01 WS-SAVINGS-WDL-LIMIT     PIC 9(3) VALUE ZERO.
       01 WS-CHECKING-ACCOUNT      PIC 9(10).
       01 WS-CHECKING-CUSTOMER     PIC 9(10).
       01 WS-SAVINGS-ACCOUNT       PIC 9(10).
       01 WS-SWEEP-REASON          PIC X(30).

       COPY BANKAMT REPLACING 05 BY 01, BANKAMT-FIELD BY WS-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-AVAILABLE-FUNDS.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-POSITION-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-ORIG-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TELLER-WITHDRAWAL-LIMIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TELLER-DEPOSIT-LIMIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TELLER-TRANSFER-LIMIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-APPLICABLE-LIMIT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-CD-PENALTY.
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
           PERFORM 0400-OPEN-TELLER-MASTER
           PERFORM 0500-SIGN-ON UNTIL WS-TELLER-ID NOT = SPACES
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-GET-TRANSACTION
      *>  Every transaction log, exception and maintenance audit
      *>  record this session writes is stamped with this id, so the
      *>  end-of-day teller proof can balance each drawer against the
      *>  log. No id, no session - and the id must be an active
      *>  teller on the teller master, so the proof can name a real
      *>  person for every drawer. Three failed attempts end the
      *>  session.
       0400-OPEN-TELLER-MASTER.
           OPEN INPUT TELLER-MASTER.
           IF WS-TELL-STATUS NOT = "00"
               DISPLAY "Error: unable to open teller master, status "
                   WS-TELL-STATUS
               STOP RUN
           END-IF.

       0500-SIGN-ON.
           DISPLAY "Enter your teller id: " WITH NO ADVANCING.
           ACCEPT WS-TELLER-ID.
           IF WS-TELLER-ID = SPACES
               DISPLAY "Error: a teller id is required to sign on!"
           ELSE
               MOVE WS-TELLER-ID TO TELL-ID
               READ TELLER-MASTER
                   INVALID KEY
                       DISPLAY "Error: teller id " WS-TELLER-ID
                           " is not on the teller master!"
                       MOVE SPACES TO WS-TELLER-ID
                   NOT INVALID KEY
                       IF NOT TELL-STATUS-ACTIVE
                           DISPLAY "Error: teller id " WS-TELLER-ID
                               " is disabled!"
                           MOVE SPACES TO WS-TELLER-ID
                       ELSE
                           PERFORM 0510-LOAD-TELLER-AUTHORITY
                       END-IF
               END-READ
           END-IF.
           IF WS-TELLER-ID = SPACES
               ADD 1 TO WS-SIGNON-ATTEMPTS
               IF WS-SIGNON-ATTEMPTS NOT < 3
                   DISPLAY "Error: too many failed sign-on attempts!"
                   CLOSE TELLER-MASTER
                   STOP RUN
               END-IF
           END-IF.

       0510-LOAD-TELLER-AUTHORITY.
           MOVE TELL-NAME TO WS-TELLER-NAME.
           MOVE TELL-WITHDRAWAL-LIMIT TO WS-TELLER-WITHDRAWAL-LIMIT.
           MOVE TELL-DEPOSIT-LIMIT TO WS-TELLER-DEPOSIT-LIMIT.
           MOVE TELL-TRANSFER-LIMIT TO WS-TELLER-TRANSFER-LIMIT.
           MOVE TELL-FUNCTIONS TO WS-TELLER-FUNCTIONS.
           DISPLAY "Signed on: " WS-TELLER-ID " " WS-TELLER-NAME.

       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-STATUS = "35"
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-RELATIONSHIP.
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT ACCOUNT-RELATIONSHIP
               CLOSE ACCOUNT-RELATIONSHIP
               OPEN I-O ACCOUNT-RELATIONSHIP
           END-IF.
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "Error: unable to open account relationship "
                   "file, status " WS-REL-STATUS
               STOP RUN
           END-IF.

           OPEN I-O STOP-FILE.
           IF WS-STOP-STATUS = "35"
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN I-O STOP-FILE
           END-IF.
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "Error: unable to open stop payment file, "
                   "status " WS-STOP-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PAID-CHECK-FILE.
           IF WS-PCHK-STATUS = "35"
               OPEN OUTPUT PAID-CHECK-FILE
               CLOSE PAID-CHECK-FILE
               OPEN I-O PAID-CHECK-FILE
           END-IF.
           IF WS-PCHK-STATUS NOT = "00"
               DISPLAY "Error: unable to open paid check file, "
                   "status " WS-PCHK-STATUS
               STOP RUN
           END-IF.

           OPEN I-O WAREHOUSE-FILE.
           IF WS-WHSE-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF.
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "Error: unable to open warehouse file, "
                   "status " WS-WHSE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1200-LOAD-CD-RATES.

           PERFORM 1250-LOAD-WITHDRAWAL-LIMIT.

           PERFORM 1100-GET-LOG-SEQUENCE.

           OPEN EXTEND TRANSACTION-LOG.
               OPEN EXTEND MAINT-LOG
           END-IF.

           OPEN EXTEND SWEEP-LOG.
           IF WS-SWP-STATUS = "35"
               OPEN OUTPUT SWEEP-LOG
               CLOSE SWEEP-LOG
               OPEN EXTEND SWEEP-LOG
           END-IF.
           IF WS-SWP-STATUS NOT = "00"
               DISPLAY "Error: unable to open sweep log, status "
                   WS-SWP-STATUS
               STOP RUN
           END-IF.

      *>  The high-water TLOG-SEQUENCE normally comes from the
      *>  sequence control file stamped by the nightly cutover and by
      *>  every program that appends to the log, so the whole log no
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *>  No schedule on file just means no CD can be opened this
      *>  session; everything else carries on.
       1200-LOAD-CD-RATES.
           OPEN INPUT CD-RATE-SCHEDULE.
           IF WS-CDR-STATUS = "00"
               PERFORM UNTIL END-OF-CD-RATES
                   READ CD-RATE-SCHEDULE
                       AT END SET END-OF-CD-RATES TO TRUE
                       NOT AT END
                           IF WS-CDR-COUNT < 20
                               ADD 1 TO WS-CDR-COUNT
                               MOVE CDR-TERM-MONTHS TO
                                   WS-CDR-TERM (WS-CDR-COUNT)
                               MOVE CDR-RATE TO
                                   WS-CDR-RATE (WS-CDR-COUNT)
                               MOVE CDR-PENALTY-MONTHS TO
                                   WS-CDR-PENALTY (WS-CDR-COUNT)
                           ELSE
                               DISPLAY "Error: CD rate schedule has "
                                   "more terms than the table holds "
                                   "- term " CDR-TERM-MONTHS
                                   " ignored!"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CD-RATE-SCHEDULE
           ELSE
               IF WS-CDR-STATUS NOT = "35"
                   DISPLAY "Error: unable to open CD rate schedule, "
                       "status " WS-CDR-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *>  Only the savings entry's withdrawal limit is wanted here.
      *>  No schedule on file, or no limit on it, leaves sweeps
      *>  limited only by the savings funds free of holds.
       1250-LOAD-WITHDRAWAL-LIMIT.
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
                   DISPLAY "Error: unable to open fee schedule, "
                       "status " WS-FEE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       2000-GET-TRANSACTION.
           DISPLAY "======================================".
           DISPLAY "  VulnBanking - Teller Transaction Menu".
           DISPLAY "  8. Standing Order Maintenance".
           DISPLAY "  9. Place/Release Deposit Hold".
           DISPLAY " 10. Customer Position Inquiry".
           DISPLAY " 11. Reverse a Posting".
           DISPLAY " 12. Joint Owners, Signers and Beneficiaries".
           DISPLAY " 13. Stop Payments and Paid Checks".
           DISPLAY " 14. Future-Dated (Warehoused) Items".
           DISPLAY "Enter selection: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           PERFORM 2100-CHECK-MENU-AUTHORITY.
           IF NOT AUTHORITY-GRANTED
               DISPLAY "Error: selection not permitted for teller "
                   WS-TELLER-ID " without supervisor approval!"
           ELSE
           IF WS-MENU-CHOICE = 5
               PERFORM 5600-PROCESS-CUSTOMER-MAINT
           ELSE
           ELSE
           IF WS-MENU-CHOICE = 10
               PERFORM 4700-PROCESS-CUST-POSITION
           ELSE
           IF WS-MENU-CHOICE = 11
               PERFORM 4800-PROCESS-REVERSAL
           ELSE
               DISPLAY "Enter the account number: " WITH NO ADVANCING
               ACCEPT WS-ACCOUNT-NUMBER
                               WHEN 6 PERFORM 5700-PROCESS-MAINT
                               WHEN 7 PERFORM 5800-PROCESS-TRANSFER
                               WHEN 9 PERFORM 4500-PROCESS-HOLD-MAINT
                               WHEN 12
                                   PERFORM 4600-PROCESS-RELATIONSHIPS
                               WHEN 13
                                   PERFORM 4550-PROCESS-STOP-PAYMENTS
                               WHEN 14
                                   PERFORM 4900-PROCESS-WAREHOUSE
                               WHEN OTHER
                                   DISPLAY
                                       "Error: invalid menu selection!"
                   END-READ
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *>  Functions the teller master does not permit this teller
      *>  need a supervisor's approval before anything is keyed.
       2100-CHECK-MENU-AUTHORITY.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           MOVE SPACES TO WS-APPROVAL-REASON.
           EVALUATE TRUE
               WHEN WS-MENU-CHOICE = 4 AND NOT TELLER-MAY-OPEN-ACCOUNT
                   MOVE "OPEN NEW ACCOUNT" TO WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 5
                       AND NOT TELLER-MAY-MAINTAIN-CUSTOMERS
                   MOVE "CUSTOMER MAINTENANCE" TO WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 6
                       AND NOT TELLER-MAY-MAINTAIN-ACCOUNTS
                   MOVE "ACCOUNT MAINTENANCE" TO WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 8
                       AND NOT TELLER-MAY-MAINTAIN-ORDERS
                   MOVE "STANDING ORDER MAINTENANCE" TO
                       WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 9
                       AND NOT TELLER-MAY-MAINTAIN-HOLDS
                   MOVE "DEPOSIT HOLD MAINTENANCE" TO
                       WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 11 AND NOT TELLER-MAY-REVERSE
                   MOVE "POSTING REVERSAL" TO WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 12
                       AND NOT TELLER-MAY-MAINTAIN-ACCOUNTS
                   MOVE "RELATIONSHIP MAINTENANCE" TO
                       WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 13
                       AND NOT TELLER-MAY-MAINTAIN-STOPS
                   MOVE "STOP PAYMENT MAINTENANCE" TO
                       WS-APPROVAL-REASON
               WHEN WS-MENU-CHOICE = 14 AND NOT TELLER-MAY-REVERSE
                   MOVE "WAREHOUSED ITEM CANCEL" TO WS-APPROVAL-REASON
           END-EVALUATE.
           IF WS-APPROVAL-REASON = SPACES
               SET AUTHORITY-GRANTED TO TRUE
           ELSE
               PERFORM 6600-GET-SUPERVISOR-APPROVAL
           END-IF.

      *>  The ledger balance and what the customer may actually draw
               ACCT-BALANCE.
           DISPLAY "  Funds on hold:    " WS-HELD-AMOUNT.
           DISPLAY "  Available funds:  " WS-AVAILABLE-FUNDS.
           IF ACCT-TYPE-CD
               DISPLAY "  Certificate of deposit: " ACCT-CD-TERM-MONTHS
                   " months at " ACCT-INTEREST-RATE "%, matures "
                   ACCT-CD-MATURITY-DATE
               IF ACCT-CD-PAYOUT
                   DISPLAY "  At maturity: pay out to account "
                       ACCT-CD-PAYOUT-ACCOUNT
               ELSE
                   DISPLAY "  At maturity: renew at the current rate"
               END-IF
           END-IF.

       4000-PROCESS-WITHDRAWAL.
           DISPLAY "Enter the withdrawal amount: " WITH NO ADVANCING.
           PERFORM 6800-SUM-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-CREDIT =
               ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-OVERDRAFT-LIMIT.
           MOVE ZERO TO WS-CD-PENALTY.
           MOVE "N" TO WS-CD-EARLY-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF ACCT-STATUS-ACTIVE AND ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CURRENT-YYYYMMDD
               PERFORM 4050-CONFIRM-EARLY-WITHDRAWAL
           END-IF.
           MOVE "N" TO WS-SWEEP-SWITCH.
           IF ACCT-STATUS-ACTIVE AND ACCT-TYPE-CHECKING
                   AND ACCT-PROTECT-ACCOUNT IS NUMERIC
                   AND ACCT-PROTECT-ACCOUNT NOT = ZERO
                   AND WS-AMOUNT > ACCT-BALANCE - WS-HELD-AMOUNT
               PERFORM 4070-TEST-PROTECTION-SWEEP
           END-IF.

           *> Logical vulnerability retained on purpose: no limit on
           *> how many withdrawal attempts an account can make.
               MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
           IF ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CURRENT-YYYYMMDD
                   AND NOT CD-EARLY-WITHDRAWAL
               MOVE "CD NOT MATURED" TO WS-REJECT-REASON
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               IF WS-AMOUNT + WS-CD-PENALTY > WS-AVAILABLE-CREDIT
                   IF WS-HELD-AMOUNT > ZERO AND WS-AMOUNT
                           + WS-CD-PENALTY NOT >
                           ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
                       DISPLAY "Error: funds are held against "
                           "uncollected deposits!"
                       MOVE "INSUFFICIENT BALANCE/OVERDRAFT" TO
                           WS-REJECT-REASON
                   END-IF
                   IF SWEEP-APPROVED
                       MOVE "DEBIT STILL EXCEEDS LIMIT" TO
                           WS-SWEEP-REASON
                       PERFORM 4095-LOG-SWEEP-NOT-USED
                   END-IF
                   PERFORM 7000-WRITE-EXCEPTION
               ELSE
                   MOVE WS-TELLER-WITHDRAWAL-LIMIT TO
                       WS-APPLICABLE-LIMIT
                   PERFORM 6610-CHECK-TELLER-LIMIT
                   IF NOT AUTHORITY-GRANTED
                       MOVE "OVER TELLER LIMIT NOT APPROVED" TO
                           WS-REJECT-REASON
                       IF SWEEP-APPROVED
                           MOVE "WITHDRAWAL NOT APPROVED" TO
                               WS-SWEEP-REASON
                           PERFORM 4095-LOG-SWEEP-NOT-USED
                       END-IF
                       PERFORM 7000-WRITE-EXCEPTION
                   ELSE
                   IF SWEEP-APPROVED
                       PERFORM 4080-APPLY-PROTECTION-SWEEP
                   END-IF
                   COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT
                   PERFORM 6900-STAMP-ACTIVITY-DATE
                   PERFORM 6950-COUNT-SAVINGS-DEBIT
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY
                   END-REWRITE
                   DISPLAY "New balance: " ACCT-BALANCE
                   PERFORM 6000-WRITE-TRANS-LOG
                   IF WS-CD-PENALTY > ZERO
                       PERFORM 4060-POST-CD-PENALTY
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *>  A certificate of deposit pays out before maturity only when
      *>  the customer accepts the penalty: ACCT-CD-PENALTY-MONTHS of
      *>  interest at the CD's own rate on the amount withdrawn. The
      *>  withdrawal and penalty together must fit the available
      *>  balance - a CD carries no overdraft limit.
       4050-CONFIRM-EARLY-WITHDRAWAL.
           COMPUTE WS-CD-PENALTY ROUNDED =
               WS-AMOUNT * ACCT-INTEREST-RATE / 100 / 12
               * ACCT-CD-PENALTY-MONTHS.
           DISPLAY "Certificate of deposit " ACCT-NUMBER
               " does not mature until " ACCT-CD-MATURITY-DATE ".".
           DISPLAY "  Early withdrawal penalty: " WS-CD-PENALTY.
           DISPLAY "Make an early withdrawal with penalty (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-FREQ-INPUT.
           IF WS-FREQ-INPUT = "Y"
               SET CD-EARLY-WITHDRAWAL TO TRUE
           ELSE
               DISPLAY "Error: certificate of deposit " ACCT-NUMBER
                   " has not matured!"
               MOVE ZERO TO WS-CD-PENALTY
           END-IF.

      *>  The penalty is its own "P" posting straight after the "W",
      *>  so statements and the GL show the forfeited interest apart
      *>  from the money the customer took. It is the bank's charge,
      *>  not customer activity, so the activity date is left alone.
       4060-POST-CD-PENALTY.
           MOVE "P" TO WS-TRANS-TYPE-CODE.
           MOVE WS-CD-PENALTY TO WS-AMOUNT.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE.
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT.
           PERFORM 6000-WRITE-TRANS-LOG.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to update account record "
                       "after transaction log entry " TLOG-SEQUENCE
                       " was already written - manual "
                       "reconciliation required!"
               NOT INVALID KEY
                   DISPLAY "Early withdrawal penalty " WS-AMOUNT
                       " charged, new balance " ACCT-BALANCE
           END-REWRITE.

      *>  A protected checking account whose withdrawal is more than
      *>  its balance free of holds draws the shortfall from its
      *>  savings account (ACCT-PROTECT-ACCOUNT) before the debit is
      *>  tested. The sweep is all or nothing: only the savings
      *>  balance less its own active holds may be swept, not once
      *>  the savings account has reached its monthly withdrawal
      *>  limit, and never from a savings account whose owning
      *>  customer is no longer the checking account's (an owner
      *>  change on the savings side leaves the link in place on the
      *>  checking record). A sweep that cannot be made is written
      *>  to SWEEPLOG and the withdrawal then stands or falls on the
      *>  checking account's own funds and overdraft limit. One
      *>  approved for a withdrawal that is refused all the same -
      *>  the account already beyond its overdraft limit, or over
      *>  the teller's limit and not approved - is never applied and
      *>  is logged failed by 4095-LOG-SWEEP-NOT-USED. The checking
      *>  account is read back into the record area afterwards.
       4070-TEST-PROTECTION-SWEEP.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
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
                   DISPLAY "Error: unable to reread account "
                       WS-CHECKING-ACCOUNT "!"
                   STOP RUN
           END-READ.
           MOVE WS-CHECKING-HELD TO WS-HELD-AMOUNT.
           IF WS-SWEEP-REASON = SPACES
               SET SWEEP-APPROVED TO TRUE
               ADD WS-SWEEP-AMOUNT TO WS-AVAILABLE-CREDIT
           ELSE
               DISPLAY "Overdraft protection from savings "
                   WS-SAVINGS-ACCOUNT " not available - "
                   WS-SWEEP-REASON
               SET SWP-RESULT-FAILED TO TRUE
               MOVE ZERO TO WS-TRANSFER-REF
               PERFORM 4090-WRITE-SWEEP-LOG
           END-IF.

      *>  The sweep is a transfer pair like 5820-APPLY-TRANSFER:
      *>  both legs logged under one TLOG-TRANSFER-REF before either
      *>  master record is touched. It leaves the checking account,
      *>  now holding the swept funds, in the record area with
      *>  WS-AMOUNT and WS-OLD-BALANCE set for the withdrawal itself.
       4080-APPLY-PROTECTION-SWEEP.
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
                   PERFORM 5890-TRANSFER-ABORT
           END-READ.
           MOVE WS-SAVINGS-NEW-BALANCE TO ACCT-BALANCE.
           PERFORM 6900-STAMP-ACTIVITY-DATE.
           PERFORM 6950-COUNT-SAVINGS-DEBIT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-REWRITE.
           MOVE WS-CHECKING-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-READ.
           MOVE WS-CHECKING-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-REWRITE.
           DISPLAY "Overdraft protection: " WS-AMOUNT
               " swept from savings " WS-SAVINGS-ACCOUNT
               ", reference " WS-TRANSFER-REF.
           SET SWP-RESULT-SWEPT TO TRUE.
           MOVE SPACES TO WS-SWEEP-REASON.
           PERFORM 4090-WRITE-SWEEP-LOG.
           MOVE ZERO TO WS-TRANSFER-REF.
           MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE.

       4090-WRITE-SWEEP-LOG.
           MOVE FUNCTION CURRENT-DATE TO SWP-TIMESTAMP.
           MOVE WS-CHECKING-ACCOUNT TO SWP-ACCOUNT-NUMBER.
           MOVE WS-SAVINGS-ACCOUNT TO SWP-SAVINGS-ACCOUNT.
           MOVE WS-DEBIT-AMOUNT TO SWP-DEBIT-AMOUNT.
           MOVE WS-SWEEP-AMOUNT TO SWP-SWEEP-AMOUNT.
           MOVE WS-SAVINGS-AVAILABLE TO SWP-SAVINGS-AVAILABLE.
           MOVE WS-TRANSFER-REF TO SWP-TRANSFER-REF.
           MOVE WS-SWEEP-REASON TO SWP-REASON.
           MOVE WS-TELLER-ID TO SWP-TELLER-ID.
           MOVE SPACES TO SWP-BATCH-ORIGIN.
           MOVE ZERO TO SWP-ITEM-SEQUENCE.
           WRITE SWEEP-AUDIT-RECORD.
           IF WS-SWP-STATUS NOT = "00"
               DISPLAY "Error: unable to write sweep log, status "
                   WS-SWP-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               STOP RUN
           END-IF.

      *>  WS-SWEEP-REASON is set by the caller.
       4095-LOG-SWEEP-NOT-USED.
           DISPLAY "Overdraft protection from savings "
               WS-SAVINGS-ACCOUNT " not used - " WS-SWEEP-REASON.
           SET SWP-RESULT-FAILED TO TRUE.
           MOVE ZERO TO WS-TRANSFER-REF.
           PERFORM 4090-WRITE-SWEEP-LOG.

       4500-PROCESS-HOLD-MAINT.
           DISPLAY "  Deposit Holds - account " ACCT-NUMBER.
           DISPLAY "  1. Place Hold".
               MOVE WS-HOLD-REASON-INPUT TO HOLD-REASON
               MOVE WS-DATE-INPUT TO HOLD-RELEASE-DATE
               SET HOLD-STATUS-ACTIVE TO TRUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CURRENT-YYYYMMDD TO HOLD-PLACED-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to write hold record!"
               END-IF
           END-IF.

       4520-RELEASE-HOLD.
           DISPLAY "Enter the hold sequence to release: "
               WITH NO ADVANCING.
           ACCEPT WS-HOLD-SEQ-INPUT.
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           MOVE WS-HOLD-SEQ-INPUT TO HOLD-SEQUENCE.
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "Error: hold " WS-HOLD-SEQ-INPUT
                       " not found on account " WS-ACCOUNT-NUMBER "!"
               NOT INVALID KEY
                   IF NOT HOLD-STATUS-ACTIVE
                       DISPLAY "Error: hold " WS-HOLD-SEQ-INPUT
                           " is already released!"
                   ELSE
                       SET HOLD-STATUS-RELEASED TO TRUE
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to update "
                                   "hold record!"
                           NOT INVALID KEY
                               DISPLAY "Hold " WS-HOLD-SEQ-INPUT
                                   " released."
                       END-REWRITE
                   END-IF
           END-READ.

       4530-LIST-HOLDS.
           MOVE WS-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT.
           MOVE WS-HOLD-SCAN-ACCOUNT TO HOLD-ACCOUNT-NUMBER.
           MOVE ZERO TO HOLD-SEQUENCE.
           MOVE "N" TO WS-HOLD-EOF-SWITCH.
           START HOLD-FILE KEY NOT < HOLD-KEY
               INVALID KEY SET END-OF-HOLDS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END SET END-OF-HOLDS TO TRUE
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER NOT =
                               WS-HOLD-SCAN-ACCOUNT
                           SET END-OF-HOLDS TO TRUE
                       ELSE
                           DISPLAY "Hold " HOLD-SEQUENCE " status "
                               HOLD-STATUS " amount " HOLD-AMOUNT
                               " release " HOLD-RELEASE-DATE " - "
                               HOLD-REASON
                       END-IF
               END-READ
           END-PERFORM.

      *>  Stop-payment orders against the account's checks, as the
      *>  customer asks for them. VulnBankingClear returns any
      *>  presented check an active stop covers; a released stop
      *>  stays on file with who released it and when, and sequences
      *>  are never reused, as with holds. The paid-check inquiry
      *>  answers whether a given check has been paid.
       4550-PROCESS-STOP-PAYMENTS.
           DISPLAY "  Stop Payments - account " ACCT-NUMBER.
           DISPLAY "  1. Place Stop Payment".
           DISPLAY "  2. Release Stop Payment".
           DISPLAY "  3. List Stop Payments".
           DISPLAY "  4. Paid Check Inquiry".
           DISPLAY "Enter selection: " WITH NO ADVANCING.
           ACCEPT WS-STOP-CHOICE.
           EVALUATE WS-STOP-CHOICE
               WHEN 1 PERFORM 4560-PLACE-STOP
               WHEN 2 PERFORM 4570-RELEASE-STOP
               WHEN 3 PERFORM 4580-LIST-STOPS
               WHEN 4 PERFORM 4590-PAID-CHECK-INQUIRY
               WHEN OTHER
                   DISPLAY "Error: invalid stop payment selection!"
           END-EVALUATE.

      *>  One check, a range of serials (a lost checkbook), or - when
      *>  the customer does not know the number - any check for an
      *>  exact amount. A check already on the paid history cannot
      *>  be stopped any more.
       4560-PLACE-STOP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the check serial (0 if unknown): "
               WITH NO ADVANCING.
           ACCEPT WS-SERIAL-FROM-INPUT.
           MOVE WS-SERIAL-FROM-INPUT TO WS-SERIAL-TO-INPUT.
           IF WS-SERIAL-FROM-INPUT NOT = ZERO
               DISPLAY "Enter the last serial of a range (0 for one "
                   "check): " WITH NO ADVANCING
               ACCEPT WS-SERIAL-TO-INPUT
               IF WS-SERIAL-TO-INPUT = ZERO
                   MOVE WS-SERIAL-FROM-INPUT TO WS-SERIAL-TO-INPUT
               END-IF
           END-IF.
           DISPLAY "Enter the check amount (0 for any amount): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-SERIAL-TO-INPUT < WS-SERIAL-FROM-INPUT
               DISPLAY "Error: last serial is before the first!"
           ELSE
           IF WS-SERIAL-FROM-INPUT = ZERO AND WS-AMOUNT-INPUT = ZERO
               DISPLAY "Error: a stop without a serial needs the "
                   "check amount!"
           ELSE
               IF WS-SERIAL-FROM-INPUT = WS-SERIAL-TO-INPUT
                       AND WS-SERIAL-FROM-INPUT NOT = ZERO
                   MOVE WS-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER
                   MOVE WS-SERIAL-FROM-INPUT TO PCHK-CHECK-SERIAL
                   READ PAID-CHECK-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF PCHK-STATUS-PAID
                               MOVE "CHECK ALREADY PAID" TO
                                   WS-REJECT-REASON
                               DISPLAY "Error: check "
                                   WS-SERIAL-FROM-INPUT " was paid on "
                                   PCHK-PAID-DATE " for " PCHK-AMOUNT
                                   " - it cannot be stopped!"
                           END-IF
                   END-READ
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 4565-WRITE-STOP
               END-IF
           END-IF
           END-IF.

       4565-WRITE-STOP.
           DISPLAY "Enter the payee: " WITH NO ADVANCING.
           ACCEPT WS-PAYEE-INPUT.
           DISPLAY "Enter the expiry date (YYYYMMDD, 0 for "
               WS-STOP-DEFAULT-DAYS " days): " WITH NO ADVANCING.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = ZERO
               COMPUTE WS-DATE-INPUT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-YYYYMMDD)
                   + WS-STOP-DEFAULT-DAYS)
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-INPUT) = ZERO
                   OR WS-DATE-INPUT < WS-CURRENT-YYYYMMDD
               DISPLAY "Error: expiry date must be a valid date "
                   "(YYYYMMDD) no earlier than today!"
           ELSE
               PERFORM 6860-FIND-NEXT-STOP-SEQ
               MOVE SPACES TO STOP-PAYMENT-RECORD
               MOVE WS-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER
               MOVE WS-NEXT-STOP-SEQ TO STOP-SEQUENCE
               MOVE WS-SERIAL-FROM-INPUT TO STOP-SERIAL-FROM
               MOVE WS-SERIAL-TO-INPUT TO STOP-SERIAL-TO
               MOVE WS-AMOUNT-INPUT TO STOP-AMOUNT
               MOVE WS-PAYEE-INPUT TO STOP-PAYEE
               MOVE WS-CURRENT-YYYYMMDD TO STOP-PLACED-DATE
               MOVE WS-DATE-INPUT TO STOP-EXPIRY-DATE
               MOVE WS-TELLER-ID TO STOP-TELLER-ID
               MOVE WS-SUPERVISOR-ID TO STOP-SUPERVISOR-ID
               SET STOP-STATUS-ACTIVE TO TRUE
               MOVE ZERO TO STOP-RELEASED-DATE
               WRITE STOP-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to write stop payment "
                           "record!"
                   NOT INVALID KEY
                       DISPLAY "Stop payment " WS-NEXT-STOP-SEQ
                           " placed on account " WS-ACCOUNT-NUMBER
                           " until " WS-DATE-INPUT "."
               END-WRITE
           END-IF.

       4570-RELEASE-STOP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the stop payment sequence to release: "
               WITH NO ADVANCING.
           ACCEPT WS-STOP-SEQ-INPUT.
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER.
           MOVE WS-STOP-SEQ-INPUT TO STOP-SEQUENCE.
           READ STOP-FILE
               INVALID KEY
                   DISPLAY "Error: stop payment " WS-STOP-SEQ-INPUT
                       " not found on account " WS-ACCOUNT-NUMBER "!"
               NOT INVALID KEY
                   IF NOT STOP-STATUS-ACTIVE
                       DISPLAY "Error: stop payment " WS-STOP-SEQ-INPUT
                           " is already released!"
                   ELSE
                       SET STOP-STATUS-RELEASED TO TRUE
                       MOVE WS-CURRENT-YYYYMMDD TO STOP-RELEASED-DATE
                       MOVE WS-TELLER-ID TO STOP-RELEASED-BY
                       REWRITE STOP-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to update "
                                   "stop payment record!"
                           NOT INVALID KEY
                               DISPLAY "Stop payment "
                                   WS-STOP-SEQ-INPUT " released."
                       END-REWRITE
                   END-IF
           END-READ.

      *>  An active stop past its expiry date no longer stops
      *>  anything and is listed as expired.
       4580-LIST-STOPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER.
           MOVE ZERO TO STOP-SEQUENCE.
           MOVE "N" TO WS-STOP-EOF-SWITCH.
           START STOP-FILE KEY NOT < STOP-KEY
               INVALID KEY SET END-OF-STOPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STOPS
               READ STOP-FILE NEXT RECORD
                   AT END SET END-OF-STOPS TO TRUE
                   NOT AT END
                       IF STOP-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET END-OF-STOPS TO TRUE
                       ELSE
                           DISPLAY "Stop " STOP-SEQUENCE " status "
                               STOP-STATUS " checks " STOP-SERIAL-FROM
                               "-" STOP-SERIAL-TO " amount "
                               STOP-AMOUNT " payee " STOP-PAYEE
                           DISPLAY "  placed " STOP-PLACED-DATE
                               " by " STOP-TELLER-ID " expires "
                               STOP-EXPIRY-DATE
                           IF STOP-STATUS-RELEASED
                               DISPLAY "  released "
                                   STOP-RELEASED-DATE " by "
                                   STOP-RELEASED-BY
                           ELSE
                               IF STOP-EXPIRY-DATE <
                                       WS-CURRENT-YYYYMMDD
                                   DISPLAY "  expired"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4590-PAID-CHECK-INQUIRY.
           DISPLAY "Enter the check serial: " WITH NO ADVANCING.
           ACCEPT WS-SERIAL-FROM-INPUT.
           MOVE WS-ACCOUNT-NUMBER TO PCHK-ACCOUNT-NUMBER.
           MOVE WS-SERIAL-FROM-INPUT TO PCHK-CHECK-SERIAL.
           READ PAID-CHECK-FILE
               INVALID KEY
                   DISPLAY "Check " WS-SERIAL-FROM-INPUT
                       " has not been paid."
               NOT INVALID KEY
                   IF PCHK-STATUS-PAID
                       DISPLAY "Check " WS-SERIAL-FROM-INPUT
                           " paid " PCHK-PAID-DATE " amount "
                           PCHK-AMOUNT " log sequence "
                           PCHK-TLOG-SEQUENCE
                   ELSE
                       DISPLAY "Check " WS-SERIAL-FROM-INPUT
                           " was paid " PCHK-PAID-DATE
                           " but the payment was reversed "
                           PCHK-REVERSED-DATE "."
                   END-IF
           END-READ.

      *>  Joint owners, authorized signers and beneficiaries linked
      *>  to the account on ACCTREL. The primary owner stays in
      *>  ACCT-CUSTOMER-NUMBER (maintenance option 6) and is never
      *>  linked here. Every add, change and removal is audited to
      *>  MAINTLOG before ACCTREL is touched, as 5790 does for the
      *>  account master.
       4600-PROCESS-RELATIONSHIPS.
           DISPLAY "  Account Relationships - account " ACCT-NUMBER.
           DISPLAY "  1. Add/Change Joint Owner, Signer or Beneficiary".
           DISPLAY "  2. Remove Relationship".
           DISPLAY "  3. List Relationships".
           DISPLAY "Enter selection: " WITH NO ADVANCING.
           ACCEPT WS-REL-CHOICE.
           EVALUATE WS-REL-CHOICE
               WHEN 1 PERFORM 4610-ADD-RELATIONSHIP
               WHEN 2 PERFORM 4620-REMOVE-RELATIONSHIP
               WHEN 3 PERFORM 4630-LIST-RELATIONSHIPS
               WHEN OTHER
                   DISPLAY "Error: invalid relationship selection!"
           END-EVALUATE.

       4610-ADD-RELATIONSHIP.
           IF ACCT-STATUS-CLOSED
               DISPLAY "Error: account " ACCT-NUMBER " is closed!"
           ELSE
               DISPLAY "Enter the related customer number: "
                   WITH NO ADVANCING
               ACCEPT WS-CUSTOMER-NUMBER
               MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Error: customer " WS-CUSTOMER-NUMBER
                           " not found - add the customer first "
                           "(menu option 5)!"
                   NOT INVALID KEY
                       IF NOT CUST-STATUS-ACTIVE
                           DISPLAY "Error: customer "
                               WS-CUSTOMER-NUMBER " is not active!"
                       ELSE
                       IF ACCT-CUSTOMER-NUMBER IS NUMERIC
                               AND ACCT-CUSTOMER-NUMBER =
                                   WS-CUSTOMER-NUMBER
                           DISPLAY "Error: customer "
                               WS-CUSTOMER-NUMBER " is the primary "
                               "owner of account " ACCT-NUMBER "!"
                       ELSE
                           PERFORM 4640-ACCEPT-RELATIONSHIP
                       END-IF
                       END-IF
               END-READ
           END-IF.

       4620-REMOVE-RELATIONSHIP.
           DISPLAY "Enter the related customer number to remove: "
               WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM 4690-FIND-RELATIONSHIP.
           IF NOT RELATIONSHIP-ON-FILE
               DISPLAY "Error: customer " WS-CUSTOMER-NUMBER
                   " is not linked to account " ACCT-NUMBER "!"
           ELSE
           IF NOT REL-STATUS-ACTIVE
               DISPLAY "Error: customer " WS-CUSTOMER-NUMBER
                   " is already removed from account " ACCT-NUMBER
                   "!"
           ELSE
               PERFORM 4680-SET-ACCOUNT-BEFORE-IMAGE
               MOVE REL-ROLE TO MNT-OLD-REL-ROLE
               MOVE REL-OWNERSHIP-PCT TO MNT-OLD-REL-PCT
               MOVE SPACE TO MNT-NEW-REL-ROLE
               MOVE ZERO TO MNT-NEW-REL-PCT
               SET MNT-ACTION-REL-REMOVE TO TRUE
               PERFORM 6500-WRITE-MAINT-LOG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               SET REL-STATUS-REMOVED TO TRUE
               MOVE WS-CURRENT-YYYYMMDD TO REL-REMOVED-DATE
               MOVE WS-TELLER-ID TO REL-TELLER-ID
               REWRITE ACCOUNT-RELATIONSHIP-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update relationship "
                           "record after maintenance log entry "
                           MNT-SEQUENCE " was already written - "
                           "manual reconciliation required!"
                   NOT INVALID KEY
                       DISPLAY "Customer " WS-CUSTOMER-NUMBER
                           " removed from account " ACCT-NUMBER "."
               END-REWRITE
           END-IF
           END-IF.

       4630-LIST-RELATIONSHIPS.
           IF ACCT-CUSTOMER-NUMBER IS NUMERIC
               DISPLAY "Primary owner " ACCT-CUSTOMER-NUMBER
           ELSE
               DISPLAY "Primary owner not linked - use maintenance "
                   "option 6"
           END-IF.
           MOVE ZERO TO WS-REL-ACCOUNT-COUNT.
           MOVE "N" TO WS-REL-EOF-SWITCH.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER.
           MOVE ZERO TO REL-CUSTOMER-NUMBER.
           START ACCOUNT-RELATIONSHIP KEY NOT < REL-KEY
               INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RELATIONSHIPS
               READ ACCOUNT-RELATIONSHIP NEXT RECORD
                   AT END SET END-OF-RELATIONSHIPS TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           SET END-OF-RELATIONSHIPS TO TRUE
                       ELSE
                           MOVE REL-CUSTOMER-NUMBER TO CUST-NUMBER
                           READ CUSTOMER-MASTER
                               INVALID KEY
                                   MOVE "*** NOT ON CUSTOMER MASTER"
                                       TO CUST-NAME
                           END-READ
                           DISPLAY "Customer " REL-CUSTOMER-NUMBER
                               " role " REL-ROLE " share "
                               REL-OWNERSHIP-PCT " status "
                               REL-STATUS " - " CUST-NAME
                           ADD 1 TO WS-REL-ACCOUNT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REL-ACCOUNT-COUNT = ZERO
               DISPLAY "No joint owners, signers or beneficiaries."
           END-IF.

      *>  Signers own nothing, so carry a zero share. Joint owners'
      *>  shares must leave the primary owner some part of the
      *>  account, and beneficiaries' shares may not promise away
      *>  more than all of it.
       4640-ACCEPT-RELATIONSHIP.
           DISPLAY "Enter role (J=joint owner, S=signer, "
               "B=beneficiary): " WITH NO ADVANCING.
           ACCEPT WS-REL-ROLE-INPUT.
           IF NOT REL-INPUT-VALID
               DISPLAY "Error: role must be J, S or B!"
           ELSE
               IF REL-INPUT-SIGNER
                   MOVE ZERO TO WS-REL-PCT-INPUT
               ELSE
                   DISPLAY "Enter the share as a percent, e.g. "
                       "050.00 for half: " WITH NO ADVANCING
                   ACCEPT WS-REL-PCT-INPUT
               END-IF
               PERFORM 4650-SUM-ROLE-SHARES
               ADD WS-REL-PCT-INPUT TO WS-REL-SHARE-TOTAL
               EVALUATE TRUE
                   WHEN NOT REL-INPUT-SIGNER
                           AND (WS-REL-PCT-INPUT = ZERO
                           OR WS-REL-PCT-INPUT > 100)
                       DISPLAY "Error: share must be more than zero "
                           "and no more than 100!"
                   WHEN REL-INPUT-JOINT-OWNER
                           AND WS-REL-SHARE-TOTAL NOT < 100
                       DISPLAY "Error: joint owners' shares would "
                           "total " WS-REL-SHARE-TOTAL " - the "
                           "primary owner must keep a share!"
                   WHEN REL-INPUT-BENEFICIARY
                           AND WS-REL-SHARE-TOTAL > 100
                       DISPLAY "Error: beneficiaries' shares would "
                           "total " WS-REL-SHARE-TOTAL "!"
                   WHEN OTHER
                       PERFORM 4660-APPLY-RELATIONSHIP
               END-EVALUATE
           END-IF.

      *>  Active shares already on file for the role being keyed,
      *>  leaving out the customer being added or changed.
       4650-SUM-ROLE-SHARES.
           MOVE ZERO TO WS-REL-SHARE-TOTAL.
           MOVE "N" TO WS-REL-EOF-SWITCH.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER.
           MOVE ZERO TO REL-CUSTOMER-NUMBER.
           START ACCOUNT-RELATIONSHIP KEY NOT < REL-KEY
               INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RELATIONSHIPS
               READ ACCOUNT-RELATIONSHIP NEXT RECORD
                   AT END SET END-OF-RELATIONSHIPS TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           SET END-OF-RELATIONSHIPS TO TRUE
                       ELSE
                           IF REL-STATUS-ACTIVE
                                   AND REL-ROLE = WS-REL-ROLE-INPUT
                                   AND REL-CUSTOMER-NUMBER NOT =
                                       WS-CUSTOMER-NUMBER
                               ADD REL-OWNERSHIP-PCT TO
                                   WS-REL-SHARE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>  A customer with an active relationship is a change ("P");
      *>  a new customer, or one removed earlier and now linked
      *>  again, is an add ("J") and restarts the added date.
       4660-APPLY-RELATIONSHIP.
           PERFORM 4690-FIND-RELATIONSHIP.
           PERFORM 4680-SET-ACCOUNT-BEFORE-IMAGE.
           IF RELATIONSHIP-ON-FILE AND REL-STATUS-ACTIVE
               MOVE REL-ROLE TO MNT-OLD-REL-ROLE
               MOVE REL-OWNERSHIP-PCT TO MNT-OLD-REL-PCT
               SET MNT-ACTION-REL-CHANGE TO TRUE
           ELSE
               MOVE SPACE TO MNT-OLD-REL-ROLE
               MOVE ZERO TO MNT-OLD-REL-PCT
               SET MNT-ACTION-REL-ADD TO TRUE
           END-IF.
           MOVE WS-REL-ROLE-INPUT TO MNT-NEW-REL-ROLE.
           MOVE WS-REL-PCT-INPUT TO MNT-NEW-REL-PCT.
           IF MNT-ACTION-REL-CHANGE
                   AND MNT-OLD-REL-ROLE = MNT-NEW-REL-ROLE
                   AND MNT-OLD-REL-PCT = MNT-NEW-REL-PCT
               DISPLAY "Relationship unchanged - nothing applied."
           ELSE
               PERFORM 6500-WRITE-MAINT-LOG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               IF NOT RELATIONSHIP-ON-FILE
                   MOVE SPACES TO ACCOUNT-RELATIONSHIP-RECORD
                   MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
                   MOVE WS-CUSTOMER-NUMBER TO REL-CUSTOMER-NUMBER
               END-IF
               IF MNT-ACTION-REL-ADD
                   MOVE WS-CURRENT-YYYYMMDD TO REL-ADDED-DATE
                   MOVE ZERO TO REL-REMOVED-DATE
               END-IF
               MOVE WS-REL-ROLE-INPUT TO REL-ROLE
               MOVE WS-REL-PCT-INPUT TO REL-OWNERSHIP-PCT
               SET REL-STATUS-ACTIVE TO TRUE
               MOVE WS-TELLER-ID TO REL-TELLER-ID
               IF RELATIONSHIP-ON-FILE
                   REWRITE ACCOUNT-RELATIONSHIP-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update "
                               "relationship record after "
                               "maintenance log entry " MNT-SEQUENCE
                               " was already written - manual "
                               "reconciliation required!"
                       NOT INVALID KEY
                           DISPLAY "Customer " WS-CUSTOMER-NUMBER
                               " linked to account " ACCT-NUMBER
                               " role " REL-ROLE "."
                   END-REWRITE
               ELSE
                   WRITE ACCOUNT-RELATIONSHIP-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to write "
                               "relationship record after "
                               "maintenance log entry " MNT-SEQUENCE
                               " was already written - manual "
                               "reconciliation required!"
                       NOT INVALID KEY
                           DISPLAY "Customer " WS-CUSTOMER-NUMBER
                               " linked to account " ACCT-NUMBER
                               " role " REL-ROLE "."
                   END-WRITE
               END-IF
           END-IF.

      *>  Relationship maintenance leaves the account itself alone,
      *>  so the before image is the account as it stands and 6500
      *>  writes the same values on the after side.
       4680-SET-ACCOUNT-BEFORE-IMAGE.
           MOVE ACCT-STATUS TO MNT-OLD-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-OLD-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-OLD-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-OLD-CUSTOMER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO MNT-REL-CUSTOMER-NUMBER.
           MOVE SPACES TO MNT-PROTECTION-CHANGE.

       4690-FIND-RELATIONSHIP.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO REL-CUSTOMER-NUMBER.
           READ ACCOUNT-RELATIONSHIP
               INVALID KEY
                   MOVE "N" TO WS-REL-FOUND-SWITCH
               NOT INVALID KEY
                   SET RELATIONSHIP-ON-FILE TO TRUE
           END-READ.

      *>  Everything one customer holds, off the ACCT-CUSTOMER-NUMBER
      *>  alternate key path - a START and a short READ NEXT run, not
      *>  a scan of the whole master. Accounts opened before the
      *>  customer linkage existed carry spaces there and cannot be
      *>  reached by any customer lookup; the batch customer position
      *>  report lists those for conversion. Accounts linked to the
      *>  customer on ACCTREL follow the accounts they own.
       4700-PROCESS-CUST-POSITION.
           DISPLAY "Enter the customer number: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Error: customer " WS-CUSTOMER-NUMBER
                       " not found!"
               NOT INVALID KEY
                   PERFORM 4710-LIST-CUSTOMER-ACCOUNTS
           END-READ.

       4710-LIST-CUSTOMER-ACCOUNTS.
           DISPLAY "Customer " CUST-NUMBER ": " CUST-NAME.
           DISPLAY "  " CUST-ADDRESS ", " CUST-CITY ", " CUST-STATE
               " " CUST-ZIP.
           MOVE ZERO TO WS-POSITION-TOTAL.
           MOVE ZERO TO WS-POSN-ACCOUNT-COUNT.
           MOVE "N" TO WS-POSN-EOF-SWITCH.
           MOVE WS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER.
           START ACCOUNT-MASTER KEY NOT < ACCT-CUSTOMER-NUMBER
               INVALID KEY SET END-OF-POSITION TO TRUE
           END-START.
           PERFORM UNTIL END-OF-POSITION
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-POSITION TO TRUE
                   NOT AT END
                       IF ACCT-CUSTOMER-NUMBER NOT =
                               WS-CUSTOMER-NUMBER
                           SET END-OF-POSITION TO TRUE
                       ELSE
                           DISPLAY "  Account " ACCT-NUMBER " type "
                               ACCT-TYPE " status " ACCT-STATUS
                               " balance " ACCT-BALANCE
                           ADD ACCT-BALANCE TO WS-POSITION-TOTAL
                           ADD 1 TO WS-POSN-ACCOUNT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-POSN-ACCOUNT-COUNT = ZERO
               DISPLAY "  No accounts on file for this customer."
           ELSE
               DISPLAY "  Accounts: " WS-POSN-ACCOUNT-COUNT
                   "  Relationship total: " WS-POSITION-TOTAL
           END-IF.
           PERFORM 4720-LIST-LINKED-ACCOUNTS.

      *>  Accounts the customer co-owns, signs on or is beneficiary
      *>  of, off the ACCTREL customer alternate key. They belong to
      *>  another primary owner, so they are listed but kept out of
      *>  the relationship total above.
       4720-LIST-LINKED-ACCOUNTS.
           MOVE ZERO TO WS-REL-ACCOUNT-COUNT.
           MOVE "N" TO WS-REL-EOF-SWITCH.
           MOVE WS-CUSTOMER-NUMBER TO REL-CUSTOMER-NUMBER.
           START ACCOUNT-RELATIONSHIP KEY NOT < REL-CUSTOMER-NUMBER
               INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RELATIONSHIPS
               READ ACCOUNT-RELATIONSHIP NEXT RECORD
                   AT END SET END-OF-RELATIONSHIPS TO TRUE
                   NOT AT END
                       IF REL-CUSTOMER-NUMBER NOT =
                               WS-CUSTOMER-NUMBER
                           SET END-OF-RELATIONSHIPS TO TRUE
                       ELSE
                           IF REL-STATUS-ACTIVE
                               PERFORM 4730-SHOW-LINKED-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REL-ACCOUNT-COUNT NOT = ZERO
               DISPLAY "  Joint, signer and beneficiary accounts: "
                   WS-REL-ACCOUNT-COUNT
           END-IF.

       4730-SHOW-LINKED-ACCOUNT.
           ADD 1 TO WS-REL-ACCOUNT-COUNT.
           MOVE REL-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "  Account " REL-ACCOUNT-NUMBER " role "
                       REL-ROLE " - not on account master"
               NOT INVALID KEY
                   DISPLAY "  Account " ACCT-NUMBER " type "
                       ACCT-TYPE " status " ACCT-STATUS
                       " balance " ACCT-BALANCE " role " REL-ROLE
                       " share " REL-OWNERSHIP-PCT
           END-READ.

      *>  A reversal names the TLOG-SEQUENCE of the posting it undoes
      *>  and posts its exact opposite as an "R" item - never through
      *>  4000/5000, so a correction is not mistaken for customer
      *>  activity and does not stamp ACCT-LAST-ACTIVITY-DATE. The
      *>  original is looked up on the archived and the live log; an
      *>  item already reversed, or itself a reversal, is refused.
      *>  Reversing either leg of a transfer reverses both.
       4800-PROCESS-REVERSAL.
           DISPLAY "Enter the log sequence to reverse: "
               WITH NO ADVANCING.
           ACCEPT WS-ORIG-SEQUENCE.
           PERFORM 6700-FIND-ORIGINAL-ITEM.
           IF NOT ORIGINAL-FOUND
               DISPLAY "Error: log sequence " WS-ORIG-SEQUENCE
                   " not found!"
           ELSE
           IF WS-ORIG-TYPE = "R"
               DISPLAY "Error: log sequence " WS-ORIG-SEQUENCE
                   " is itself a reversal!"
           ELSE
           IF ORIGINAL-REVERSED
               DISPLAY "Error: log sequence " WS-ORIG-SEQUENCE
                   " has already been reversed!"
           ELSE
           IF WS-ORIG-TRANSFER-REF NOT = ZERO AND NOT PARTNER-FOUND
               DISPLAY "Error: the other leg of transfer reference "
                   WS-ORIG-TRANSFER-REF " is not on the log!"
           ELSE
               PERFORM 4810-CONFIRM-REVERSAL
           END-IF
           END-IF
           END-IF
           END-IF.

       4810-CONFIRM-REVERSAL.
           DISPLAY "Log sequence " WS-ORIG-SEQUENCE " type "
               WS-ORIG-TYPE " account " WS-ORIG-ACCOUNT-NUMBER
               " amount " WS-ORIG-AMOUNT.
           IF WS-ORIG-TRANSFER-REF NOT = ZERO
               DISPLAY "  Transfer reference " WS-ORIG-TRANSFER-REF
                   " - both legs will be reversed."
           END-IF.
           DISPLAY "Reverse this item (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-FREQ-INPUT.
           IF WS-FREQ-INPUT NOT = "Y"
               DISPLAY "Reversal cancelled."
           ELSE
               MOVE "R" TO WS-TRANS-TYPE-CODE
               MOVE WS-ORIG-AMOUNT TO WS-AMOUNT
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-ORIG-TRANSFER-REF = ZERO
                   PERFORM 4820-REVERSE-SINGLE-ITEM
               ELSE
                   PERFORM 4830-REVERSE-TRANSFER
               END-IF
           END-IF.

       4820-REVERSE-SINGLE-ITEM.
           MOVE WS-ORIG-ACCOUNT-NUMBER TO ACCT-NUMBER.
           PERFORM 4850-READ-REVERSAL-ACCOUNT.
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               MOVE WS-ORIG-SEQUENCE TO WS-REVERSAL-REF
               MOVE WS-ORIG-TYPE TO WS-REVERSED-TYPE
               IF WS-ORIG-TYPE = "D" OR WS-ORIG-TYPE = "I"
                   COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT
               ELSE
                   COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-AMOUNT
               END-IF
               PERFORM 6000-WRITE-TRANS-LOG
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update account record "
                           "after transaction log entry " TLOG-SEQUENCE
                           " was already written - manual "
                           "reconciliation required!"
                   NOT INVALID KEY
                       DISPLAY "Log sequence " WS-ORIG-SEQUENCE
                           " reversed, new balance " ACCT-BALANCE
               END-REWRITE
               IF WS-ORIG-TYPE = "W" AND WS-ORIG-CHECK-SERIAL NOT = ZERO
                   PERFORM 4860-MARK-CHECK-REVERSED
               END-IF
               MOVE ZERO TO WS-REVERSAL-REF
               MOVE SPACE TO WS-REVERSED-TYPE
           END-IF.

      *>  The original "W" leg is credited back and the original "D"
      *>  leg debited, each "R" leg naming the leg it reverses.
       4830-REVERSE-TRANSFER.
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
           PERFORM 4850-READ-REVERSAL-ACCOUNT.
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-FROM-NEW-BALANCE = ACCT-BALANCE + WS-AMOUNT
               MOVE WS-CREDIT-LEG-ACCOUNT TO ACCT-NUMBER
               PERFORM 4850-READ-REVERSAL-ACCOUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-BALANCE TO WS-TO-OLD-BALANCE
               COMPUTE WS-TO-NEW-BALANCE = ACCT-BALANCE - WS-AMOUNT
               PERFORM 4840-APPLY-TRANSFER-REVERSAL
           END-IF.

      *>  Logged before either master is touched, like 5820.
       4840-APPLY-TRANSFER-REVERSAL.
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
                   PERFORM 5890-TRANSFER-ABORT
           END-READ.
           MOVE WS-FROM-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-REWRITE.
           MOVE WS-CREDIT-LEG-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-READ.
           MOVE WS-TO-NEW-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           END-REWRITE.
           DISPLAY "Transfer reference " WS-ORIG-TRANSFER-REF
               " reversed, reference " WS-TRANSFER-REF.
           MOVE ZERO TO WS-TRANSFER-REF.
           MOVE ZERO TO WS-REVERSAL-REF.
           MOVE SPACE TO WS-REVERSED-TYPE.

      *>  A reversal may post to a suspended or dormant account - it
      *>  is putting right the bank's own error - but not to a closed
      *>  one, which must stay at the zero balance it was closed on.
       4850-READ-REVERSAL-ACCOUNT.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Error: account " ACCT-NUMBER " not found!"
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       DISPLAY "Error: account " ACCT-NUMBER
                           " is closed!"
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *>  A reversed check payment comes off the paid history as
      *>  "R", so a corrected presentment of the same serial can pay.
       4860-MARK-CHECK-REVERSED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
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
                               DISPLAY "Error: unable to mark check "
                                   WS-ORIG-CHECK-SERIAL " reversed!"
                           NOT INVALID KEY
                               DISPLAY "Check " WS-ORIG-CHECK-SERIAL
                                   " marked reversed on the paid "
                                   "check history."
                       END-REWRITE
                   END-IF
           END-READ.

      *>  Batch items dated after the day they were submitted wait on
      *>  the warehouse file until VulnBankingWhseRel releases them on
      *>  their value date. Withdrawing one before then is the same
      *>  kind of decision as reversing a posting, so it carries the
      *>  reversal authority; the record stays on file, cancelled.
       4900-PROCESS-WAREHOUSE.
           DISPLAY "  Warehoused Items - account " ACCT-NUMBER.
           DISPLAY "  1. List Warehoused Items".
           DISPLAY "  2. Cancel a Warehoused Item".
           DISPLAY "Enter selection: " WITH NO ADVANCING.
           ACCEPT WS-WHSE-CHOICE.
           EVALUATE WS-WHSE-CHOICE
               WHEN 1 PERFORM 4910-LIST-WAREHOUSE
               WHEN 2 PERFORM 4920-CANCEL-WAREHOUSE
               WHEN OTHER
                   DISPLAY "Error: invalid warehouse selection!"
           END-EVALUATE.

       4910-LIST-WAREHOUSE.
           MOVE WS-ACCOUNT-NUMBER TO WHSE-ACCOUNT-NUMBER.
           MOVE ZERO TO WHSE-SEQUENCE.
           MOVE "N" TO WS-WHSE-EOF-SWITCH.
           START WAREHOUSE-FILE KEY NOT < WHSE-KEY
               INVALID KEY SET END-OF-WAREHOUSE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-WAREHOUSE
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END SET END-OF-WAREHOUSE TO TRUE
                   NOT AT END
                       IF WHSE-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET END-OF-WAREHOUSE TO TRUE
                       ELSE
                           DISPLAY "Item " WHSE-SEQUENCE " status "
                               WHSE-STATUS " value date "
                               WHSE-EFFECTIVE-DATE " type "
                               WHSE-TRANS-TYPE " amount " WHSE-AMOUNT
                           DISPLAY "  batch " WHSE-BATCH-DATE " "
                               WHSE-BATCH-ORIGIN " item "
                               WHSE-ORIG-SEQUENCE " stored "
                               WHSE-WAREHOUSED-DATE
                           IF NOT WHSE-STATUS-WAITING
                               DISPLAY "  " WHSE-STATUS " "
                                   WHSE-STATUS-DATE " by "
                                   WHSE-STATUS-BY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4920-CANCEL-WAREHOUSE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the warehoused item to cancel: "
               WITH NO ADVANCING.
           ACCEPT WS-WHSE-SEQ-INPUT.
           MOVE WS-ACCOUNT-NUMBER TO WHSE-ACCOUNT-NUMBER.
           MOVE WS-WHSE-SEQ-INPUT TO WHSE-SEQUENCE.
           READ WAREHOUSE-FILE
               INVALID KEY
                   DISPLAY "Error: warehoused item " WS-WHSE-SEQ-INPUT
                       " not found on account " WS-ACCOUNT-NUMBER "!"
               NOT INVALID KEY
                   IF NOT WHSE-STATUS-WAITING
                       DISPLAY "Error: warehoused item "
                           WS-WHSE-SEQ-INPUT
                           " is already released or cancelled!"
                   ELSE
                       SET WHSE-STATUS-CANCELLED TO TRUE
                       MOVE WS-CURRENT-YYYYMMDD TO WHSE-STATUS-DATE
                       MOVE WS-TELLER-ID TO WHSE-STATUS-BY
                       REWRITE WAREHOUSE-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to update "
                                   "warehoused item!"
                           NOT INVALID KEY
                               DISPLAY "Warehoused item "
                                   WS-WHSE-SEQ-INPUT " cancelled."
                       END-REWRITE
                   END-IF
           END-READ.

       5000-PROCESS-DEPOSIT.
           DISPLAY "Enter the deposit amount: " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
               MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               MOVE WS-TELLER-DEPOSIT-LIMIT TO WS-APPLICABLE-LIMIT
               PERFORM 6610-CHECK-TELLER-LIMIT
               IF NOT AUTHORITY-GRANTED
                   MOVE "OVER TELLER LIMIT NOT APPROVED" TO
                       WS-REJECT-REASON
                   PERFORM 7000-WRITE-EXCEPTION
               ELSE
               COMPUTE ACCT-BALANCE = ACCT-BALANCE + WS-AMOUNT
               PERFORM 6900-STAMP-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               DISPLAY "New balance: " ACCT-BALANCE
               PERFORM 6000-WRITE-TRANS-LOG
               END-IF
           END-IF.

       5500-PROCESS-OPEN-ACCOUNT.
                   END-IF
           END-READ.

      *>  A certificate of deposit's terms are taken first: checking
      *>  the payout account reads the account master, so the new
      *>  record is only built once they have passed.
       5510-OPEN-ACCOUNT-DETAIL.
           DISPLAY "Enter account type (C=Checking, S=Savings, "
               "T=Certificate of Deposit): " WITH NO ADVANCING.
           ACCEPT WS-ACCT-TYPE-INPUT.
           SET CD-TERMS-VALID TO TRUE.
           IF NOT ACCT-TYPE-INPUT-VALID
               DISPLAY "Error: account type must be C, S or T!"
           ELSE
               IF ACCT-TYPE-INPUT-CD
                   PERFORM 5520-ACCEPT-CD-TERMS
               END-IF
               IF CD-TERMS-VALID
                   PERFORM 5530-WRITE-NEW-ACCOUNT
               END-IF
           END-IF.

       5520-ACCEPT-CD-TERMS.
           MOVE "N" TO WS-CD-TERMS-SWITCH.
           DISPLAY "Enter the CD term in months: " WITH NO ADVANCING.
           ACCEPT WS-CD-TERM-INPUT.
           PERFORM 5540-FIND-CD-RATE.
           IF NOT CD-RATE-FOUND
               DISPLAY "Error: no CD rate on the schedule for a "
                   WS-CD-TERM-INPUT "-month term!"
           ELSE
               DISPLAY "  CD rate " WS-CD-RATE "% fixed for the term, "
                   "early withdrawal penalty " WS-CD-PENALTY-MONTHS
                   " months' interest"
               DISPLAY "At maturity (R=Renew, P=Pay out to a linked "
                   "account): " WITH NO ADVANCING
               ACCEPT WS-CD-ROLLOVER-INPUT
               MOVE ZERO TO WS-CD-PAYOUT-ACCOUNT
               EVALUATE TRUE
                   WHEN CD-ROLLOVER-RENEW
                       SET CD-TERMS-VALID TO TRUE
                   WHEN CD-ROLLOVER-PAYOUT
                       PERFORM 5550-ACCEPT-PAYOUT-ACCOUNT
                   WHEN OTHER
                       DISPLAY "Error: maturity instruction must be "
                           "R or P!"
               END-EVALUATE
           END-IF.

       5530-WRITE-NEW-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER.
           MOVE WS-ACCT-TYPE-INPUT TO ACCT-TYPE.
           SET ACCT-STATUS-ACTIVE TO TRUE.
           PERFORM 6900-STAMP-ACTIVITY-DATE.
           DISPLAY "Enter opening balance: " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
           MOVE WS-AMOUNT-INPUT TO ACCT-BALANCE.
           MOVE ACCT-BALANCE TO ACCT-OPENING-BALANCE.
           MOVE ZERO TO ACCT-INTEREST-RATE.
           MOVE SPACES TO ACCT-CD-TERMS.
           MOVE ZERO TO ACCT-PROTECT-ACCOUNT.
           MOVE ZERO TO ACCT-WDL-MONTH.
           MOVE ZERO TO ACCT-WDL-COUNT.
           IF ACCT-TYPE-CD
               MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
               MOVE WS-CD-RATE TO ACCT-INTEREST-RATE
               MOVE WS-CD-TERM-INPUT TO ACCT-CD-TERM-MONTHS
               MOVE WS-CURRENT-YYYYMMDD TO ACCT-CD-TERM-START-DATE
               PERFORM 5560-COMPUTE-MATURITY-DATE
               MOVE WS-CD-MATURITY-DATE TO ACCT-CD-MATURITY-DATE
               MOVE WS-CD-PENALTY-MONTHS TO ACCT-CD-PENALTY-MONTHS
               MOVE WS-CD-ROLLOVER-INPUT TO ACCT-CD-ROLLOVER
               MOVE WS-CD-PAYOUT-ACCOUNT TO ACCT-CD-PAYOUT-ACCOUNT
           ELSE
               DISPLAY "Enter overdraft limit: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-INPUT
               MOVE WS-AMOUNT-INPUT TO ACCT-OVERDRAFT-LIMIT
               IF ACCT-TYPE-SAVINGS
                   DISPLAY "Enter annual interest rate as a percent, "
                       "e.g. 005.0000 for 5%: " WITH NO ADVANCING
                   ACCEPT WS-RATE-INPUT
                   MOVE WS-RATE-INPUT TO ACCT-INTEREST-RATE
               END-IF
           END-IF.
           IF ACCT-TYPE-CD AND ACCT-BALANCE NOT > ZERO
               DISPLAY "Error: a certificate of deposit must be "
                   "opened with a deposit!"
           ELSE
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Error: account " ACCT-NUMBER
                   NOT INVALID KEY
                       DISPLAY "Account " ACCT-NUMBER
                           " opened with balance " ACCT-BALANCE
                       IF ACCT-TYPE-CD
                           DISPLAY "  Certificate of deposit matures "
                               ACCT-CD-MATURITY-DATE
                       END-IF
               END-WRITE
           END-IF.

       5540-FIND-CD-RATE.
           MOVE "N" TO WS-CD-RATE-FOUND-SWITCH.
           PERFORM VARYING WS-CDR-SUB FROM 1 BY 1
                   UNTIL WS-CDR-SUB > WS-CDR-COUNT
               IF WS-CDR-TERM (WS-CDR-SUB) = WS-CD-TERM-INPUT
                   MOVE WS-CDR-RATE (WS-CDR-SUB) TO WS-CD-RATE
                   MOVE WS-CDR-PENALTY (WS-CDR-SUB) TO
                       WS-CD-PENALTY-MONTHS
                   SET CD-RATE-FOUND TO TRUE
                   MOVE WS-CDR-COUNT TO WS-CDR-SUB
               END-IF
           END-PERFORM.

      *>  A payout goes to an active account that is not itself a
      *>  certificate of deposit, so the money lands somewhere the
      *>  customer can draw it.
       5550-ACCEPT-PAYOUT-ACCOUNT.
           DISPLAY "Enter the account to pay out to: "
               WITH NO ADVANCING.
           ACCEPT WS-CD-PAYOUT-ACCOUNT.
           IF WS-CD-PAYOUT-ACCOUNT = WS-ACCOUNT-NUMBER
               DISPLAY "Error: payout account must differ from the "
                   "certificate of deposit!"
           ELSE
               MOVE WS-CD-PAYOUT-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Error: payout account "
                           WS-CD-PAYOUT-ACCOUNT " not found!"
                   NOT INVALID KEY
                       IF NOT ACCT-STATUS-ACTIVE
                           DISPLAY "Error: payout account "
                               WS-CD-PAYOUT-ACCOUNT " is not active!"
                       ELSE
                       IF ACCT-TYPE-CD
                           DISPLAY "Error: payout account "
                               WS-CD-PAYOUT-ACCOUNT " is a "
                               "certificate of deposit!"
                       ELSE
                           SET CD-TERMS-VALID TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-IF.

      *>  Term months on from the start date, same day of the month,
      *>  pulled back to the month's last day when it has fewer.
       5560-COMPUTE-MATURITY-DATE.
           MOVE ACCT-CD-TERM-START-DATE TO WS-MATURITY-DATE.
           COMPUTE WS-MONTH-COUNT = WS-MATURITY-YYYY * 12
               + WS-MATURITY-MM - 1 + ACCT-CD-TERM-MONTHS.
           COMPUTE WS-MATURITY-YYYY = WS-MONTH-COUNT / 12.
           COMPUTE WS-MATURITY-MM =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1.
           ADD 1 TO WS-MONTH-COUNT.
           COMPUTE WS-MONTH-END-YYYY = WS-MONTH-COUNT / 12.
           COMPUTE WS-MONTH-END-MM =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1.
           MOVE 1 TO WS-MONTH-END-DD.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1).
           IF WS-MATURITY-DD > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-MATURITY-DD
           END-IF.
           MOVE WS-MATURITY-DATE TO WS-CD-MATURITY-DATE.

       5600-PROCESS-CUSTOMER-MAINT.
           DISPLAY "Enter the customer number: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-NUMBER.
           DISPLAY "  4. Change Overdraft Limit".
           DISPLAY "  5. Change Interest Rate".
           DISPLAY "  6. Change Owning Customer".
           DISPLAY "  7. Link/Remove Overdraft Protection".
           DISPLAY "Enter selection: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-CHOICE.
           MOVE ACCT-STATUS TO MNT-OLD-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-OLD-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-OLD-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-OLD-CUSTOMER-NUMBER.
           MOVE SPACES TO MNT-RELATIONSHIP-CHANGE.
           MOVE SPACES TO MNT-PROTECTION-CHANGE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 1 PERFORM 5710-CLOSE-ACCOUNT
               WHEN 2 PERFORM 5720-SUSPEND-ACCOUNT
               WHEN 4 PERFORM 5740-CHANGE-OVERDRAFT-LIMIT
               WHEN 5 PERFORM 5750-CHANGE-INTEREST-RATE
               WHEN 6 PERFORM 5760-CHANGE-OWNING-CUSTOMER
               WHEN 7 PERFORM 5770-CHANGE-PROTECTION
               WHEN OTHER
                   DISPLAY "Error: invalid maintenance selection!"
           END-EVALUATE.
       5740-CHANGE-OVERDRAFT-LIMIT.
           IF ACCT-STATUS-CLOSED
               DISPLAY "Error: account " ACCT-NUMBER " is closed!"
           ELSE
           IF ACCT-TYPE-CD
               DISPLAY "Error: a certificate of deposit carries no "
                   "overdraft limit!"
           ELSE
               DISPLAY "Enter new overdraft limit: "
                   WITH NO ADVANCING
               MOVE WS-AMOUNT-INPUT TO ACCT-OVERDRAFT-LIMIT
               SET MNT-ACTION-OVERDRAFT TO TRUE
               PERFORM 5790-APPLY-MAINTENANCE
           END-IF
           END-IF.

       5750-CHANGE-INTEREST-RATE.
           IF ACCT-STATUS-CLOSED
               DISPLAY "Error: account " ACCT-NUMBER " is closed!"
           ELSE
           IF ACCT-TYPE-CD
               DISPLAY "Error: the rate on a certificate of deposit is "
                   "fixed until it matures " ACCT-CD-MATURITY-DATE "!"
           ELSE
               DISPLAY "Enter new annual interest rate as a percent, "
                   "e.g. 005.0000 for 5%: " WITH NO ADVANCING
               MOVE WS-RATE-INPUT TO ACCT-INTEREST-RATE
               SET MNT-ACTION-RATE TO TRUE
               PERFORM 5790-APPLY-MAINTENANCE
           END-IF
           END-IF.

      *>  Assigns or corrects the owning customer - also the teller
      *>  path for linking an account opened before the customer
      *>  master existed (ACCT-CUSTOMER-NUMBER spaces) to its owner.
      *>  A customer already linked to the account as joint owner,
      *>  signer or beneficiary cannot also become its primary owner
      *>  - the relationship is removed first (menu option 12). A
      *>  checking account protected from overdraft loses the link
      *>  when it changes hands, as VulnBankingMaint action "U" does.
       5760-CHANGE-OWNING-CUSTOMER.
           IF ACCT-STATUS-CLOSED
               DISPLAY "Error: account " ACCT-NUMBER " is closed!"
                           " not found - add the customer first "
                           "(menu option 5)!"
                   NOT INVALID KEY
                       PERFORM 4690-FIND-RELATIONSHIP
                       IF NOT CUST-STATUS-ACTIVE
                           DISPLAY "Error: customer "
                               WS-CUSTOMER-NUMBER " is not active!"
                       ELSE
                       IF RELATIONSHIP-ON-FILE
                               AND REL-STATUS-ACTIVE
                           DISPLAY "Error: customer "
                               WS-CUSTOMER-NUMBER " is linked to "
                               "this account with role " REL-ROLE
                               " - remove the relationship first "
                               "(menu option 12)!"
                       ELSE
                           IF ACCT-PROTECT-ACCOUNT IS NUMERIC
                                   AND ACCT-PROTECT-ACCOUNT NOT = ZERO
                                   AND ACCT-CUSTOMER-NUMBER NOT =
                                       WS-CUSTOMER-NUMBER
                               DISPLAY "Overdraft protection from "
                                   "savings " ACCT-PROTECT-ACCOUNT
                                   " removed - it belongs to the "
                                   "previous owner"
                               MOVE ACCT-PROTECT-ACCOUNT TO
                                   MNT-OLD-PROTECT-ACCOUNT
                               MOVE ZERO TO MNT-NEW-PROTECT-ACCOUNT
                               MOVE ZERO TO ACCT-PROTECT-ACCOUNT
                           END-IF
                           MOVE WS-CUSTOMER-NUMBER TO
                               ACCT-CUSTOMER-NUMBER
                           SET MNT-ACTION-CUSTOMER TO TRUE
                           PERFORM 5790-APPLY-MAINTENANCE
                       END-IF
                       END-IF
               END-READ
           END-IF.

      *>  Links a checking account to the savings account that covers
      *>  its overdrafts, or removes the link (account zero) - the
      *>  same rules as VulnBankingMaint action "L": the savings
      *>  account must be active and owned by the checking account's
      *>  owning customer. Reading the savings account replaces the
      *>  checking account in the record area, so it is read back
      *>  before the change is applied.
       5770-CHANGE-PROTECTION.
           IF ACCT-PROTECT-ACCOUNT IS NUMERIC
               MOVE ACCT-PROTECT-ACCOUNT TO MNT-OLD-PROTECT-ACCOUNT
           ELSE
               MOVE ZERO TO MNT-OLD-PROTECT-ACCOUNT
           END-IF.
           IF ACCT-STATUS-CLOSED
               DISPLAY "Error: account " ACCT-NUMBER " is closed!"
           ELSE
           IF NOT ACCT-TYPE-CHECKING
               DISPLAY "Error: overdraft protection is only for "
                   "checking accounts!"
           ELSE
           IF ACCT-CUSTOMER-NUMBER IS NOT NUMERIC
               DISPLAY "Error: account " ACCT-NUMBER " has no owning "
                   "customer - change the owning customer first!"
           ELSE
               DISPLAY "Currently protected by savings account "
                   MNT-OLD-PROTECT-ACCOUNT
               DISPLAY "Enter the protecting savings account "
                   "(0 to remove): " WITH NO ADVANCING
               ACCEPT WS-TO-ACCOUNT-NUMBER
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-TO-ACCOUNT-NUMBER = ZERO
                   IF MNT-OLD-PROTECT-ACCOUNT = ZERO
                       DISPLAY "Error: account " ACCT-NUMBER
                           " is not protected!"
                       MOVE "ACCOUNT NOT PROTECTED" TO
                           WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
                   MOVE WS-TO-ACCOUNT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           DISPLAY "Error: account "
                               WS-TO-ACCOUNT-NUMBER " not found!"
                           MOVE "PROTECTING ACCOUNT NOT FOUND" TO
                               WS-REJECT-REASON
                       NOT INVALID KEY
                           IF NOT ACCT-TYPE-SAVINGS
                               DISPLAY "Error: account "
                                   WS-TO-ACCOUNT-NUMBER
                                   " is not a savings account!"
                               MOVE "PROTECTING ACCOUNT NOT SAVINGS"
                                   TO WS-REJECT-REASON
                           ELSE
                           IF NOT ACCT-STATUS-ACTIVE
                               DISPLAY "Error: account "
                                   WS-TO-ACCOUNT-NUMBER
                                   " is not active!"
                               MOVE "PROTECTING ACCOUNT NOT ACTIVE"
                                   TO WS-REJECT-REASON
                           ELSE
                           IF ACCT-CUSTOMER-NUMBER NOT =
                                   WS-CUSTOMER-NUMBER
                               DISPLAY "Error: account "
                                   WS-TO-ACCOUNT-NUMBER " is not "
                                   "owned by the same customer!"
                               MOVE "NOT SAME OWNING CUSTOMER" TO
                                   WS-REJECT-REASON
                           END-IF
                           END-IF
                           END-IF
                   END-READ
                   MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           DISPLAY "Error: unable to reread account "
                               WS-ACCOUNT-NUMBER "!"
                           MOVE "ACCOUNT NOT FOUND" TO
                               WS-REJECT-REASON
                   END-READ
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE WS-TO-ACCOUNT-NUMBER TO ACCT-PROTECT-ACCOUNT
                   MOVE WS-TO-ACCOUNT-NUMBER TO
                       MNT-NEW-PROTECT-ACCOUNT
                   SET MNT-ACTION-PROTECTION TO TRUE
                   PERFORM 5790-APPLY-MAINTENANCE
               END-IF
           END-IF
           END-IF
           END-IF.

      *>  Audit first, master second, for the same reason
      *>  VulnBankingMaint 2700-APPLY-MAINTENANCE does: if the audit
      *>  write fails the run stops before the master is touched, so
           PERFORM 6800-SUM-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-CREDIT =
               ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-OVERDRAFT-LIMIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
      *>  Money leaves a CD before maturity only through the early
      *>  withdrawal, where the penalty is charged.
           IF ACCT-TYPE-CD
                   AND ACCT-CD-MATURITY-DATE > WS-CURRENT-YYYYMMDD
               DISPLAY "Error: certificate of deposit " ACCT-NUMBER
                   " does not mature until " ACCT-CD-MATURITY-DATE
                   " - use an early withdrawal (menu option 2)!"
               MOVE "CD NOT MATURED" TO WS-REJECT-REASON
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
           IF WS-AMOUNT > WS-AVAILABLE-CREDIT
               IF WS-HELD-AMOUNT > ZERO AND WS-AMOUNT NOT >
                       ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
               END-IF
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               MOVE WS-TELLER-TRANSFER-LIMIT TO WS-APPLICABLE-LIMIT
               PERFORM 6610-CHECK-TELLER-LIMIT
               IF NOT AUTHORITY-GRANTED
                   MOVE "OVER TELLER LIMIT NOT APPROVED" TO
                       WS-REJECT-REASON
                   PERFORM 7000-WRITE-EXCEPTION
               ELSE
               COMPUTE WS-FROM-NEW-BALANCE = ACCT-BALANCE - WS-AMOUNT
               MOVE SPACES TO WS-REJECT-REASON
               MOVE WS-TO-ACCOUNT-NUMBER TO ACCT-NUMBER
                   END-READ
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
               END-IF
           END-IF
           END-IF.

      *>  Both legs are logged to TRANLOG before either master record
           END-READ.
           MOVE WS-FROM-NEW-BALANCE TO ACCT-BALANCE.
           PERFORM 6900-STAMP-ACTIVITY-DATE.
           PERFORM 6950-COUNT-SAVINGS-DEBIT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5890-TRANSFER-ABORT
           MOVE ACCT-BALANCE TO TLOG-NEW-BALANCE.
           MOVE WS-TRANSFER-REF TO TLOG-TRANSFER-REF.
           MOVE WS-TELLER-ID TO TLOG-TELLER-ID.
           MOVE WS-REVERSAL-REF TO TLOG-REVERSAL-REF.
           MOVE WS-REVERSED-TYPE TO TLOG-REVERSED-TYPE.
           MOVE WS-SUPERVISOR-ID TO TLOG-SUPERVISOR-ID.
           MOVE ZERO TO TLOG-CHECK-SERIAL.
           MOVE ZERO TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
           MOVE WS-LEG-NEW-BALANCE TO TLOG-NEW-BALANCE.
           MOVE WS-TRANSFER-REF TO TLOG-TRANSFER-REF.
           MOVE WS-TELLER-ID TO TLOG-TELLER-ID.
           MOVE WS-REVERSAL-REF TO TLOG-REVERSAL-REF.
           MOVE WS-REVERSED-TYPE TO TLOG-REVERSED-TYPE.
           MOVE WS-SUPERVISOR-ID TO TLOG-SUPERVISOR-ID.
           MOVE ZERO TO TLOG-CHECK-SERIAL.
           MOVE ZERO TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
           MOVE ACCT-INTEREST-RATE TO MNT-NEW-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-NEW-CUSTOMER-NUMBER.
           MOVE WS-TELLER-ID TO MNT-TELLER-ID.
           MOVE WS-SUPERVISOR-ID TO MNT-SUPERVISOR-ID.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNT-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *>  A second person must approve: an active teller with
      *>  supervisor authority on the teller master, never the
      *>  signed-on teller themselves.
       6600-GET-SUPERVISOR-APPROVAL.
           MOVE "N" TO WS-AUTHORITY-SWITCH.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           DISPLAY "Supervisor approval required - "
               WS-APPROVAL-REASON.
           DISPLAY "Enter the approving supervisor id: "
               WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-INPUT.
           IF WS-SUPERVISOR-INPUT = SPACES
               DISPLAY "Error: no supervisor id entered!"
           ELSE
           IF WS-SUPERVISOR-INPUT = WS-TELLER-ID
               DISPLAY "Error: a teller cannot approve their own "
                   "item!"
           ELSE
               MOVE WS-SUPERVISOR-INPUT TO TELL-ID
               READ TELLER-MASTER
                   INVALID KEY
                       DISPLAY "Error: supervisor id "
                           WS-SUPERVISOR-INPUT
                           " is not on the teller master!"
                   NOT INVALID KEY
                       IF NOT TELL-STATUS-ACTIVE
                           DISPLAY "Error: supervisor id "
                               WS-SUPERVISOR-INPUT " is disabled!"
                       ELSE
                       IF NOT TELL-MAY-APPROVE
                           DISPLAY "Error: " WS-SUPERVISOR-INPUT
                               " has no supervisor authority!"
                       ELSE
                           MOVE WS-SUPERVISOR-INPUT TO
                               WS-SUPERVISOR-ID
                           SET AUTHORITY-GRANTED TO TRUE
                           DISPLAY "Approved by supervisor "
                               WS-SUPERVISOR-ID "."
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF.

      *>  An item within the teller's own per-item limit for its
      *>  type needs no approval; the caller moves that limit to
      *>  WS-APPLICABLE-LIMIT first.
       6610-CHECK-TELLER-LIMIT.
           IF WS-AMOUNT > WS-APPLICABLE-LIMIT
               MOVE "AMOUNT OVER TELLER LIMIT" TO WS-APPROVAL-REASON
               PERFORM 6600-GET-SUPERVISOR-APPROVAL
           ELSE
               SET AUTHORITY-GRANTED TO TRUE
           END-IF.

      *>  Pass 1 finds the item being reversed and any reversal
      *>  already naming it; pass 2, for a transfer leg, finds the
      *>  other leg by its TLOG-TRANSFER-REF. The archive is read
      *>  first so the live log's entries are seen last. The log is
      *>  reopened for append afterwards.
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
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-LOG
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END PERFORM 6720-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
           OPEN EXTEND TRANSACTION-LOG.
           IF WS-TLOG-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen transaction log, "
                   "status " WS-TLOG-STATUS
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

      *>  Sums the active holds against one account. Only the daily
      *>  VulnBankingHoldRel job turns a hold off when its release
      *>  date passes - counting expired-but-unreleased holds here
               END-READ
           END-PERFORM.

       6860-FIND-NEXT-STOP-SEQ.
           MOVE 1 TO WS-NEXT-STOP-SEQ.
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER.
           MOVE ZERO TO STOP-SEQUENCE.
           MOVE "N" TO WS-STOP-EOF-SWITCH.
           START STOP-FILE KEY NOT < STOP-KEY
               INVALID KEY SET END-OF-STOPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STOPS
               READ STOP-FILE NEXT RECORD
                   AT END SET END-OF-STOPS TO TRUE
                   NOT AT END
                       IF STOP-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET END-OF-STOPS TO TRUE
                       ELSE
                           COMPUTE WS-NEXT-STOP-SEQ =
                               STOP-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM.

      *>  Customer-initiated money movement marks the account alive
      *>  for the dormancy aging; maintenance actions and the
      *>  service-charge job deliberately do not come through here.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE.

      *>  Counts a customer debit against a savings account's
      *>  monthly withdrawal limit, starting the count over in a new
      *>  month. Called just before the debited record is rewritten.
       6950-COUNT-SAVINGS-DEBIT.
           IF ACCT-TYPE-SAVINGS
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
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

       7000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-SEQUENCE-NUMBER.
           MOVE WS-EXCP-SEQUENCE-NUMBER TO EXCP-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE "O" TO EXCP-DISPOSITION.
           MOVE WS-TELLER-ID TO EXCP-TELLER-ID.
           MOVE WS-SUPERVISOR-ID TO EXCP-SUPERVISOR-ID.
           MOVE SPACES TO EXCP-BATCH-ORIGIN.
           WRITE EXCEPTION-RECORD.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "Error: unable to write exception file, "
           END-IF.

       8000-CLOSE-FILES.
           CLOSE TELLER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE TRANSACTION-LOG.
           CLOSE MAINT-LOG.
           CLOSE STANDING-ORDER-MASTER.
           CLOSE HOLD-FILE.
           CLOSE ACCOUNT-RELATIONSHIP.
           CLOSE STOP-FILE.
           CLOSE PAID-CHECK-FILE.
           CLOSE WAREHOUSE-FILE.
           CLOSE SWEEP-LOG.
           PERFORM 9500-WRITE-SEQUENCE-CONTROL.

       9500-WRITE-SEQUENCE-CONTROL.
