      *> ACCTREC - Account Master record layout, keyed on ACCT-NUMBER.
      *> Shared by VulnBanking, VulnBankingBatch, VulnBankingRecon and
      *> VulnBankingInterest so every program agrees on the same
      *> physical record. VulnBankingUnload and VulnBankingRebuild
      *> carry it as a 106-byte image.
      *>----------------------------------------------------------------
       01 ACCOUNT-RECORD.
           05 ACCT-NUMBER              PIC 9(10).
           05 ACCT-TYPE                PIC X(01).
               88 ACCT-TYPE-CHECKING   VALUE "C".
               88 ACCT-TYPE-SAVINGS    VALUE "S".
      *>  Certificate of deposit (time deposit) - see ACCT-CD-TERMS.
               88 ACCT-TYPE-CD         VALUE "T".
      *>  Dormant ("D") blocks withdrawals and transfers the way
      *>  suspended does - every posting path tests ACTIVE, so both
      *>  fall out the same - and is set by the VulnBankingDormant
      *>  005.0000 means 5%. Divide by 100 to get the fraction before
      *>  applying it to a balance (see VulnBankingInterest 2100-ACCRUE-
      *>  INTEREST, which further divides by 12 for a monthly credit).
      *>  On a certificate of deposit it is the rate fixed for the
      *>  current term - maintenance may not change it; only the
      *>  VulnBankingCDMat maturity run resets it, at renewal.
           05 ACCT-INTEREST-RATE       PIC S9(3)V9(4) COMP-3.
      *>  Owning customer's CUST-NUMBER on the customer master
      *>  (CUSTREC). One customer may own any number of accounts;
      *>  every account has exactly one primary owner here - joint
      *>  owners, signers and beneficiaries are linked on the
      *>  account relationship file (RELREC, ACCTREL). SPACES on
      *>  accounts opened before the field existed (it replaced a
      *>  FILLER) until the maintenance function's change-owning-
      *>  customer action assigns them an owner - test IS NUMERIC
      *>  (it was appended) - test IS NUMERIC before using the
      *>  value. The VulnBankingDormant aging job reads it.
           05 ACCT-LAST-ACTIVITY-DATE  PIC 9(8).
      *>  Certificate of deposit terms, set when the CD is opened at
      *>  the teller and reset by the VulnBankingCDMat maturity run
      *>  at each renewal. SPACES on every other account type (the
      *>  group was appended) - test ACCT-TYPE-CD before using it.
      *>    ACCT-CD-TERM-MONTHS     - term length, a term on the CD
      *>                              rate schedule (CDRREC, CDRATES)
      *>    ACCT-CD-TERM-START-DATE - first day of the current term
      *>    ACCT-CD-MATURITY-DATE   - last day of the current term;
      *>                              a withdrawal or transfer out
      *>                              before it is refused, except a
      *>                              teller early withdrawal, which
      *>                              forfeits interest
      *>    ACCT-CD-PENALTY-MONTHS  - months of interest at the CD
      *>                              rate forfeited on the amount
      *>                              withdrawn early, fixed with the
      *>                              rate for the term
      *>    ACCT-CD-ROLLOVER        - at maturity, renew for the same
      *>                              term at the schedule's current
      *>                              rate, or pay the balance out to
      *>                              ACCT-CD-PAYOUT-ACCOUNT and close
      *>    ACCT-CD-PAYOUT-ACCOUNT  - linked account for a payout;
      *>                              zero on a renewing CD
           05 ACCT-CD-TERMS.
               10 ACCT-CD-TERM-MONTHS  PIC 9(3).
               10 ACCT-CD-TERM-START-DATE PIC 9(8).
               10 ACCT-CD-MATURITY-DATE PIC 9(8).
               10 ACCT-CD-PENALTY-MONTHS PIC 9(2).
               10 ACCT-CD-ROLLOVER     PIC X(01).
                   88 ACCT-CD-RENEW    VALUE "R".
                   88 ACCT-CD-PAYOUT   VALUE "P".
               10 ACCT-CD-PAYOUT-ACCOUNT PIC 9(10).
      *>  Overdraft protection. On a checking account,
      *>  ACCT-PROTECT-ACCOUNT names the same customer's savings
      *>  account that covers a withdrawal the checking balance
      *>  cannot: VulnBankingBatch and the teller withdrawal sweep
      *>  the shortfall across as a transfer pair, from the
      *>  savings balance less its active holds, before the debit
      *>  posts. Set and removed through account maintenance
      *>  (MAINTLOG action "L"), and dropped when the checking
      *>  account changes owning customer (action "U"); zero or
      *>  SPACES (the field was appended) means the account is not
      *>  protected.
           05 ACCT-PROTECT-ACCOUNT     PIC 9(10).
      *>  Customer withdrawals and transfers out of a savings
      *>  account this calendar month (ACCT-WDL-MONTH, YYYYMM), sweeps
      *>  included. A sweep is refused once the count reaches the
      *>  savings monthly withdrawal limit on the fee schedule
      *>  (FEEREC). The count restarts with the first debit of a new
      *>  month. SPACES on records from before the fields existed -
      *>  test IS NUMERIC before using them.
           05 ACCT-WITHDRAWAL-COUNT.
               10 ACCT-WDL-MONTH       PIC 9(6).
               10 ACCT-WDL-COUNT       PIC 9(3).
