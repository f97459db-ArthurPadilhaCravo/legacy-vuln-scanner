      *>----------------------------------------------------------------
      *> STOPREC - Stop-payment order record (STOPFILE), keyed on
      *> account number plus a per-account stop sequence the same way
      *> HOLDREC is. Placed, released and listed from the VulnBanking
      *> teller menu at the customer's request; every inward check
      *> VulnBankingClear presents is tested against the account's
      *> active stops before it is allowed on a TRANFILE.
      *>   STOP-SERIAL-FROM/TO - the check serial, or the first and
      *>                         last serial of a range (TO = FROM
      *>                         for one check); zero FROM stops any
      *>                         check for STOP-AMOUNT on the account
      *>   STOP-AMOUNT         - the check's amount; zero stops every
      *>                         amount in the serial range
      *>   STOP-EXPIRY-DATE    - last day the stop is honoured
      *> A stop is active while STOP-STATUS is "A" and today is on or
      *> before STOP-EXPIRY-DATE. A released stop stays on file with
      *> STOP-STATUS "R", the date and who released it, as its own
      *> audit trail.
      *>----------------------------------------------------------------
       01 STOP-PAYMENT-RECORD.
           05 STOP-KEY.
               10 STOP-ACCOUNT-NUMBER  PIC 9(10).
               10 STOP-SEQUENCE        PIC 9(5).
           05 STOP-SERIAL-FROM         PIC 9(7).
           05 STOP-SERIAL-TO           PIC 9(7).
           COPY BANKAMTP REPLACING BANKAMTP-FIELD BY STOP-AMOUNT.
           05 STOP-PAYEE               PIC X(30).
           05 STOP-PLACED-DATE         PIC 9(8).
           05 STOP-EXPIRY-DATE         PIC 9(8).
      *>  Teller who placed the stop, and the supervisor who approved
      *>  it when the teller may not maintain stops on their own.
           05 STOP-TELLER-ID           PIC X(08).
           05 STOP-SUPERVISOR-ID       PIC X(08).
           05 STOP-STATUS              PIC X(01).
               88 STOP-STATUS-ACTIVE   VALUE "A".
               88 STOP-STATUS-RELEASED VALUE "R".
           05 STOP-RELEASED-DATE       PIC 9(8).
           05 STOP-RELEASED-BY         PIC X(08).
           05 FILLER                   PIC X(10).
