      *>----------------------------------------------------------------
      *> SWPREC - Overdraft protection sweep audit record (SWEEPLOG),
      *> appended by VulnBankingBatch and the teller withdrawal every
      *> time a protected checking account's debit needs money from
      *> its savings account. SWP-RESULT "S" is a sweep made - the
      *> transfer pair is on TRANLOG under SWP-TRANSFER-REF; "F" is a
      *> sweep that could not be made, with the reason, and the debit
      *> then went into overdraft or was rejected to EXCPFILE as it
      *> would have without protection - or one that could, but was
      *> not made because the debit was rejected all the same. Like
      *> MAINTLOG the file is never cut over; VulnBankingSweepRpt
      *> selects a day's records by SWP-TIMESTAMP.
      *>----------------------------------------------------------------
       01 SWEEP-AUDIT-RECORD.
           05 SWP-TIMESTAMP             PIC X(21).
           05 SWP-ACCOUNT-NUMBER        PIC 9(10).
           05 SWP-SAVINGS-ACCOUNT       PIC 9(10).
           05 SWP-RESULT                PIC X(01).
               88 SWP-RESULT-SWEPT      VALUE "S".
               88 SWP-RESULT-FAILED     VALUE "F".
      *>  The checking debit that needed covering, the shortfall
      *>  swept (or that could not be), and what the savings account
      *>  had free of holds at the time.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SWP-DEBIT-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SWP-SWEEP-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY SWP-SAVINGS-AVAILABLE.
           05 SWP-TRANSFER-REF          PIC 9(9).
           05 SWP-REASON                PIC X(30).
      *>  Teller who keyed the debit, or the posting job's identifier,
      *>  and for a batch item the batch origin and its TIN-SEQUENCE.
           05 SWP-TELLER-ID             PIC X(08).
           05 SWP-BATCH-ORIGIN          PIC X(10).
           05 SWP-ITEM-SEQUENCE         PIC 9(9).
