      *>----------------------------------------------------------------
      *> SOLREC - Standing order results log (SORDLOG), one record for
      *> every order VulnBankingOrders could not generate ("S" - the
      *> account is missing or inactive, or the due date is bad) and
      *> every order it cancelled because it ran past its expiry date
      *> ("C"). Appended to by each day's run and never cut over, so
      *> readers select the day they want by SOL-TIMESTAMP.
      *>
      *> SOL-DUE-DATE is the due date the skipped order was not
      *> generated for (zero when that date was not numeric), or on a
      *> cancellation the next due date that fell past the expiry.
      *> A skipped order is logged again every day until it is fixed
      *> or cancelled, always under the same due date.
      *>----------------------------------------------------------------
       01 STANDING-ORDER-LOG-RECORD.
           05 SOL-TIMESTAMP            PIC X(21).
           05 SOL-ORDER-NUMBER         PIC 9(9).
           05 SOL-ACCOUNT-NUMBER       PIC 9(10).
           05 SOL-TRANS-TYPE           PIC X(01).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SOL-AMOUNT.
           05 SOL-RESULT               PIC X(01).
               88 SOL-RESULT-SKIPPED   VALUE "S".
               88 SOL-RESULT-CANCELLED VALUE "C".
           05 SOL-DUE-DATE             PIC 9(8).
           05 SOL-EXPIRY-DATE          PIC 9(8).
           05 SOL-REASON               PIC X(30).
