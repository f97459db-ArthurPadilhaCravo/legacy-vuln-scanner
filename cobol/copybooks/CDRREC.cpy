      *>----------------------------------------------------------------
      *> CDRREC - Certificate of deposit rate schedule record
      *> (CDRATES), one record per term offered. The teller opens a
      *> CD only for a term on the schedule and fixes the term's
      *> rate and penalty on the account (ACCT-CD-TERMS);
      *> VulnBankingCDMat renews a maturing CD at the rate on the
      *> schedule that night. Treasury maintains the file - the one
      *> place the current CD rates live.
      *>   CDR-RATE           - annual rate as a PERCENT, the same
      *>                        convention as ACCT-INTEREST-RATE
      *>   CDR-PENALTY-MONTHS - months of interest forfeited on an
      *>                        amount withdrawn before maturity
      *>----------------------------------------------------------------
       01 CD-RATE-RECORD.
           05 CDR-TERM-MONTHS           PIC 9(3).
           05 CDR-RATE                  PIC 9(3)V9(4).
           05 CDR-PENALTY-MONTHS        PIC 9(2).
           05 FILLER                    PIC X(10).
