      *> live, so they stop being applied by hand and inconsistently.
      *> An account type with no record on the schedule is not
      *> charged.
      *> FEE-MONTHLY-WDL-LIMIT is the most customer withdrawals and
      *> transfers out an account of the type may make in a calendar
      *> month; zero or spaces means no limit. Only the savings
      *> ("S") entry is used today - an overdraft protection sweep
      *> that would exceed it is refused (see ACCT-WDL-COUNT).
      *>----------------------------------------------------------------
       01 FEE-SCHEDULE-RECORD.
           05 FEE-ACCT-TYPE             PIC X(01).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY FEE-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY FEE-WAIVER-MINIMUM.
           05 FEE-MONTHLY-WDL-LIMIT     PIC 9(3).
           05 FILLER                    PIC X(07).
