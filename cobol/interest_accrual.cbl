      *>  TRANREC - the named layout lives on the TRANLOG FD below,
      *>  and the sort record carries the fields once released.
       FD  HISTORY-LOG
           RECORD CONTAINS 130 CHARACTERS.
       01 HISTORY-LOG-RECORD          PIC X(130).

       FD  TRANSACTION-LOG.
           COPY TRANREC.
           05 SRT-TIMESTAMP             PIC X(21).
           05 SRT-TRANSFER-REF          PIC X(09).
           05 SRT-TELLER-ID             PIC X(08).
           05 SRT-REVERSAL-REF          PIC X(09).
           05 SRT-REVERSED-TYPE         PIC X(01).
           05 SRT-SUPERVISOR-ID         PIC X(08).
           05 SRT-CHECK-SERIAL          PIC X(07).
           05 SRT-EFFECTIVE-DATE        PIC X(08).

       FD  ACCRUAL-REPORT
           RECORD CONTAINS 96 CHARACTERS.
           05 WS-TIMESTAMP-DD      PIC 9(2).
           05 FILLER               PIC X(13).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
      *>  Day of the month a logged item took value: its
      *>  TLOG-EFFECTIVE-DATE when back-valued, else its posting day.
       01 WS-VALUE-DAY             PIC 9(2).
       01 WS-VALUE-DATE-FIELDS.
           05 WS-VALUE-YYYYMM      PIC 9(6).
           05 WS-VALUE-DD          PIC 9(2).
       01 WS-BALANCE-DAYS-SUM      PIC S9(15)V99.

       COPY BANKAMT REPLACING 05 BY 01, BANKAMT-FIELD BY WS-INTEREST.
           END-PERFORM.

      *>  The average daily balance is built from the month's logged
      *>  activity: the month's opening balance is held every day of
      *>  the month, and each posting's change to it (new balance
      *>  less old) counts from the day it took value to month-end.
      *>  A back-valued batch item takes value on its
      *>  TLOG-EFFECTIVE-DATE, not the day it posted, so a deposit
      *>  that missed yesterday's run still earns from yesterday; one
      *>  dated before this month counts from the 1st, since last
      *>  month's interest has already been paid. An account with no
      *>  activity held its posted balance all month. The old
      *>  snapshot method paid a full month on whatever happened to
      *>  be on deposit the night the job ran; this pays for the days
      *>  the money was actually there, and the register proves it
      *>  per account.
       2050-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-EXAMINED.
           MOVE ACCT-BALANCE TO WS-RUNNING-BALANCE.
           PERFORM UNTIL END-OF-SORT
                   OR SRT-ACCOUNT-NUMBER NOT < ACCT-NUMBER
                   AND SRT-ACCOUNT-NUMBER = ACCT-NUMBER
               MOVE SRT-OLD-BALANCE TO WS-RUNNING-BALANCE
           END-IF.
           COMPUTE WS-BALANCE-DAYS-SUM =
               WS-RUNNING-BALANCE * WS-DAYS-IN-MONTH.
           PERFORM UNTIL END-OF-SORT
                   OR SRT-ACCOUNT-NUMBER NOT = ACCT-NUMBER
               PERFORM 2060-BANK-BALANCE-DAYS
               PERFORM 2950-RETURN-SORT-RECORD
           END-PERFORM.
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS-SUM / WS-DAYS-IN-MONTH.
      *>  A certificate of deposit earns at its own rate, fixed for
      *>  the term on ACCT-INTEREST-RATE, the same as savings.
           IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CD)
                   AND ACCT-STATUS-ACTIVE
               PERFORM 2100-ACCRUE-INTEREST
           END-IF.

      *>  A posting whose day cannot be read banks no days.
       2060-BANK-BALANCE-DAYS.
           MOVE SRT-TIMESTAMP TO WS-TIMESTAMP-FIELDS.
           MOVE ZERO TO WS-VALUE-DAY.
           IF WS-TIMESTAMP-DD IS NUMERIC
                   AND WS-TIMESTAMP-DD > ZERO
               MOVE WS-TIMESTAMP-DD TO WS-VALUE-DAY
           END-IF.
           IF SRT-EFFECTIVE-DATE IS NUMERIC
                   AND SRT-EFFECTIVE-DATE NOT = ZERO
               MOVE SRT-EFFECTIVE-DATE TO WS-VALUE-DATE-FIELDS
               IF WS-VALUE-YYYYMM < WS-CURRENT-YYYYMM
                   MOVE 1 TO WS-VALUE-DAY
               ELSE
                   MOVE WS-VALUE-DD TO WS-VALUE-DAY
               END-IF
           END-IF.
           IF WS-VALUE-DAY > ZERO
               COMPUTE WS-BALANCE-DAYS-SUM = WS-BALANCE-DAYS-SUM
                   + (SRT-NEW-BALANCE - SRT-OLD-BALANCE)
                   * (WS-DAYS-IN-MONTH - WS-VALUE-DAY + 1)
           END-IF.
           MOVE SRT-NEW-BALANCE TO WS-RUNNING-BALANCE.

           MOVE ACCT-BALANCE TO TLOG-NEW-BALANCE.
           MOVE ZERO TO TLOG-TRANSFER-REF.
           MOVE WS-JOB-IDENT TO TLOG-TELLER-ID.
           MOVE ZERO TO TLOG-REVERSAL-REF.
           MOVE SPACE TO TLOG-REVERSED-TYPE.
           MOVE SPACES TO TLOG-SUPERVISOR-ID.
           MOVE ZERO TO TLOG-CHECK-SERIAL.
           MOVE ZERO TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
