      *> identifier, so a short drawer can be tied back to a person;
      *> spaces on log records written before the field existed. The
      *> end-of-day teller proof totals the log by this field.
      *>
      *> A reversal ("R") posts the exact opposite of an earlier item
      *> and names it in TLOG-REVERSAL-REF, with the reversed item's
      *> type in TLOG-REVERSED-TYPE - that type is what says which way
      *> the money went back (a reversed "D" or "I" is a debit, a
      *> reversed "W" or "F" a credit). Reversing one leg of a
      *> transfer reverses both, as a pair of "R" records carrying
      *> their own TLOG-TRANSFER-REF. Both fields are zero/space on
      *> every other record and spaces on log records written before
      *> they existed.
      *>
      *> An early withdrawal from a certificate of deposit posts its
      *> interest penalty as a separate "P" debit straight after the
      *> "W", so the forfeited interest is never buried in the
      *> withdrawal amount; a reversed "P" is a credit.
      *>
      *> TLOG-SUPERVISOR-ID names the supervisor who approved an item
      *> over the keying teller's TELLMSTR limit, or keyed under a
      *> menu function the teller is not permitted on their own;
      *> spaces when no approval was needed, on batch-posted items
      *> and on log records written before the field existed.
      *>
      *> TLOG-CHECK-SERIAL is the serial number of the check a "W"
      *> paid (from TIN-CHECK-SERIAL), so statements can list checks
      *> by number; zero on every other record and spaces on log
      *> records written before the field existed.
      *>
      *> TLOG-EFFECTIVE-DATE is the value date of a back-valued batch
      *> item (TIN-EFFECTIVE-DATE before the day it posted), which the
      *> daily-balance interest and the statements use in place of
      *> the TLOG-TIMESTAMP date; zero when the value date is the
      *> posting date and spaces on log records written before the
      *> field existed.
      *>----------------------------------------------------------------
       01 TRANSACTION-LOG-RECORD.
           05 TLOG-SEQUENCE             PIC 9(9).
               88 TLOG-TYPE-WITHDRAWAL  VALUE "W".
               88 TLOG-TYPE-INTEREST    VALUE "I".
               88 TLOG-TYPE-FEE         VALUE "F".
               88 TLOG-TYPE-REVERSAL    VALUE "R".
               88 TLOG-TYPE-PENALTY     VALUE "P".
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLOG-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLOG-OLD-BALANCE.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLOG-NEW-BALANCE.
           05 TLOG-TIMESTAMP            PIC X(21).
           05 TLOG-TRANSFER-REF         PIC 9(9).
           05 TLOG-TELLER-ID            PIC X(08).
           05 TLOG-REVERSAL-REF         PIC 9(9).
           05 TLOG-REVERSED-TYPE        PIC X(01).
           05 TLOG-SUPERVISOR-ID        PIC X(08).
           05 TLOG-CHECK-SERIAL         PIC 9(07).
           05 TLOG-EFFECTIVE-DATE       PIC 9(08).
