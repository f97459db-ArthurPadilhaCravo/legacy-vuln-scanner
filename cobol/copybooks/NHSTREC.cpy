      *>----------------------------------------------------------------
      *> NHSTREC - Customer notice history (NOTCHIST), keyed on the
      *> account, the notice type and the reference of the event the
      *> notice was about. VulnBankingNotice writes one record for
      *> every notice it puts in a customer letter, straight after the
      *> letter is written, and passes over any event already on file
      *> - so a rerun for the same day (or an event still on its
      *> source file the next day) never sends the same letter twice.
      *> A notice that went on the exception list instead is NOT
      *> recorded, so it is sent by a rerun once the address is fixed.
      *>
      *> NHST-REFERENCE identifies the event on its own source file:
      *>   "O" overdrawn         - the notice date (one letter a day);
      *>   "R" returned item     - EXCP-TIMESTAMP date/time and
      *>                           EXCP-SEQUENCE;
      *>   "S" order not paid    - SOL-ORDER-NUMBER and SOL-DUE-DATE;
      *>   "C" order cancelled   - SOL-ORDER-NUMBER and SOL-DUE-DATE;
      *>   "H" hold placed       - HOLD-SEQUENCE.
      *>----------------------------------------------------------------
       01 NOTICE-HISTORY-RECORD.
           05 NHST-KEY.
               10 NHST-ACCOUNT-NUMBER  PIC 9(10).
               10 NHST-NOTICE-TYPE     PIC X(01).
                   88 NHST-TYPE-OVERDRAWN      VALUE "O".
                   88 NHST-TYPE-RETURNED-ITEM  VALUE "R".
                   88 NHST-TYPE-ORDER-NOT-PAID VALUE "S".
                   88 NHST-TYPE-ORDER-CANCELLED VALUE "C".
                   88 NHST-TYPE-HOLD-PLACED    VALUE "H".
               10 NHST-REFERENCE       PIC X(30).
           05 NHST-NOTICE-DATE         PIC 9(8).
           05 NHST-CUSTOMER-NUMBER     PIC 9(10).
           COPY BANKAMTP REPLACING BANKAMTP-FIELD BY NHST-AMOUNT.
           05 NHST-TIMESTAMP           PIC X(21).
           05 FILLER                   PIC X(10).
