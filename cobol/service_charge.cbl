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
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE "O" TO EXCP-DISPOSITION.
           MOVE WS-JOB-IDENT TO EXCP-TELLER-ID.
           MOVE SPACES TO EXCP-SUPERVISOR-ID.
           MOVE SPACES TO EXCP-BATCH-ORIGIN.
           WRITE EXCEPTION-RECORD.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGFEES: unable to write exception "
