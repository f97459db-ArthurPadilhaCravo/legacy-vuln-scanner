               88 SRT-TYPE-WITHDRAWAL   VALUE "W".
               88 SRT-TYPE-INTEREST     VALUE "I".
               88 SRT-TYPE-FEE          VALUE "F".
               88 SRT-TYPE-REVERSAL     VALUE "R".
               88 SRT-TYPE-PENALTY      VALUE "P".
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-OLD-BALANCE.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-NEW-BALANCE.
           05 SRT-TIMESTAMP             PIC X(21).
           05 SRT-TRANSFER-REF          PIC X(09).
           05 SRT-TELLER-ID             PIC X(08).
           05 SRT-REVERSAL-REF          PIC X(09).
           05 SRT-REVERSED-TYPE         PIC X(01).
               88 SRT-REVERSED-CREDIT   VALUE "D" "I".
               88 SRT-REVERSED-DEBIT    VALUE "W" "F" "P".

       FD  RECON-REPORT
           RECORD CONTAINS 96 CHARACTERS.
       01 WS-ACCOUNT-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-MISMATCH-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-ORPHAN-COUNT             PIC 9(9) VALUE ZERO.
       01 WS-REVERSAL-COUNT           PIC 9(9) VALUE ZERO.

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-NET-MOVEMENT.
           05 TR-ACCOUNT-COUNT        PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  OUT OF BALANCE:".
           05 TR-MISMATCH-COUNT       PIC Z(8)9.
           05 FILLER PIC X(14) VALUE "  REVERSALS:".
           05 TR-REVERSAL-COUNT       PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                   WHEN SRT-TYPE-DEPOSIT OR SRT-TYPE-INTEREST
                       ADD SRT-AMOUNT TO WS-NET-MOVEMENT
                   WHEN SRT-TYPE-WITHDRAWAL OR SRT-TYPE-FEE
                           OR SRT-TYPE-PENALTY
                       SUBTRACT SRT-AMOUNT FROM WS-NET-MOVEMENT
      *>  A reversal moves the balance back the other way from the
      *>  item it reversed.
                   WHEN SRT-TYPE-REVERSAL AND SRT-REVERSED-CREDIT
                       SUBTRACT SRT-AMOUNT FROM WS-NET-MOVEMENT
                       ADD 1 TO WS-REVERSAL-COUNT
                   WHEN SRT-TYPE-REVERSAL AND SRT-REVERSED-DEBIT
                       ADD SRT-AMOUNT TO WS-NET-MOVEMENT
                       ADD 1 TO WS-REVERSAL-COUNT
               END-EVALUATE
               PERFORM 3900-RETURN-SORT-RECORD
           END-PERFORM.
       8000-FINALIZE.
           MOVE WS-ACCOUNT-COUNT TO TR-ACCOUNT-COUNT.
           MOVE WS-MISMATCH-COUNT TO TR-MISMATCH-COUNT.
           MOVE WS-REVERSAL-COUNT TO TR-REVERSAL-COUNT.
           MOVE WS-TRAILER-LINE TO RECON-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           CLOSE RECON-REPORT.
