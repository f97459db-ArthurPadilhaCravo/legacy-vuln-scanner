           05 FILLER PIC X(63) VALUE
               "DATE/TIME              TYPE        " &
               "       AMOUNT        BALANCE".
           05 FILLER PIC X(25) VALUE
               "      XFER REF   REVERSES".
       01 WS-HIST-DETAIL-LINE.
           05 HDL-TIMESTAMP           PIC X(21).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 HDL-NEW-BALANCE         PIC -Z(10)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 HDL-TRANSFER-REF        PIC X(09).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 HDL-REVERSAL-REF        PIC X(09).
       01 WS-TRAILER-LINE.
           05 FILLER PIC X(20) VALUE "RECORDS LISTED:".
           05 TR-MATCH-COUNT          PIC Z(8)9.
                   MOVE "INTEREST" TO HDL-TRANS-DESC
               WHEN TLOG-TYPE-FEE
                   MOVE "SVC CHARGE" TO HDL-TRANS-DESC
               WHEN TLOG-TYPE-REVERSAL
                   MOVE "REVERSAL" TO HDL-TRANS-DESC
               WHEN TLOG-TYPE-PENALTY
                   MOVE "CD PENALTY" TO HDL-TRANS-DESC
               WHEN OTHER
                   MOVE TLOG-TRANS-TYPE TO HDL-TRANS-DESC
           END-EVALUATE.
           MOVE TLOG-AMOUNT TO HDL-AMOUNT.
           MOVE TLOG-NEW-BALANCE TO HDL-NEW-BALANCE.
           MOVE TLOG-TRANSFER-REF TO HDL-TRANSFER-REF.
           MOVE SPACES TO HDL-REVERSAL-REF.
           IF TLOG-TYPE-REVERSAL
               MOVE TLOG-REVERSAL-REF TO HDL-REVERSAL-REF
           END-IF.
           MOVE WS-HIST-DETAIL-LINE TO HISTORY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

