               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOUT-STATUS.

      *>  Every order skipped or cancelled by expiry is appended here
      *>  for VulnBankingNotice to write to the customer about.
           SELECT ORDER-LOG ASSIGN TO "SORDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-MASTER.
       FD  TRANS-OUT-FILE.
           COPY TRANIN.

       FD  ORDER-LOG.
           COPY SOLREC.

       WORKING-STORAGE SECTION.
       01 WS-SORD-STATUS              PIC XX.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-TOUT-STATUS              PIC XX.
       01 WS-SOL-STATUS               PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
           05 WS-DUE-DD               PIC 9(2).
       01 WS-DUE-INTEGER              PIC 9(9).
       01 WS-MONTH-END-DD             PIC 9(2).
       01 WS-SKIP-REASON              PIC X(30).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-OUT-TOTAL.
               STOP RUN
           END-IF.

           OPEN EXTEND ORDER-LOG.
           IF WS-SOL-STATUS = "35"
               OPEN OUTPUT ORDER-LOG
               CLOSE ORDER-LOG
               OPEN EXTEND ORDER-LOG
           END-IF.
           IF WS-SOL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGORDERS: unable to open standing "
                   "order log, status " WS-SOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-WRITE-BATCH-HEADER.

           READ STANDING-ORDER-MASTER NEXT RECORD
               ADD 1 TO WS-ORDERS-SKIPPED
               DISPLAY "VULNBANKINGORDERS: order " SO-NUMBER
                   " skipped - next due date is not a valid date"
               MOVE "NEXT DUE DATE NOT VALID" TO WS-SKIP-REASON
               PERFORM 2900-LOG-SKIPPED-ORDER
           ELSE
               IF FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE) = ZERO
                   ADD 1 TO WS-ORDERS-SKIPPED
                   DISPLAY "VULNBANKINGORDERS: order " SO-NUMBER
                       " skipped - next due date is not a "
                       "calendar date"
                   MOVE "NEXT DUE DATE NOT VALID" TO WS-SKIP-REASON
                   PERFORM 2900-LOG-SKIPPED-ORDER
               ELSE
                   PERFORM 2150-CHECK-ORDER-ACCOUNT
               END-IF
                   DISPLAY "VULNBANKINGORDERS: order " SO-NUMBER
                       " skipped - account " SO-ACCOUNT-NUMBER
                       " not found"
                   MOVE "ACCOUNT NOT FOUND" TO WS-SKIP-REASON
                   PERFORM 2900-LOG-SKIPPED-ORDER
               NOT INVALID KEY
                   IF NOT ACCT-STATUS-ACTIVE
                       ADD 1 TO WS-ORDERS-SKIPPED
                       DISPLAY "VULNBANKINGORDERS: order " SO-NUMBER
                           " skipped - account " SO-ACCOUNT-NUMBER
                           " not active"
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-SKIP-REASON
                       PERFORM 2900-LOG-SKIPPED-ORDER
                   ELSE
                       SET ORDER-ACCOUNT-OK TO TRUE
                   END-IF
                   AND SO-NEXT-DUE-DATE > SO-EXPIRY-DATE
               SET SO-STATUS-CANCELLED TO TRUE
               ADD 1 TO WS-ORDERS-EXPIRED
               PERFORM 2950-LOG-CANCELLED-ORDER
           END-IF.

      *>  A monthly order set up for the 29th, 30th or 31st lands on
                   STOP RUN
           END-REWRITE.

      *>  The skipped order is logged under the due date it missed,
      *>  which stays the same every day it is skipped again.
       2900-LOG-SKIPPED-ORDER.
           MOVE SPACES TO STANDING-ORDER-LOG-RECORD.
           SET SOL-RESULT-SKIPPED TO TRUE.
           IF SO-NEXT-DUE-DATE IS NUMERIC
               MOVE SO-NEXT-DUE-DATE TO SOL-DUE-DATE
           ELSE
               MOVE ZERO TO SOL-DUE-DATE
           END-IF.
           MOVE WS-SKIP-REASON TO SOL-REASON.
           PERFORM 2990-WRITE-ORDER-LOG.

       2950-LOG-CANCELLED-ORDER.
           MOVE SPACES TO STANDING-ORDER-LOG-RECORD.
           SET SOL-RESULT-CANCELLED TO TRUE.
           MOVE SO-NEXT-DUE-DATE TO SOL-DUE-DATE.
           MOVE "ORDER EXPIRED" TO SOL-REASON.
           PERFORM 2990-WRITE-ORDER-LOG.

       2990-WRITE-ORDER-LOG.
           MOVE FUNCTION CURRENT-DATE TO SOL-TIMESTAMP.
           MOVE SO-NUMBER TO SOL-ORDER-NUMBER.
           MOVE SO-ACCOUNT-NUMBER TO SOL-ACCOUNT-NUMBER.
           MOVE SO-TRANS-TYPE TO SOL-TRANS-TYPE.
           MOVE SO-AMOUNT TO SOL-AMOUNT.
           IF SO-EXPIRY-DATE IS NUMERIC
               MOVE SO-EXPIRY-DATE TO SOL-EXPIRY-DATE
           ELSE
               MOVE ZERO TO SOL-EXPIRY-DATE
           END-IF.
           WRITE STANDING-ORDER-LOG-RECORD.
           IF WS-SOL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGORDERS: unable to write standing "
                   "order log, status " WS-SOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           PERFORM 3100-WRITE-BATCH-TRAILER.
           CLOSE STANDING-ORDER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANS-OUT-FILE.
           CLOSE ORDER-LOG.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingOrders - Daily Generation".
           DISPLAY "======================================".
