                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-RELATIONSHIP ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP.
           COPY RELREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

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
           05 SRT-SUPERVISOR-ID         PIC X(08).
           05 SRT-CHECK-SERIAL          PIC X(07).
           05 SRT-EFFECTIVE-DATE        PIC X(08).

      *>  Print-shop file: classic 1 + 132 print line, carriage
      *>  control in column 1 ("1" = eject to a new page, space =
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-TLOG-STATUS              PIC XX.
       01 WS-STMT-STATUS              PIC XX.
       01 WS-CUST-STATUS              PIC XX.
       01 WS-REL-STATUS               PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
           88 END-OF-SORT             VALUE "Y".
       01 WS-ACTIVITY-SWITCH          PIC X VALUE "N".
           88 ACCOUNT-HAS-ACTIVITY    VALUE "Y".
       01 WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-RELATIONSHIPS    VALUE "Y".
       01 WS-REL-FILE-SWITCH          PIC X VALUE "N".
           88 REL-FILE-PRESENT        VALUE "Y".

       01 WS-STATEMENT-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(9) VALUE ZERO.
           05 SH2-CUSTOMER-NUMBER     PIC Z(9)9.
           05 FILLER                  PIC X(11) VALUE "   PERIOD: ".
           05 SH2-STATEMENT-PERIOD    PIC 9(6).
      *>  One line per owner under the account heading - the primary
      *>  owner first, then each joint owner on ACCTREL.
       01 WS-OWNER-LINE.
           05 OWL-CAPTION             PIC X(14).
           05 OWL-OWNER-NAME          PIC X(30).
       01 WS-STMT-HEADING3.
           05 FILLER PIC X(63) VALUE
               "DATE/TIME              TYPE        " &
               "       AMOUNT        BALANCE".
           05 FILLER PIC X(20) VALUE "  REFERENCE".
       01 WS-OPENING-LINE.
           05 FILLER PIC X(17) VALUE "OPENING BALANCE:".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-AMOUNT              PIC -Z(10)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SDL-RUNNING-BALANCE     PIC -Z(10)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SDL-REFERENCE.
               10 SDL-REFERENCE-TEXT  PIC X(09).
               10 SDL-REFERENCE-SEQ   PIC X(09).
       01 WS-NO-ACTIVITY-LINE.
           05 FILLER PIC X(40) VALUE
               "NO ACTIVITY THIS STATEMENT PERIOD".
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "VULNBANKINGSTMT: unable to open customer "
                   "master, status " WS-CUST-STATUS
               STOP RUN
           END-IF.

      *>  A missing relationship file just means no account has a
      *>  joint owner yet - every statement names its primary owner.
           OPEN INPUT ACCOUNT-RELATIONSHIP.
           IF WS-REL-STATUS = "00"
               SET REL-FILE-PRESENT TO TRUE
           ELSE
               IF WS-REL-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGSTMT: unable to open account "
                       "relationship file, status " WS-REL-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGSTMT: unable to open statement "
           END-IF.
           MOVE WS-STMT-HEADING2 TO SPR-PRINT-LINE.
           PERFORM 4800-WRITE-STATEMENT-LINE.
           PERFORM 4250-WRITE-OWNER-LINES.
           MOVE WS-STMT-HEADING3 TO SPR-PRINT-LINE.
           PERFORM 4800-WRITE-STATEMENT-LINE.

      *>  Every owner is named on the statement: the primary owner
      *>  from ACCT-CUSTOMER-NUMBER, then the active joint owners.
      *>  Signers and beneficiaries own nothing and are not printed.
       4250-WRITE-OWNER-LINES.
           MOVE SPACE TO SPR-CARRIAGE-CONTROL.
           MOVE "OWNER:" TO OWL-CAPTION.
           IF ACCT-CUSTOMER-NUMBER IS NUMERIC
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
               PERFORM 4260-WRITE-ONE-OWNER
           END-IF.
           IF REL-FILE-PRESENT
               MOVE "JOINT OWNER:" TO OWL-CAPTION
               MOVE "N" TO WS-REL-EOF-SWITCH
               MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
               MOVE ZERO TO REL-CUSTOMER-NUMBER
               START ACCOUNT-RELATIONSHIP KEY NOT < REL-KEY
                   INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
               END-START
               PERFORM UNTIL END-OF-RELATIONSHIPS
                   READ ACCOUNT-RELATIONSHIP NEXT RECORD
                       AT END SET END-OF-RELATIONSHIPS TO TRUE
                       NOT AT END
                           IF REL-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                               SET END-OF-RELATIONSHIPS TO TRUE
                           ELSE
                               IF REL-STATUS-ACTIVE
                                       AND REL-ROLE-JOINT-OWNER
                                   MOVE REL-CUSTOMER-NUMBER TO
                                       CUST-NUMBER
                                   PERFORM 4260-WRITE-ONE-OWNER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       4260-WRITE-ONE-OWNER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON CUSTOMER MASTER ***" TO
                       OWL-OWNER-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO OWL-OWNER-NAME
           END-READ.
           MOVE WS-OWNER-LINE TO SPR-PRINT-LINE.
           PERFORM 4800-WRITE-STATEMENT-LINE.

      *>  The opening balance for the period is the balance before
      *>  the account's first logged transaction (SRT-OLD-BALANCE);
      *>  the running balance comes straight from SRT-NEW-BALANCE,
           EVALUATE TRUE
               WHEN SRT-TYPE-DEPOSIT
                   MOVE "DEPOSIT" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-WITHDRAWAL
                       AND SRT-CHECK-SERIAL IS NUMERIC
                       AND SRT-CHECK-SERIAL NOT = ZERO
                   MOVE "CHECK" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-WITHDRAWAL
                   MOVE "WITHDRAWAL" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-INTEREST
                   MOVE "INTEREST" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-FEE
                   MOVE "SVC CHARGE" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-REVERSAL
                   MOVE "REVERSAL" TO SDL-TRANS-DESC
               WHEN SRT-TYPE-PENALTY
                   MOVE "CD PENALTY" TO SDL-TRANS-DESC
               WHEN OTHER
                   MOVE SRT-TRANS-TYPE TO SDL-TRANS-DESC
           END-EVALUATE.
      *>  A reversal names the log item it corrects, so the customer
      *>  can match it to the entry it cancels; a paid check shows its
      *>  number, so the customer can tell which checks have cleared;
      *>  a back-valued item shows the date it took value, since that
      *>  is the date its interest was figured from.
           MOVE SPACES TO SDL-REFERENCE.
           IF SRT-TYPE-REVERSAL
               MOVE "REVERSES" TO SDL-REFERENCE-TEXT
               MOVE SRT-REVERSAL-REF TO SDL-REFERENCE-SEQ
           ELSE
           IF SRT-TYPE-WITHDRAWAL
                   AND SRT-CHECK-SERIAL IS NUMERIC
                   AND SRT-CHECK-SERIAL NOT = ZERO
               MOVE "CHECK NO" TO SDL-REFERENCE-TEXT
               MOVE SRT-CHECK-SERIAL TO SDL-REFERENCE-SEQ
           ELSE
           IF SRT-EFFECTIVE-DATE IS NUMERIC
                   AND SRT-EFFECTIVE-DATE NOT = ZERO
               MOVE "VALUE" TO SDL-REFERENCE-TEXT
               MOVE SRT-EFFECTIVE-DATE TO SDL-REFERENCE-SEQ
           END-IF
           END-IF
           END-IF.
           MOVE SRT-AMOUNT TO SDL-AMOUNT.
           MOVE SRT-NEW-BALANCE TO SDL-RUNNING-BALANCE.
           MOVE SRT-NEW-BALANCE TO WS-CLOSING-BALANCE.
                   WS-ORPHAN-COUNT
           END-IF.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF REL-FILE-PRESENT
               CLOSE ACCOUNT-RELATIONSHIP
           END-IF.
           CLOSE STATEMENT-FILE.
