       01 WS-COUNT-APPLIED         PIC 9(9) VALUE ZERO.
       01 WS-COUNT-REJECTED        PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-PROTECTED-ACCOUNT     PIC 9(10).
       01 WS-PROTECTED-CUSTOMER    PIC X(10).
      *>  Batch maintenance has no teller behind it; the job
      *>  identifier goes in the audit record's teller-id field.
       01 WS-JOB-IDENT             PIC X(08) VALUE "ACCTMNT".
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-OLD-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-OLD-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-OLD-CUSTOMER-NUMBER.
           MOVE SPACES TO MNT-PROTECTION-CHANGE.
           EVALUATE TRUE
               WHEN MIN-ACTION-CLOSE
                   PERFORM 2200-CLOSE-ACCOUNT
                   PERFORM 2600-CHANGE-INTEREST-RATE
               WHEN MIN-ACTION-CUSTOMER
                   PERFORM 2650-CHANGE-OWNING-CUSTOMER
               WHEN MIN-ACTION-PROTECTION
                   PERFORM 2680-CHANGE-PROTECTION
               WHEN OTHER
                   MOVE "INVALID MAINTENANCE ACTION" TO
                       WS-REJECT-REASON
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
           IF ACCT-TYPE-CD
               MOVE "NO OVERDRAFT ON A CD" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               IF MIN-NEW-LIMIT < ZERO
                   MOVE "INVALID OVERDRAFT LIMIT" TO WS-REJECT-REASON
                   SET MNT-ACTION-OVERDRAFT TO TRUE
                   PERFORM 2700-APPLY-MAINTENANCE
               END-IF
           END-IF
           END-IF.

      *>  A CD's rate is fixed for its term; only the maturity run
      *>  resets it, at renewal.
       2600-CHANGE-INTEREST-RATE.
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
           IF ACCT-TYPE-CD
               MOVE "CD RATE FIXED FOR TERM" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               IF MIN-NEW-RATE < ZERO
                   MOVE "INVALID INTEREST RATE" TO WS-REJECT-REASON
                   SET MNT-ACTION-RATE TO TRUE
                   PERFORM 2700-APPLY-MAINTENANCE
               END-IF
           END-IF
           END-IF.

      *>  Assigns or corrects the owning customer - also the batch
      *>  conversion path for linking accounts opened before the
      *>  customer master existed (ACCT-CUSTOMER-NUMBER spaces) to
      *>  their owners. A checking account protected from overdraft
      *>  loses the link when it changes hands, since the savings
      *>  account behind it belongs to the old owner; the dropped
      *>  link is audited in MNT-PROTECTION-CHANGE, new side zero.
       2650-CHANGE-OWNING-CUSTOMER.
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                                   WS-REJECT-REASON
                               PERFORM 2900-REJECT-MAINTENANCE
                           ELSE
                               IF ACCT-PROTECT-ACCOUNT IS NUMERIC
                                       AND ACCT-PROTECT-ACCOUNT
                                           NOT = ZERO
                                       AND ACCT-CUSTOMER-NUMBER
                                           NOT = MIN-NEW-CUSTOMER
                                   MOVE ACCT-PROTECT-ACCOUNT TO
                                       MNT-OLD-PROTECT-ACCOUNT
                                   MOVE ZERO TO
                                       MNT-NEW-PROTECT-ACCOUNT
                                   MOVE ZERO TO ACCT-PROTECT-ACCOUNT
                               END-IF
                               MOVE MIN-NEW-CUSTOMER TO
                                   ACCT-CUSTOMER-NUMBER
                               SET MNT-ACTION-CUSTOMER TO TRUE
               END-IF
           END-IF.

      *>  Links a checking account to the savings account that
      *>  protects it from overdraft, or removes the link (zero).
      *>  The savings account must be an active savings account of
      *>  the same owning customer - a sweep moves the customer's
      *>  own money, never someone else's. The checking account is
      *>  read back before the rewrite, since checking the savings
      *>  account replaced it in the record area.
       2680-CHANGE-PROTECTION.
           MOVE ACCT-NUMBER TO WS-PROTECTED-ACCOUNT.
           MOVE ACCT-CUSTOMER-NUMBER TO WS-PROTECTED-CUSTOMER.
           IF ACCT-PROTECT-ACCOUNT IS NUMERIC
               MOVE ACCT-PROTECT-ACCOUNT TO MNT-OLD-PROTECT-ACCOUNT
           ELSE
               MOVE ZERO TO MNT-OLD-PROTECT-ACCOUNT
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
           ELSE
           IF NOT ACCT-TYPE-CHECKING
               MOVE "PROTECTION ONLY ON CHECKING" TO WS-REJECT-REASON
           ELSE
           IF MIN-NEW-PROTECT-ACCOUNT IS NOT NUMERIC
               MOVE "INVALID PROTECTING ACCOUNT" TO WS-REJECT-REASON
           ELSE
           IF MIN-NEW-PROTECT-ACCOUNT = ZERO
               IF MNT-OLD-PROTECT-ACCOUNT = ZERO
                   MOVE "ACCOUNT NOT PROTECTED" TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE MIN-NEW-PROTECT-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "PROTECTING ACCOUNT NOT FOUND" TO
                           WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT ACCT-TYPE-SAVINGS
                           MOVE "PROTECTING ACCOUNT NOT SAVINGS" TO
                               WS-REJECT-REASON
                       ELSE
                       IF NOT ACCT-STATUS-ACTIVE
                           MOVE "PROTECTING ACCOUNT NOT ACTIVE" TO
                               WS-REJECT-REASON
                       ELSE
                       IF WS-PROTECTED-CUSTOMER IS NOT NUMERIC
                               OR ACCT-CUSTOMER-NUMBER NOT =
                                   WS-PROTECTED-CUSTOMER
                           MOVE "NOT SAME OWNING CUSTOMER" TO
                               WS-REJECT-REASON
                       END-IF
                       END-IF
                       END-IF
               END-READ
               MOVE WS-PROTECTED-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               MOVE MIN-NEW-PROTECT-ACCOUNT TO ACCT-PROTECT-ACCOUNT
               MOVE MIN-NEW-PROTECT-ACCOUNT TO MNT-NEW-PROTECT-ACCOUNT
               SET MNT-ACTION-PROTECTION TO TRUE
               PERFORM 2700-APPLY-MAINTENANCE
           END-IF.

       2700-APPLY-MAINTENANCE.
      *>  Audit first, master second, for the same reason
      *>  VulnBankingBatch logs before it rewrites: if the audit
           MOVE ACCT-INTEREST-RATE TO MNT-NEW-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-NEW-CUSTOMER-NUMBER.
           MOVE WS-JOB-IDENT TO MNT-TELLER-ID.
           MOVE SPACES TO MNT-SUPERVISOR-ID.
           MOVE SPACES TO MNT-RELATIONSHIP-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNT-STATUS NOT = "00"
