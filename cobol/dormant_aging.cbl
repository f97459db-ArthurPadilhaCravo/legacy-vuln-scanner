           MOVE ACCT-INTEREST-RATE TO MNT-NEW-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-NEW-CUSTOMER-NUMBER.
           MOVE WS-JOB-IDENT TO MNT-TELLER-ID.
           MOVE SPACES TO MNT-SUPERVISOR-ID.
           MOVE SPACES TO MNT-RELATIONSHIP-CHANGE.
           MOVE SPACES TO MNT-PROTECTION-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNT-STATUS NOT = "00"
