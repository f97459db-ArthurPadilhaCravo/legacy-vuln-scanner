      *> movement. The customer-number fields are spaces on audit
      *> records written before they existed, and the old-customer
      *> side is spaces when the account predates the customer
      *> master linkage. Relationship maintenance (actions "J", "P"
      *> and "X") leaves the account fields unchanged before and after
      *> and records the related customer and their role and
      *> ownership share in MNT-RELATIONSHIP-CHANGE, which is spaces
      *> on every other action. A certificate of deposit renewed at
      *> maturity by VulnBankingCDMat is audited as action "M", its
      *> old and new term rate in the interest-rate fields; a CD
      *> paid out at maturity is closed under action "C".
      *> Linking a checking account to the savings account that
      *> protects it from overdraft, or removing the link, is action
      *> "L", with the old and new protecting account (zero for
      *> none) in MNT-PROTECTION-CHANGE. An owning-customer change
      *> ("U") that drops the link records it there too, new side
      *> zero; the field is spaces on every other action.
      *>----------------------------------------------------------------
       01 MAINT-AUDIT-RECORD.
           05 MNT-SEQUENCE              PIC 9(9).
               88 MNT-ACTION-RATE       VALUE "I".
               88 MNT-ACTION-CUSTOMER   VALUE "U".
               88 MNT-ACTION-DORMANT    VALUE "D".
               88 MNT-ACTION-REL-ADD    VALUE "J".
               88 MNT-ACTION-REL-CHANGE VALUE "P".
               88 MNT-ACTION-REL-REMOVE VALUE "X".
               88 MNT-ACTION-CD-RENEW   VALUE "M".
               88 MNT-ACTION-PROTECTION VALUE "L".
           05 MNT-OLD-STATUS            PIC X(01).
           05 MNT-NEW-STATUS            PIC X(01).
           COPY BANKAMT REPLACING BANKAMT-FIELD
      *>  job's identifier; spaces on records written before the
      *>  field existed.
           05 MNT-TELLER-ID             PIC X(08).
      *>  Supervisor who approved the change for a teller not
      *>  permitted account maintenance on their own; spaces when
      *>  no approval was needed, on batch changes and on records
      *>  written before the field existed.
           05 MNT-SUPERVISOR-ID         PIC X(08).
      *>  Joint owner, signer or beneficiary added, changed or
      *>  removed on ACCTREL - the old role is a space and the old
      *>  share zero on an add, the new side likewise on a removal.
           05 MNT-RELATIONSHIP-CHANGE.
               10 MNT-REL-CUSTOMER-NUMBER PIC 9(10).
               10 MNT-OLD-REL-ROLE      PIC X(01).
               10 MNT-NEW-REL-ROLE      PIC X(01).
               10 MNT-OLD-REL-PCT       PIC 9(3)V99.
               10 MNT-NEW-REL-PCT       PIC 9(3)V99.
           05 MNT-PROTECTION-CHANGE.
               10 MNT-OLD-PROTECT-ACCOUNT PIC 9(10).
               10 MNT-NEW-PROTECT-ACCOUNT PIC 9(10).
