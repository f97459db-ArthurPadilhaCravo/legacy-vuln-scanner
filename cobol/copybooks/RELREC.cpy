      *>----------------------------------------------------------------
      *> RELREC - Account relationship record (ACCTREL), keyed on
      *> account number plus customer number, with the customer
      *> number as a duplicates-allowed alternate key so every
      *> account one customer co-owns or signs on is a START and a
      *> short READ NEXT run away. ACCT-CUSTOMER-NUMBER on the account
      *> master remains the primary owner - the tax and statement
      *> addressee - and is never repeated here; this file carries
      *> everyone else linked to the account:
      *>   REL-ROLE "J" - joint owner, with the share of the account
      *>                  REL-OWNERSHIP-PCT gives them (the primary
      *>                  owner holds whatever the joint owners do
      *>                  not);
      *>            "S" - authorized signer, no ownership (zero);
      *>            "B" - beneficiary, with their share on death.
      *> Maintained from the VulnBanking teller menu and audited to
      *> MAINTLOG. A removed relationship stays on file with
      *> REL-STATUS "R" and its removal date, the same way released
      *> holds do; adding the same customer back reactivates it.
      *>----------------------------------------------------------------
       01 ACCOUNT-RELATIONSHIP-RECORD.
           05 REL-KEY.
               10 REL-ACCOUNT-NUMBER   PIC 9(10).
               10 REL-CUSTOMER-NUMBER  PIC 9(10).
           05 REL-ROLE                 PIC X(01).
               88 REL-ROLE-JOINT-OWNER VALUE "J".
               88 REL-ROLE-SIGNER      VALUE "S".
               88 REL-ROLE-BENEFICIARY VALUE "B".
               88 REL-ROLE-VALID       VALUE "J" "S" "B".
           05 REL-OWNERSHIP-PCT        PIC 9(3)V99.
           05 REL-STATUS               PIC X(01).
               88 REL-STATUS-ACTIVE    VALUE "A".
               88 REL-STATUS-REMOVED   VALUE "R".
           05 REL-ADDED-DATE           PIC 9(8).
           05 REL-REMOVED-DATE         PIC 9(8).
      *>  Teller who last added, changed or removed the relationship.
           05 REL-TELLER-ID            PIC X(08).
           05 FILLER                   PIC X(10).
