      *> teller path and VulnBankingBatch. VulnBankingHoldRel releases
      *> holds whose release date has passed each day; a released hold
      *> stays on file with HOLD-STATUS "R" as its own audit trail.
      *> HOLD-PLACED-DATE is the business date the teller placed the
      *> hold, which VulnBankingNotice uses to tell the customer about
      *> a new hold; spaces on holds placed before the field existed.
      *>----------------------------------------------------------------
       01 HOLD-RECORD.
           05 HOLD-KEY.
           05 HOLD-STATUS              PIC X(01).
               88 HOLD-STATUS-ACTIVE   VALUE "A".
               88 HOLD-STATUS-RELEASED VALUE "R".
           05 HOLD-PLACED-DATE         PIC 9(8).
           05 FILLER                   PIC X(02).
