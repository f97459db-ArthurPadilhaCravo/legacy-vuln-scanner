      *>----------------------------------------------------------------
      *> TAUDREC - Teller master audit record, appended to TELLAUD by
      *> VulnBankingTellMaint for every add, disable, reactivate or
      *> change applied to TELLMSTR - a before/after image, the same
      *> way MNTREC audits account maintenance. The old side is
      *> spaces/zero on an add. TAUD-OPERATOR-ID is the applying
      *> job's identifier and TAUD-SUPERVISOR-ID the supervisor
      *> named on the input as authorising the change.
      *>----------------------------------------------------------------
       01 TELLER-AUDIT-RECORD.
           05 TAUD-SEQUENCE             PIC 9(9).
           05 TAUD-TELLER-ID            PIC X(08).
           05 TAUD-ACTION-CODE          PIC X(01).
               88 TAUD-ACTION-ADD       VALUE "A".
               88 TAUD-ACTION-DISABLE   VALUE "D".
               88 TAUD-ACTION-REACTIVATE VALUE "R".
               88 TAUD-ACTION-CHANGE    VALUE "C".
           05 TAUD-OLD-STATUS           PIC X(01).
           05 TAUD-NEW-STATUS           PIC X(01).
           05 TAUD-OLD-NAME             PIC X(30).
           05 TAUD-NEW-NAME             PIC X(30).
           05 TAUD-OLD-BRANCH           PIC X(04).
           05 TAUD-NEW-BRANCH           PIC X(04).
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-OLD-WITHDRAWAL-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-NEW-WITHDRAWAL-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-OLD-DEPOSIT-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-NEW-DEPOSIT-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-OLD-TRANSFER-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAUD-NEW-TRANSFER-LIMIT.
           05 TAUD-OLD-FUNCTIONS        PIC X(10).
           05 TAUD-NEW-FUNCTIONS        PIC X(10).
           05 TAUD-TIMESTAMP            PIC X(21).
           05 TAUD-OPERATOR-ID          PIC X(08).
           05 TAUD-SUPERVISOR-ID        PIC X(08).
