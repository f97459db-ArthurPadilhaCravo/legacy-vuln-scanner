      *>----------------------------------------------------------------
      *> TELLIN - Batch teller maintenance input record (TELLIN). One
      *> record per requested add ("A"), disable ("D"), reactivate
      *> ("R") or change ("C") of a TELLMSTR teller, applied by
      *> VulnBankingTellMaint. An add or a change carries the full
      *> set of details - name, branch, the three per-item limits
      *> and the function flags laid out as TELL-FUNCTIONS - which
      *> replace what is on file; a disable or reactivate uses only
      *> the teller id. TLI-APPROVER-ID is the supervisor
      *> authorising the change, who must be an active supervisor
      *> on the master other than the teller being changed.
      *>----------------------------------------------------------------
       01 TELLER-INPUT-RECORD.
           05 TLI-SEQUENCE              PIC 9(9).
           05 TLI-TELLER-ID             PIC X(08).
           05 TLI-ACTION-CODE           PIC X(01).
               88 TLI-ACTION-ADD        VALUE "A".
               88 TLI-ACTION-DISABLE    VALUE "D".
               88 TLI-ACTION-REACTIVATE VALUE "R".
               88 TLI-ACTION-CHANGE     VALUE "C".
           05 TLI-NAME                  PIC X(30).
           05 TLI-BRANCH                PIC X(04).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLI-WITHDRAWAL-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLI-DEPOSIT-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TLI-TRANSFER-LIMIT.
           05 TLI-FUNCTIONS.
               10 TLI-AUTH-OPEN-ACCOUNT PIC X(01).
               10 TLI-AUTH-CUSTOMER     PIC X(01).
               10 TLI-AUTH-MAINT        PIC X(01).
               10 TLI-AUTH-ORDERS       PIC X(01).
               10 TLI-AUTH-HOLDS        PIC X(01).
               10 TLI-AUTH-REVERSAL     PIC X(01).
               10 TLI-AUTH-SUPERVISOR   PIC X(01).
               10 TLI-AUTH-STOPS        PIC X(01).
               10 FILLER                PIC X(02).
           05 TLI-APPROVER-ID           PIC X(08).
