      *>----------------------------------------------------------------
      *> TELLREC - Teller Master record layout, keyed on TELL-ID.
      *> One record per person allowed to sign on to the VulnBanking
      *> teller menu; TELL-ID is the id stamped on TLOG-TELLER-ID,
      *> EXCP-TELLER-ID and MNT-TELLER-ID, so the teller proof can
      *> name a real person for every drawer. Maintained only by the
      *> VulnBankingTellMaint batch job, which audits every add,
      *> disable, reactivate and change to TELLAUD - a teller who
      *> leaves is disabled, never deleted, so old log records can
      *> always be tied back to a name.
      *>
      *> The three limits are per item: a withdrawal, deposit or
      *> transfer above the teller's own limit needs a second,
      *> supervisor id to approve it. A function flag other than "Y"
      *> makes that menu function need the same approval. Only a
      *> teller with TELL-AUTH-SUPERVISOR "Y" may approve, and never
      *> their own item.
      *>----------------------------------------------------------------
       01 TELLER-RECORD.
           05 TELL-ID                  PIC X(08).
           05 TELL-NAME                PIC X(30).
           05 TELL-BRANCH              PIC X(04).
           05 TELL-STATUS              PIC X(01).
               88 TELL-STATUS-ACTIVE   VALUE "A".
               88 TELL-STATUS-DISABLED VALUE "D".
           COPY BANKAMTP REPLACING BANKAMTP-FIELD
               BY TELL-WITHDRAWAL-LIMIT.
           COPY BANKAMTP REPLACING BANKAMTP-FIELD
               BY TELL-DEPOSIT-LIMIT.
           COPY BANKAMTP REPLACING BANKAMTP-FIELD
               BY TELL-TRANSFER-LIMIT.
      *>  One "Y"/"N" byte per restricted menu function. The trailing
      *>  FILLER bytes are spares for functions added later; they
      *>  read as "not permitted" until a change sets them.
           05 TELL-FUNCTIONS.
               10 TELL-AUTH-OPEN-ACCOUNT PIC X(01).
                   88 TELL-MAY-OPEN-ACCOUNT VALUE "Y".
               10 TELL-AUTH-CUSTOMER   PIC X(01).
                   88 TELL-MAY-MAINTAIN-CUSTOMERS VALUE "Y".
               10 TELL-AUTH-MAINT      PIC X(01).
                   88 TELL-MAY-MAINTAIN-ACCOUNTS VALUE "Y".
               10 TELL-AUTH-ORDERS     PIC X(01).
                   88 TELL-MAY-MAINTAIN-ORDERS VALUE "Y".
               10 TELL-AUTH-HOLDS      PIC X(01).
                   88 TELL-MAY-MAINTAIN-HOLDS VALUE "Y".
               10 TELL-AUTH-REVERSAL   PIC X(01).
                   88 TELL-MAY-REVERSE  VALUE "Y".
               10 TELL-AUTH-SUPERVISOR PIC X(01).
                   88 TELL-MAY-APPROVE  VALUE "Y".
               10 TELL-AUTH-STOPS      PIC X(01).
                   88 TELL-MAY-MAINTAIN-STOPS VALUE "Y".
               10 FILLER               PIC X(02).
      *>  Date (YYYYMMDD) of the last add or change applied by the
      *>  maintenance job.
           05 TELL-LAST-CHANGE-DATE    PIC 9(8).
           05 FILLER                   PIC X(10).
