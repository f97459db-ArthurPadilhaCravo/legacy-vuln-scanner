      *> from CUSTMSTR. TAX-TAX-ID is spaces when the customer master
      *> carries no tax id - those customers also appear on the run's
      *> exception listing, as does interest posted to accounts whose
      *> customer linkage is still spaces. Interest on a jointly held
      *> account is reported once, under the primary owner named in
      *> ACCT-CUSTOMER-NUMBER - joint owners on ACCTREL never get a
      *> record for it - and TAX-JOINT-ACCOUNT-FLAG is "Y" when any
      *> of the customer's total came from such an account.
      *>----------------------------------------------------------------
       01 TAX-EXTRACT-RECORD.
           05 TAX-CUSTOMER-NUMBER       PIC 9(10).
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TAX-INTEREST-AMOUNT.
           05 TAX-YEAR                  PIC 9(4).
           05 TAX-JOINT-ACCOUNT-FLAG    PIC X(01).
               88 TAX-JOINT-ACCOUNT     VALUE "Y".
           05 FILLER                    PIC X(08).
