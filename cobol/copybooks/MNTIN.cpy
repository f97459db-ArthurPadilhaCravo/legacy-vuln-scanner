      *> MNTIN - Batch account maintenance input record (MAINTIN).
      *> One record per requested close / suspend / reactivate /
      *> overdraft-limit change / interest-rate change /
      *> owning-customer change / overdraft protection link, applied
      *> to ACCOUNT-MASTER by VulnBankingMaint under the same rules
      *> the teller maintenance menu enforces. MIN-NEW-LIMIT is only
      *> used by action "O", MIN-NEW-RATE only by action "I",
      *> MIN-NEW-CUSTOMER only by action "U" - which is also the
      *> conversion path for assigning owners to accounts opened
      *> before the customer master linkage existed - and
      *> MIN-NEW-PROTECT-ACCOUNT only by action "L" (zero removes
      *> the link).
      *>----------------------------------------------------------------
       01 MAINT-INPUT-RECORD.
           05 MIN-SEQUENCE              PIC 9(9).
               88 MIN-ACTION-OVERDRAFT  VALUE "O".
               88 MIN-ACTION-RATE       VALUE "I".
               88 MIN-ACTION-CUSTOMER   VALUE "U".
               88 MIN-ACTION-PROTECTION VALUE "L".
           COPY BANKAMT REPLACING BANKAMT-FIELD BY MIN-NEW-LIMIT.
           05 MIN-NEW-RATE              PIC S9(3)V9(4).
           05 MIN-NEW-CUSTOMER          PIC 9(10).
           05 MIN-NEW-PROTECT-ACCOUNT   PIC 9(10).
