      *>  batch job's identifier; spaces on records written before
      *>  the field existed.
           05 EXCP-TELLER-ID            PIC X(08).
      *>  Supervisor who approved the item past the teller's own
      *>  authority before it was rejected for some other reason;
      *>  spaces when no approval was given and on records written
      *>  before the field existed.
           05 EXCP-SUPERVISOR-ID        PIC X(08).
      *>  TCR-BATCH-ORIGIN of the batch file the rejected item came
      *>  in on; spaces for teller items, keyed batches and records
      *>  written before the field existed. An ACH item ("ACH") is
      *>  returned to its originator by VulnBankingACHRet and must
      *>  never be repaired and resubmitted here. Nor is a check
      *>  from an inward clearing cash letter ("CLR"): it goes back
      *>  to the presenting bank unpaid.
           05 EXCP-BATCH-ORIGIN.
               10 EXCP-ORIGIN-SOURCE    PIC X(03).
                   88 EXCP-ORIGIN-ACH   VALUE "ACH".
                   88 EXCP-ORIGIN-CLEARING VALUE "CLR".
               10 EXCP-ORIGIN-FILE-ID   PIC X(07).
