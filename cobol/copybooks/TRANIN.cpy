      *> VulnBankingEdit balances the trailer's count/total against
      *> the details before posting is allowed to run;
      *> VulnBankingBatch skips the control records when posting.
      *>
      *> TCR-BATCH-ORIGIN on the header says where a generated file
      *> came from; spaces for a department's keyed batch. An ACH
      *> clearing file converted by VulnBankingACHIn carries "ACH"
      *> and the clearing file's id modifier and creation date, and
      *> VulnBankingBatch stamps it on every exception it writes so
      *> rejected ACH items can be returned to the originator.
      *> An inward check-clearing cash letter converted by
      *> VulnBankingClear carries "CLR" and the cash letter id.
      *> Warehoused future-dated items released on their date by
      *> VulnBankingWhseRel carry "WHS".
      *>----------------------------------------------------------------
       01 TRANS-INPUT-RECORD.
           05 TIN-SEQUENCE              PIC 9(9).
               88 TIN-TYPE-DEPOSIT      VALUE "D".
               88 TIN-TYPE-WITHDRAWAL   VALUE "W".
               88 TIN-TYPE-TRANSFER     VALUE "T".
               88 TIN-TYPE-REVERSAL     VALUE "R".
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TIN-AMOUNT.
      *>  For a transfer ("T") the record debits TIN-ACCOUNT-NUMBER
      *>  and credits TIN-TO-ACCOUNT-NUMBER as one unit; the field
      *>  is unused (zero or spaces) on deposits and withdrawals.
           05 TIN-TO-ACCOUNT-NUMBER     PIC 9(10).
      *>  For a reversal ("R") the same positions carry the
      *>  TLOG-SEQUENCE of the posting to be reversed. TIN-ACCOUNT-
      *>  NUMBER and TIN-AMOUNT must repeat that posting's account
      *>  and amount - VulnBankingBatch rejects the item otherwise,
      *>  so a mis-keyed sequence cannot reverse someone else's item.
           05 TIN-REVERSED-SEQUENCE REDEFINES TIN-TO-ACCOUNT-NUMBER
                                        PIC 9(10).
      *>  Serial number of the check a withdrawal ("W") pays, from
      *>  an inward clearing file; zero or spaces on every other
      *>  item (test it NUMERIC and non-zero before relying on it).
      *>  VulnBankingBatch refuses a serial already paid and records
      *>  the ones it pays on PAIDCHK and TLOG-CHECK-SERIAL.
           05 TIN-CHECK-SERIAL          PIC 9(07).
      *>  Value date of the item. Zero or spaces - every generated
      *>  file and older input - means the business date it is
      *>  posted on. A date after the business date is not posted:
      *>  VulnBankingBatch warehouses it on WHSEFILE and
      *>  VulnBankingWhseRel releases it into a TRANFILE generation
      *>  on that date. An earlier date is back-valued - it posts
      *>  today and carries the date on TLOG-EFFECTIVE-DATE.
           05 TIN-EFFECTIVE-DATE        PIC 9(08).

       01 TRANS-CONTROL-RECORD.
           05 TCR-RECORD-TYPE           PIC X(01).
           05 TCR-BATCH-DATE            PIC 9(8).
           05 TCR-RECORD-COUNT          PIC 9(9).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY TCR-TOTAL-AMOUNT.
           05 TCR-BATCH-ORIGIN.
               10 TCR-ORIGIN-SOURCE     PIC X(03).
                   88 TCR-ORIGIN-ACH    VALUE "ACH".
                   88 TCR-ORIGIN-CLEARING VALUE "CLR".
                   88 TCR-ORIGIN-WAREHOUSE VALUE "WHS".
               10 TCR-ORIGIN-FILE-ID    PIC X(07).
           05 FILLER                    PIC X(17).
