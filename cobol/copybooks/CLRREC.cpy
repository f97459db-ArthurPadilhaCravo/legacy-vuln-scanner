      *>----------------------------------------------------------------
      *> CLRREC - Inward check-clearing file (CLRIN), the cash letter
      *> of this bank's checks presented by the clearing house and
      *> read by VulnBankingClear. Column 1 tells the layouts apart:
      *>   "H" - one cash letter header, first record;
      *>   "D" - one detail per check, in presentment order;
      *>   "T" - one trailer, last record, with the item count and
      *>         total the cash letter must prove to.
      *> CLRD-ITEM-SEQUENCE is the presenting bank's item sequence
      *> number, echoed on the clearing report so a stopped or
      *> duplicate item can be returned against the right check.
      *>----------------------------------------------------------------
       01 CLEARING-HEADER-RECORD.
           05 CLRH-RECORD-TYPE         PIC X(01).
               88 CLRH-TYPE-HEADER     VALUE "H".
               88 CLRH-TYPE-DETAIL     VALUE "D".
               88 CLRH-TYPE-TRAILER    VALUE "T".
           05 CLRH-PRESENTING-BANK     PIC X(09).
           05 CLRH-CASH-LETTER-ID      PIC X(07).
           05 CLRH-BUSINESS-DATE       PIC X(08).
           05 FILLER                   PIC X(25).

       01 CLEARING-DETAIL-RECORD.
           05 CLRD-RECORD-TYPE         PIC X(01).
           05 CLRD-ITEM-SEQUENCE       PIC X(15).
           05 CLRD-ACCOUNT-NUMBER      PIC 9(10).
           05 CLRD-CHECK-SERIAL        PIC 9(07).
           05 CLRD-AMOUNT              PIC 9(8)V99.
           05 FILLER                   PIC X(07).

       01 CLEARING-TRAILER-RECORD.
           05 CLRT-RECORD-TYPE         PIC X(01).
           05 CLRT-ITEM-COUNT          PIC 9(9).
           05 CLRT-TOTAL-AMOUNT        PIC 9(10)V99.
           05 FILLER                   PIC X(28).
