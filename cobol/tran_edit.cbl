       01 WS-PREV-SEQUENCE            PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-EXPECTED-SEQUENCE        PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).
       01 WS-DAYS-FROM-TODAY          PIC S9(7).
      *>  How far an effective date may stand from the business date:
      *>  a year ahead for the warehouse, and one month back - the
      *>  daily-balance interest only reaches back to the start of the
      *>  accounting month, so an older value date could not be
      *>  honoured.
       01 WS-MAX-FORWARD-DAYS         PIC 9(3) VALUE 365.
       01 WS-MAX-BACK-DAYS            PIC 9(3) VALUE 31.

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TOTAL-AMOUNT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGEDIT: unable to open account "

       2330-EDIT-AMOUNT.
           IF NOT TIN-TYPE-DEPOSIT AND NOT TIN-TYPE-WITHDRAWAL
                   AND NOT TIN-TYPE-TRANSFER AND NOT TIN-TYPE-REVERSAL
               MOVE TIN-SEQUENCE TO EL-SEQUENCE
               MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
               MOVE "INVALID TRANSACTION TYPE" TO EL-MESSAGE
           IF TIN-TYPE-TRANSFER
               PERFORM 2340-EDIT-TO-ACCOUNT
           END-IF.
           IF TIN-TYPE-REVERSAL
               PERFORM 2350-EDIT-REVERSED-SEQUENCE
           END-IF.
           IF TIN-EFFECTIVE-DATE NOT = SPACES
               PERFORM 2360-EDIT-EFFECTIVE-DATE
           END-IF.

       2340-EDIT-TO-ACCOUNT.
           IF TIN-TO-ACCOUNT-NUMBER IS NOT NUMERIC
               END-IF
           END-IF.

      *>  Only the form of the reversed sequence is edited here;
      *>  whether that item is on the log, matches and is still
      *>  unreversed is for VulnBankingBatch to decide at posting.
       2350-EDIT-REVERSED-SEQUENCE.
           IF TIN-REVERSED-SEQUENCE IS NOT NUMERIC
                   OR TIN-REVERSED-SEQUENCE = ZERO
                   OR TIN-REVERSED-SEQUENCE > 999999999
               MOVE TIN-SEQUENCE TO EL-SEQUENCE
               MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
               MOVE "INVALID REVERSED LOG SEQUENCE" TO EL-MESSAGE
               PERFORM 9100-WRITE-EDIT-ERROR
           END-IF.

      *>  Spaces or zero mean the item posts on the business date.
       2360-EDIT-EFFECTIVE-DATE.
           IF TIN-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE TIN-SEQUENCE TO EL-SEQUENCE
               MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
               MOVE "NON-NUMERIC EFFECTIVE DATE" TO EL-MESSAGE
               PERFORM 9100-WRITE-EDIT-ERROR
           ELSE
           IF TIN-EFFECTIVE-DATE NOT = ZERO
               IF FUNCTION INTEGER-OF-DATE(TIN-EFFECTIVE-DATE) = ZERO
                   MOVE TIN-SEQUENCE TO EL-SEQUENCE
                   MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
                   MOVE "INVALID EFFECTIVE DATE" TO EL-MESSAGE
                   PERFORM 9100-WRITE-EDIT-ERROR
               ELSE
                   COMPUTE WS-DAYS-FROM-TODAY =
                       FUNCTION INTEGER-OF-DATE(TIN-EFFECTIVE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CURRENT-YYYYMMDD)
                   IF WS-DAYS-FROM-TODAY > WS-MAX-FORWARD-DAYS
                       MOVE TIN-SEQUENCE TO EL-SEQUENCE
                       MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
                       MOVE "EFFECTIVE DATE TOO FAR AHEAD" TO
                           EL-MESSAGE
                       PERFORM 9100-WRITE-EDIT-ERROR
                   END-IF
                   IF WS-DAYS-FROM-TODAY + WS-MAX-BACK-DAYS < ZERO
                       MOVE TIN-SEQUENCE TO EL-SEQUENCE
                       MOVE TIN-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
                       MOVE "EFFECTIVE DATE TOO FAR BACK" TO
                           EL-MESSAGE
                       PERFORM 9100-WRITE-EDIT-ERROR
                   END-IF
               END-IF
           END-IF
           END-IF.

       3000-FINALIZE.
           PERFORM 3100-BALANCE-CONTROLS.
           MOVE WS-DETAIL-COUNT TO SL1-DETAIL-COUNT.
