       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingNotice.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ORDER-LOG ASSIGN TO "SORDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT NOTICE-HISTORY ASSIGN TO "NOTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NHST-KEY
               FILE STATUS IS WS-NHST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT NOTICE-FILE ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT EXCEPTION-LIST ASSIGN TO "NOTCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  ORDER-LOG.
           COPY SOLREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  NOTICE-HISTORY.
           COPY NHSTREC.

      *>  One record per notice due today, letters (section 1) ahead
      *>  of the exception list (section 2), each by customer and
      *>  account, with the notices on an account in the order they
      *>  are printed in the letter.
       SD  SORT-WORK-FILE.
       01 SORT-NOTICE-RECORD.
           05 SRT-SECTION               PIC 9(01).
               88 SRT-SECTION-LETTER    VALUE 1.
           05 SRT-CUSTOMER-NUMBER       PIC 9(10).
           05 SRT-ACCOUNT-NUMBER        PIC 9(10).
           05 SRT-TYPE-ORDER            PIC 9(01).
           05 SRT-NOTICE-TYPE           PIC X(01).
               88 SRT-TYPE-OVERDRAWN    VALUE "O".
               88 SRT-TYPE-RETURNED-ITEM VALUE "R".
               88 SRT-TYPE-ORDER-NOT-PAID VALUE "S".
               88 SRT-TYPE-ORDER-CANCELLED VALUE "C".
               88 SRT-TYPE-HOLD-PLACED  VALUE "H".
           05 SRT-REFERENCE             PIC X(30).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-BALANCE.
           05 SRT-DATE                  PIC 9(8).
           05 SRT-ITEM-NUMBER           PIC 9(9).
           05 SRT-ITEM-TYPE             PIC X(01).
           05 SRT-TEXT                  PIC X(30).
           05 SRT-EXCEPTION-REASON      PIC X(30).

      *>  Print-shop file: classic 1 + 132 print line, carriage
      *>  control in column 1 ("1" = eject to a new page, space =
      *>  single space), so each customer's letter starts on its own
      *>  page, as on STMTFILE.
       FD  NOTICE-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 NOTICE-PRINT-RECORD.
           05 NPR-CARRIAGE-CONTROL    PIC X(01).
           05 NPR-PRINT-LINE          PIC X(132).

       FD  EXCEPTION-LIST
           RECORD CONTAINS 132 CHARACTERS.
       01 EXCEPTION-LIST-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TLOG-STATUS              PIC XX.
       01 WS-EXCP-STATUS              PIC XX.
       01 WS-HOLD-STATUS              PIC XX.
       01 WS-SOL-STATUS               PIC XX.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-CUST-STATUS              PIC XX.
       01 WS-NHST-STATUS              PIC XX.
       01 WS-NTC-STATUS               PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-TLOG-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-TRANLOG          VALUE "Y".
       01 WS-EXCP-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-EXCEPTIONS       VALUE "Y".
       01 WS-HOLD-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-HOLDS            VALUE "Y".
       01 WS-SOL-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-ORDER-LOG        VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SORT             VALUE "Y".
       01 WS-DUPLICATE-SWITCH         PIC X VALUE "N".
           88 NOTICE-IS-DUPLICATE     VALUE "Y".

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).
       01 WS-NOTICE-DATE-INPUT        PIC 9(8).
       01 WS-NOTICE-DATE              PIC 9(8).
       01 WS-RECORD-DATE              PIC X(08).
       01 WS-LETTER-CUSTOMER          PIC 9(10).

      *>  The last notice taken from the sort, so the same event met
      *>  twice in the day's input (an account overdrawn twice, an
      *>  order logged by a rerun of STORDGEN) goes out only once.
       01 WS-PREVIOUS-NOTICE.
           05 WS-PREVIOUS-ACCOUNT     PIC 9(10) VALUE ZERO.
           05 WS-PREVIOUS-TYPE        PIC X(01) VALUE SPACE.
           05 WS-PREVIOUS-REFERENCE   PIC X(30) VALUE SPACES.

       01 WS-REFERENCE-BUILD.
           05 WS-REF-PART1            PIC X(16).
           05 WS-REF-PART2            PIC X(09).
           05 FILLER                  PIC X(05).
       01 WS-ORDER-REFERENCE REDEFINES WS-REFERENCE-BUILD.
           05 WS-REF-ORDER-NUMBER     PIC 9(9).
           05 WS-REF-DUE-DATE         PIC 9(8).
           05 FILLER                  PIC X(13).

       01 WS-TLOG-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01 WS-EXCP-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01 WS-HOLD-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01 WS-SOL-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-SENT-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-DUPLICATE-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-LETTER-COUNT             PIC 9(9) VALUE ZERO.
       01 WS-LETTER-NOTICE-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-OVERDRAWN-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-RETURNED-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-ORDER-NOT-PAID-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-ORDER-CANCELLED-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-HOLD-PLACED-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.

       01 WS-EDIT-AMOUNT              PIC -Z(10)9.99.
       01 WS-EDIT-DATE                PIC 9999/99/99.
       01 WS-EDIT-NUMBER              PIC Z(8)9.

       01 WS-LETTER-HEADING1.
           05 FILLER PIC X(50) VALUE
               "VULNBANKING - NOTICE ABOUT YOUR ACCOUNTS".
           05 FILLER                  PIC X(13) VALUE "NOTICE DATE: ".
           05 LH1-NOTICE-DATE         PIC 9999/99/99.
       01 WS-LETTER-HEADING2.
           05 FILLER                  PIC X(50) VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "CUSTOMER:    ".
           05 LH2-CUSTOMER-NUMBER     PIC 9(10).
       01 WS-ADDRESS-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 AL-TEXT                 PIC X(30).
       01 WS-CITY-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 CL-CITY                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-STATE                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CL-ZIP                  PIC X(10).
       01 WS-SALUTATION-LINE          PIC X(40).
       01 WS-INTRODUCTION-LINE.
           05 FILLER PIC X(70) VALUE
               "WE ARE WRITING TO LET YOU KNOW ABOUT THE FOLLOWING " &
               "ON YOUR ACCOUNTS.".
       01 WS-NOTICE-TITLE-LINE.
           05 FILLER                  PIC X(08) VALUE "ACCOUNT ".
           05 NTL-ACCOUNT-NUMBER      PIC 9(10).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 NTL-TITLE               PIC X(40).
       01 WS-NOTICE-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 NDL-CAPTION             PIC X(24).
           05 NDL-VALUE               PIC X(30).
       01 WS-NOTICE-ADVICE-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 NAL-TEXT                PIC X(70).
       01 WS-CLOSING-LINE1.
           05 FILLER PIC X(66) VALUE
               "PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY " &
               "QUESTIONS ABOUT THIS".
       01 WS-CLOSING-LINE2.
           05 FILLER PIC X(10) VALUE "NOTICE.".
       01 WS-CLOSING-LINE3.
           05 FILLER PIC X(30) VALUE "VULNBANKING CUSTOMER SERVICE".

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(60) VALUE
               "VULNBANKING - CUSTOMER NOTICE EXCEPTION LIST".
       01 WS-REPORT-HEADING2.
           05 FILLER                  PIC X(13) VALUE "NOTICE DATE: ".
           05 RH2-NOTICE-DATE         PIC 9(8).
       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(60) VALUE
               "NOTICES NOT SENT - NO CUSTOMER OR ADDRESS TO SEND TO".
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(49) VALUE
               "ACCOUNT    CUSTOMER   NOTICE".
           05 FILLER PIC X(23) VALUE
               "         AMOUNT PROBLEM".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER       PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-CUSTOMER-NUMBER      PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-NOTICE-DESC          PIC X(26).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-AMOUNT               PIC -Z(10)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-PROBLEM              PIC X(30).
       01 WS-SUMMARY-LINE.
           05 SL-LABEL                PIC X(40).
           05 SL-COUNT                PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SECTION SRT-CUSTOMER-NUMBER
                   SRT-ACCOUNT-NUMBER SRT-TYPE-ORDER SRT-REFERENCE
               INPUT PROCEDURE IS 2000-RELEASE-NOTICES
               OUTPUT PROCEDURE IS 3000-WRITE-NOTICES
           PERFORM 8000-FINALIZE
           STOP RUN.

      *>  Parameter on SYSIN: the notice date (zero = today). The
      *>  notice history is created on the first run.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the notice date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-NOTICE-DATE-INPUT.
           IF WS-NOTICE-DATE-INPUT = ZERO
               MOVE WS-CURRENT-YYYYMMDD TO WS-NOTICE-DATE
           ELSE
               MOVE WS-NOTICE-DATE-INPUT TO WS-NOTICE-DATE
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open account "
                   "master, status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open customer "
                   "master, status " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O NOTICE-HISTORY.
           IF WS-NHST-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY
               CLOSE NOTICE-HISTORY
               OPEN I-O NOTICE-HISTORY
           END-IF.
           IF WS-NHST-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open notice "
                   "history, status " WS-NHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF WS-NTC-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open notice "
                   "file, status " WS-NTC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-LIST.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open exception "
                   "list, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           MOVE WS-NOTICE-DATE TO RH2-NOTICE-DATE.
           MOVE WS-REPORT-HEADING2 TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.

      *>  Each source is read once and only the events dated the
      *>  notice date are released. TRANLOG is the live log, so the
      *>  job runs before LOGCUT empties it; a missing log is a
      *>  mis-pointed DD and the run is refused. The other three are
      *>  only created once something is written to them, so a
      *>  missing one simply means nothing of that kind today.
       2000-RELEASE-NOTICES.
           PERFORM 2100-SCAN-TRANLOG.
           PERFORM 2200-SCAN-EXCEPTIONS.
           PERFORM 2300-SCAN-HOLDS.
           PERFORM 2400-SCAN-ORDER-LOG.

      *>  An account went negative when an item took it from zero or
      *>  better to below zero. One overdrawn notice a day is enough,
      *>  so the reference is the notice date and the first such item
      *>  of the day is the one described.
       2100-SCAN-TRANLOG.
           OPEN INPUT TRANSACTION-LOG.
           IF WS-TLOG-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open transaction "
                   "log, status " WS-TLOG-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-TRANLOG
               READ TRANSACTION-LOG
                   AT END SET END-OF-TRANLOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TLOG-RECORDS-READ
                       MOVE TLOG-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-NOTICE-DATE
                               AND TLOG-OLD-BALANCE NOT < ZERO
                               AND TLOG-NEW-BALANCE < ZERO
                           PERFORM 2110-RELEASE-OVERDRAWN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG.

       2110-RELEASE-OVERDRAWN.
           PERFORM 2900-CLEAR-SORT-RECORD.
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE 1 TO SRT-TYPE-ORDER.
           SET SRT-TYPE-OVERDRAWN TO TRUE.
           MOVE WS-NOTICE-DATE TO SRT-REFERENCE.
           MOVE TLOG-AMOUNT TO SRT-AMOUNT.
           MOVE TLOG-NEW-BALANCE TO SRT-BALANCE.
           MOVE TLOG-SEQUENCE TO SRT-ITEM-NUMBER.
           MOVE TLOG-TRANS-TYPE TO SRT-ITEM-TYPE.
           PERFORM 2800-RELEASE-NOTICE.

      *>  Only items refused for want of funds are written about; the
      *>  other reasons on EXCPFILE (closed accounts, stop payments,
      *>  bad data) are the bank's to sort out, not the customer's.
       2200-SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "35"
               SET END-OF-EXCEPTIONS TO TRUE
           ELSE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open exception "
                   "file, status " WS-EXCP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ EXCEPTION-FILE
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCP-RECORDS-READ
                       MOVE EXCP-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-NOTICE-DATE
                           IF EXCP-REASON =
                                   "INSUFFICIENT BALANCE/OVERDRAFT"
                                   OR EXCP-REASON =
                                   "HELD FUNDS NOT AVAILABLE"
                               PERFORM 2210-RELEASE-RETURNED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXCP-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           END-IF.

      *>  EXCP-SEQUENCE alone is not unique (batch exceptions carry
      *>  the item's TRANFILE sequence), so the reference is the
      *>  exception's timestamp to the hundredth with its sequence.
       2210-RELEASE-RETURNED-ITEM.
           PERFORM 2900-CLEAR-SORT-RECORD.
           MOVE EXCP-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE 2 TO SRT-TYPE-ORDER.
           SET SRT-TYPE-RETURNED-ITEM TO TRUE.
           MOVE SPACES TO WS-REFERENCE-BUILD.
           MOVE EXCP-TIMESTAMP(1:16) TO WS-REF-PART1.
           MOVE EXCP-SEQUENCE TO WS-REF-PART2.
           MOVE WS-REFERENCE-BUILD TO SRT-REFERENCE.
           MOVE EXCP-AMOUNT TO SRT-AMOUNT.
           MOVE EXCP-BALANCE TO SRT-BALANCE.
           MOVE EXCP-SEQUENCE TO SRT-ITEM-NUMBER.
           MOVE EXCP-TRANS-TYPE TO SRT-ITEM-TYPE.
           MOVE EXCP-REASON TO SRT-TEXT.
           PERFORM 2800-RELEASE-NOTICE.

      *>  A hold placed and released again the same day no longer
      *>  holds anything and is not written about. Holds placed
      *>  before HOLD-PLACED-DATE existed carry spaces and are passed
      *>  over.
       2300-SCAN-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               SET END-OF-HOLDS TO TRUE
           ELSE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open hold "
                   "file, status " WS-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           PERFORM UNTIL END-OF-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END SET END-OF-HOLDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-RECORDS-READ
                       IF HOLD-STATUS-ACTIVE
                               AND HOLD-PLACED-DATE IS NUMERIC
                               AND HOLD-PLACED-DATE = WS-NOTICE-DATE
                           PERFORM 2310-RELEASE-HOLD-PLACED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       2310-RELEASE-HOLD-PLACED.
           PERFORM 2900-CLEAR-SORT-RECORD.
           MOVE HOLD-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE 5 TO SRT-TYPE-ORDER.
           SET SRT-TYPE-HOLD-PLACED TO TRUE.
           MOVE HOLD-SEQUENCE TO SRT-REFERENCE.
           MOVE HOLD-AMOUNT TO SRT-AMOUNT.
           MOVE HOLD-RELEASE-DATE TO SRT-DATE.
           MOVE HOLD-SEQUENCE TO SRT-ITEM-NUMBER.
           MOVE HOLD-REASON TO SRT-TEXT.
           PERFORM 2800-RELEASE-NOTICE.

      *>  SORDLOG is never cut over either. A skipped order is logged
      *>  every day until it is put right, always under the same due
      *>  date, so the history lets one letter go per missed payment.
       2400-SCAN-ORDER-LOG.
           OPEN INPUT ORDER-LOG.
           IF WS-SOL-STATUS = "35"
               SET END-OF-ORDER-LOG TO TRUE
           ELSE
           IF WS-SOL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to open standing "
                   "order log, status " WS-SOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           PERFORM UNTIL END-OF-ORDER-LOG
               READ ORDER-LOG
                   AT END SET END-OF-ORDER-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SOL-RECORDS-READ
                       MOVE SOL-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-NOTICE-DATE
                           PERFORM 2410-RELEASE-ORDER-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SOL-STATUS NOT = "35"
               CLOSE ORDER-LOG
           END-IF.

       2410-RELEASE-ORDER-RESULT.
           PERFORM 2900-CLEAR-SORT-RECORD.
           MOVE SOL-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           IF SOL-RESULT-CANCELLED
               MOVE 4 TO SRT-TYPE-ORDER
               SET SRT-TYPE-ORDER-CANCELLED TO TRUE
               MOVE SOL-EXPIRY-DATE TO SRT-DATE
           ELSE
               MOVE 3 TO SRT-TYPE-ORDER
               SET SRT-TYPE-ORDER-NOT-PAID TO TRUE
               MOVE SOL-DUE-DATE TO SRT-DATE
           END-IF.
           MOVE SPACES TO WS-REFERENCE-BUILD.
           MOVE SOL-ORDER-NUMBER TO WS-REF-ORDER-NUMBER.
           MOVE SOL-DUE-DATE TO WS-REF-DUE-DATE.
           MOVE WS-REFERENCE-BUILD TO SRT-REFERENCE.
           MOVE SOL-AMOUNT TO SRT-AMOUNT.
           MOVE SOL-ORDER-NUMBER TO SRT-ITEM-NUMBER.
           MOVE SOL-TRANS-TYPE TO SRT-ITEM-TYPE.
           MOVE SOL-REASON TO SRT-TEXT.
           PERFORM 2800-RELEASE-NOTICE.

      *>  A notice already on the history went out on an earlier run
      *>  and is dropped here. Anything else is addressed from the
      *>  owning customer on CUSTMSTR; one with no customer to send
      *>  it to, or no complete address, goes to the exception list.
       2800-RELEASE-NOTICE.
           MOVE SRT-ACCOUNT-NUMBER TO NHST-ACCOUNT-NUMBER.
           MOVE SRT-NOTICE-TYPE TO NHST-NOTICE-TYPE.
           MOVE SRT-REFERENCE TO NHST-REFERENCE.
           READ NOTICE-HISTORY
               INVALID KEY
                   PERFORM 2850-ADDRESS-NOTICE
                   RELEASE SORT-NOTICE-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SENT-COUNT
           END-READ.

       2850-ADDRESS-NOTICE.
           MOVE SPACES TO SRT-EXCEPTION-REASON.
           MOVE ZERO TO SRT-CUSTOMER-NUMBER.
           MOVE SRT-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO
                       SRT-EXCEPTION-REASON
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-NUMBER IS NOT NUMERIC
                           OR ACCT-CUSTOMER-NUMBER = ZERO
                       MOVE "NO CUSTOMER LINKED TO ACCOUNT" TO
                           SRT-EXCEPTION-REASON
                   ELSE
                       MOVE ACCT-CUSTOMER-NUMBER TO
                           SRT-CUSTOMER-NUMBER
                       PERFORM 2860-CHECK-CUSTOMER-ADDRESS
                   END-IF
           END-READ.
           IF SRT-EXCEPTION-REASON = SPACES
               MOVE 1 TO SRT-SECTION
           ELSE
               MOVE 2 TO SRT-SECTION
           END-IF.

       2860-CHECK-CUSTOMER-ADDRESS.
           MOVE SRT-CUSTOMER-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSTOMER MASTER" TO
                       SRT-EXCEPTION-REASON
               NOT INVALID KEY
                   IF CUST-NAME = SPACES
                           OR CUST-ADDRESS = SPACES
                           OR CUST-CITY = SPACES
                           OR CUST-STATE = SPACES
                           OR CUST-ZIP = SPACES
                       MOVE "INCOMPLETE CUSTOMER ADDRESS" TO
                           SRT-EXCEPTION-REASON
                   END-IF
           END-READ.

       2900-CLEAR-SORT-RECORD.
           MOVE SPACES TO SORT-NOTICE-RECORD.
           MOVE ZERO TO SRT-SECTION.
           MOVE ZERO TO SRT-CUSTOMER-NUMBER.
           MOVE ZERO TO SRT-AMOUNT.
           MOVE ZERO TO SRT-BALANCE.
           MOVE ZERO TO SRT-DATE.
           MOVE ZERO TO SRT-ITEM-NUMBER.

      *>  Every notice due to one customer goes in a single letter,
      *>  whichever of their accounts it concerns; then the notices
      *>  that could not be addressed are listed.
       3000-WRITE-NOTICES.
           PERFORM 3900-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT OR NOT SRT-SECTION-LETTER
               PERFORM 3100-WRITE-ONE-LETTER
           END-PERFORM.

           MOVE SPACES TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           MOVE WS-EXCEPTION-HEADING TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           MOVE WS-COLUMN-HEADING TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           PERFORM UNTIL END-OF-SORT
               PERFORM 3800-TEST-DUPLICATE
               IF NOT NOTICE-IS-DUPLICATE
                   PERFORM 3500-LIST-ONE-EXCEPTION
               END-IF
               PERFORM 3900-RETURN-SORT-RECORD
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "          NONE" TO EXCEPTION-LIST-LINE
               PERFORM 9100-WRITE-LIST-LINE
           END-IF.

       3100-WRITE-ONE-LETTER.
           MOVE SRT-CUSTOMER-NUMBER TO WS-LETTER-CUSTOMER.
           MOVE WS-LETTER-CUSTOMER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "VULNBANKINGNOTICE: customer "
                       WS-LETTER-CUSTOMER " no longer on customer "
                       "master, status " WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           PERFORM 3200-WRITE-LETTER-HEADING.
           PERFORM UNTIL END-OF-SORT
                   OR NOT SRT-SECTION-LETTER
                   OR SRT-CUSTOMER-NUMBER NOT = WS-LETTER-CUSTOMER
               PERFORM 3800-TEST-DUPLICATE
               IF NOT NOTICE-IS-DUPLICATE
                   PERFORM 3300-WRITE-ONE-NOTICE
                   PERFORM 3400-RECORD-NOTICE
               END-IF
               PERFORM 3900-RETURN-SORT-RECORD
           END-PERFORM.
           PERFORM 3250-WRITE-LETTER-CLOSING.
           ADD 1 TO WS-LETTER-COUNT.

       3200-WRITE-LETTER-HEADING.
           MOVE WS-NOTICE-DATE TO LH1-NOTICE-DATE.
           MOVE WS-LETTER-HEADING1 TO NPR-PRINT-LINE.
           MOVE "1" TO NPR-CARRIAGE-CONTROL.
           PERFORM 9000-WRITE-NOTICE-LINE.
           MOVE WS-LETTER-CUSTOMER TO LH2-CUSTOMER-NUMBER.
           MOVE WS-LETTER-HEADING2 TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE CUST-NAME TO AL-TEXT.
           MOVE WS-ADDRESS-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           MOVE CUST-ADDRESS TO AL-TEXT.
           MOVE WS-ADDRESS-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           MOVE CUST-CITY TO CL-CITY.
           MOVE CUST-STATE TO CL-STATE.
           MOVE CUST-ZIP TO CL-ZIP.
           MOVE WS-CITY-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           PERFORM 9010-WRITE-BLANK-LINE.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-SALUTATION-LINE.
           STRING "DEAR " DELIMITED BY SIZE
               CUST-NAME DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO WS-SALUTATION-LINE
           END-STRING.
           MOVE WS-SALUTATION-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE WS-INTRODUCTION-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

       3250-WRITE-LETTER-CLOSING.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE WS-CLOSING-LINE1 TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           MOVE WS-CLOSING-LINE2 TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE WS-CLOSING-LINE3 TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

      *>  Each notice is a title line naming the account, the figures
      *>  the customer needs, and one line on what it means for them.
       3300-WRITE-ONE-NOTICE.
           ADD 1 TO WS-LETTER-NOTICE-COUNT.
           PERFORM 9010-WRITE-BLANK-LINE.
           MOVE SRT-ACCOUNT-NUMBER TO NTL-ACCOUNT-NUMBER.
           EVALUATE TRUE
               WHEN SRT-TYPE-OVERDRAWN
                   ADD 1 TO WS-OVERDRAWN-COUNT
                   MOVE "YOUR ACCOUNT IS OVERDRAWN" TO NTL-TITLE
                   PERFORM 3310-WRITE-TITLE-LINE
                   MOVE "ITEM AMOUNT:" TO NDL-CAPTION
                   MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 3320-WRITE-AMOUNT-LINE
                   MOVE "BALANCE AFTER THE ITEM:" TO NDL-CAPTION
                   MOVE SRT-BALANCE TO WS-EDIT-AMOUNT
                   PERFORM 3320-WRITE-AMOUNT-LINE
                   MOVE "PLEASE DEPOSIT FUNDS TO RETURN THE ACCOUNT TO "
                       & "A POSITIVE BALANCE." TO NAL-TEXT
               WHEN SRT-TYPE-RETURNED-ITEM
                   ADD 1 TO WS-RETURNED-COUNT
                   IF SRT-TEXT = "HELD FUNDS NOT AVAILABLE"
                       MOVE "ITEM NOT PAID - FUNDS ON HOLD" TO
                           NTL-TITLE
                   ELSE
                       MOVE "ITEM NOT PAID - INSUFFICIENT FUNDS" TO
                           NTL-TITLE
                   END-IF
                   PERFORM 3310-WRITE-TITLE-LINE
                   MOVE "ITEM:" TO NDL-CAPTION
                   PERFORM 3340-DESCRIBE-ITEM-TYPE
                   PERFORM 3330-WRITE-DETAIL-LINE
                   MOVE "ITEM AMOUNT:" TO NDL-CAPTION
                   MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 3320-WRITE-AMOUNT-LINE
                   MOVE "ACCOUNT BALANCE:" TO NDL-CAPTION
                   MOVE SRT-BALANCE TO WS-EDIT-AMOUNT
                   PERFORM 3320-WRITE-AMOUNT-LINE
                   MOVE "THE ITEM WAS NOT PAID FROM YOUR ACCOUNT."
                       TO NAL-TEXT
               WHEN SRT-TYPE-ORDER-NOT-PAID
                   ADD 1 TO WS-ORDER-NOT-PAID-COUNT
                   MOVE "STANDING ORDER NOT PAID" TO NTL-TITLE
                   PERFORM 3310-WRITE-TITLE-LINE
                   PERFORM 3350-WRITE-ORDER-LINES
                   IF SRT-DATE NOT = ZERO
                       MOVE "PAYMENT DUE:" TO NDL-CAPTION
                       PERFORM 3325-WRITE-DATE-LINE
                   END-IF
                   MOVE "REASON:" TO NDL-CAPTION
                   MOVE SRT-TEXT TO NDL-VALUE
                   PERFORM 3330-WRITE-DETAIL-LINE
                   MOVE "THE PAYMENT WAS NOT MADE. PLEASE CONTACT YOUR "
                       & "BRANCH TO PUT IT RIGHT." TO NAL-TEXT
               WHEN SRT-TYPE-ORDER-CANCELLED
                   ADD 1 TO WS-ORDER-CANCELLED-COUNT
                   MOVE "STANDING ORDER ENDED" TO NTL-TITLE
                   PERFORM 3310-WRITE-TITLE-LINE
                   PERFORM 3350-WRITE-ORDER-LINES
                   MOVE "ORDER END DATE:" TO NDL-CAPTION
                   PERFORM 3325-WRITE-DATE-LINE
                   MOVE "THE ORDER REACHED ITS END DATE; NO FURTHER "
                       & "PAYMENTS WILL BE MADE." TO NAL-TEXT
               WHEN OTHER
                   ADD 1 TO WS-HOLD-PLACED-COUNT
                   MOVE "HOLD PLACED ON A DEPOSIT" TO NTL-TITLE
                   PERFORM 3310-WRITE-TITLE-LINE
                   MOVE "AMOUNT HELD:" TO NDL-CAPTION
                   MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 3320-WRITE-AMOUNT-LINE
                   MOVE "FUNDS AVAILABLE ON:" TO NDL-CAPTION
                   PERFORM 3325-WRITE-DATE-LINE
                   MOVE "REASON:" TO NDL-CAPTION
                   MOVE SRT-TEXT TO NDL-VALUE
                   PERFORM 3330-WRITE-DETAIL-LINE
                   MOVE "THE AMOUNT HELD CANNOT BE WITHDRAWN UNTIL THE "
                       & "DATE SHOWN ABOVE." TO NAL-TEXT
           END-EVALUATE.
           MOVE WS-NOTICE-ADVICE-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

       3310-WRITE-TITLE-LINE.
           MOVE WS-NOTICE-TITLE-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

       3320-WRITE-AMOUNT-LINE.
           MOVE WS-EDIT-AMOUNT TO NDL-VALUE.
           PERFORM 3330-WRITE-DETAIL-LINE.

       3325-WRITE-DATE-LINE.
           MOVE SRT-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO NDL-VALUE.
           PERFORM 3330-WRITE-DETAIL-LINE.

       3330-WRITE-DETAIL-LINE.
           MOVE WS-NOTICE-DETAIL-LINE TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

       3340-DESCRIBE-ITEM-TYPE.
           EVALUATE SRT-ITEM-TYPE
               WHEN "W"
                   MOVE "WITHDRAWAL" TO NDL-VALUE
               WHEN "T"
                   MOVE "TRANSFER" TO NDL-VALUE
               WHEN OTHER
                   MOVE "PAYMENT" TO NDL-VALUE
           END-EVALUATE.

       3350-WRITE-ORDER-LINES.
           MOVE "STANDING ORDER NUMBER:" TO NDL-CAPTION.
           MOVE SRT-ITEM-NUMBER TO WS-EDIT-NUMBER.
           MOVE WS-EDIT-NUMBER TO NDL-VALUE.
           PERFORM 3330-WRITE-DETAIL-LINE.
           MOVE "ORDER AMOUNT:" TO NDL-CAPTION.
           MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT.
           PERFORM 3320-WRITE-AMOUNT-LINE.

      *>  The history is written as each notice goes into the letter,
      *>  so it never claims more than NOTICES actually holds.
       3400-RECORD-NOTICE.
           MOVE SPACES TO NOTICE-HISTORY-RECORD.
           MOVE SRT-ACCOUNT-NUMBER TO NHST-ACCOUNT-NUMBER.
           MOVE SRT-NOTICE-TYPE TO NHST-NOTICE-TYPE.
           MOVE SRT-REFERENCE TO NHST-REFERENCE.
           MOVE WS-NOTICE-DATE TO NHST-NOTICE-DATE.
           MOVE WS-LETTER-CUSTOMER TO NHST-CUSTOMER-NUMBER.
           MOVE SRT-AMOUNT TO NHST-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO NHST-TIMESTAMP.
           WRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "VULNBANKINGNOTICE: unable to write notice "
                       "history for account " SRT-ACCOUNT-NUMBER
                       ", status " WS-NHST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       3500-LIST-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SRT-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE SRT-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
           EVALUATE TRUE
               WHEN SRT-TYPE-OVERDRAWN
                   MOVE "ACCOUNT OVERDRAWN" TO DL-NOTICE-DESC
               WHEN SRT-TYPE-RETURNED-ITEM
                   MOVE "ITEM NOT PAID" TO DL-NOTICE-DESC
               WHEN SRT-TYPE-ORDER-NOT-PAID
                   MOVE "STANDING ORDER NOT PAID" TO DL-NOTICE-DESC
               WHEN SRT-TYPE-ORDER-CANCELLED
                   MOVE "STANDING ORDER ENDED" TO DL-NOTICE-DESC
               WHEN OTHER
                   MOVE "HOLD PLACED ON A DEPOSIT" TO DL-NOTICE-DESC
           END-EVALUATE.
           MOVE SRT-AMOUNT TO DL-AMOUNT.
           MOVE SRT-EXCEPTION-REASON TO DL-PROBLEM.
           MOVE WS-DETAIL-LINE TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.

       3800-TEST-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           IF SRT-ACCOUNT-NUMBER = WS-PREVIOUS-ACCOUNT
                   AND SRT-NOTICE-TYPE = WS-PREVIOUS-TYPE
                   AND SRT-REFERENCE = WS-PREVIOUS-REFERENCE
               SET NOTICE-IS-DUPLICATE TO TRUE
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.
           MOVE SRT-ACCOUNT-NUMBER TO WS-PREVIOUS-ACCOUNT.
           MOVE SRT-NOTICE-TYPE TO WS-PREVIOUS-TYPE.
           MOVE SRT-REFERENCE TO WS-PREVIOUS-REFERENCE.

       3900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

      *>  A notice on the exception list has reached nobody, so the
      *>  run ends RC=4 for the branch to fix the customer record and
      *>  rerun the day.
       8000-FINALIZE.
           MOVE SPACES TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           MOVE "SUMMARY" TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.
           MOVE "  LETTERS WRITTEN" TO SL-LABEL.
           MOVE WS-LETTER-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  NOTICES IN LETTERS" TO SL-LABEL.
           MOVE WS-LETTER-NOTICE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "    ACCOUNT OVERDRAWN" TO SL-LABEL.
           MOVE WS-OVERDRAWN-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "    ITEM NOT PAID" TO SL-LABEL.
           MOVE WS-RETURNED-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "    STANDING ORDER NOT PAID" TO SL-LABEL.
           MOVE WS-ORDER-NOT-PAID-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "    STANDING ORDER ENDED" TO SL-LABEL.
           MOVE WS-ORDER-CANCELLED-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "    HOLD PLACED ON A DEPOSIT" TO SL-LABEL.
           MOVE WS-HOLD-PLACED-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  NOTICES ON THE EXCEPTION LIST" TO SL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  ALREADY SENT - ON NOTICE HISTORY" TO SL-LABEL.
           MOVE WS-ALREADY-SENT-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  SAME EVENT AGAIN - NOT REPEATED" TO SL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "TRANLOG RECORDS READ" TO SL-LABEL.
           MOVE WS-TLOG-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "EXCPFILE RECORDS READ" TO SL-LABEL.
           MOVE WS-EXCP-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "HOLDFILE RECORDS READ" TO SL-LABEL.
           MOVE WS-HOLD-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "SORDLOG RECORDS READ" TO SL-LABEL.
           MOVE WS-SOL-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE NOTICE-HISTORY.
           CLOSE NOTICE-FILE.
           CLOSE EXCEPTION-LIST.
           DISPLAY "VULNBANKINGNOTICE: " WS-LETTER-COUNT
               " letters, " WS-LETTER-NOTICE-COUNT " notices, "
               WS-EXCEPTION-COUNT " exceptions".
           IF WS-EXCEPTION-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO EXCEPTION-LIST-LINE.
           PERFORM 9100-WRITE-LIST-LINE.

       9000-WRITE-NOTICE-LINE.
           WRITE NOTICE-PRINT-RECORD.
           IF WS-NTC-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to write notice "
                   "file, status " WS-NTC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO NPR-CARRIAGE-CONTROL.

       9010-WRITE-BLANK-LINE.
           MOVE SPACES TO NPR-PRINT-LINE.
           PERFORM 9000-WRITE-NOTICE-LINE.

       9100-WRITE-LIST-LINE.
           WRITE EXCEPTION-LIST-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGNOTICE: unable to write exception "
                   "list, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
