       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingMntRev.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

           SELECT TELLER-MASTER ASSIGN TO "TELLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT REVIEW-REPORT ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG.
           COPY MNTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  TELLER-MASTER.
           COPY TELLREC.

      *>  The day's maintenance records and the day's postings go
      *>  through one sort by teller and account, the postings ahead
      *>  of the maintenance (record kind "1" before "2"): by the
      *>  time a teller's change to an account comes back, the pass
      *>  already knows whether the same teller posted to that
      *>  account today - no posting table to outgrow. Posting
      *>  records carry only the key fields.
       SD  SORT-WORK-FILE.
       01 SORT-REVIEW-RECORD.
           05 SRT-TELLER-ID             PIC X(08).
           05 SRT-ACCOUNT-NUMBER        PIC 9(10).
           05 SRT-RECORD-KIND           PIC X(01).
               88 SRT-KIND-POSTING      VALUE "1".
               88 SRT-KIND-MAINTENANCE  VALUE "2".
           05 SRT-SEQUENCE              PIC 9(9).
           05 SRT-ACTION-CODE           PIC X(01).
           05 SRT-OLD-STATUS            PIC X(01).
           05 SRT-NEW-STATUS            PIC X(01).
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY SRT-OLD-OVERDRAFT-LIMIT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY SRT-NEW-OVERDRAFT-LIMIT.
           05 SRT-OLD-INTEREST-RATE     PIC S9(3)V9(4).
           05 SRT-NEW-INTEREST-RATE     PIC S9(3)V9(4).
           05 SRT-TIME                  PIC X(06).
           05 SRT-OLD-CUSTOMER-NUMBER   PIC X(10).
           05 SRT-NEW-CUSTOMER-NUMBER   PIC X(10).
           05 SRT-SUPERVISOR-ID         PIC X(08).
           05 SRT-RELATIONSHIP-CHANGE.
               10 SRT-REL-CUSTOMER-NUMBER PIC X(10).
               10 SRT-OLD-REL-ROLE      PIC X(01).
               10 SRT-NEW-REL-ROLE      PIC X(01).
               10 SRT-OLD-REL-PCT       PIC 9(3)V99.
               10 SRT-NEW-REL-PCT       PIC 9(3)V99.
           05 SRT-PROTECTION-CHANGE.
               10 SRT-OLD-PROTECT-ACCOUNT PIC X(10).
               10 SRT-NEW-PROTECT-ACCOUNT PIC X(10).

       FD  REVIEW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 REVIEW-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MNT-STATUS               PIC XX.
       01 WS-TLOG-STATUS              PIC XX.
       01 WS-TELL-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-MNT-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-MAINT-LOG        VALUE "Y".
       01 WS-LOG-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-LOG              VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SORT             VALUE "Y".
       01 WS-TELLER-SWITCH            PIC X VALUE "N".
           88 TELLER-ON-MASTER        VALUE "Y".
       01 WS-TELLER-HEADED-SWITCH     PIC X VALUE "N".
           88 TELLER-HEADED           VALUE "Y".
       01 WS-POSTED-SWITCH            PIC X VALUE "N".
           88 TELLER-POSTED-TO-ACCOUNT VALUE "Y".

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).
       01 WS-REVIEW-DATE-INPUT        PIC 9(8).
       01 WS-REVIEW-DATE              PIC 9(8).
       01 WS-RECORD-DATE              PIC X(08).
       01 WS-THRESHOLD-INPUT          PIC 9(9)V99.
       01 WS-RATE-BAND-INPUT          PIC 9(3)V9(4).
       01 WS-RATE-BAND                PIC 9(3)V9(4).
       01 WS-RATE-MOVEMENT            PIC S9(3)V9(4).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-OVERDRAFT-THRESHOLD.

       01 WS-CURRENT-TELLER           PIC X(08).
       01 WS-CURRENT-ACCOUNT          PIC 9(10).
       01 WS-TELLER-NAME              PIC X(30).
       01 WS-FLAG-POINTER             PIC 9(3).
       01 WS-ITEM-FLAGGED-SWITCH      PIC X VALUE "N".
           88 ITEM-FLAGGED            VALUE "Y".

       01 WS-MNT-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-MNT-RECORDS-DATED        PIC 9(9) VALUE ZERO.
       01 WS-TLOG-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01 WS-POSTINGS-RELEASED        PIC 9(9) VALUE ZERO.
       01 WS-TELLER-COUNT             PIC 9(9) VALUE ZERO.
       01 WS-TELLER-CHANGES           PIC 9(9) VALUE ZERO.
       01 WS-TELLER-FLAGGED           PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-REPORTED           PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-FLAGGED            PIC 9(9) VALUE ZERO.

      *>  Counts by action code, tied back to the MAINTLOG records
      *>  dated on the review date.
       01 WS-ACTION-COUNTS.
           05 WS-CLOSE-COUNT          PIC 9(9) VALUE ZERO.
           05 WS-SUSPEND-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-REACTIVATE-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-DORMANT-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-OVERDRAFT-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-RATE-COUNT           PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMER-COUNT       PIC 9(9) VALUE ZERO.
           05 WS-REL-ADD-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-REL-CHANGE-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-REL-REMOVE-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-CD-RENEW-COUNT       PIC 9(9) VALUE ZERO.
           05 WS-PROTECTION-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-OTHER-ACTION-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-ACTION-TOTAL             PIC 9(9) VALUE ZERO.

       01 WS-FLAG-COUNTS.
           05 WS-OD-FLAG-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-RATE-FLAG-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-OWNER-FLAG-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-REACT-FLAG-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-POST-FLAG-COUNT      PIC 9(9) VALUE ZERO.

       01 WS-EDIT-AMOUNT              PIC -Z(10)9.99.
       01 WS-EDIT-RATE                PIC -ZZ9.9999.
       01 WS-EDIT-PCT                 PIC ZZ9.99.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(60) VALUE
               "VULNBANKING - DAILY ACCOUNT MAINTENANCE REVIEW".
       01 WS-REPORT-HEADING2.
           05 FILLER                  PIC X(13) VALUE "REVIEW DATE: ".
           05 RH2-REVIEW-DATE         PIC 9(8).
           05 FILLER                  PIC X(24) VALUE
               "   OVERDRAFT THRESHOLD: ".
           05 RH2-THRESHOLD           PIC -Z(10)9.99.
           05 FILLER                  PIC X(14) VALUE
               "   RATE BAND: ".
           05 RH2-RATE-BAND           PIC ZZ9.9999.
       01 WS-REPORT-HEADING3.
           05 FILLER PIC X(50) VALUE
               "FLAGS: OD-INCREASE   LIMIT RAISED ABOVE THRESHOLD".
           05 FILLER PIC X(40) VALUE
               "   RATE-BAND  RATE MOVED MORE THAN BAND".
       01 WS-REPORT-HEADING4.
           05 FILLER PIC X(50) VALUE
               "       OWNER         OWNER OR RELATIONSHIP CHANGE".
           05 FILLER PIC X(40) VALUE
               "   REACTIVATE FROM DORMANT OR SUSPENDED".
       01 WS-REPORT-HEADING5.
           05 FILLER PIC X(50) VALUE
               "       SAME-DAY-POST TELLER ALSO POSTED TO ACCOUNT".
       01 WS-TELLER-HEADING.
           05 FILLER                  PIC X(08) VALUE "TELLER: ".
           05 TH-TELLER-ID            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 TH-TELLER-NAME          PIC X(30).
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(54) VALUE
               " SEQUENCE ACCOUNT    TIME   A  BEFORE".
           05 FILLER PIC X(33) VALUE
               "AFTER                  SUPV".
           05 FILLER PIC X(10) VALUE "FLAGS".
       01 WS-DETAIL-LINE.
           05 DL-SEQUENCE             PIC Z(8)9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-ACCOUNT-NUMBER       PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-TIME                 PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-ACTION-CODE          PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-BEFORE               PIC X(22).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-AFTER                PIC X(22).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-SUPERVISOR-ID        PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-FLAGS                PIC X(45).
       01 WS-TELLER-TOTAL-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(09) VALUE "CHANGES: ".
           05 TT-CHANGES              PIC Z(8)9.
           05 FILLER                  PIC X(11) VALUE "  FLAGGED: ".
           05 TT-FLAGGED              PIC Z(8)9.
       01 WS-SUMMARY-LINE.
           05 SL-LABEL                PIC X(40).
           05 SL-COUNT                PIC Z(8)9.
       01 WS-TIE-LINE.
           05 FILLER                  PIC X(40) VALUE
               "TOTAL BY ACTION CODE".
           05 TL-ACTION-TOTAL         PIC Z(8)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 TL-RESULT               PIC X(50).
       01 WS-SIGNOFF-LINE1.
           05 FILLER PIC X(40) VALUE "BRANCH SUPERVISOR SIGN-OFF".
       01 WS-SIGNOFF-LINE2.
           05 FILLER PIC X(50) VALUE
               "EVERY FLAGGED CHANGE ABOVE HAS BEEN REVIEWED AND".
           05 FILLER PIC X(50) VALUE
               "EXPLAINED, AND THE ACTION-CODE TOTAL AGREES WITH".
           05 FILLER PIC X(30) VALUE "THE MAINTLOG RECORD COUNT.".
       01 WS-SIGNOFF-LINE3.
           05 FILLER PIC X(50) VALUE
               "SUPERVISOR NAME: ______________________________".
           05 FILLER PIC X(20) VALUE "ID: ________".
       01 WS-SIGNOFF-LINE4.
           05 FILLER PIC X(50) VALUE
               "SIGNATURE:       ______________________________".
           05 FILLER PIC X(20) VALUE "DATE: ________".
       01 WS-SIGNOFF-LINE5.
           05 FILLER PIC X(50) VALUE
               "ITEMS REFERRED TO AUDIT: ______________________".
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TELLER-ID SRT-ACCOUNT-NUMBER
                   SRT-RECORD-KIND SRT-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-REVIEW-RECORDS
               OUTPUT PROCEDURE IS 3000-REVIEW-BY-TELLER
           PERFORM 8000-FINALIZE
           STOP RUN.

      *>  Parameters on SYSIN: the review date (zero = today), the
      *>  overdraft limit above which an increase is flagged, and the
      *>  largest interest-rate movement, in percentage points, that
      *>  passes without a flag.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the review date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-REVIEW-DATE-INPUT.
           IF WS-REVIEW-DATE-INPUT = ZERO
               MOVE WS-CURRENT-YYYYMMDD TO WS-REVIEW-DATE
           ELSE
               MOVE WS-REVIEW-DATE-INPUT TO WS-REVIEW-DATE
           END-IF.
           DISPLAY "Enter the overdraft limit review threshold: "
               WITH NO ADVANCING.
           ACCEPT WS-THRESHOLD-INPUT.
           MOVE WS-THRESHOLD-INPUT TO WS-OVERDRAFT-THRESHOLD.
           DISPLAY "Enter the interest rate review band: "
               WITH NO ADVANCING.
           ACCEPT WS-RATE-BAND-INPUT.
           MOVE WS-RATE-BAND-INPUT TO WS-RATE-BAND.

           OPEN INPUT TELLER-MASTER.
           IF WS-TELL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGMNTREV: unable to open teller "
                   "master, status " WS-TELL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGMNTREV: unable to open review "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REVIEW-DATE TO RH2-REVIEW-DATE.
           MOVE WS-OVERDRAFT-THRESHOLD TO RH2-THRESHOLD.
           MOVE WS-RATE-BAND TO RH2-RATE-BAND.
           MOVE WS-REPORT-HEADING2 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING3 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING4 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING5 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

      *>  MAINTLOG is never cut over, so only the records stamped
      *>  with the review date are released; the live TRANLOG holds
      *>  the business day (this job runs before LOGCUT), and its
      *>  records are date-tested the same way.
       2000-RELEASE-REVIEW-RECORDS.
           OPEN INPUT MAINT-LOG.
           IF WS-MNT-STATUS NOT = "00"
      *>  A mis-pointed or missing audit log must not come out as a
      *>  clean review saying nobody changed anything.
               DISPLAY "VULNBANKINGMNTREV: unable to open "
                   "maintenance log, status " WS-MNT-STATUS
                   " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-MAINT-LOG
               READ MAINT-LOG
                   AT END SET END-OF-MAINT-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MNT-RECORDS-READ
                       MOVE MNT-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-REVIEW-DATE
                           ADD 1 TO WS-MNT-RECORDS-DATED
                           PERFORM 2100-RELEASE-MAINTENANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-LOG.

           OPEN INPUT TRANSACTION-LOG.
           IF WS-TLOG-STATUS NOT = "00"
               DISPLAY "VULNBANKINGMNTREV: unable to open "
                   "transaction log, status " WS-TLOG-STATUS
                   " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-LOG
               READ TRANSACTION-LOG
                   AT END SET END-OF-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TLOG-RECORDS-READ
                       MOVE TLOG-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-REVIEW-DATE
                           PERFORM 2200-RELEASE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG.

       2100-RELEASE-MAINTENANCE.
           MOVE MNT-TELLER-ID TO SRT-TELLER-ID.
           MOVE MNT-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           SET SRT-KIND-MAINTENANCE TO TRUE.
           MOVE MNT-SEQUENCE TO SRT-SEQUENCE.
           MOVE MNT-ACTION-CODE TO SRT-ACTION-CODE.
           MOVE MNT-OLD-STATUS TO SRT-OLD-STATUS.
           MOVE MNT-NEW-STATUS TO SRT-NEW-STATUS.
           MOVE MNT-OLD-OVERDRAFT-LIMIT TO SRT-OLD-OVERDRAFT-LIMIT.
           MOVE MNT-NEW-OVERDRAFT-LIMIT TO SRT-NEW-OVERDRAFT-LIMIT.
           MOVE MNT-OLD-INTEREST-RATE TO SRT-OLD-INTEREST-RATE.
           MOVE MNT-NEW-INTEREST-RATE TO SRT-NEW-INTEREST-RATE.
           MOVE MNT-TIMESTAMP(9:6) TO SRT-TIME.
           MOVE MNT-OLD-CUSTOMER-NUMBER TO SRT-OLD-CUSTOMER-NUMBER.
           MOVE MNT-NEW-CUSTOMER-NUMBER TO SRT-NEW-CUSTOMER-NUMBER.
           MOVE MNT-SUPERVISOR-ID TO SRT-SUPERVISOR-ID.
           MOVE MNT-RELATIONSHIP-CHANGE TO SRT-RELATIONSHIP-CHANGE.
           MOVE MNT-PROTECTION-CHANGE TO SRT-PROTECTION-CHANGE.
           RELEASE SORT-REVIEW-RECORD.

       2200-RELEASE-POSTING.
           MOVE SPACES TO SORT-REVIEW-RECORD.
           MOVE TLOG-TELLER-ID TO SRT-TELLER-ID.
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           SET SRT-KIND-POSTING TO TRUE.
           MOVE TLOG-SEQUENCE TO SRT-SEQUENCE.
           ADD 1 TO WS-POSTINGS-RELEASED.
           RELEASE SORT-REVIEW-RECORD.

       3000-REVIEW-BY-TELLER.
           PERFORM 3900-RETURN-SORT-RECORD.
           PERFORM 3100-REVIEW-ONE-TELLER UNTIL END-OF-SORT.

      *>  A teller group is printed only when it holds maintenance;
      *>  a teller who only posted has nothing to review. Ids not on
      *>  the teller master are the batch jobs (ACCTMNT, DORMANT,
      *>  CDMAT) and records from before the teller id existed - a
      *>  job that maintains and posts to the same account by design
      *>  (a CD paid out at maturity) is not a same-day-posting risk,
      *>  so that test applies to people on the teller master only.
       3100-REVIEW-ONE-TELLER.
           MOVE SRT-TELLER-ID TO WS-CURRENT-TELLER.
           MOVE "N" TO WS-TELLER-HEADED-SWITCH.
           MOVE ZERO TO WS-TELLER-CHANGES.
           MOVE ZERO TO WS-TELLER-FLAGGED.
           MOVE "N" TO WS-TELLER-SWITCH.
           MOVE WS-CURRENT-TELLER TO TELL-ID.
           READ TELLER-MASTER
               INVALID KEY
                   MOVE "*NOT ON TELLER MASTER" TO WS-TELLER-NAME
               NOT INVALID KEY
                   SET TELLER-ON-MASTER TO TRUE
                   MOVE TELL-NAME TO WS-TELLER-NAME
           END-READ.
           PERFORM UNTIL END-OF-SORT
                   OR SRT-TELLER-ID NOT = WS-CURRENT-TELLER
               MOVE SRT-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE "N" TO WS-POSTED-SWITCH
               PERFORM UNTIL END-OF-SORT
                       OR SRT-TELLER-ID NOT = WS-CURRENT-TELLER
                       OR SRT-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
                   IF SRT-KIND-POSTING
                       SET TELLER-POSTED-TO-ACCOUNT TO TRUE
                   ELSE
                       PERFORM 3200-REVIEW-ONE-CHANGE
                   END-IF
                   PERFORM 3900-RETURN-SORT-RECORD
               END-PERFORM
           END-PERFORM.
           IF TELLER-HEADED
               ADD 1 TO WS-TELLER-COUNT
               MOVE WS-TELLER-CHANGES TO TT-CHANGES
               MOVE WS-TELLER-FLAGGED TO TT-FLAGGED
               MOVE WS-TELLER-TOTAL-LINE TO REVIEW-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       3200-REVIEW-ONE-CHANGE.
           IF NOT TELLER-HEADED
               SET TELLER-HEADED TO TRUE
               MOVE SPACES TO REVIEW-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE WS-CURRENT-TELLER TO TH-TELLER-ID
               MOVE WS-TELLER-NAME TO TH-TELLER-NAME
               MOVE WS-TELLER-HEADING TO REVIEW-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE WS-COLUMN-HEADING TO REVIEW-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-TELLER-CHANGES.
           ADD 1 TO WS-ITEMS-REPORTED.
           PERFORM 3300-COUNT-ACTION.
           PERFORM 3400-FORMAT-BEFORE-AFTER.
           PERFORM 3500-SET-FLAGS.
           IF ITEM-FLAGGED
               ADD 1 TO WS-TELLER-FLAGGED
               ADD 1 TO WS-ITEMS-FLAGGED
           END-IF.
           MOVE SRT-SEQUENCE TO DL-SEQUENCE.
           MOVE SRT-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE SRT-TIME TO DL-TIME.
           MOVE SRT-ACTION-CODE TO DL-ACTION-CODE.
           MOVE SRT-SUPERVISOR-ID TO DL-SUPERVISOR-ID.
           MOVE WS-DETAIL-LINE TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       3300-COUNT-ACTION.
           EVALUATE SRT-ACTION-CODE
               WHEN "C"
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN "S"
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN "R"
                   ADD 1 TO WS-REACTIVATE-COUNT
               WHEN "D"
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN "O"
                   ADD 1 TO WS-OVERDRAFT-COUNT
               WHEN "I"
                   ADD 1 TO WS-RATE-COUNT
               WHEN "U"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN "J"
                   ADD 1 TO WS-REL-ADD-COUNT
               WHEN "P"
                   ADD 1 TO WS-REL-CHANGE-COUNT
               WHEN "X"
                   ADD 1 TO WS-REL-REMOVE-COUNT
               WHEN "M"
                   ADD 1 TO WS-CD-RENEW-COUNT
               WHEN "L"
                   ADD 1 TO WS-PROTECTION-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-ACTION-COUNT
           END-EVALUATE.

      *>  The before and after columns show whatever the action
      *>  changed: the limit, the rate, the owning customer, the
      *>  related customer with role and share, the protecting
      *>  savings account, or the status.
       3400-FORMAT-BEFORE-AFTER.
           MOVE SPACES TO DL-BEFORE.
           MOVE SPACES TO DL-AFTER.
           EVALUATE SRT-ACTION-CODE
               WHEN "O"
                   MOVE SRT-OLD-OVERDRAFT-LIMIT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO DL-BEFORE
                   MOVE SRT-NEW-OVERDRAFT-LIMIT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO DL-AFTER
               WHEN "I"
               WHEN "M"
                   MOVE SRT-OLD-INTEREST-RATE TO WS-EDIT-RATE
                   STRING "RATE " WS-EDIT-RATE DELIMITED BY SIZE
                       INTO DL-BEFORE
                   END-STRING
                   MOVE SRT-NEW-INTEREST-RATE TO WS-EDIT-RATE
                   STRING "RATE " WS-EDIT-RATE DELIMITED BY SIZE
                       INTO DL-AFTER
                   END-STRING
               WHEN "U"
                   STRING "CUST " SRT-OLD-CUSTOMER-NUMBER
                       DELIMITED BY SIZE INTO DL-BEFORE
                   END-STRING
                   STRING "CUST " SRT-NEW-CUSTOMER-NUMBER
                       DELIMITED BY SIZE INTO DL-AFTER
                   END-STRING
               WHEN "J"
               WHEN "P"
               WHEN "X"
                   IF SRT-OLD-REL-ROLE NOT = SPACE
                       MOVE SRT-OLD-REL-PCT TO WS-EDIT-PCT
                       STRING SRT-REL-CUSTOMER-NUMBER " "
                           SRT-OLD-REL-ROLE " " WS-EDIT-PCT
                           DELIMITED BY SIZE INTO DL-BEFORE
                       END-STRING
                   END-IF
                   IF SRT-NEW-REL-ROLE NOT = SPACE
                       MOVE SRT-NEW-REL-PCT TO WS-EDIT-PCT
                       STRING SRT-REL-CUSTOMER-NUMBER " "
                           SRT-NEW-REL-ROLE " " WS-EDIT-PCT
                           DELIMITED BY SIZE INTO DL-AFTER
                       END-STRING
                   END-IF
               WHEN "L"
                   IF SRT-OLD-PROTECT-ACCOUNT = SPACES
                           OR SRT-OLD-PROTECT-ACCOUNT = ZERO
                       MOVE "NONE" TO DL-BEFORE
                   ELSE
                       STRING "SAVINGS " SRT-OLD-PROTECT-ACCOUNT
                           DELIMITED BY SIZE INTO DL-BEFORE
                       END-STRING
                   END-IF
                   IF SRT-NEW-PROTECT-ACCOUNT = SPACES
                           OR SRT-NEW-PROTECT-ACCOUNT = ZERO
                       MOVE "NONE" TO DL-AFTER
                   ELSE
                       STRING "SAVINGS " SRT-NEW-PROTECT-ACCOUNT
                           DELIMITED BY SIZE INTO DL-AFTER
                       END-STRING
                   END-IF
               WHEN OTHER
                   STRING "STATUS " SRT-OLD-STATUS
                       DELIMITED BY SIZE INTO DL-BEFORE
                   END-STRING
                   STRING "STATUS " SRT-NEW-STATUS
                       DELIMITED BY SIZE INTO DL-AFTER
                   END-STRING
           END-EVALUATE.

      *>  The rate band applies to rates keyed by hand ("I"); a CD
      *>  renewal ("M") takes its rate from the Treasury schedule and
      *>  is listed unflagged. A reactivation is flagged when it
      *>  brings back a dormant or suspended account.
       3500-SET-FLAGS.
           MOVE SPACES TO DL-FLAGS.
           MOVE 1 TO WS-FLAG-POINTER.
           MOVE "N" TO WS-ITEM-FLAGGED-SWITCH.
           IF SRT-ACTION-CODE = "O"
                   AND SRT-NEW-OVERDRAFT-LIMIT >
                       SRT-OLD-OVERDRAFT-LIMIT
                   AND SRT-NEW-OVERDRAFT-LIMIT >
                       WS-OVERDRAFT-THRESHOLD
               ADD 1 TO WS-OD-FLAG-COUNT
               STRING "OD-INCREASE " DELIMITED BY SIZE
                   INTO DL-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
               SET ITEM-FLAGGED TO TRUE
           END-IF.
           IF SRT-ACTION-CODE = "I"
               COMPUTE WS-RATE-MOVEMENT =
                   SRT-NEW-INTEREST-RATE - SRT-OLD-INTEREST-RATE
               IF WS-RATE-MOVEMENT < ZERO
                   COMPUTE WS-RATE-MOVEMENT = ZERO - WS-RATE-MOVEMENT
               END-IF
               IF WS-RATE-MOVEMENT > WS-RATE-BAND
                   ADD 1 TO WS-RATE-FLAG-COUNT
                   STRING "RATE-BAND " DELIMITED BY SIZE
                       INTO DL-FLAGS WITH POINTER WS-FLAG-POINTER
                   END-STRING
                   SET ITEM-FLAGGED TO TRUE
               END-IF
           END-IF.
           IF SRT-ACTION-CODE = "U" OR "J" OR "P" OR "X"
               ADD 1 TO WS-OWNER-FLAG-COUNT
               STRING "OWNER " DELIMITED BY SIZE
                   INTO DL-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
               SET ITEM-FLAGGED TO TRUE
           END-IF.
           IF SRT-ACTION-CODE = "R"
                   AND (SRT-OLD-STATUS = "D" OR SRT-OLD-STATUS = "S")
               ADD 1 TO WS-REACT-FLAG-COUNT
               STRING "REACTIVATE " DELIMITED BY SIZE
                   INTO DL-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
               SET ITEM-FLAGGED TO TRUE
           END-IF.
           IF TELLER-ON-MASTER AND TELLER-POSTED-TO-ACCOUNT
               ADD 1 TO WS-POST-FLAG-COUNT
               STRING "SAME-DAY-POST " DELIMITED BY SIZE
                   INTO DL-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
               SET ITEM-FLAGGED TO TRUE
           END-IF.

       3900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

      *>  The action-code summary is built from the records actually
      *>  reported and proved against the count of MAINTLOG records
      *>  dated on the review date, so the auditors can tie the page
      *>  to the file; a difference fails the run.
       8000-FINALIZE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "SUMMARY BY ACTION CODE" TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "  C  CLOSE" TO SL-LABEL.
           MOVE WS-CLOSE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  S  SUSPEND" TO SL-LABEL.
           MOVE WS-SUSPEND-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  R  REACTIVATE" TO SL-LABEL.
           MOVE WS-REACTIVATE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  D  DORMANT" TO SL-LABEL.
           MOVE WS-DORMANT-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  O  OVERDRAFT LIMIT" TO SL-LABEL.
           MOVE WS-OVERDRAFT-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  I  INTEREST RATE" TO SL-LABEL.
           MOVE WS-RATE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  U  OWNING CUSTOMER" TO SL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  J  RELATIONSHIP ADDED" TO SL-LABEL.
           MOVE WS-REL-ADD-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  P  RELATIONSHIP CHANGED" TO SL-LABEL.
           MOVE WS-REL-CHANGE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  X  RELATIONSHIP REMOVED" TO SL-LABEL.
           MOVE WS-REL-REMOVE-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  M  CD RENEWED AT MATURITY" TO SL-LABEL.
           MOVE WS-CD-RENEW-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  L  OVERDRAFT PROTECTION" TO SL-LABEL.
           MOVE WS-PROTECTION-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "     OTHER / UNKNOWN ACTION" TO SL-LABEL.
           MOVE WS-OTHER-ACTION-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           COMPUTE WS-ACTION-TOTAL = WS-CLOSE-COUNT + WS-SUSPEND-COUNT
               + WS-REACTIVATE-COUNT + WS-DORMANT-COUNT
               + WS-OVERDRAFT-COUNT + WS-RATE-COUNT
               + WS-CUSTOMER-COUNT + WS-REL-ADD-COUNT
               + WS-REL-CHANGE-COUNT + WS-REL-REMOVE-COUNT
               + WS-CD-RENEW-COUNT + WS-PROTECTION-COUNT
               + WS-OTHER-ACTION-COUNT.
           MOVE WS-ACTION-TOTAL TO TL-ACTION-TOTAL.
           IF WS-ACTION-TOTAL = WS-MNT-RECORDS-DATED
               MOVE "AGREES WITH MAINTLOG RECORDS DATED THE REVIEW DATE"
                   TO TL-RESULT
           ELSE
               MOVE "*** DOES NOT AGREE WITH MAINTLOG RECORD COUNT ***"
                   TO TL-RESULT
           END-IF.
           MOVE WS-TIE-LINE TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "MAINTLOG RECORDS DATED THE REVIEW DATE" TO SL-LABEL.
           MOVE WS-MNT-RECORDS-DATED TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "MAINTLOG RECORDS READ IN TOTAL" TO SL-LABEL.
           MOVE WS-MNT-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "FLAGGED CHANGES" TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "  OD-INCREASE" TO SL-LABEL.
           MOVE WS-OD-FLAG-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  RATE-BAND" TO SL-LABEL.
           MOVE WS-RATE-FLAG-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  OWNER" TO SL-LABEL.
           MOVE WS-OWNER-FLAG-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  REACTIVATE" TO SL-LABEL.
           MOVE WS-REACT-FLAG-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  SAME-DAY-POST" TO SL-LABEL.
           MOVE WS-POST-FLAG-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "CHANGES FLAGGED FOR REVIEW" TO SL-LABEL.
           MOVE WS-ITEMS-FLAGGED TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "TELLERS AND JOBS WITH CHANGES" TO SL-LABEL.
           MOVE WS-TELLER-COUNT TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           PERFORM 8200-WRITE-SIGN-OFF.
           CLOSE REVIEW-REPORT.
           CLOSE TELLER-MASTER.
           DISPLAY "VULNBANKINGMNTREV: " WS-MNT-RECORDS-DATED
               " changes reviewed, " WS-ITEMS-FLAGGED " flagged, "
               WS-POSTINGS-RELEASED " postings cross-checked".
           IF WS-ACTION-TOTAL NOT = WS-MNT-RECORDS-DATED
               DISPLAY "VULNBANKINGMNTREV: action-code total "
                   WS-ACTION-TOTAL " does not agree with "
                   WS-MNT-RECORDS-DATED " MAINTLOG records"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ITEMS-FLAGGED NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       8200-WRITE-SIGN-OFF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-LINE1 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-LINE2 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-LINE3 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-LINE4 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-LINE5 TO REVIEW-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGMNTREV: unable to write review "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
