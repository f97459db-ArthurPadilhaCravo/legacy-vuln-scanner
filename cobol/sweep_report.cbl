       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingSweepRpt.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-LOG ASSIGN TO "SWEEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT SWEEP-REPORT ASSIGN TO "SWPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-LOG.
           COPY SWPREC.

      *>  The day's sweep records, sweeps made (section 1) ahead of
      *>  sweeps that failed (section 2), each by checking account
      *>  in the order they happened.
       SD  SORT-WORK-FILE.
       01 SORT-SWEEP-RECORD.
           05 SRT-SECTION               PIC 9(01).
               88 SRT-SECTION-SWEPT     VALUE 1.
           05 SRT-ACCOUNT-NUMBER        PIC 9(10).
           05 SRT-TIMESTAMP             PIC X(21).
           05 SRT-SAVINGS-ACCOUNT       PIC 9(10).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-DEBIT-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-SWEEP-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY SRT-SAVINGS-AVAILABLE.
           05 SRT-TRANSFER-REF          PIC 9(9).
           05 SRT-REASON                PIC X(30).
           05 SRT-TELLER-ID             PIC X(08).
           05 SRT-BATCH-ORIGIN          PIC X(10).
           05 SRT-ITEM-SEQUENCE         PIC 9(9).

       FD  SWEEP-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 SWEEP-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SWP-STATUS               PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-SWP-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-SWEEP-LOG        VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SORT             VALUE "Y".

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).
       01 WS-REPORT-DATE-INPUT        PIC 9(8).
       01 WS-REPORT-DATE              PIC 9(8).
       01 WS-RECORD-DATE              PIC X(08).

       01 WS-SWP-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-SWP-RECORDS-DATED        PIC 9(9) VALUE ZERO.
       01 WS-SWEPT-COUNT              PIC 9(9) VALUE ZERO.
       01 WS-FAILED-COUNT             PIC 9(9) VALUE ZERO.
       01 WS-SECTION-COUNT            PIC 9(9) VALUE ZERO.

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SWEPT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-FAILED-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-SECTION-TOTAL.

       01 WS-EDIT-REF                 PIC Z(8)9.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(60) VALUE
               "VULNBANKING - DAILY OVERDRAFT PROTECTION SWEEP REPORT".
       01 WS-REPORT-HEADING2.
           05 FILLER                  PIC X(13) VALUE "REPORT DATE: ".
           05 RH2-REPORT-DATE         PIC 9(8).
       01 WS-SWEPT-HEADING.
           05 FILLER PIC X(60) VALUE
               "SWEEPS MADE - SAVINGS TRANSFERRED TO COVER THE DEBIT".
       01 WS-FAILED-HEADING.
           05 FILLER PIC X(60) VALUE
               "SWEEPS FAILED - SAVINGS COULD NOT COVER THE DEBIT".
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(44) VALUE
               "CHECKING   SAVINGS       DEBIT AMOUNT  SWEEP".
           05 FILLER PIC X(44) VALUE
               "/SHORTFALL SAVINGS AVAIL  REFERENCE OR REASO".
           05 FILLER PIC X(42) VALUE
               "N            TELLER   ORIGIN          ITEM".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER       PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-SAVINGS-ACCOUNT      PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-DEBIT-AMOUNT         PIC -Z(10)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-SWEEP-AMOUNT         PIC -Z(10)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-SAVINGS-AVAILABLE    PIC -Z(10)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-REFERENCE            PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-TELLER-ID            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-BATCH-ORIGIN         PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-ITEM-SEQUENCE        PIC Z(8)9.
       01 WS-SECTION-TOTAL-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE "ITEMS: ".
           05 ST-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05 ST-AMOUNT               PIC -Z(10)9.99.
       01 WS-SUMMARY-LINE.
           05 SL-LABEL                PIC X(40).
           05 SL-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-AMOUNT               PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SECTION SRT-ACCOUNT-NUMBER
                   SRT-TIMESTAMP
               INPUT PROCEDURE IS 2000-RELEASE-SWEEP-RECORDS
               OUTPUT PROCEDURE IS 3000-REPORT-SWEEPS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *>  Parameter on SYSIN: the report date (zero = today).
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Enter the report date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-DATE-INPUT.
           IF WS-REPORT-DATE-INPUT = ZERO
               MOVE WS-CURRENT-YYYYMMDD TO WS-REPORT-DATE
           ELSE
               MOVE WS-REPORT-DATE-INPUT TO WS-REPORT-DATE
           END-IF.

           OPEN OUTPUT SWEEP-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGSWEEPRPT: unable to open sweep "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DATE TO RH2-REPORT-DATE.
           MOVE WS-REPORT-HEADING2 TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

      *>  SWEEPLOG is never cut over, so only the records stamped
      *>  with the report date are released. BATCHPST creates the
      *>  log, so a missing one is a mis-pointed DD, not a quiet day.
       2000-RELEASE-SWEEP-RECORDS.
           OPEN INPUT SWEEP-LOG.
           IF WS-SWP-STATUS NOT = "00"
               DISPLAY "VULNBANKINGSWEEPRPT: unable to open sweep "
                   "log, status " WS-SWP-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-SWEEP-LOG
               READ SWEEP-LOG
                   AT END SET END-OF-SWEEP-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SWP-RECORDS-READ
                       MOVE SWP-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE IS NUMERIC
                               AND WS-RECORD-DATE = WS-REPORT-DATE
                           ADD 1 TO WS-SWP-RECORDS-DATED
                           PERFORM 2100-RELEASE-SWEEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWEEP-LOG.

      *>  Anything not marked swept is reported with the failures.
       2100-RELEASE-SWEEP.
           IF SWP-RESULT-SWEPT
               MOVE 1 TO SRT-SECTION
           ELSE
               MOVE 2 TO SRT-SECTION
           END-IF.
           MOVE SWP-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE SWP-TIMESTAMP TO SRT-TIMESTAMP.
           MOVE SWP-SAVINGS-ACCOUNT TO SRT-SAVINGS-ACCOUNT.
           MOVE SWP-DEBIT-AMOUNT TO SRT-DEBIT-AMOUNT.
           MOVE SWP-SWEEP-AMOUNT TO SRT-SWEEP-AMOUNT.
           MOVE SWP-SAVINGS-AVAILABLE TO SRT-SAVINGS-AVAILABLE.
           MOVE SWP-TRANSFER-REF TO SRT-TRANSFER-REF.
           MOVE SWP-REASON TO SRT-REASON.
           MOVE SWP-TELLER-ID TO SRT-TELLER-ID.
           MOVE SWP-BATCH-ORIGIN TO SRT-BATCH-ORIGIN.
           MOVE SWP-ITEM-SEQUENCE TO SRT-ITEM-SEQUENCE.
           RELEASE SORT-SWEEP-RECORD.

      *>  Both sections are always printed, so an empty one reads as
      *>  "nothing today" rather than a section gone missing.
       3000-REPORT-SWEEPS.
           PERFORM 3900-RETURN-SORT-RECORD.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-SWEPT-HEADING TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.
           PERFORM UNTIL END-OF-SORT OR NOT SRT-SECTION-SWEPT
               PERFORM 3100-REPORT-ONE-SWEEP
               PERFORM 3900-RETURN-SORT-RECORD
           END-PERFORM.
           MOVE WS-SECTION-COUNT TO WS-SWEPT-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-SWEPT-TOTAL.
           PERFORM 3200-WRITE-SECTION-TOTAL.

           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-FAILED-HEADING TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.
           PERFORM UNTIL END-OF-SORT
               PERFORM 3100-REPORT-ONE-SWEEP
               PERFORM 3900-RETURN-SORT-RECORD
           END-PERFORM.
           MOVE WS-SECTION-COUNT TO WS-FAILED-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-FAILED-TOTAL.
           PERFORM 3200-WRITE-SECTION-TOTAL.

      *>  A sweep made shows its transfer reference - the pair is on
      *>  TRANLOG under it; a failed one shows why.
       3100-REPORT-ONE-SWEEP.
           ADD 1 TO WS-SECTION-COUNT.
           ADD SRT-SWEEP-AMOUNT TO WS-SECTION-TOTAL.
           MOVE SRT-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE SRT-SAVINGS-ACCOUNT TO DL-SAVINGS-ACCOUNT.
           MOVE SRT-DEBIT-AMOUNT TO DL-DEBIT-AMOUNT.
           MOVE SRT-SWEEP-AMOUNT TO DL-SWEEP-AMOUNT.
           MOVE SRT-SAVINGS-AVAILABLE TO DL-SAVINGS-AVAILABLE.
           MOVE SPACES TO DL-REFERENCE.
           IF SRT-SECTION-SWEPT
               MOVE SRT-TRANSFER-REF TO WS-EDIT-REF
               STRING "TRANSFER REF " WS-EDIT-REF
                   DELIMITED BY SIZE INTO DL-REFERENCE
               END-STRING
           ELSE
               MOVE SRT-REASON TO DL-REFERENCE
           END-IF.
           MOVE SRT-TELLER-ID TO DL-TELLER-ID.
           MOVE SRT-BATCH-ORIGIN TO DL-BATCH-ORIGIN.
           IF SRT-ITEM-SEQUENCE IS NUMERIC
               MOVE SRT-ITEM-SEQUENCE TO DL-ITEM-SEQUENCE
           ELSE
               MOVE ZERO TO DL-ITEM-SEQUENCE
           END-IF.
           MOVE WS-DETAIL-LINE TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       3200-WRITE-SECTION-TOTAL.
           IF WS-SECTION-COUNT = ZERO
               MOVE "          NONE" TO SWEEP-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-SECTION-COUNT TO ST-COUNT.
           MOVE WS-SECTION-TOTAL TO ST-AMOUNT.
           MOVE WS-SECTION-TOTAL-LINE TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       3900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

      *>  A failed sweep means a protected customer went into
      *>  overdraft or had an item returned anyway, so the run ends
      *>  RC=4 for the branch to follow up.
       8000-FINALIZE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "SUMMARY" TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "  SWEEPS MADE" TO SL-LABEL.
           MOVE WS-SWEPT-COUNT TO SL-COUNT.
           MOVE WS-SWEPT-TOTAL TO SL-AMOUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "  SWEEPS FAILED (SHORTFALL NOT COVERED)" TO SL-LABEL.
           MOVE WS-FAILED-COUNT TO SL-COUNT.
           MOVE WS-FAILED-TOTAL TO SL-AMOUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE ZERO TO SL-AMOUNT.
           MOVE "SWEEPLOG RECORDS DATED THE REPORT DATE" TO SL-LABEL.
           MOVE WS-SWP-RECORDS-DATED TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "SWEEPLOG RECORDS READ IN TOTAL" TO SL-LABEL.
           MOVE WS-SWP-RECORDS-READ TO SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           CLOSE SWEEP-REPORT.
           DISPLAY "VULNBANKINGSWEEPRPT: " WS-SWEPT-COUNT
               " sweeps made, " WS-FAILED-COUNT " failed".
           IF WS-FAILED-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SWEEP-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGSWEEPRPT: unable to write sweep "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
