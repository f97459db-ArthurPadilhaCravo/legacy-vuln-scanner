       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingWhseRel.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHSE-KEY
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOUT-STATUS.

           SELECT RELEASE-REPORT ASSIGN TO "WHSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  TRANS-OUT-FILE.
           COPY TRANIN.

       FD  RELEASE-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-WHSE-STATUS              PIC XX.
       01 WS-TOUT-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01 WS-WHSE-PRESENT-SWITCH      PIC X VALUE "N".
           88 WAREHOUSE-FILE-PRESENT  VALUE "Y".

       01 WS-JOB-IDENT                PIC X(08) VALUE "WHSEREL".
       01 WS-OUT-SEQUENCE             PIC 9(9) VALUE ZERO.
       01 WS-COUNT-READ               PIC 9(9) VALUE ZERO.
       01 WS-COUNT-WAITING            PIC 9(9) VALUE ZERO.
       01 WS-COUNT-CANCELLED          PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(13).

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-OUT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-WAITING-TOTAL.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(50) VALUE
               "VULNBANKING - WAREHOUSED ITEM RELEASE REPORT".
       01 WS-REPORT-HEADING2.
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 RH2-BUSINESS-DATE       PIC 9(8).
       01 WS-SECTION-HEADING          PIC X(50).
       01 WS-COLUMN-HEADING1.
           05 FILLER PIC X(40) VALUE
               "ACCOUNT     SEQ    VALUE DATE TYP       ".
           05 FILLER PIC X(40) VALUE
               "  AMOUNT  TO ACCOUNT  BATCH    ORIGIN   ".
           05 FILLER PIC X(20) VALUE
               "   ITEM NO  STORED".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER       PIC 9(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-SEQUENCE             PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DL-TRANS-TYPE           PIC X(01).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-AMOUNT               PIC Z(10)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-TO-ACCOUNT           PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-BATCH-DATE           PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-BATCH-ORIGIN         PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-ORIG-SEQUENCE        PIC Z(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-WAREHOUSED-DATE      PIC 9(8).
       01 WS-SUMMARY-LINE.
           05 SL-LABEL                PIC X(30).
           05 SL-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-AMOUNT               PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WAREHOUSE-FILE-PRESENT
               PERFORM 2000-RELEASE-DUE-ITEMS UNTIL END-OF-FILE
               PERFORM 3000-LIST-WAITING-ITEMS
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

      *>  The header/trailer pair is written even when nothing is due,
      *>  so the day's generation always exists and proves (zero
      *>  items) through the edit step like any other TRANFILE.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZERO TO WS-OUT-TOTAL.
           MOVE ZERO TO WS-WAITING-TOTAL.

           OPEN I-O WAREHOUSE-FILE.
           IF WS-WHSE-STATUS = "35"
               DISPLAY "VULNBANKINGWHSEREL: no warehouse file "
                   "- nothing to release"
           ELSE
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to open warehouse "
                   "file, status " WS-WHSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               SET WAREHOUSE-FILE-PRESENT TO TRUE
           END-IF
           END-IF.

           OPEN OUTPUT TRANS-OUT-FILE.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to open generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELEASE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to open release "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-HEADING1 TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-CURRENT-YYYYMMDD TO RH2-BUSINESS-DATE.
           MOVE WS-REPORT-HEADING2 TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "ITEMS RELEASED FOR POSTING" TO WS-SECTION-HEADING.
           PERFORM 9050-WRITE-SECTION-HEADING.

           PERFORM 1100-WRITE-BATCH-HEADER.

           IF WAREHOUSE-FILE-PRESENT
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF.

       1100-WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "H" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE ZERO TO TCR-RECORD-COUNT.
           MOVE ZERO TO TCR-TOTAL-AMOUNT.
           SET TCR-ORIGIN-WAREHOUSE TO TRUE.
           PERFORM 9100-WRITE-TRANS-OUT.

      *>  An item due today or earlier (a missed business day) goes to
      *>  the output file with its value date, and only then is it
      *>  marked released - the same write-then-commit order as
      *>  VulnBankingOrders, so a rerun after an abend starts a fresh
      *>  generation and releases the item again rather than losing
      *>  it. A cancelled item is never released.
       2000-RELEASE-DUE-ITEMS.
           ADD 1 TO WS-COUNT-READ.
           IF WHSE-STATUS-CANCELLED
               ADD 1 TO WS-COUNT-CANCELLED
           END-IF.
           IF WHSE-STATUS-WAITING
                   AND WHSE-EFFECTIVE-DATE NOT > WS-CURRENT-YYYYMMDD
               PERFORM 2100-RELEASE-ONE-ITEM
           END-IF.
           READ WAREHOUSE-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-RELEASE-ONE-ITEM.
           ADD 1 TO WS-OUT-SEQUENCE.
           MOVE SPACES TO TRANS-INPUT-RECORD.
           MOVE WS-OUT-SEQUENCE TO TIN-SEQUENCE.
           MOVE WHSE-ACCOUNT-NUMBER TO TIN-ACCOUNT-NUMBER.
           MOVE WHSE-TRANS-TYPE TO TIN-TRANS-TYPE.
           MOVE WHSE-AMOUNT TO TIN-AMOUNT.
           MOVE WHSE-TO-ACCOUNT-NUMBER TO TIN-TO-ACCOUNT-NUMBER.
           MOVE WHSE-CHECK-SERIAL TO TIN-CHECK-SERIAL.
           MOVE WHSE-EFFECTIVE-DATE TO TIN-EFFECTIVE-DATE.
           ADD WHSE-AMOUNT TO WS-OUT-TOTAL.
           PERFORM 9100-WRITE-TRANS-OUT.
           PERFORM 9200-WRITE-DETAIL-LINE.

           SET WHSE-STATUS-RELEASED TO TRUE.
           MOVE WS-CURRENT-YYYYMMDD TO WHSE-STATUS-DATE.
           MOVE WS-JOB-IDENT TO WHSE-STATUS-BY.
           REWRITE WAREHOUSE-RECORD.
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to mark item "
                   WHSE-ACCOUNT-NUMBER "/" WHSE-SEQUENCE
                   " released, status " WS-WHSE-STATUS
                   " - cancel the generated file and rerun"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  Second pass: everything still waiting for a later date, in
      *>  account order, so the branch can see what is due to post
      *>  and cancel anything the customer has withdrawn.
       3000-LIST-WAITING-ITEMS.
           CLOSE WAREHOUSE-FILE.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to reopen warehouse "
                   "file, status " WS-WHSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "ITEMS WAITING FOR A LATER VALUE DATE"
               TO WS-SECTION-HEADING.
           PERFORM 9050-WRITE-SECTION-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WHSE-STATUS-WAITING
                           ADD 1 TO WS-COUNT-WAITING
                           ADD WHSE-AMOUNT TO WS-WAITING-TOTAL
                           PERFORM 9200-WRITE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       4000-FINALIZE.
           PERFORM 4100-WRITE-BATCH-TRAILER.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE "ITEMS RELEASED" TO SL-LABEL.
           MOVE WS-OUT-SEQUENCE TO SL-COUNT.
           MOVE WS-OUT-TOTAL TO SL-AMOUNT.
           PERFORM 4200-WRITE-SUMMARY-LINE.
           MOVE "ITEMS STILL WAITING" TO SL-LABEL.
           MOVE WS-COUNT-WAITING TO SL-COUNT.
           MOVE WS-WAITING-TOTAL TO SL-AMOUNT.
           PERFORM 4200-WRITE-SUMMARY-LINE.
           MOVE "CANCELLED ITEMS ON FILE" TO SL-LABEL.
           MOVE WS-COUNT-CANCELLED TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           PERFORM 4200-WRITE-SUMMARY-LINE.

           IF WAREHOUSE-FILE-PRESENT
               CLOSE WAREHOUSE-FILE
           END-IF.
           CLOSE TRANS-OUT-FILE.
           CLOSE RELEASE-REPORT.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingWhseRel - Warehouse Release".
           DISPLAY "======================================".
           DISPLAY "  Warehouse records:  " WS-COUNT-READ.
           DISPLAY "  Items released:     " WS-OUT-SEQUENCE.
           DISPLAY "  Items waiting:      " WS-COUNT-WAITING.
           DISPLAY "  Cancelled on file:  " WS-COUNT-CANCELLED.

       4100-WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRANS-CONTROL-RECORD.
           MOVE "T" TO TCR-RECORD-TYPE.
           MOVE WS-CURRENT-YYYYMMDD TO TCR-BATCH-DATE.
           MOVE WS-OUT-SEQUENCE TO TCR-RECORD-COUNT.
           MOVE WS-OUT-TOTAL TO TCR-TOTAL-AMOUNT.
           SET TCR-ORIGIN-WAREHOUSE TO TRUE.
           PERFORM 9100-WRITE-TRANS-OUT.

       4200-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to write release "
                   "report, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9050-WRITE-SECTION-HEADING.
           MOVE WS-SECTION-HEADING TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING1 TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

       9100-WRITE-TRANS-OUT.
           WRITE TRANS-INPUT-RECORD.
           IF WS-TOUT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGWHSEREL: unable to write generated "
                   "transaction file, status " WS-TOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  The to-account column shows a transfer's credit account or
      *>  a reversal's original log sequence; blank when unused.
       9200-WRITE-DETAIL-LINE.
           MOVE WHSE-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE WHSE-SEQUENCE TO DL-SEQUENCE.
           MOVE WHSE-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
           MOVE WHSE-TRANS-TYPE TO DL-TRANS-TYPE.
           MOVE WHSE-AMOUNT TO DL-AMOUNT.
           IF WHSE-TO-ACCOUNT-NUMBER = ZERO
               MOVE SPACES TO DL-TO-ACCOUNT
           ELSE
               MOVE WHSE-TO-ACCOUNT-NUMBER TO DL-TO-ACCOUNT
           END-IF.
           MOVE WHSE-BATCH-DATE TO DL-BATCH-DATE.
           MOVE WHSE-BATCH-ORIGIN TO DL-BATCH-ORIGIN.
           MOVE WHSE-ORIG-SEQUENCE TO DL-ORIG-SEQUENCE.
           MOVE WHSE-WAREHOUSED-DATE TO DL-WAREHOUSED-DATE.
           MOVE WS-DETAIL-LINE TO RELEASE-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
