       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingCDMat.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Read in key order for the maturity pass and by key for a
      *>  payout's receiving account.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CD-RATE-SCHEDULE ASSIGN TO "CDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT MATURITY-REPORT ASSIGN TO "CDNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SEQUENCE-CONTROL ASSIGN TO "SEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  CD-RATE-SCHEDULE.
           COPY CDRREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  MAINT-LOG.
           COPY MNTREC.

       FD  MATURITY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 MATURITY-REPORT-LINE        PIC X(132).

       FD  SEQUENCE-CONTROL.
           COPY SEQCTL.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS           PIC XX.
       01 WS-CUST-STATUS           PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-CDR-STATUS            PIC XX.
       01 WS-TLOG-STATUS           PIC XX.
       01 WS-MNT-STATUS            PIC XX.
       01 WS-RPT-STATUS            PIC XX.
       01 WS-SEQ-STATUS            PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-LOG-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-LOG           VALUE "Y".
       01 WS-MNT-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-MAINT-LOG     VALUE "Y".
       01 WS-CDR-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-CD-RATES      VALUE "Y".
       01 WS-HOLD-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HOLDS         VALUE "Y".
       01 WS-HOLD-FILE-SWITCH      PIC X VALUE "N".
           88 HOLD-FILE-PRESENT    VALUE "Y".
       01 WS-HOLD-SCAN-ACCOUNT     PIC 9(10).
       01 WS-CD-RATE-FOUND-SWITCH  PIC X VALUE "N".
           88 CD-RATE-FOUND        VALUE "Y".

       01 WS-SEQUENCE-NUMBER       PIC 9(9) VALUE ZERO.
       01 WS-MAINT-SEQUENCE-NUMBER PIC 9(9) VALUE ZERO.
      *>  Batch work has no teller behind it; the job identifier goes
      *>  in the teller-id fields of the log and the audit records.
       01 WS-JOB-IDENT             PIC X(08) VALUE "CDMAT".
       01 WS-ACCOUNTS-EXAMINED     PIC 9(9) VALUE ZERO.
       01 WS-CDS-MATURED           PIC 9(9) VALUE ZERO.
       01 WS-CDS-RENEWED           PIC 9(9) VALUE ZERO.
       01 WS-CDS-PAID-OUT          PIC 9(9) VALUE ZERO.
       01 WS-CDS-CLOSED            PIC 9(9) VALUE ZERO.
       01 WS-CDS-REFERRED          PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD  PIC 9(8).
           05 FILLER               PIC X(13).

      *>  The CD being processed, kept while the payout account is
      *>  read into the same record area.
       01 WS-CD-ACCOUNT-NUMBER     PIC 9(10).
       01 WS-PAYOUT-ACCOUNT        PIC 9(10).
       01 WS-TRANSFER-REF          PIC 9(9) VALUE ZERO.
       01 WS-LEG-ACCOUNT-NUMBER    PIC 9(10).
       01 WS-LEG-TYPE              PIC X(01).
       01 WS-OLD-RATE              PIC S9(3)V9(4).
       01 WS-DISPOSITION           PIC X(24).

      *>  Maturity is the same day of the month the term started,
      *>  term months later - pulled back to the last day of the
      *>  month when that month is shorter - the same rule the
      *>  teller applies when the CD is opened.
       01 WS-MATURITY-FIELDS.
           05 WS-MATURITY-YYYY     PIC 9(4).
           05 WS-MATURITY-MM       PIC 9(2).
           05 WS-MATURITY-DD       PIC 9(2).
       01 WS-MATURITY-DATE REDEFINES WS-MATURITY-FIELDS PIC 9(8).
       01 WS-MONTH-COUNT           PIC 9(5).
       01 WS-MONTH-END-FIELDS.
           05 WS-MONTH-END-YYYY    PIC 9(4).
           05 WS-MONTH-END-MM      PIC 9(2).
           05 WS-MONTH-END-DD      PIC 9(2).
       01 WS-MONTH-END-DATE REDEFINES WS-MONTH-END-FIELDS PIC 9(8).

      *>  The CD rate schedule is one record per term offered, so a
      *>  small fixed table holds it, as the fee schedule is held by
      *>  VulnBankingFees.
       01 WS-CDR-SUB               PIC 9(2).
       01 WS-CDR-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-CDR-TABLE.
           05 WS-CDR-ENTRY OCCURS 20 TIMES.
               10 WS-CDR-TERM      PIC 9(3).
               10 WS-CDR-RATE      PIC 9(3)V9(4).
               10 WS-CDR-PENALTY   PIC 9(2).

       COPY BANKAMT REPLACING 05 BY 01, BANKAMT-FIELD BY WS-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-HELD-AMOUNT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-LEG-OLD-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-LEG-NEW-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TO-OLD-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TO-NEW-BALANCE.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TOTAL-PAID-OUT.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-TOTAL-RENEWED.

       01 WS-REPORT-HEADING1.
           05 FILLER PIC X(80) VALUE
               "VULNBANKING - CD MATURITY NOTICE REGISTER".
       01 WS-REPORT-HEADING2.
           05 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05 RH2-RUN-DATE            PIC 9(8).
       01 WS-REPORT-HEADING3.
           05 FILLER PIC X(132) VALUE
               "ACCT NO     DISPOSITION               TERM  OLD RATE" &
               "  NEW RATE  MATURES           AMOUNT  TO ACCOUNT" &
               "  CUSTOMER".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER       PIC Z(9)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DISPOSITION          PIC X(24).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-TERM                 PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-OLD-RATE             PIC ZZ9.9999.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NEW-RATE             PIC ZZ9.9999.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-MATURITY-DATE        PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-AMOUNT               PIC -Z(10)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-PAYOUT-ACCOUNT       PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-CUSTOMER-NAME        PIC X(30).
       01 WS-ADDRESS-LINE.
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 AL-ADDRESS              PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 AL-CITY                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AL-STATE                PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AL-ZIP                  PIC X(10).
       01 WS-TRAILER-LINE1.
           05 FILLER PIC X(20) VALUE "CDS MATURED:".
           05 TR-CDS-MATURED          PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  RENEWED:".
           05 TR-CDS-RENEWED          PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  BALANCES RENEWED:".
           05 TR-TOTAL-RENEWED        PIC -Z(10)9.99.
       01 WS-TRAILER-LINE2.
           05 FILLER PIC X(20) VALUE "PAID OUT:".
           05 TR-CDS-PAID-OUT         PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  CLOSED AT ZERO:".
           05 TR-CDS-CLOSED           PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  TOTAL PAID OUT:".
           05 TR-TOTAL-PAID-OUT       PIC -Z(10)9.99.
       01 WS-TRAILER-LINE3.
           05 FILLER PIC X(20) VALUE "REFERRED TO BRANCH:".
           05 TR-CDS-REFERRED         PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXAMINE-ACCOUNT UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZERO TO WS-TOTAL-PAID-OUT.
           MOVE ZERO TO WS-TOTAL-RENEWED.
           PERFORM 1200-LOAD-CD-RATES.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to open account "
                   "master, status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to open customer "
                   "master, status " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  No hold file yet simply means nothing is held.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               SET HOLD-FILE-PRESENT TO TRUE
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCDMAT: unable to open hold "
                       "file, status " WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1100-GET-LOG-SEQUENCE.
           OPEN EXTEND TRANSACTION-LOG.
           IF WS-TLOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
               CLOSE TRANSACTION-LOG
               OPEN EXTEND TRANSACTION-LOG
           END-IF.

           PERFORM 1150-COUNT-MAINT-RECORDS.
           OPEN EXTEND MAINT-LOG.
           IF WS-MNT-STATUS = "35"
               OPEN OUTPUT MAINT-LOG
               CLOSE MAINT-LOG
               OPEN EXTEND MAINT-LOG
           END-IF.

           OPEN OUTPUT MATURITY-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to open maturity "
                   "register, status " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-CURRENT-YYYYMMDD TO RH2-RUN-DATE.
           MOVE WS-REPORT-HEADING2 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING3 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.

           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  The high-water TLOG-SEQUENCE comes from the sequence
      *>  control file, falling back to the highest sequence on the
      *>  live log when the control file is lost - see
      *>  VulnBankingInterest 1100-GET-LOG-SEQUENCE.
       1100-GET-LOG-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL.
           IF WS-SEQ-STATUS = "00"
               READ SEQUENCE-CONTROL
                   AT END PERFORM 1110-SCAN-LOG-RECORDS
                   NOT AT END
                       MOVE SEQ-HIGH-WATER TO WS-SEQUENCE-NUMBER
               END-READ
               CLOSE SEQUENCE-CONTROL
           ELSE
               PERFORM 1110-SCAN-LOG-RECORDS
           END-IF.

       1110-SCAN-LOG-RECORDS.
           OPEN INPUT TRANSACTION-LOG.
           IF WS-TLOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG
                   READ TRANSACTION-LOG
                       AT END SET END-OF-LOG TO TRUE
                       NOT AT END
                           IF TLOG-SEQUENCE IS NUMERIC
                                   AND TLOG-SEQUENCE >
                                       WS-SEQUENCE-NUMBER
                               MOVE TLOG-SEQUENCE TO
                                   WS-SEQUENCE-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
           END-IF.

       1150-COUNT-MAINT-RECORDS.
           OPEN INPUT MAINT-LOG.
           IF WS-MNT-STATUS = "00"
               PERFORM UNTIL END-OF-MAINT-LOG
                   READ MAINT-LOG
                       AT END SET END-OF-MAINT-LOG TO TRUE
                       NOT AT END ADD 1 TO WS-MAINT-SEQUENCE-NUMBER
                   END-READ
               END-PERFORM
               CLOSE MAINT-LOG
           END-IF.

      *>  No schedule on file is not fatal: every renewal that night
      *>  keeps its old rate and is listed for Treasury.
       1200-LOAD-CD-RATES.
           OPEN INPUT CD-RATE-SCHEDULE.
           IF WS-CDR-STATUS = "00"
               PERFORM UNTIL END-OF-CD-RATES
                   READ CD-RATE-SCHEDULE
                       AT END SET END-OF-CD-RATES TO TRUE
                       NOT AT END
                           IF WS-CDR-COUNT < 20
                               ADD 1 TO WS-CDR-COUNT
                               MOVE CDR-TERM-MONTHS TO
                                   WS-CDR-TERM (WS-CDR-COUNT)
                               MOVE CDR-RATE TO
                                   WS-CDR-RATE (WS-CDR-COUNT)
                               MOVE CDR-PENALTY-MONTHS TO
                                   WS-CDR-PENALTY (WS-CDR-COUNT)
                           ELSE
                               DISPLAY "VULNBANKINGCDMAT: CD rate "
                                   "schedule has more terms than the "
                                   "table holds - term "
                                   CDR-TERM-MONTHS " ignored"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CD-RATE-SCHEDULE
           ELSE
               IF WS-CDR-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCDMAT: unable to open CD rate "
                       "schedule, status " WS-CDR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *>  Only an active CD is acted on at maturity. A suspended or
      *>  dormant one is listed and left for the branch - the same
      *>  status test every posting path applies. The run is safe to
      *>  repeat: a renewed CD no longer matures today and a paid-out
      *>  one is closed, so a second submission finds nothing to do.
       2000-EXAMINE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-EXAMINED.
           IF ACCT-TYPE-CD
                   AND NOT ACCT-STATUS-CLOSED
                   AND ACCT-CD-MATURITY-DATE IS NUMERIC
                   AND ACCT-CD-MATURITY-DATE NOT > WS-CURRENT-YYYYMMDD
               ADD 1 TO WS-CDS-MATURED
               MOVE ACCT-NUMBER TO WS-CD-ACCOUNT-NUMBER
               MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
               EVALUATE TRUE
                   WHEN NOT ACCT-STATUS-ACTIVE
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-DISPOSITION
                       PERFORM 2800-REFER-ACCOUNT
                   WHEN ACCT-CD-RENEW
                       PERFORM 2100-RENEW-CD
                   WHEN ACCT-CD-PAYOUT
                       PERFORM 2200-PAY-OUT-CD
                   WHEN OTHER
                       MOVE "NO MATURITY INSTRUCTION" TO WS-DISPOSITION
                       PERFORM 2800-REFER-ACCOUNT
               END-EVALUATE
           END-IF.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  A renewal runs the same term again from the old maturity
      *>  date at the schedule's rate and penalty for that term. A
      *>  term Treasury has since withdrawn keeps the old rate and is
      *>  flagged on the register for the branch to contact the
      *>  customer. Audit first, master second, as every maintenance
      *>  path does.
       2100-RENEW-CD.
           PERFORM 2110-FIND-CD-RATE.
           MOVE ACCT-STATUS TO MNT-OLD-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-OLD-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-OLD-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-OLD-CUSTOMER-NUMBER.
           IF CD-RATE-FOUND
               MOVE WS-CDR-RATE (WS-CDR-SUB) TO ACCT-INTEREST-RATE
               MOVE WS-CDR-PENALTY (WS-CDR-SUB) TO
                   ACCT-CD-PENALTY-MONTHS
               MOVE "RENEWED" TO WS-DISPOSITION
           ELSE
               MOVE "RENEWED - TERM WITHDRAWN" TO WS-DISPOSITION
               ADD 1 TO WS-CDS-REFERRED
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ACCT-CD-MATURITY-DATE TO ACCT-CD-TERM-START-DATE.
           PERFORM 2150-COMPUTE-MATURITY-DATE.
           MOVE WS-MATURITY-DATE TO ACCT-CD-MATURITY-DATE.
           SET MNT-ACTION-CD-RENEW TO TRUE.
           PERFORM 6500-WRITE-MAINT-LOG.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "VULNBANKINGCDMAT: account master "
                       "rewrite failed after maintenance log entry "
                       MNT-SEQUENCE " was already written for "
                       "account " ACCT-NUMBER
                           " - manual reconciliation required"
                   PERFORM 9500-WRITE-SEQUENCE-CONTROL
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CDS-RENEWED.
           ADD ACCT-BALANCE TO WS-TOTAL-RENEWED.
           MOVE ACCT-BALANCE TO WS-AMOUNT.
           MOVE SPACES TO DL-PAYOUT-ACCOUNT.
           PERFORM 2900-WRITE-NOTICE-LINES.

       2110-FIND-CD-RATE.
           MOVE "N" TO WS-CD-RATE-FOUND-SWITCH.
           PERFORM VARYING WS-CDR-SUB FROM 1 BY 1
                   UNTIL WS-CDR-SUB > WS-CDR-COUNT
                   OR CD-RATE-FOUND
               IF WS-CDR-TERM (WS-CDR-SUB) = ACCT-CD-TERM-MONTHS
                   SET CD-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CD-RATE-FOUND
               SUBTRACT 1 FROM WS-CDR-SUB
           END-IF.

       2150-COMPUTE-MATURITY-DATE.
           MOVE ACCT-CD-TERM-START-DATE TO WS-MATURITY-DATE.
           COMPUTE WS-MONTH-COUNT = WS-MATURITY-YYYY * 12
               + WS-MATURITY-MM - 1 + ACCT-CD-TERM-MONTHS.
           COMPUTE WS-MATURITY-YYYY = WS-MONTH-COUNT / 12.
           COMPUTE WS-MATURITY-MM =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1.
           ADD 1 TO WS-MONTH-COUNT.
           COMPUTE WS-MONTH-END-YYYY = WS-MONTH-COUNT / 12.
           COMPUTE WS-MONTH-END-MM =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1.
           MOVE 1 TO WS-MONTH-END-DD.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1).
           IF WS-MATURITY-DD > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-MATURITY-DD
           END-IF.

      *>  A payout moves the whole balance to the linked account as
      *>  an ordinary transfer pair and closes the CD. Funds under an
      *>  active hold (a CD pledged as collateral) are not paid out,
      *>  nor is anything sent to a payout account that is missing
      *>  or no longer active - those CDs are left exactly as they
      *>  are and referred, and tomorrow's run tries them again.
       2200-PAY-OUT-CD.
           MOVE ACCT-CD-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-AMOUNT.
           MOVE ACCT-NUMBER TO WS-HOLD-SCAN-ACCOUNT.
           PERFORM 6800-SUM-ACTIVE-HOLDS.
           MOVE SPACES TO WS-DISPOSITION.
           IF WS-AMOUNT < ZERO
               MOVE "NEGATIVE BALANCE" TO WS-DISPOSITION
           ELSE
           IF WS-HELD-AMOUNT > ZERO
               MOVE "FUNDS HELD - NOT PAID" TO WS-DISPOSITION
           ELSE
           IF WS-AMOUNT > ZERO
               MOVE WS-PAYOUT-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "PAYOUT ACCOUNT NOT FOUND" TO
                           WS-DISPOSITION
                   NOT INVALID KEY
                       IF NOT ACCT-STATUS-ACTIVE
                           MOVE "PAYOUT ACCOUNT NOT ACTIVE" TO
                               WS-DISPOSITION
                       ELSE
                           MOVE ACCT-BALANCE TO WS-TO-OLD-BALANCE
                           COMPUTE WS-TO-NEW-BALANCE =
                               ACCT-BALANCE + WS-AMOUNT
                       END-IF
               END-READ
               PERFORM 2290-RESTORE-CD-RECORD
           END-IF
           END-IF
           END-IF.
           IF WS-DISPOSITION NOT = SPACES
               PERFORM 2800-REFER-ACCOUNT
           ELSE
               IF WS-AMOUNT > ZERO
                   PERFORM 2210-APPLY-PAYOUT
                   ADD 1 TO WS-CDS-PAID-OUT
                   ADD WS-AMOUNT TO WS-TOTAL-PAID-OUT
                   MOVE "PAID OUT AND CLOSED" TO WS-DISPOSITION
               ELSE
                   PERFORM 2250-CLOSE-CD
                   ADD 1 TO WS-CDS-CLOSED
                   MOVE "CLOSED - NO BALANCE" TO WS-DISPOSITION
               END-IF
               MOVE WS-PAYOUT-ACCOUNT TO DL-PAYOUT-ACCOUNT
               PERFORM 2900-WRITE-NOTICE-LINES
           END-IF.

      *>  Both legs are logged to TRANLOG before either master record
      *>  is touched, sharing the debit leg's sequence number in
      *>  TLOG-TRANSFER-REF - the log-before-master order of
      *>  VulnBankingBatch 2500-APPLY-TRANSFER. The CD's close is
      *>  audited before its REWRITE, and the payout account is
      *>  credited last.
       2210-APPLY-PAYOUT.
           COMPUTE WS-TRANSFER-REF = WS-SEQUENCE-NUMBER + 1.
           MOVE WS-CD-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER.
           MOVE "W" TO WS-LEG-TYPE.
           MOVE WS-AMOUNT TO WS-LEG-OLD-BALANCE.
           MOVE ZERO TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           MOVE WS-PAYOUT-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER.
           MOVE "D" TO WS-LEG-TYPE.
           MOVE WS-TO-OLD-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE WS-TO-NEW-BALANCE TO WS-LEG-NEW-BALANCE.
           PERFORM 6100-WRITE-TRANSFER-LEG.
           PERFORM 9500-WRITE-SEQUENCE-CONTROL.
           MOVE ZERO TO ACCT-BALANCE.
           MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE.
           PERFORM 2250-CLOSE-CD.
           MOVE WS-PAYOUT-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2280-PAYOUT-ABORT
           END-READ.
           MOVE WS-TO-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-CURRENT-YYYYMMDD TO ACCT-LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2280-PAYOUT-ABORT
           END-REWRITE.
           PERFORM 2290-RESTORE-CD-RECORD.
           MOVE ZERO TO WS-TRANSFER-REF.

      *>  The CD record is in the record area on entry.
       2250-CLOSE-CD.
           MOVE ACCT-STATUS TO MNT-OLD-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-OLD-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-OLD-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-OLD-CUSTOMER-NUMBER.
           SET ACCT-STATUS-CLOSED TO TRUE.
           SET MNT-ACTION-CLOSE TO TRUE.
           PERFORM 6500-WRITE-MAINT-LOG.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2280-PAYOUT-ABORT
           END-REWRITE.

       2280-PAYOUT-ABORT.
           PERFORM 9500-WRITE-SEQUENCE-CONTROL.
           DISPLAY "VULNBANKINGCDMAT: payout of CD "
               WS-CD-ACCOUNT-NUMBER " to account " WS-PAYOUT-ACCOUNT
               " failed after its log records were written - "
               "manual reconciliation required".
           STOP RUN.

      *>  Puts the CD back in the record area after the payout
      *>  account was read, and the sequential pass back on the CD's
      *>  key so the next READ NEXT carries on after it.
       2290-RESTORE-CD-RECORD.
           MOVE WS-CD-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "VULNBANKINGCDMAT: CD " WS-CD-ACCOUNT-NUMBER
                       " could not be reread"
                   PERFORM 9500-WRITE-SEQUENCE-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           START ACCOUNT-MASTER KEY > ACCT-NUMBER
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

       2800-REFER-ACCOUNT.
           ADD 1 TO WS-CDS-REFERRED.
           MOVE 4 TO RETURN-CODE.
           MOVE ACCT-BALANCE TO WS-AMOUNT.
           IF ACCT-CD-PAYOUT
               MOVE ACCT-CD-PAYOUT-ACCOUNT TO DL-PAYOUT-ACCOUNT
           ELSE
               MOVE SPACES TO DL-PAYOUT-ACCOUNT
           END-IF.
           PERFORM 2900-WRITE-NOTICE-LINES.

      *>  One register line per matured CD with the owner's mailing
      *>  address under it, so the branch can send each customer
      *>  their maturity notice - the same contact lines as the
      *>  VulnBankingDormant aging report.
       2900-WRITE-NOTICE-LINES.
           MOVE WS-CD-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE WS-DISPOSITION TO DL-DISPOSITION.
           MOVE ACCT-CD-TERM-MONTHS TO DL-TERM.
           MOVE WS-OLD-RATE TO DL-OLD-RATE.
           MOVE ACCT-INTEREST-RATE TO DL-NEW-RATE.
           MOVE ACCT-CD-MATURITY-DATE TO DL-MATURITY-DATE.
           MOVE WS-AMOUNT TO DL-AMOUNT.
           IF ACCT-CUSTOMER-NUMBER IS NUMERIC
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*** CUSTOMER NOT ON MASTER ***" TO
                           DL-CUSTOMER-NAME
                       MOVE SPACES TO WS-ADDRESS-LINE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO DL-CUSTOMER-NAME
                       MOVE CUST-ADDRESS TO AL-ADDRESS
                       MOVE CUST-CITY TO AL-CITY
                       MOVE CUST-STATE TO AL-STATE
                       MOVE CUST-ZIP TO AL-ZIP
               END-READ
           ELSE
               MOVE "*** NO CUSTOMER LINKAGE ***" TO
                   DL-CUSTOMER-NAME
               MOVE SPACES TO WS-ADDRESS-LINE
           END-IF.
           MOVE WS-DETAIL-LINE TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           IF WS-ADDRESS-LINE NOT = SPACES
               MOVE WS-ADDRESS-LINE TO MATURITY-REPORT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       6100-WRITE-TRANSFER-LEG.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER TO TLOG-SEQUENCE.
           MOVE WS-LEG-ACCOUNT-NUMBER TO TLOG-ACCOUNT-NUMBER.
           MOVE WS-LEG-TYPE TO TLOG-TRANS-TYPE.
           MOVE WS-AMOUNT TO TLOG-AMOUNT.
           MOVE WS-LEG-OLD-BALANCE TO TLOG-OLD-BALANCE.
           MOVE WS-LEG-NEW-BALANCE TO TLOG-NEW-BALANCE.
           MOVE WS-TRANSFER-REF TO TLOG-TRANSFER-REF.
           MOVE WS-JOB-IDENT TO TLOG-TELLER-ID.
           MOVE ZERO TO TLOG-REVERSAL-REF.
           MOVE SPACE TO TLOG-REVERSED-TYPE.
           MOVE SPACES TO TLOG-SUPERVISOR-ID.
           MOVE ZERO TO TLOG-CHECK-SERIAL.
           MOVE ZERO TO TLOG-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO TLOG-TIMESTAMP.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-TLOG-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to write "
                   "transaction log, status " WS-TLOG-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       6500-WRITE-MAINT-LOG.
           ADD 1 TO WS-MAINT-SEQUENCE-NUMBER.
           MOVE WS-MAINT-SEQUENCE-NUMBER TO MNT-SEQUENCE.
           MOVE ACCT-NUMBER TO MNT-ACCOUNT-NUMBER.
           MOVE ACCT-STATUS TO MNT-NEW-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO MNT-NEW-OVERDRAFT-LIMIT.
           MOVE ACCT-INTEREST-RATE TO MNT-NEW-INTEREST-RATE.
           MOVE ACCT-CUSTOMER-NUMBER TO MNT-NEW-CUSTOMER-NUMBER.
           MOVE WS-JOB-IDENT TO MNT-TELLER-ID.
           MOVE SPACES TO MNT-SUPERVISOR-ID.
           MOVE SPACES TO MNT-RELATIONSHIP-CHANGE.
           MOVE SPACES TO MNT-PROTECTION-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to write "
                   "maintenance log, status " WS-MNT-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       6800-SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT.
           IF HOLD-FILE-PRESENT
               MOVE WS-HOLD-SCAN-ACCOUNT TO HOLD-ACCOUNT-NUMBER
               MOVE ZERO TO HOLD-SEQUENCE
               MOVE "N" TO WS-HOLD-EOF-SWITCH
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM UNTIL END-OF-HOLDS
                   READ HOLD-FILE NEXT RECORD
                       AT END SET END-OF-HOLDS TO TRUE
                       NOT AT END
                           IF HOLD-ACCOUNT-NUMBER NOT =
                                   WS-HOLD-SCAN-ACCOUNT
                               SET END-OF-HOLDS TO TRUE
                           ELSE
                               IF HOLD-STATUS-ACTIVE
                                   ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3000-FINALIZE.
           MOVE WS-CDS-MATURED TO TR-CDS-MATURED.
           MOVE WS-CDS-RENEWED TO TR-CDS-RENEWED.
           MOVE WS-TOTAL-RENEWED TO TR-TOTAL-RENEWED.
           MOVE WS-TRAILER-LINE1 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-CDS-PAID-OUT TO TR-CDS-PAID-OUT.
           MOVE WS-CDS-CLOSED TO TR-CDS-CLOSED.
           MOVE WS-TOTAL-PAID-OUT TO TR-TOTAL-PAID-OUT.
           MOVE WS-TRAILER-LINE2 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           MOVE WS-CDS-REFERRED TO TR-CDS-REFERRED.
           MOVE WS-TRAILER-LINE3 TO MATURITY-REPORT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE.
           CLOSE MATURITY-REPORT.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF.
           CLOSE TRANSACTION-LOG.
           CLOSE MAINT-LOG.
           PERFORM 9500-WRITE-SEQUENCE-CONTROL.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingCDMat - CD Maturity Run".
           DISPLAY "======================================".
           DISPLAY "  Accounts examined:  " WS-ACCOUNTS-EXAMINED.
           DISPLAY "  CDs matured:        " WS-CDS-MATURED.
           DISPLAY "  Renewed:            " WS-CDS-RENEWED.
           DISPLAY "  Paid out:           " WS-CDS-PAID-OUT.
           DISPLAY "  Closed at zero:     " WS-CDS-CLOSED.
           DISPLAY "  Referred:           " WS-CDS-REFERRED.

       9000-WRITE-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to write maturity "
                   "register, status " WS-RPT-STATUS
               PERFORM 9500-WRITE-SEQUENCE-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9500-WRITE-SEQUENCE-CONTROL.
           MOVE SPACES TO SEQUENCE-CONTROL-RECORD.
           MOVE WS-SEQUENCE-NUMBER TO SEQ-HIGH-WATER.
           MOVE WS-CURRENT-YYYYMMDD TO SEQ-STAMP-DATE.
           OPEN OUTPUT SEQUENCE-CONTROL.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to open sequence "
                   "control, status " WS-SEQ-STATUS
               STOP RUN
           END-IF.
           WRITE SEQUENCE-CONTROL-RECORD.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCDMAT: unable to write "
                   "sequence control, status " WS-SEQ-STATUS
               STOP RUN
           END-IF.
           CLOSE SEQUENCE-CONTROL.
