       IDENTIFICATION DIVISION.
       PROGRAM-ID. VulnBankingTellMaint.
       AUTHOR. Arthur Padilha Cravo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-MASTER ASSIGN TO "TELLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLI-STATUS.

           SELECT TELLER-AUDIT ASSIGN TO "TELLAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-MASTER.
           COPY TELLREC.

       FD  TELLER-FILE.
           COPY TELLIN.

       FD  TELLER-AUDIT.
           COPY TAUDREC.

       WORKING-STORAGE SECTION.
       01 WS-TELL-STATUS           PIC XX.
       01 WS-TLI-STATUS            PIC XX.
       01 WS-TAUD-STATUS           PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-INITIAL-LOAD-SWITCH   PIC X VALUE "N".
           88 INITIAL-LOAD         VALUE "Y".
       01 WS-APPROVER-SWITCH       PIC X VALUE "N".
           88 APPROVER-VALID       VALUE "Y".

       01 WS-AUDIT-SEQUENCE-NUMBER PIC 9(9) VALUE ZERO.
       01 WS-COUNT-PROCESSED       PIC 9(9) VALUE ZERO.
       01 WS-COUNT-APPLIED         PIC 9(9) VALUE ZERO.
       01 WS-COUNT-REJECTED        PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YYYYMMDD  PIC 9(8).
           05 FILLER               PIC X(13).
      *>  Batch maintenance has no teller behind it; the job
      *>  identifier goes in the audit record's operator field.
       01 WS-JOB-IDENT             PIC X(08) VALUE "TELLMNT".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINTENANCE UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           OPEN I-O TELLER-MASTER.
           IF WS-TELL-STATUS = "35"
               OPEN OUTPUT TELLER-MASTER
               CLOSE TELLER-MASTER
               OPEN I-O TELLER-MASTER
           END-IF.
           IF WS-TELL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTELLMAINT: unable to open teller "
                   "master, status " WS-TELL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CHECK-INITIAL-LOAD.

           OPEN INPUT TELLER-FILE.
           IF WS-TLI-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTELLMAINT: unable to open teller "
                   "maintenance input, status " WS-TLI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-COUNT-AUDIT-RECORDS.

           OPEN EXTEND TELLER-AUDIT.
           IF WS-TAUD-STATUS = "35"
               OPEN OUTPUT TELLER-AUDIT
               CLOSE TELLER-AUDIT
               OPEN EXTEND TELLER-AUDIT
           END-IF.
           IF WS-TAUD-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTELLMAINT: unable to open teller "
                   "audit, status " WS-TAUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ TELLER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1100-COUNT-AUDIT-RECORDS.
           OPEN INPUT TELLER-AUDIT.
           IF WS-TAUD-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ TELLER-AUDIT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER
                   END-READ
               END-PERFORM
               CLOSE TELLER-AUDIT
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *>  An empty master has no supervisor on it to authorise
      *>  anything, so the run that first loads it accepts the
      *>  approver named on each add as given - the job is run under
      *>  operations control and every record it applies is still
      *>  audited. From the next run on every change needs an
      *>  approver who is on file.
       1200-CHECK-INITIAL-LOAD.
           MOVE LOW-VALUES TO TELL-ID.
           START TELLER-MASTER KEY NOT < TELL-ID
               INVALID KEY SET INITIAL-LOAD TO TRUE
           END-START.
           IF INITIAL-LOAD
               DISPLAY "VULNBANKINGTELLMAINT: teller master is empty "
                   "- initial load, approvers accepted as given"
           END-IF.

       2000-PROCESS-MAINTENANCE.
           ADD 1 TO WS-COUNT-PROCESSED.
           PERFORM 2050-CHECK-APPROVER.
           IF NOT APPROVER-VALID
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               MOVE TLI-TELLER-ID TO TELL-ID
               IF TLI-ACTION-ADD
                   PERFORM 2200-ADD-TELLER
               ELSE
                   READ TELLER-MASTER
                       INVALID KEY
                           MOVE "TELLER NOT FOUND" TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-MAINTENANCE
                       NOT INVALID KEY
                           PERFORM 2100-APPLY-ONE-ACTION
                   END-READ
               END-IF
           END-IF.
           READ TELLER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *>  Nobody approves a change to their own record - a teller
      *>  cannot raise their own limits or re-enable themselves.
       2050-CHECK-APPROVER.
           MOVE "N" TO WS-APPROVER-SWITCH.
           IF TLI-TELLER-ID = SPACES
               MOVE "TELLER ID REQUIRED" TO WS-REJECT-REASON
           ELSE
           IF TLI-APPROVER-ID = SPACES
               MOVE "APPROVER ID REQUIRED" TO WS-REJECT-REASON
           ELSE
           IF TLI-APPROVER-ID = TLI-TELLER-ID
               MOVE "APPROVER CANNOT BE THE TELLER" TO
                   WS-REJECT-REASON
           ELSE
           IF INITIAL-LOAD
               SET APPROVER-VALID TO TRUE
           ELSE
               MOVE TLI-APPROVER-ID TO TELL-ID
               READ TELLER-MASTER
                   INVALID KEY
                       MOVE "APPROVER NOT ON TELLER MASTER" TO
                           WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT TELL-STATUS-ACTIVE
                           MOVE "APPROVER DISABLED" TO
                               WS-REJECT-REASON
                       ELSE
                       IF NOT TELL-MAY-APPROVE
                           MOVE "APPROVER NOT A SUPERVISOR" TO
                               WS-REJECT-REASON
                       ELSE
                           SET APPROVER-VALID TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

       2100-APPLY-ONE-ACTION.
           PERFORM 2150-SAVE-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN TLI-ACTION-DISABLE
                   PERFORM 2300-DISABLE-TELLER
               WHEN TLI-ACTION-REACTIVATE
                   PERFORM 2400-REACTIVATE-TELLER
               WHEN TLI-ACTION-CHANGE
                   PERFORM 2500-CHANGE-TELLER
               WHEN OTHER
                   MOVE "INVALID MAINTENANCE ACTION" TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-MAINTENANCE
           END-EVALUATE.

       2150-SAVE-BEFORE-IMAGE.
           MOVE TELL-STATUS TO TAUD-OLD-STATUS.
           MOVE TELL-NAME TO TAUD-OLD-NAME.
           MOVE TELL-BRANCH TO TAUD-OLD-BRANCH.
           MOVE TELL-WITHDRAWAL-LIMIT TO TAUD-OLD-WITHDRAWAL-LIMIT.
           MOVE TELL-DEPOSIT-LIMIT TO TAUD-OLD-DEPOSIT-LIMIT.
           MOVE TELL-TRANSFER-LIMIT TO TAUD-OLD-TRANSFER-LIMIT.
           MOVE TELL-FUNCTIONS TO TAUD-OLD-FUNCTIONS.

       2200-ADD-TELLER.
           READ TELLER-MASTER
               INVALID KEY
                   PERFORM 2250-EDIT-TELLER-DETAIL
                   IF WS-REJECT-REASON = SPACES
                       MOVE SPACES TO TAUD-OLD-STATUS
                       MOVE SPACES TO TAUD-OLD-NAME
                       MOVE SPACES TO TAUD-OLD-BRANCH
                       MOVE ZERO TO TAUD-OLD-WITHDRAWAL-LIMIT
                       MOVE ZERO TO TAUD-OLD-DEPOSIT-LIMIT
                       MOVE ZERO TO TAUD-OLD-TRANSFER-LIMIT
                       MOVE SPACES TO TAUD-OLD-FUNCTIONS
                       MOVE SPACES TO TELLER-RECORD
                       MOVE TLI-TELLER-ID TO TELL-ID
                       SET TELL-STATUS-ACTIVE TO TRUE
                       PERFORM 2260-MOVE-TELLER-DETAIL
                       SET TAUD-ACTION-ADD TO TRUE
                       PERFORM 6500-WRITE-TELLER-AUDIT
                       WRITE TELLER-RECORD
                           INVALID KEY
                               DISPLAY "VULNBANKINGTELLMAINT: teller "
                                   "master write failed after audit "
                                   "entry " TAUD-SEQUENCE " was "
                                   "already written for teller "
                                   TELL-ID " - manual reconciliation "
                                   "required"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-COUNT-APPLIED
                       END-WRITE
                   ELSE
                       PERFORM 2900-REJECT-MAINTENANCE
                   END-IF
               NOT INVALID KEY
                   MOVE "TELLER ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-MAINTENANCE
           END-READ.

      *>  The same details edit serves an add and a change: a name,
      *>  no negative limit, and every function flag "Y" or "N".
      *>  The stop-payment flag may also be left blank, as it is on
      *>  input keyed before the flag existed - blank, like a spare
      *>  byte, reads as not permitted.
       2250-EDIT-TELLER-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TLI-NAME = SPACES
               MOVE "TELLER NAME REQUIRED" TO WS-REJECT-REASON
           ELSE
           IF TLI-WITHDRAWAL-LIMIT IS NOT NUMERIC
                   OR TLI-DEPOSIT-LIMIT IS NOT NUMERIC
                   OR TLI-TRANSFER-LIMIT IS NOT NUMERIC
               MOVE "INVALID TELLER LIMIT" TO WS-REJECT-REASON
           ELSE
           IF TLI-WITHDRAWAL-LIMIT < ZERO
                   OR TLI-DEPOSIT-LIMIT < ZERO
                   OR TLI-TRANSFER-LIMIT < ZERO
               MOVE "INVALID TELLER LIMIT" TO WS-REJECT-REASON
           ELSE
           IF (TLI-AUTH-OPEN-ACCOUNT NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-CUSTOMER NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-MAINT NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-ORDERS NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-HOLDS NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-REVERSAL NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-SUPERVISOR NOT = "Y" AND NOT = "N")
                   OR (TLI-AUTH-STOPS NOT = "Y" AND NOT = "N"
                       AND NOT = SPACE)
               MOVE "INVALID FUNCTION FLAG" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.

       2260-MOVE-TELLER-DETAIL.
           MOVE TLI-NAME TO TELL-NAME.
           MOVE TLI-BRANCH TO TELL-BRANCH.
           MOVE TLI-WITHDRAWAL-LIMIT TO TELL-WITHDRAWAL-LIMIT.
           MOVE TLI-DEPOSIT-LIMIT TO TELL-DEPOSIT-LIMIT.
           MOVE TLI-TRANSFER-LIMIT TO TELL-TRANSFER-LIMIT.
           MOVE TLI-FUNCTIONS TO TELL-FUNCTIONS.
           MOVE WS-CURRENT-YYYYMMDD TO TELL-LAST-CHANGE-DATE.

       2300-DISABLE-TELLER.
           IF TELL-STATUS-DISABLED
               MOVE "TELLER ALREADY DISABLED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               SET TELL-STATUS-DISABLED TO TRUE
               SET TAUD-ACTION-DISABLE TO TRUE
               PERFORM 2700-APPLY-MAINTENANCE
           END-IF.

       2400-REACTIVATE-TELLER.
           IF NOT TELL-STATUS-DISABLED
               MOVE "TELLER NOT DISABLED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               SET TELL-STATUS-ACTIVE TO TRUE
               SET TAUD-ACTION-REACTIVATE TO TRUE
               PERFORM 2700-APPLY-MAINTENANCE
           END-IF.

      *>  A disabled teller's details may still be changed - a role
      *>  change is often made before the teller is re-enabled - but
      *>  the status itself moves only through "D" and "R".
       2500-CHANGE-TELLER.
           PERFORM 2250-EDIT-TELLER-DETAIL.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-MAINTENANCE
           ELSE
               PERFORM 2260-MOVE-TELLER-DETAIL
               SET TAUD-ACTION-CHANGE TO TRUE
               PERFORM 2700-APPLY-MAINTENANCE
           END-IF.

       2700-APPLY-MAINTENANCE.
      *>  Audit first, master second, as VulnBankingMaint does for
      *>  the account master: if the audit write fails the run stops
      *>  before the master is touched.
           PERFORM 6500-WRITE-TELLER-AUDIT.
           REWRITE TELLER-RECORD
               INVALID KEY
                   DISPLAY "VULNBANKINGTELLMAINT: teller master "
                       "rewrite failed after audit entry "
                       TAUD-SEQUENCE " was already written for "
                       "teller " TELL-ID
                           " - manual reconciliation required"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-APPLIED
           END-REWRITE.

       2900-REJECT-MAINTENANCE.
           ADD 1 TO WS-COUNT-REJECTED.
           DISPLAY "VULNBANKINGTELLMAINT: sequence " TLI-SEQUENCE
               " teller " TLI-TELLER-ID " action "
               TLI-ACTION-CODE " rejected - " WS-REJECT-REASON.

       6500-WRITE-TELLER-AUDIT.
           ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
           MOVE WS-AUDIT-SEQUENCE-NUMBER TO TAUD-SEQUENCE.
           MOVE TELL-ID TO TAUD-TELLER-ID.
           MOVE TELL-STATUS TO TAUD-NEW-STATUS.
           MOVE TELL-NAME TO TAUD-NEW-NAME.
           MOVE TELL-BRANCH TO TAUD-NEW-BRANCH.
           MOVE TELL-WITHDRAWAL-LIMIT TO TAUD-NEW-WITHDRAWAL-LIMIT.
           MOVE TELL-DEPOSIT-LIMIT TO TAUD-NEW-DEPOSIT-LIMIT.
           MOVE TELL-TRANSFER-LIMIT TO TAUD-NEW-TRANSFER-LIMIT.
           MOVE TELL-FUNCTIONS TO TAUD-NEW-FUNCTIONS.
           MOVE WS-JOB-IDENT TO TAUD-OPERATOR-ID.
           MOVE TLI-APPROVER-ID TO TAUD-SUPERVISOR-ID.
           MOVE FUNCTION CURRENT-DATE TO TAUD-TIMESTAMP.
           WRITE TELLER-AUDIT-RECORD.
           IF WS-TAUD-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTELLMAINT: unable to write "
                   "teller audit, status " WS-TAUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingTellMaint - Run Summary".
           DISPLAY "======================================".
           DISPLAY "  Processed: " WS-COUNT-PROCESSED.
           DISPLAY "  Applied:   " WS-COUNT-APPLIED.
           DISPLAY "  Rejected:  " WS-COUNT-REJECTED.
           CLOSE TELLER-MASTER.
           CLOSE TELLER-FILE.
           CLOSE TELLER-AUDIT.
