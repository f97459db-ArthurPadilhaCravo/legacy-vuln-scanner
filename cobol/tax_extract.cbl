               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-RELATIONSHIP ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT TAX-WORK-FILE ASSIGN TO "TAXWORK"
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP.
           COPY RELREC.

      *>  One record layout serves both sort passes: the first pass
      *>  sorts the year's interest records by account (customer
      *>  still spaces), the second sorts the per-account totals by
           05 SRT-CUSTOMER-NUMBER       PIC X(10).
           05 SRT-ACCOUNT-NUMBER        PIC 9(10).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-AMOUNT.
           05 SRT-JOINT-FLAG            PIC X(01).

       FD  TAX-WORK-FILE.
       01 TAX-WORK-RECORD.
           05 TWK-ACCOUNT-NUMBER        PIC 9(10).
           COPY BANKAMT REPLACING BANKAMT-FIELD
               BY TWK-INTEREST-AMOUNT.
           05 TWK-JOINT-FLAG            PIC X(01).

       FD  TAX-EXTRACT-FILE.
           COPY TAXREC.
       01 WS-TWK-STATUS               PIC XX.
       01 WS-TAX-STATUS               PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-REL-STATUS               PIC XX.

       01 WS-LOG-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-LOG              VALUE "Y".
           88 END-OF-WORK             VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SORT             VALUE "Y".
       01 WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-RELATIONSHIPS    VALUE "Y".
       01 WS-REL-FILE-SWITCH          PIC X VALUE "N".
           88 REL-FILE-PRESENT        VALUE "Y".
       01 WS-CUSTOMER-JOINT-FLAG      PIC X(01).

       01 WS-EXTRACT-YEAR             PIC 9(4).
       01 WS-CURRENT-ACCOUNT          PIC 9(10).
               STOP RUN
           END-IF.

      *>  A missing relationship file just means no account has a
      *>  joint owner yet.
           OPEN INPUT ACCOUNT-RELATIONSHIP.
           IF WS-REL-STATUS = "00"
               SET REL-FILE-PRESENT TO TRUE
           ELSE
               IF WS-REL-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGTAXEXT: unable to open account "
                       "relationship file, status " WS-REL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT TAX-EXTRACT-FILE.
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTAXEXT: unable to open tax "
                           MOVE TLOG-ACCOUNT-NUMBER TO
                               SRT-ACCOUNT-NUMBER
                           MOVE TLOG-AMOUNT TO SRT-AMOUNT
                           MOVE SPACE TO SRT-JOINT-FLAG
                           RELEASE SORT-TAX-RECORD
                       END-IF
      *>  Interest taken back by a reversal was never paid, so it
      *>  comes off the year's reportable total.
                       IF TLOG-TYPE-REVERSAL
                               AND TLOG-REVERSED-TYPE = "I"
                               AND WS-TIMESTAMP-YYYY IS NUMERIC
                               AND WS-TIMESTAMP-YYYY =
                                   WS-EXTRACT-YEAR
                           ADD 1 TO WS-INTEREST-RECORDS
                           MOVE SPACES TO SRT-CUSTOMER-NUMBER
                           MOVE TLOG-ACCOUNT-NUMBER TO
                               SRT-ACCOUNT-NUMBER
                           COMPUTE SRT-AMOUNT = ZERO - TLOG-AMOUNT
                           MOVE SPACE TO SRT-JOINT-FLAG
                           RELEASE SORT-TAX-RECORD
                       END-IF
               END-READ
      *>  work record carrying the total forward to the customer
      *>  roll-up. An account no longer on the master keeps a spaces
      *>  customer and surfaces on the exception listing with the
      *>  other unlinked money. The tax rules put all of a joint
      *>  account's interest on the primary owner's tax id, so the
      *>  work record goes to ACCT-CUSTOMER-NUMBER alone and ACCTREL
      *>  is consulted only to mark it as joint.
       2500-TOTAL-BY-ACCOUNT.
           OPEN OUTPUT TAX-WORK-FILE.
           IF WS-TWK-STATUS NOT = "00"
               PERFORM 2950-RETURN-SORT-RECORD
           END-PERFORM.
           MOVE SPACES TO TWK-CUSTOMER-NUMBER.
           MOVE SPACE TO TWK-JOINT-FLAG.
           MOVE WS-CURRENT-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-NUMBER TO TWK-CUSTOMER-NUMBER
           END-READ.
           IF REL-FILE-PRESENT
               PERFORM 2700-CHECK-JOINT-ACCOUNT
           END-IF.
           MOVE WS-CURRENT-ACCOUNT TO TWK-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-TOTAL TO TWK-INTEREST-AMOUNT.
           WRITE TAX-WORK-RECORD.
               STOP RUN
           END-IF.

       2700-CHECK-JOINT-ACCOUNT.
           MOVE "N" TO WS-REL-EOF-SWITCH.
           MOVE WS-CURRENT-ACCOUNT TO REL-ACCOUNT-NUMBER.
           MOVE ZERO TO REL-CUSTOMER-NUMBER.
           START ACCOUNT-RELATIONSHIP KEY NOT < REL-KEY
               INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RELATIONSHIPS
               READ ACCOUNT-RELATIONSHIP NEXT RECORD
                   AT END SET END-OF-RELATIONSHIPS TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
                           SET END-OF-RELATIONSHIPS TO TRUE
                       ELSE
                           IF REL-STATUS-ACTIVE
                                   AND REL-ROLE-JOINT-OWNER
                               MOVE "Y" TO TWK-JOINT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2950-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
                       MOVE TWK-ACCOUNT-NUMBER TO
                           SRT-ACCOUNT-NUMBER
                       MOVE TWK-INTEREST-AMOUNT TO SRT-AMOUNT
                       MOVE TWK-JOINT-FLAG TO SRT-JOINT-FLAG
                       RELEASE SORT-TAX-RECORD
               END-READ
           END-PERFORM.
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-CUSTOMER-TOTAL
               MOVE SPACE TO WS-CUSTOMER-JOINT-FLAG
               PERFORM UNTIL END-OF-SORT
                       OR SRT-CUSTOMER-NUMBER NOT =
                           WS-CURRENT-CUSTOMER
                   ADD SRT-AMOUNT TO WS-CUSTOMER-TOTAL
                   IF SRT-JOINT-FLAG = "Y"
                       MOVE "Y" TO WS-CUSTOMER-JOINT-FLAG
                   END-IF
                   PERFORM 2950-RETURN-SORT-RECORD
               END-PERFORM
               PERFORM 3700-WRITE-CUSTOMER-EXTRACT
           MOVE CUST-ZIP TO TAX-ZIP.
           MOVE WS-CUSTOMER-TOTAL TO TAX-INTEREST-AMOUNT.
           MOVE WS-EXTRACT-YEAR TO TAX-YEAR.
           MOVE WS-CUSTOMER-JOINT-FLAG TO TAX-JOINT-ACCOUNT-FLAG.
           WRITE TAX-EXTRACT-RECORD.
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "VULNBANKINGTAXEXT: unable to write tax "
           CLOSE EXCEPTION-REPORT.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF REL-FILE-PRESENT
               CLOSE ACCOUNT-RELATIONSHIP
           END-IF.
           DISPLAY "======================================".
           DISPLAY "  VulnBankingTaxExt - Year-End Extract".
           DISPLAY "======================================".
