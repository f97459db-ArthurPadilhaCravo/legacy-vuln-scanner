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

           SELECT COMPLIANCE-WORK-FILE ASSIGN TO "COMPWORK"
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP.
           COPY RELREC.

      *>  One record layout serves both sort passes: the first pass
      *>  sorts the day's cash records by account so each account's
      *>  owner is looked up once, the second sorts the per-account
       01 WS-CUST-STATUS              PIC XX.
       01 WS-CWK-STATUS               PIC XX.
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

       01 WS-THRESHOLD-INPUT          PIC 9(9)V99.
       01 WS-CURRENT-ACCOUNT          PIC 9(10).
               STOP RUN
           END-IF.

      *>  A missing relationship file just means no account has a
      *>  joint owner yet - cash aggregates by primary owner only.
           OPEN INPUT ACCOUNT-RELATIONSHIP.
           IF WS-REL-STATUS = "00"
               SET REL-FILE-PRESENT TO TRUE
           ELSE
               IF WS-REL-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCOMPL: unable to open account "
                       "relationship file, status " WS-REL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT COMPLIANCE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCOMPL: unable to open compliance "
               PERFORM 2950-RETURN-SORT-RECORD
           END-PERFORM.
           MOVE WS-GROUP-CUSTOMER TO CWK-CUSTOMER-NUMBER.
           PERFORM 2690-WRITE-WORK-RECORD.
           IF REL-FILE-PRESENT
               PERFORM 2680-WRITE-JOINT-HOLDERS
           END-IF.

       2650-LOOK-UP-OWNER.
               END-READ
           END-IF.

      *>  Cash through a joint account is cash for each of its
      *>  owners: every active joint owner on ACCTREL gets the
      *>  account's full day in the split-detection pass, the same
      *>  as the primary owner, so a holder moving money through
      *>  an account in someone else's name still aggregates.
      *>  Signers and beneficiaries hold no ownership and are not
      *>  aggregated.
       2680-WRITE-JOINT-HOLDERS.
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
                               MOVE REL-CUSTOMER-NUMBER TO
                                   CWK-CUSTOMER-NUMBER
                               PERFORM 2690-WRITE-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2690-WRITE-WORK-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO CWK-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-CASH-IN TO CWK-CASH-IN.
           MOVE WS-ACCOUNT-CASH-OUT TO CWK-CASH-OUT.
           WRITE COMPLIANCE-WORK-RECORD.
           IF WS-CWK-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCOMPL: unable to write compliance "
                   "work file, status " WS-CWK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2700-WRITE-FLAGGED-ITEM.
           ADD 1 TO WS-ITEMS-FLAGGED.
           MOVE WS-GROUP-NAME TO IL-CUSTOMER-NAME.
      *>  when either direction reaches the threshold. Accounts with
      *>  no customer linkage aggregate as their own group - money
      *>  that cannot be attributed is compliance's problem too.
      *>  A joint owner's group includes the joint accounts they
      *>  hold as well as the accounts they own outright.
       3600-AGGREGATE-ONE-CUSTOMER.
           MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-CASH-IN.
           CLOSE COMPLIANCE-REPORT.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF REL-FILE-PRESENT
               CLOSE ACCOUNT-RELATIONSHIP
           END-IF.
           DISPLAY "VULNBANKINGCOMPL: " WS-RECORDS-READ
               " log records read, " WS-ITEMS-FLAGGED
               " items flagged, " WS-CUSTOMERS-FLAGGED
