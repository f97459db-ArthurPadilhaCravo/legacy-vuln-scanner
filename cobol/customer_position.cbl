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

           SELECT POSITION-REPORT ASSIGN TO "CPOSRPT"
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP.
           COPY RELREC.

      *>  One pass of the account master sorted by owning customer
      *>  groups every customer's accounts for a single CUSTMSTR read
      *>  per relationship - the same unbounded control-break shape as
      *>  accounts. The customer field is X(10) here so accounts still
      *>  carrying spaces from before the linkage existed sort to the
      *>  front as one flagged group instead of failing a numeric key.
      *>  Each joint owner, signer and beneficiary on ACCTREL gets a
      *>  record of their own under their customer number, with
      *>  SRT-ROLE set; the primary owner's record carries a space.
       SD  SORT-WORK-FILE.
       01 SORT-POSITION-RECORD.
           05 SRT-CUSTOMER-NUMBER       PIC X(10).
           05 SRT-ACCOUNT-TYPE          PIC X(01).
           05 SRT-ACCOUNT-STATUS        PIC X(01).
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-BALANCE.
           05 SRT-ROLE                  PIC X(01).
               88 SRT-ROLE-OWNER        VALUE SPACE.
               88 SRT-ROLE-JOINT-OWNER  VALUE "J".
               88 SRT-ROLE-SIGNER       VALUE "S".
               88 SRT-ROLE-BENEFICIARY  VALUE "B".
           05 SRT-SHARE                 PIC 9(3)V99.

       FD  POSITION-REPORT
           RECORD CONTAINS 96 CHARACTERS.
       01 WS-ACCT-STATUS              PIC XX.
       01 WS-CUST-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-REL-STATUS               PIC XX.

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SORT             VALUE "Y".
       01 WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-RELATIONSHIPS    VALUE "Y".
       01 WS-REL-FILE-SWITCH          PIC X VALUE "N".
           88 REL-FILE-PRESENT        VALUE "Y".

       01 WS-CURRENT-CUSTOMER         PIC X(10).
       01 WS-CUSTOMER-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNT-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-UNLINKED-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-GROUP-ACCOUNT-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-GROUP-LINKED-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-LINKED-COUNT             PIC 9(9) VALUE ZERO.

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-GROUP-TOTAL.
           05 AL-ACCOUNT-STATUS       PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 AL-BALANCE              PIC -Z(10)9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 AL-ROLE                 PIC X(11).
           05 AL-SHARE-AREA.
               10 AL-SHARE            PIC ZZZ.99.
       01 WS-GROUP-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "  RELATIONSHIP:".
           05 GT-ACCOUNT-COUNT        PIC Z(5)9.
           05 FILLER                  PIC X(10) VALUE " ACCOUNTS".
           05 GT-GROUP-TOTAL          PIC -Z(10)9.99.
           05 FILLER                  PIC X(10) VALUE "  LINKED:".
           05 GT-LINKED-COUNT         PIC Z(5)9.
       01 WS-TRAILER-LINE1.
           05 FILLER PIC X(20) VALUE "CUSTOMERS LISTED:".
           05 TR-CUSTOMER-COUNT       PIC Z(8)9.
           05 TR-UNLINKED-COUNT       PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  GRAND TOTAL:".
           05 TR-GRAND-TOTAL          PIC -Z(10)9.99.
       01 WS-TRAILER-LINE3.
           05 FILLER PIC X(20) VALUE "LINKED ACCOUNTS:".
           05 TR-LINKED-COUNT         PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               STOP RUN
           END-IF.

      *>  A missing relationship file just means no joint owner,
      *>  signer or beneficiary has ever been linked.
           OPEN INPUT ACCOUNT-RELATIONSHIP.
           IF WS-REL-STATUS = "00"
               SET REL-FILE-PRESENT TO TRUE
           ELSE
               IF WS-REL-STATUS NOT = "35"
                   DISPLAY "VULNBANKINGCUSTPOS: unable to open "
                       "account relationship file, status "
                       WS-REL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT POSITION-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VULNBANKINGCUSTPOS: unable to open position "
               MOVE ACCT-TYPE TO SRT-ACCOUNT-TYPE
               MOVE ACCT-STATUS TO SRT-ACCOUNT-STATUS
               MOVE ACCT-BALANCE TO SRT-BALANCE
               MOVE SPACE TO SRT-ROLE
               MOVE ZERO TO SRT-SHARE
               RELEASE SORT-POSITION-RECORD
               IF REL-FILE-PRESENT
                   PERFORM 2100-RELEASE-LINKED-CUSTOMERS
               END-IF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *>  The account's own sort fields are still set from the
      *>  owner's record; only the customer, role and share change.
       2100-RELEASE-LINKED-CUSTOMERS.
           MOVE "N" TO WS-REL-EOF-SWITCH.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER.
           MOVE ZERO TO REL-CUSTOMER-NUMBER.
           START ACCOUNT-RELATIONSHIP KEY NOT < REL-KEY
               INVALID KEY SET END-OF-RELATIONSHIPS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RELATIONSHIPS
               READ ACCOUNT-RELATIONSHIP NEXT RECORD
                   AT END SET END-OF-RELATIONSHIPS TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           SET END-OF-RELATIONSHIPS TO TRUE
                       ELSE
                           IF REL-STATUS-ACTIVE
                               MOVE REL-CUSTOMER-NUMBER TO
                                   SRT-CUSTOMER-NUMBER
                               MOVE REL-ROLE TO SRT-ROLE
                               MOVE REL-OWNERSHIP-PCT TO SRT-SHARE
                               RELEASE SORT-POSITION-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-REPORT-POSITIONS.
           PERFORM 3900-RETURN-SORT-RECORD.
           PERFORM 3100-REPORT-ONE-CUSTOMER UNTIL END-OF-SORT.
           PERFORM 3110-WRITE-CUSTOMER-HEADING.
           MOVE ZERO TO WS-GROUP-TOTAL.
           MOVE ZERO TO WS-GROUP-ACCOUNT-COUNT.
           MOVE ZERO TO WS-GROUP-LINKED-COUNT.
           PERFORM UNTIL END-OF-SORT
                   OR SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
               PERFORM 3120-WRITE-ACCOUNT-LINE
           END-PERFORM.
           MOVE WS-GROUP-ACCOUNT-COUNT TO GT-ACCOUNT-COUNT.
           MOVE WS-GROUP-TOTAL TO GT-GROUP-TOTAL.
           MOVE WS-GROUP-LINKED-COUNT TO GT-LINKED-COUNT.
           MOVE WS-GROUP-TOTAL-LINE TO POSITION-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.

               END-READ
           END-IF.

      *>  An account the customer co-owns, signs on or is named
      *>  beneficiary of is listed with the role, but its balance
      *>  stays in its primary owner's relationship total only, so
      *>  the grand total still counts every account once.
       3120-WRITE-ACCOUNT-LINE.
           MOVE SRT-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
           MOVE SRT-ACCOUNT-TYPE TO AL-ACCOUNT-TYPE.
           MOVE SRT-ACCOUNT-STATUS TO AL-ACCOUNT-STATUS.
           MOVE SRT-BALANCE TO AL-BALANCE.
           EVALUATE TRUE
               WHEN SRT-ROLE-OWNER
                   MOVE SPACES TO AL-ROLE
               WHEN SRT-ROLE-JOINT-OWNER
                   MOVE "JOINT OWNER" TO AL-ROLE
               WHEN SRT-ROLE-SIGNER
                   MOVE "SIGNER" TO AL-ROLE
               WHEN SRT-ROLE-BENEFICIARY
                   MOVE "BENEFICIARY" TO AL-ROLE
               WHEN OTHER
                   MOVE SRT-ROLE TO AL-ROLE
           END-EVALUATE.
           IF SRT-ROLE-OWNER OR SRT-ROLE-SIGNER
               MOVE SPACES TO AL-SHARE-AREA
           ELSE
               MOVE SRT-SHARE TO AL-SHARE
           END-IF.
           MOVE WS-ACCOUNT-LINE TO POSITION-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           IF SRT-ROLE-OWNER
               PERFORM 3130-COUNT-OWNED-ACCOUNT
           ELSE
               ADD 1 TO WS-GROUP-LINKED-COUNT
               ADD 1 TO WS-LINKED-COUNT
           END-IF.

       3130-COUNT-OWNED-ACCOUNT.
           ADD SRT-BALANCE TO WS-GROUP-TOTAL.
           ADD SRT-BALANCE TO WS-GRAND-TOTAL.
           ADD 1 TO WS-GROUP-ACCOUNT-COUNT.
           MOVE WS-GRAND-TOTAL TO TR-GRAND-TOTAL.
           MOVE WS-TRAILER-LINE2 TO POSITION-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-LINKED-COUNT TO TR-LINKED-COUNT.
           MOVE WS-TRAILER-LINE3 TO POSITION-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           CLOSE POSITION-REPORT.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF REL-FILE-PRESENT
               CLOSE ACCOUNT-RELATIONSHIP
           END-IF.
           DISPLAY "VULNBANKINGCUSTPOS: " WS-CUSTOMER-COUNT
               " customers, " WS-ACCOUNT-COUNT " accounts, "
               WS-UNLINKED-COUNT " unlinked, " WS-LINKED-COUNT
               " linked".
