               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLOG-STATUS.

           SELECT TELLER-MASTER ASSIGN TO "TELLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT PROOF-REPORT ASSIGN TO "TELLRPT"
       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  TELLER-MASTER.
           COPY TELLREC.

      *>  The log is written in sequence order, not teller order, so
      *>  it is sorted by teller id with the original sequence as the
      *>  minor key: one pass proofs every drawer with no in-memory
               88 SRT-TYPE-DEPOSIT      VALUE "D".
               88 SRT-TYPE-WITHDRAWAL   VALUE "W".
               88 SRT-TYPE-INTEREST     VALUE "I".
               88 SRT-TYPE-REVERSAL     VALUE "R".
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-AMOUNT.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-OLD-BALANCE.
           COPY BANKAMT REPLACING BANKAMT-FIELD BY SRT-NEW-BALANCE.
           05 SRT-TIMESTAMP             PIC X(21).
           05 SRT-TRANSFER-REF          PIC X(09).
           05 SRT-TELLER-ID             PIC X(08).
           05 SRT-REVERSAL-REF          PIC X(09).
           05 SRT-REVERSED-TYPE         PIC X(01).
               88 SRT-REVERSED-DEPOSIT  VALUE "D".
               88 SRT-REVERSED-WITHDRAWAL VALUE "W".

       FD  PROOF-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 PROOF-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TLOG-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-TELL-STATUS              PIC XX.

       01 WS-LOG-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-LOG              VALUE "Y".
       01 WS-DEPOSIT-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-WITHDRAWAL-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-OTHER-COUNT              PIC 9(9) VALUE ZERO.
       01 WS-REVERSAL-COUNT           PIC 9(9) VALUE ZERO.

       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-DEPOSIT-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-WITHDRAWAL-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-REVERSAL-TOTAL.
       COPY BANKAMT REPLACING 05 BY 01,
           BANKAMT-FIELD BY WS-NET-POSITION.

           05 FILLER PIC X(80) VALUE
               "VULNBANKING - END OF DAY TELLER CASH PROOF".
       01 WS-REPORT-HEADING2.
           05 FILLER PIC X(86) VALUE
               "TELLER      DEP CNT        CASH IN   WDL CNT" &
               "       CASH OUT            NET   OTHER".
           05 FILLER PIC X(23) VALUE
               "REV CNT        REVERSED".
           05 FILLER PIC X(23) VALUE
               "  TELLER NAME".
       01 WS-DETAIL-LINE.
           05 DL-TELLER-ID            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NET-POSITION         PIC -Z(10)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-OTHER-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-REVERSAL-COUNT       PIC Z(6)9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DL-REVERSAL-TOTAL       PIC -Z(10)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-TELLER-NAME          PIC X(21).
       01 WS-TRAILER-LINE.
           05 FILLER PIC X(20) VALUE "TELLERS PROOFED:".
           05 TR-TELLER-COUNT         PIC Z(8)9.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  Every drawer is named from the teller master, so an id
      *>  nobody was ever issued stands out on the proof.
           OPEN INPUT TELLER-MASTER.
           IF WS-TELL-STATUS NOT = "00"
               DISPLAY "VULNBANKINGPROOF: unable to open teller "
                   "master, status " WS-TELL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADING1 TO PROOF-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING2 TO PROOF-REPORT-LINE.
      *>  drawer, so they land in the OTHER column by count only.
      *>  Records from before the teller-id existed group under a
      *>  blank id at the top of the report.
      *>  Reversals are proofed in their own columns. Reversing a
      *>  cash deposit pays cash back out of the drawer and reversing
      *>  a cash withdrawal takes it back in, so REVERSED carries that
      *>  signed cash effect into NET; reversed transfer legs,
      *>  interest and fees move no cash and are counted only.
       3100-PROOF-ONE-TELLER.
           MOVE SRT-TELLER-ID TO WS-CURRENT-TELLER.
           MOVE ZERO TO WS-DEPOSIT-COUNT.
           MOVE ZERO TO WS-WITHDRAWAL-COUNT.
           MOVE ZERO TO WS-OTHER-COUNT.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           MOVE ZERO TO WS-REVERSAL-TOTAL.
           MOVE ZERO TO WS-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-WITHDRAWAL-TOTAL.
           PERFORM UNTIL END-OF-SORT
                   OR SRT-TELLER-ID NOT = WS-CURRENT-TELLER
               EVALUATE TRUE
                   WHEN SRT-TYPE-REVERSAL
                       ADD 1 TO WS-REVERSAL-COUNT
                       IF SRT-TRANSFER-REF IS NUMERIC
                               AND SRT-TRANSFER-REF NOT = ZERO
                           CONTINUE
                       ELSE
                           IF SRT-REVERSED-DEPOSIT
                               SUBTRACT SRT-AMOUNT FROM
                                   WS-REVERSAL-TOTAL
                           END-IF
                           IF SRT-REVERSED-WITHDRAWAL
                               ADD SRT-AMOUNT TO WS-REVERSAL-TOTAL
                           END-IF
                       END-IF
                   WHEN SRT-TRANSFER-REF IS NUMERIC
                           AND SRT-TRANSFER-REF NOT = ZERO
                       ADD 1 TO WS-OTHER-COUNT
           MOVE WS-WITHDRAWAL-COUNT TO DL-WITHDRAWAL-COUNT.
           MOVE WS-WITHDRAWAL-TOTAL TO DL-WITHDRAWAL-TOTAL.
           COMPUTE WS-NET-POSITION =
               WS-DEPOSIT-TOTAL - WS-WITHDRAWAL-TOTAL
               + WS-REVERSAL-TOTAL.
           MOVE WS-NET-POSITION TO DL-NET-POSITION.
           MOVE WS-OTHER-COUNT TO DL-OTHER-COUNT.
           MOVE WS-REVERSAL-COUNT TO DL-REVERSAL-COUNT.
           MOVE WS-REVERSAL-TOTAL TO DL-REVERSAL-TOTAL.
      *>  Batch job identifiers and pre-sign-on blank ids are not on
      *>  the teller master either; they are expected here.
           MOVE WS-CURRENT-TELLER TO TELL-ID.
           READ TELLER-MASTER
               INVALID KEY
                   MOVE "*NOT ON TELLER MASTER" TO DL-TELLER-NAME
               NOT INVALID KEY
                   MOVE TELL-NAME TO DL-TELLER-NAME
           END-READ.
           MOVE WS-DETAIL-LINE TO PROOF-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.

           MOVE WS-TRAILER-LINE TO PROOF-REPORT-LINE.
           PERFORM 3200-WRITE-REPORT-LINE.
           CLOSE PROOF-REPORT.
           CLOSE TELLER-MASTER.
           DISPLAY "VULNBANKINGPROOF: " WS-TELLER-COUNT
               " tellers proofed".
