      *>  file so a resubmitted or abandoned item keeps that
      *>  disposition forever.
       FD  EXCEPTION-FILE-NEW
           RECORD CONTAINS 137 CHARACTERS.
       01 EXCEPTION-RECORD-NEW        PIC X(137).

       FD  TRANS-OUT-FILE.
           COPY TRANIN.
           ACCEPT WS-ACTION-INPUT.
           EVALUATE WS-ACTION-INPUT
      *>  A service-charge reject ("F") is collections work, not a
      *>  postable transaction: the edit step only passes D/W/T/R, so
      *>  resubmitting one would fail the whole corrected file and
      *>  suppress posting of every other repaired item. Once the
      *>  fee is collected by hand the item is abandoned here.
      *>  An ACH item is never resubmitted either: VulnBankingACHRet
      *>  has already returned it to the originator, who will send a
      *>  fresh entry if one is due - posting it as well would pay or
      *>  collect the same money twice. A check from an inward
      *>  clearing cash letter ("CLR") goes back to the presenting
      *>  bank unpaid for the same reason.
               WHEN "R"
                   IF EXCP-TRANS-TYPE = "F"
                       ADD 1 TO WS-COUNT-STILL-OPEN
                           "service-charge item and cannot be "
                           "resubmitted - collect it by hand and "
                           "abandon it. Left open."
                   ELSE
                   IF EXCP-ORIGIN-ACH
                       ADD 1 TO WS-COUNT-STILL-OPEN
                       DISPLAY "Exception " EXCP-SEQUENCE " is an "
                           "ACH item returned to the originator and "
                           "cannot be resubmitted - abandon it. "
                           "Left open."
                   ELSE
                   IF EXCP-ORIGIN-CLEARING
                       ADD 1 TO WS-COUNT-STILL-OPEN
                       DISPLAY "Exception " EXCP-SEQUENCE " is a "
                           "cleared check returned to the presenting "
                           "bank and cannot be resubmitted - abandon "
                           "it. Left open."
                   ELSE
                       PERFORM 2200-REPAIR-EXCEPTION
                   END-IF
                   END-IF
                   END-IF
               WHEN "A"
                   MOVE "A" TO EXCP-DISPOSITION
                   ADD 1 TO WS-COUNT-ABANDONED
                   WITH NO ADVANCING
               ACCEPT WS-TO-ACCOUNT-INPUT
           END-IF.
      *>  A reversal carries the log sequence it reverses where a
      *>  transfer carries its receiving account (TIN-REVERSED-
      *>  SEQUENCE); the exception record does not keep it, so it is
      *>  keyed again from the rejected item's paperwork.
           IF EXCP-TRANS-TYPE = "R"
               DISPLAY "Enter the log sequence being reversed: "
                   WITH NO ADVANCING
               ACCEPT WS-TO-ACCOUNT-INPUT
           END-IF.
           PERFORM 2300-WRITE-CORRECTED-ITEM.
           MOVE "R" TO EXCP-DISPOSITION.
           ADD 1 TO WS-COUNT-RESUBMITTED.
