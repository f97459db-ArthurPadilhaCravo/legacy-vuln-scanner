      *>  X-field keeps this FD independent of the log layout's
      *>  field names.
       FD  ARCHIVE-LOG
           RECORD CONTAINS 130 CHARACTERS.
       01 ARCHIVE-LOG-RECORD          PIC X(130).

       FD  SEQUENCE-CONTROL.
           COPY SEQCTL.
