      *           appended at the end of the record so history lines
      *           written before the contact fields existed still
      *           parse; ARQTRD treats the missing columns as zero.
      *           The reason-06/07 counters (address inconsistent
      *           with the ARQPCR reference) follow the same rule.
      ******************************************************************
       01  ARQ-HST-REC.
           05 HST-RUN-DATE          PIC 9(08).
           05 HST-REJ-04            PIC 9(06).
           05 FILLER                PIC X     VALUE SPACES.
           05 HST-REJ-05            PIC 9(06).
           05 FILLER                PIC X     VALUE SPACES.
           05 HST-REJ-06            PIC 9(06).
           05 FILLER                PIC X     VALUE SPACES.
           05 HST-REJ-07            PIC 9(06).
