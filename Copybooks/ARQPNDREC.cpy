      ******************************************************************
      * Copybook: ARQPNDREC
      * Purpose:  Pending transaction record for the ARQPND file: a
      *           future-dated ARQMNT transaction parked until the
      *           ARQBDT business date reaches its effective date.
      *           Carries the effective date, the date it was parked,
      *           the job that parked it and the full transaction
      *           image. Written by ARQMNT (which releases the due
      *           entries and rewrites the rest every run) and by
      *           ARQPNQ when an entry is cancelled.
      ******************************************************************
       01  ARQ-PND-REC.
           05 PND-EFF-DATE          PIC 9(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 PND-ENTRY-DATE        PIC 9(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 PND-JOBID             PIC X(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 PND-TRN-IMAGE         PIC X(147).
