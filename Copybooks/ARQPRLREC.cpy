      ******************************************************************
      * Copybook: ARQPRLREC
      * Purpose:  Released pending record for the ARQPRL file: the
      *           ARQPND entries that an ARQMNT run released and
      *           applied, stamped with the job id and business date
      *           of that run. ARQMNT rewrites the file in every run
      *           that releases something, so it holds the releases
      *           of the last such run. When ARQBKO backs that job
      *           out, it appends the entries back to ARQPND and
      *           empties the file, so the rerun of ARQMNT releases
      *           and applies them again.
      ******************************************************************
       01  ARQ-PRL-REC.
           05 PRL-REL-JOBID         PIC X(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 PRL-REL-DATE          PIC 9(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 PRL-PND-IMAGE         PIC X(174).
