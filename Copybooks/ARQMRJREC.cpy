      ******************************************************************
      * Copybook: ARQMRJREC
      * Purpose:  Reject record layout for the ARQMRJ file written by
      *           ARQMNT: the ordinal of the transaction in ARQTRN
      *           (zero for a future-dated transaction released from
      *           ARQPND), the reason code, the run date and the full
      *           transaction image. Edit failures reuse the ARQERR
      *           reason codes (01-07); the update failures found
      *           against ARQCAD are numbered from 11. The image is
      *           the last field so a wider transaction only
      *           lengthens the line.
      ******************************************************************
       01  ARQ-MRJ-REC.
           05 MRJ-TRN-SEQ           PIC 9(06).
           05 FILLER                PIC X     VALUE SPACES.
           05 MRJ-REASON-CODE       PIC 9(02).
              88 MRJ-REASON-COD-INVALID    VALUE 01.
              88 MRJ-REASON-BIRTH-INVALID  VALUE 02.
              88 MRJ-REASON-BOTH-INVALID   VALUE 03.
              88 MRJ-REASON-UF-INVALID     VALUE 04.
              88 MRJ-REASON-POSTAL-INVALID VALUE 05.
              88 MRJ-REASON-POSTAL-NOT-UF  VALUE 06.
              88 MRJ-REASON-CITY-NOT-UF    VALUE 07.
              88 MRJ-REASON-DUPLICATE      VALUE 11.
              88 MRJ-REASON-NOT-FOUND      VALUE 12.
              88 MRJ-REASON-INACTIVE       VALUE 13.
              88 MRJ-REASON-BAD-ACTION     VALUE 14.
              88 MRJ-REASON-REWRITE-FAIL   VALUE 15.
              88 MRJ-REASON-EFF-INVALID    VALUE 16.
           05 FILLER                PIC X     VALUE SPACES.
           05 MRJ-ENTRY-DATE        PIC 9(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 MRJ-TRN-IMAGE         PIC X(147).
