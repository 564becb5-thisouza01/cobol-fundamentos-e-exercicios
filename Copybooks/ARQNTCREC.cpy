      ******************************************************************
      * Copybook: ARQNTCREC
      * Purpose:  Notice extract record for the ARQNTC file written by
      *           the monthly age run ARQAGE and sent to the mailroom:
      *           one line per letter. The type says why the letter
      *           goes out ('E' a child dependent deactivated at the
      *           age limit, 'M' an age milestone reached in the
      *           coming month), followed by the person it is about
      *           (COD, dependent sequence - zero for the member -,
      *           name, age and event date) and the
      *           addressee: the member's name and the ARQINREC
      *           address block (street, city, UF, postal code).
      *           Only complete addresses reach this file; the rest
      *           go to ARQAGE's follow-up list.
      ******************************************************************
       01  ARQ-NTC-REC.
           05 NTC-TYPE              PIC X.
              88 NTC-AGE-OUT               VALUE 'E'.
              88 NTC-MILESTONE             VALUE 'M'.
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-COD               PIC 9(04).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-SEQ               PIC 9(02).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-NAME              PIC X(15).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-AGE               PIC 9(03).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-EVENT-DATE        PIC 9(08).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-ADDRESSEE         PIC X(15).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-STREET            PIC X(30).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-CITY              PIC X(20).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-UF                PIC X(02).
           05 FILLER                PIC X     VALUE SPACES.
           05 NTC-POSTAL            PIC X(08).
