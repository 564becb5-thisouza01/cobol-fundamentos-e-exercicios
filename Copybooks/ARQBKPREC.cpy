      ******************************************************************
      * Copybook: ARQBKPREC
      * Purpose:  Line layout of the dated ARQCAD/ARQDEP backup image
      *           written by ARQBKP and read back by ARQRCV. Each line
      *           starts with a type byte: 'C' carries one cadastro
      *           record, 'D' one dependent record, and the single
      *           'T' trailer is the control record - business date
      *           and time of the backup, the record counts, and the
      *           journal generation and line number the image covers
      *           (every ARQJRN entry up to that position is already
      *           reflected in the image). The same control record is
      *           appended to the ARQBKL backup catalogue, which
      *           ARQRCV reads to find the generations to replay.
      ******************************************************************
       01  ARQ-BKP-REC.
           05 BKP-TYPE              PIC X.
              88 BKP-CAD-LINE              VALUE 'C'.
              88 BKP-DEP-LINE              VALUE 'D'.
              88 BKP-CTL-LINE              VALUE 'T'.
           05 BKP-DATA              PIC X(147).
           05 BKP-DEP-DATA REDEFINES BKP-DATA.
              10 BKP-DEP-IMAGE      PIC X(39).
              10 FILLER             PIC X(108).
           05 BKP-CTL-DATA REDEFINES BKP-DATA.
              10 BKP-CTL-DATE       PIC 9(08).
              10 FILLER             PIC X.
              10 BKP-CTL-TIME       PIC X(06).
              10 FILLER             PIC X.
              10 BKP-CTL-CAD-COUNT  PIC 9(06).
              10 FILLER             PIC X.
              10 BKP-CTL-DEP-COUNT  PIC 9(06).
              10 FILLER             PIC X.
              10 BKP-CTL-JRN-GEN    PIC 9(08).
              10 FILLER             PIC X.
              10 BKP-CTL-JRN-POS    PIC 9(06).
              10 FILLER             PIC X(102).
