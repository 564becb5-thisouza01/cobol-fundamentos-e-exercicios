      *           "leave the value on file unchanged", so generators
      *           that only know COD/NAME/BIRTH (ARQFIX corrections,
      *           the agency intake) never blank out captured data.
      *           The effective date (YYYYMMDD) holds a transaction
      *           in ARQMNT's pending file (ARQPND) until the ARQBDT
      *           business date reaches it; blank, zero or a date
      *           already reached means "apply tonight". It is the
      *           last field, so generators that write the older
      *           shorter line still read back as "apply tonight".
      ******************************************************************
       01  ARQ-TRN-REC.
           05 ARQ-TRN-ACTION        PIC X.
           05 ARQ-TRN-POSTAL        PIC X(08).
           05 ARQ-TRN-PHONE         PIC X(11).
           05 ARQ-TRN-EMAIL         PIC X(40).
           05 ARQ-TRN-EFF-DATE      PIC X(08).
           05 ARQ-TRN-EFF-DATE-N REDEFINES ARQ-TRN-EFF-DATE
                                    PIC 9(08).
