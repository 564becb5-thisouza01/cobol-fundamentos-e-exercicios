      *           rejected cadastro record, the reason code assigned
      *           by ARQSEQ (01 = invalid COD, 02 = invalid birth
      *           date, 03 = both, 04 = invalid UF, 05 = malformed
      *           postal code, 06 = postal code outside the ARQPCR
      *           ranges of the UF, 07 = city not listed in ARQPCR
      *           for the UF) and the date the exception first
      *           entered the file. Written by ARQSEQ, read and
      *           carried forward by ARQFIX so no rejected record
      *           silently dies in the exception file.
              88 ERR-REASON-BOTH-INVALID   VALUE 03.
              88 ERR-REASON-UF-INVALID     VALUE 04.
              88 ERR-REASON-POSTAL-INVALID VALUE 05.
              88 ERR-REASON-POSTAL-NOT-UF  VALUE 06.
              88 ERR-REASON-CITY-NOT-UF    VALUE 07.
           05 FILLER                PIC X     VALUE SPACES.
           05 ERR-ENTRY-DATE        PIC 9(08).
