      ******************************************************************
      * Copybook: ARQPCRREC
      * Purpose:  Address reference record for the ARQPCR file: per
      *           UF, the postal-code ranges that belong to it (type
      *           'F', first and last CEP of the range) and the city
      *           names accepted for it (type 'C'). ARQSEQ, ARQMNT,
      *           ARQINQ and ARQADS check every cadastro address
      *           against it (reason 06 = CEP outside the ranges of
      *           the UF, 07 = city not listed for the UF); a UF that
      *           has no range (or no city) on file yet is not
      *           checked. Maintained and listed by ARQPCM, which
      *           keeps the file in UF / type / content order.
      ******************************************************************
       01  ARQ-PCR-REC.
           05 PCR-UF                PIC X(02).
           05 FILLER                PIC X     VALUE SPACES.
           05 PCR-TYPE              PIC X.
              88 PCR-TYPE-CITY             VALUE 'C'.
              88 PCR-TYPE-RANGE            VALUE 'F'.
           05 FILLER                PIC X     VALUE SPACES.
           05 PCR-DATA              PIC X(20).
           05 PCR-RANGE REDEFINES PCR-DATA.
              10 PCR-POSTAL-FROM    PIC 9(08).
              10 FILLER             PIC X.
              10 PCR-POSTAL-TO      PIC 9(08).
              10 FILLER             PIC X(03).
           05 PCR-CITY REDEFINES PCR-DATA
                                    PIC X(20).
