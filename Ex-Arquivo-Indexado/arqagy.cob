           COPY ARQINREC.
      *
       FD  ARQAGYTRN.
       01  ARQ-AGYTRN-LINE     PIC X(147).
      *
       FD  ARQAGX.
       01  ARQ-AGX-LINE        PIC X(110).
           MOVE SPACES          TO ARQ-TRN-POSTAL.
           MOVE SPACES          TO ARQ-TRN-PHONE.
           MOVE SPACES          TO ARQ-TRN-EMAIL.
           MOVE SPACES          TO ARQ-TRN-EFF-DATE.
           WRITE ARQ-AGYTRN-LINE FROM ARQ-TRN-REC.

       400-WRITE-EXCEPTION.
