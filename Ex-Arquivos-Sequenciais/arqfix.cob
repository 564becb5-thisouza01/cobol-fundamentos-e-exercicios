       01  ARQ-COR-LINE        PIC X(27).
      *
       FD  ARQFIXTRN.
       01  ARQ-FIXTRN-LINE     PIC X(147).
      *
       FD  ARQERRCF.
       01  ARQ-ERRCF-LINE      PIC X(39).
           MOVE SPACES                     TO ARQ-TRN-POSTAL.
           MOVE SPACES                     TO ARQ-TRN-PHONE.
           MOVE SPACES                     TO ARQ-TRN-EMAIL.
           MOVE SPACES                     TO ARQ-TRN-EFF-DATE.
           WRITE ARQ-FIXTRN-LINE FROM ARQ-TRN-REC.
           ADD 1 TO WS-TOTAL-FIXED.

