      *          ARQJLKR.txt: one block per journal entry with the
      *          run's date, time, job id and action, and the before
      *          and after values of every cadastro field side by
      *          side. An ARQINQ entry also shows the operator who
      *          keyed the change and the one who approved it. When
      *          a single COD was asked for, the report ends with
      *          that record's current image read straight from
      *          ARQCAD (or a note that it was purged).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           COPY ARQINREC.
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQJLKR.
       01  JLK-REL-LINE        PIC X(100).
           05 WS-REL-JOBID        PIC X(08).
           05 FILLER              PIC X(08) VALUE "  ACAO: ".
           05 WS-REL-ACTION       PIC X.
       01  WS-REL-DUAL-LINE.
           05 FILLER              PIC X(10) VALUE "SOLICITOU:".
           05 FILLER              PIC X     VALUE SPACES.
           05 WS-REL-MAKER        PIC X(08).
           05 FILLER              PIC X(12) VALUE "  APROVOU: ".
           05 WS-REL-CHECKER      PIC X(08).
       01  WS-REL-COLUMNS.
           05 FILLER              PIC X(14) VALUE "CAMPO".
           05 FILLER              PIC X(42) VALUE "ANTES".
           MOVE JRN-JOBID  TO WS-REL-JOBID.
           MOVE JRN-ACTION TO WS-REL-ACTION.
           WRITE JLK-REL-LINE FROM WS-REL-ENTRY-LINE.
           IF JRN-MAKER-ID NOT EQUAL SPACES
               MOVE JRN-MAKER-ID   TO WS-REL-MAKER
               MOVE JRN-CHECKER-ID TO WS-REL-CHECKER
               WRITE JLK-REL-LINE FROM WS-REL-DUAL-LINE
           END-IF.
           IF JRN-BEFORE-IMAGE EQUAL SPACES
               WRITE JLK-REL-LINE FROM WS-REL-ADD-NOTE
           END-IF.
