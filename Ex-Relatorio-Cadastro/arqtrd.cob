      *          previous runs (up to a seven-run window), so a
      *          tripled exception rate or a cadastro that stopped
      *          growing shows up before anyone has to notice it by
      *          hand. The addresses rejected against the ARQPCR
      *          postal-code / city reference (reasons 06 and 07)
      *          get their own column so their trend can be followed
      *          apart from the other rejections.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       FILE                    SECTION.
       FD  ARQHST.
       01  ARQ-HST-LINE        PIC X(101).
      *
       FD  ARQTRDR.
       01  ARQ-TRD-LINE        PIC X(80).
      *
      * TABELA DO HISTORICO (UMA LINHA POR EXECUCAO DO ARQSEQ)
       01  WS-HST-TABLE.
           05 WS-HST-ENTRY        PIC X(101) OCCURS 5000.
       77  WS-HST-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-HST-IX              PIC 9(04) VALUE ZEROS.
       77  WS-HST-JX              PIC 9(04) VALUE ZEROS.
      *
      * CALCULO DAS MEDIAS E DESVIOS
       77  WS-RUN-REJECT          PIC 9(06)    VALUE ZEROS.
       77  WS-RUN-ADDR-REJECT     PIC 9(06)    VALUE ZEROS.
       77  WS-RUN-RATE            PIC 9(03)V99 VALUE ZEROS.
       77  WS-WINDOW-SIZE         PIC 9(02)    VALUE ZEROS.
       77  WS-WINDOW-START        PIC 9(04)    VALUE ZEROS.
           05 FILLER              PIC X(08) VALUE "VALIDOS".
           05 FILLER              PIC X(08) VALUE "REJEIT".
           05 FILLER              PIC X(08) VALUE "TX-REJ".
           05 FILLER              PIC X(08) VALUE "REJ-END".
           05 FILLER              PIC X(10) VALUE "ALERTA".
       01  WS-TRD-DETAIL.
           05 WS-TRD-DATE         PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TRD-RATE         PIC ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TRD-ADDR-REJECT  PIC ZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TRD-ALERT        PIC X(10).
      *
      * CONTADORES
       77  WS-TOTAL-ALERTS        PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-ADDR-REJECT   PIC 9(08) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
           PERFORM 350-WRITE-TREND-LINE.

      * LINHAS DE HISTORICO ANTERIORES AOS CAMPOS DE CONTATO NAO TEM
      * AS COLUNAS REJ-04/05 (NEM AS ANTERIORES A REFERENCIA DE
      * ENDERECOS, AS COLUNAS REJ-06/07); ESPACOS CONTAM COMO ZERO.
       310-COMPUTE-RUN-RATE.
           COMPUTE WS-RUN-REJECT =
               HST-REJ-01 + HST-REJ-02 + HST-REJ-03.
           IF HST-REJ-05 NUMERIC
               ADD HST-REJ-05 TO WS-RUN-REJECT
           END-IF.
           MOVE ZEROS TO WS-RUN-ADDR-REJECT.
           IF HST-REJ-06 NUMERIC
               ADD HST-REJ-06 TO WS-RUN-ADDR-REJECT
           END-IF.
           IF HST-REJ-07 NUMERIC
               ADD HST-REJ-07 TO WS-RUN-ADDR-REJECT
           END-IF.
           ADD WS-RUN-ADDR-REJECT TO WS-RUN-REJECT.
           IF HST-READ > ZEROS
               COMPUTE WS-RUN-RATE ROUNDED =
                   WS-RUN-REJECT * 100 / HST-READ
           MOVE HST-VALID      TO WS-TRD-VALID.
           MOVE WS-RUN-REJECT  TO WS-TRD-REJECT.
           MOVE WS-RUN-RATE    TO WS-TRD-RATE.
           MOVE WS-RUN-ADDR-REJECT TO WS-TRD-ADDR-REJECT.
           ADD WS-RUN-ADDR-REJECT  TO WS-TOTAL-ADDR-REJECT.
           EVALUATE TRUE
               WHEN WS-REJ-ALERT-SW EQUAL 'Y'
                    AND WS-VOL-ALERT-SW EQUAL 'Y'
           DISPLAY "**************************************************".
           DISPLAY "RUNS IN HISTORY:  " WS-HST-COUNT.
           DISPLAY "RUNS FLAGGED:     " WS-TOTAL-ALERTS.
           DISPLAY "ADDRESS REJECTS:  " WS-TOTAL-ADDR-REJECT.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
