      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry and cancellation over ARQPND, the file of
      *          future-dated ARQMNT transactions still waiting for
      *          their effective date. Lists the pending entries
      *          grouped by COD (all of them, or one COD given in
      *          ARQPNQ_COD) in effective-date order, with the
      *          values each one will apply, so nobody re-keys a
      *          change that is already waiting. With ARQPNQ_CANCEL
      *          set to Y the entries of that COD (optionally only
      *          the one effective date in ARQPNQ_EFF) are removed
      *          from ARQPND and shown as cancelled on the listing.
      *          The cancel run takes the ARQLOK lock, like ARQINQ,
      *          so it never rewrites ARQPND under a running ARQMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQPNQ.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQPND ASSIGN TO WS-ARQPND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PND.
      *
           SELECT ARQPNQR ASSIGN TO WS-ARQPNQR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
           SELECT ARQLOK ASSIGN TO WS-ARQLOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOK.
      *
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ARQPND.
       01  ARQ-PND-LINE        PIC X(174).
      *
       FD  ARQPNQR.
       01  PNQ-REL-LINE        PIC X(132).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       FD  ARQLOK.
       01  ARQ-LOK-LINE        PIC X(24).
      *
       WORKING-STORAGE         SECTION.
      * REGISTRO PENDENTE E A TRANSACAO QUE ELE CARREGA
           COPY ARQPNDREC.
           COPY ARQTRNREC.
      *
      * ARQPND CARREGADO INTEIRO (O CANCELAMENTO REGRAVA O ARQUIVO)
       01  WS-PEN-TABLE.
           05 WS-PEN-ENTRY        OCCURS 2000.
              10 PEN-KEY.
                 15 PEN-COD       PIC X(04).
                 15 PEN-EFF-DATE  PIC 9(08).
              10 PEN-ENTRY-DATE   PIC 9(08).
              10 PEN-JOBID        PIC X(08).
              10 PEN-TRN-IMAGE    PIC X(147).
              10 PEN-SELECTED     PIC A.
              10 PEN-PRINTED      PIC A.
              10 PEN-CANCELLED    PIC A.
       77  WS-PEN-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-PEN-MAX             PIC 9(04) VALUE 2000.
       77  WS-PEN-IX              PIC 9(04) VALUE ZEROS.
       77  WS-BEST-IX             PIC 9(04) VALUE ZEROS.
       01  WS-BEST-KEY            PIC X(12) VALUE SPACES.
       01  WS-GROUP-COD           PIC X(04) VALUE SPACES.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-PND                PIC A     VALUE 'N'.
       77  EOF-LIST               PIC A     VALUE 'N'.
       77  WS-STATUS-PND          PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-STATUS-LOK          PIC XX.
      *
      * TRAVA DE USO EXCLUSIVO (COMPARTILHADA COM ARQDRV E ARQINQ)
       01  WS-LCK-REC.
           05 LCK-JOBID           PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 LCK-DATE            PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 LCK-TIME            PIC X(06).
       77  WS-LOCK-FREE-SW        PIC A     VALUE 'Y'.
       77  WS-LOCK-TAKEN-SW       PIC A     VALUE 'N'.
       77  WS-CTS-DATE            PIC X(08).
       77  WS-CTS-TIME            PIC X(06).
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQPND-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPND-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPND.txt".
       77  WS-ARQPNQR-DSN         PIC X(100) VALUE SPACES.
       01  WS-ARQPNQR-DSN-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPNQR.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
       77  WS-ARQLOK-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQLOK-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQLOK.txt".
      *
      * ARGUMENTOS DA CONSULTA / CANCELAMENTO
       77  WS-JOB-ID              PIC X(08) VALUE SPACES.
       77  WS-COD-PARM            PIC X(04) VALUE SPACES.
       77  WS-CANCEL-PARM         PIC X     VALUE SPACES.
       77  WS-EFF-PARM            PIC X(08) VALUE SPACES.
       77  WS-COD-FILTER-SW       PIC A     VALUE 'N'.
       77  WS-CANCEL-SW           PIC A     VALUE 'N'.
       77  WS-REL-OPEN-SW         PIC A     VALUE 'N'.
       77  WS-WORK-COD            PIC 9(04) VALUE ZEROS.
       01  WS-FILTER-COD          PIC X(04) VALUE SPACES.
       77  WS-FILTER-EFF          PIC 9(08) VALUE ZEROS.
      *
      * DATA DE EXECUCAO (DATA DE NEGOCIO DO ARQBDT, SE HOUVER)
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(04).
           05 WS-RUN-MONTH        PIC 9(02).
           05 WS-RUN-DAY          PIC 9(02).
       01  WS-RUN-DATE-DMY.
           05 WS-RUN-DMY-DAY      PIC 9(02).
           05 WS-RUN-DMY-MONTH    PIC 9(02).
           05 WS-RUN-DMY-YEAR     PIC 9(04).
       01  WS-RUN-DATE-DMY-N REDEFINES WS-RUN-DATE-DMY
                                  PIC 9(08).
      *
      * CONTROLE DE PAGINACAO
       77  WS-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       77  WS-PAGE-COUNT          PIC 9(04) VALUE ZEROS.
       77  WS-LINES-PER-PAGE      PIC 9(02) VALUE 60.
       01  WS-PRINT-LINE          PIC X(132) VALUE SPACES.
      *
      * LINHAS DA LISTAGEM DE PENDENTES
       01  WS-TITLE-LINE.
           05 FILLER              PIC X(34) VALUE
               "TRANSACOES PENDENTES DE VIGENCIA".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 99/99/9999.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(06) VALUE "COD".
           05 FILLER              PIC X(06) VALUE "ACAO".
           05 FILLER              PIC X(12) VALUE "VIGENCIA".
           05 FILLER              PIC X(12) VALUE "ENTRADA".
           05 FILLER              PIC X(10) VALUE "JOB".
           05 FILLER              PIC X(17) VALUE "NOME".
           05 FILLER              PIC X(09) VALUE "SITUACAO".
      *
       01  WS-DETAIL-LINE.
           05 WS-DET-COD          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-ACTION       PIC X.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-DET-EFF          PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-ENTRY        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-JOBID        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-STATE        PIC X(09).
      *
       01  WS-FIELD-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-FLD-NAME         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FLD-VALUE        PIC X(40).
      *
       01  WS-GROUP-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE
               "PENDENTES DO COD ".
           05 WS-GRP-COD          PIC X(04).
           05 FILLER              PIC X(02) VALUE ": ".
           05 WS-GRP-COUNT        PIC ZZZ9.
       77  WS-GROUP-TOTAL         PIC 9(04) VALUE ZEROS.
      *
       01  WS-NONE-LINE           PIC X(40) VALUE
           "NENHUMA TRANSACAO PENDENTE SELECIONADA".
      *
       01  WS-TOTAL-LINE.
           05 WS-TOT-DESC         PIC X(30).
           05 WS-TOT-COUNT        PIC ZZZ,ZZ9.
      *
      * CONTADORES
       77  WS-TOTAL-LOADED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LISTED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CANCELLED     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-KEPT          PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           IF WS-CANCEL-SW EQUAL 'Y'
               PERFORM 080-ACQUIRE-LOCK
               IF WS-LOCK-TAKEN-SW NOT EQUAL 'Y'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 055-READ-BUSINESS-DATE.
           PERFORM 100-OPEN-FILE.
           PERFORM 160-NEW-PAGE.
           PERFORM UNTIL EOF-LIST EQUAL 'Y'
               PERFORM 200-LIST-NEXT-PENDING
           END-PERFORM.
           PERFORM 260-CLOSE-GROUP.
           IF WS-TOTAL-LISTED EQUAL ZEROS
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           IF WS-CANCEL-SW EQUAL 'Y'
              AND WS-TOTAL-CANCELLED > ZEROS
               PERFORM 800-REWRITE-PENDING
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           IF WS-CANCEL-SW EQUAL 'Y'
               PERFORM 890-RELEASE-LOCK
           END-IF.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-COD-PARM FROM ENVIRONMENT "ARQPNQ_COD".
           ACCEPT WS-CANCEL-PARM FROM ENVIRONMENT "ARQPNQ_CANCEL".
           ACCEPT WS-EFF-PARM FROM ENVIRONMENT "ARQPNQ_EFF".
           IF WS-COD-PARM NOT EQUAL SPACES
               MOVE 'Y' TO WS-COD-FILTER-SW
               COMPUTE WS-WORK-COD = FUNCTION NUMVAL (WS-COD-PARM)
               MOVE WS-WORK-COD TO WS-FILTER-COD
           END-IF.
           IF WS-EFF-PARM NOT EQUAL SPACES
               COMPUTE WS-FILTER-EFF = FUNCTION NUMVAL (WS-EFF-PARM)
           END-IF.
      * O CANCELAMENTO E SEMPRE DE UM COD ESPECIFICO
           IF WS-CANCEL-PARM EQUAL 'Y'
               IF WS-COD-FILTER-SW NOT EQUAL 'Y'
                   DISPLAY "ARQPNQ_CANCEL=Y EXIGE ARQPNQ_COD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-CANCEL-SW
           END-IF.
           ACCEPT WS-ARQPND-DSN FROM ENVIRONMENT "ARQPND_DSN".
           IF WS-ARQPND-DSN EQUAL SPACES
               MOVE WS-ARQPND-DSN-DEFAULT TO WS-ARQPND-DSN
           END-IF.
           ACCEPT WS-ARQPNQR-DSN FROM ENVIRONMENT "ARQPNQR_DSN".
           IF WS-ARQPNQR-DSN EQUAL SPACES
               MOVE WS-ARQPNQR-DSN-DEFAULT TO WS-ARQPNQR-DSN
           END-IF.
           ACCEPT WS-ARQLOK-DSN FROM ENVIRONMENT "ARQLOK_DSN".
           IF WS-ARQLOK-DSN EQUAL SPACES
               MOVE WS-ARQLOK-DSN-DEFAULT TO WS-ARQLOK-DSN
           END-IF.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID EQUAL SPACES
               MOVE "ARQPNQ" TO WS-JOB-ID
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA; SEM O ARQUIVO, VALE O RELOGIO.
       055-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ARQBDT-DSN FROM ENVIRONMENT "ARQBDT_DSN".
           IF WS-ARQBDT-DSN EQUAL SPACES
               MOVE WS-ARQBDT-DSN-DEFAULT TO WS-ARQBDT-DSN
           END-IF.
           OPEN INPUT ARQBDT.
           IF WS-STATUS-BDT EQUAL '00'
               READ ARQBDT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARQ-BDT-LINE NUMERIC
                           MOVE ARQ-BDT-LINE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE ARQBDT
           END-IF.
           MOVE WS-RUN-DAY   TO WS-RUN-DMY-DAY.
           MOVE WS-RUN-MONTH TO WS-RUN-DMY-MONTH.
           MOVE WS-RUN-YEAR  TO WS-RUN-DMY-YEAR.

      * O CANCELAMENTO SO REGRAVA O ARQPND COMO DONO DA TRAVA: COM A
      * CADEIA NOTURNA (OU UMA SESSAO DO ARQINQ) EM CURSO, RECUSA.
       080-ACQUIRE-LOCK.
           MOVE 'Y' TO WS-LOCK-FREE-SW.
           OPEN INPUT ARQLOK.
           IF WS-STATUS-LOK EQUAL '00'
               READ ARQLOK INTO WS-LCK-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-JOBID NOT EQUAL SPACES
                           MOVE 'N' TO WS-LOCK-FREE-SW
                       END-IF
               END-READ
               CLOSE ARQLOK
           END-IF.
           IF WS-LOCK-FREE-SW EQUAL 'N'
               DISPLAY "ARQCAD EM USO POR " LCK-JOBID
                   " DESDE " LCK-DATE " " LCK-TIME
                   " - CANCELAMENTO RECUSADO"
           ELSE
               ACCEPT WS-CTS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CTS-TIME FROM TIME
               MOVE WS-JOB-ID   TO LCK-JOBID
               MOVE WS-CTS-DATE TO LCK-DATE
               MOVE WS-CTS-TIME TO LCK-TIME
               OPEN OUTPUT ARQLOK
               IF WS-STATUS-LOK NOT EQUAL '00'
                   DISPLAY "FILE ARQLOK IO/ERROR: " WS-STATUS-LOK
               ELSE
                   WRITE ARQ-LOK-LINE FROM WS-LCK-REC
                   CLOSE ARQLOK
                   MOVE 'Y' TO WS-LOCK-TAKEN-SW
               END-IF
           END-IF.

       890-RELEASE-LOCK.
           OPEN OUTPUT ARQLOK.
           IF WS-STATUS-LOK EQUAL '00'
               MOVE SPACES TO ARQ-LOK-LINE
               WRITE ARQ-LOK-LINE
               CLOSE ARQLOK
           END-IF.

      * SEM ARQPND (STATUS 35) NAO HA NADA PENDENTE: LISTAGEM VAZIA.
       100-OPEN-FILE.
           OPEN INPUT ARQPND.
           IF WS-STATUS-PND EQUAL '00'
               PERFORM 120-READ-PENDING
                   UNTIL EOF-PND EQUAL 'Y'
               CLOSE ARQPND
           ELSE
               IF WS-STATUS-PND NOT EQUAL '35'
                   MOVE WS-STATUS-PND          TO WS-ABEND-CODE
                   MOVE "FILE ARQPND IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND
                   IF WS-CANCEL-SW EQUAL 'Y'
                       PERFORM 890-RELEASE-LOCK
                   END-IF
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ARQPNQR.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL           TO WS-ABEND-CODE
               MOVE "FILE ARQPNQR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               IF WS-CANCEL-SW EQUAL 'Y'
                   PERFORM 890-RELEASE-LOCK
               END-IF
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-REL-OPEN-SW.

       120-READ-PENDING.
           READ ARQPND INTO ARQ-PND-REC
               AT END
                   MOVE 'Y' TO EOF-PND
               NOT AT END
                   ADD 1 TO WS-TOTAL-LOADED
                   PERFORM 130-STORE-PENDING
           END-READ.

       130-STORE-PENDING.
           IF WS-PEN-COUNT EQUAL WS-PEN-MAX
               MOVE "OV"                          TO WS-ABEND-CODE
               MOVE "PENDING TABLE OVERFLOW"      TO WS-ABEND-MESSAGE
               CLOSE ARQPND
               PERFORM 900-ABEND
               IF WS-CANCEL-SW EQUAL 'Y'
                   PERFORM 890-RELEASE-LOCK
               END-IF
               GOBACK
           END-IF.
           ADD 1 TO WS-PEN-COUNT.
           MOVE PND-TRN-IMAGE (2:4) TO PEN-COD (WS-PEN-COUNT).
           MOVE PND-EFF-DATE   TO PEN-EFF-DATE (WS-PEN-COUNT).
           MOVE PND-ENTRY-DATE TO PEN-ENTRY-DATE (WS-PEN-COUNT).
           MOVE PND-JOBID      TO PEN-JOBID (WS-PEN-COUNT).
           MOVE PND-TRN-IMAGE  TO PEN-TRN-IMAGE (WS-PEN-COUNT).
           MOVE 'N'            TO PEN-PRINTED (WS-PEN-COUNT).
           MOVE 'N'            TO PEN-CANCELLED (WS-PEN-COUNT).
           MOVE 'Y'            TO PEN-SELECTED (WS-PEN-COUNT).
           IF WS-COD-FILTER-SW EQUAL 'Y'
              AND PEN-COD (WS-PEN-COUNT) NOT EQUAL WS-FILTER-COD
               MOVE 'N'        TO PEN-SELECTED (WS-PEN-COUNT)
           END-IF.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO PNQ-REL-LINE
               WRITE PNQ-REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-TITLE-PAGE.
           WRITE PNQ-REL-LINE FROM WS-TITLE-LINE.
           MOVE SPACES            TO PNQ-REL-LINE.
           WRITE PNQ-REL-LINE.
           WRITE PNQ-REL-LINE FROM WS-COLUMN-LINE.
           MOVE SPACES            TO PNQ-REL-LINE.
           WRITE PNQ-REL-LINE.

      * IMPRIME AS PENDENTES EM ORDEM DE COD E VIGENCIA (EMPATE: ORDEM
      * DO ARQUIVO), ESCOLHENDO A CADA PASSO A MENOR CHAVE AINDA NAO
      * IMPRESSA.
       200-LIST-NEXT-PENDING.
           MOVE ZEROS     TO WS-BEST-IX.
           MOVE ALL "9"   TO WS-BEST-KEY.
           PERFORM 210-FIND-LOWEST-KEY
               VARYING WS-PEN-IX FROM 1 BY 1
               UNTIL WS-PEN-IX > WS-PEN-COUNT.
           IF WS-BEST-IX EQUAL ZEROS
               MOVE 'Y' TO EOF-LIST
           ELSE
               MOVE 'Y' TO PEN-PRINTED (WS-BEST-IX)
               IF PEN-COD (WS-BEST-IX) NOT EQUAL WS-GROUP-COD
                   PERFORM 260-CLOSE-GROUP
                   MOVE PEN-COD (WS-BEST-IX) TO WS-GROUP-COD
               END-IF
               PERFORM 220-CHECK-CANCEL
               PERFORM 300-PRINT-PENDING
           END-IF.

       210-FIND-LOWEST-KEY.
           IF PEN-SELECTED (WS-PEN-IX) EQUAL 'Y'
              AND PEN-PRINTED (WS-PEN-IX) EQUAL 'N'
              AND PEN-KEY (WS-PEN-IX) < WS-BEST-KEY
               MOVE PEN-KEY (WS-PEN-IX) TO WS-BEST-KEY
               MOVE WS-PEN-IX           TO WS-BEST-IX
           END-IF.

      * NO MODO CANCELAMENTO SAI TUDO DO COD, OU SO A VIGENCIA PEDIDA
       220-CHECK-CANCEL.
           IF WS-CANCEL-SW EQUAL 'Y'
               IF WS-FILTER-EFF EQUAL ZEROS
                  OR PEN-EFF-DATE (WS-BEST-IX) EQUAL WS-FILTER-EFF
                   MOVE 'Y' TO PEN-CANCELLED (WS-BEST-IX)
                   ADD 1 TO WS-TOTAL-CANCELLED
                   DISPLAY "CANCELLED PENDING COD: "
                       PEN-COD (WS-BEST-IX) " EFF: "
                       PEN-EFF-DATE (WS-BEST-IX)
               END-IF
           END-IF.

       260-CLOSE-GROUP.
           IF WS-GROUP-TOTAL > ZEROS
               MOVE WS-GROUP-COD   TO WS-GRP-COD
               MOVE WS-GROUP-TOTAL TO WS-GRP-COUNT
               MOVE WS-GROUP-LINE  TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
               MOVE SPACES         TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           MOVE ZEROS TO WS-GROUP-TOTAL.

      * A LINHA DA PENDENTE E, ABAIXO, OS VALORES QUE ELA VAI GRAVAR
      * (CAMPO EM BRANCO NUMA 'C' = MANTER O VALOR DO ARQUIVO).
       300-PRINT-PENDING.
           ADD 1 TO WS-TOTAL-LISTED.
           ADD 1 TO WS-GROUP-TOTAL.
           MOVE PEN-TRN-IMAGE (WS-BEST-IX) TO ARQ-TRN-REC.
           MOVE PEN-COD (WS-BEST-IX)        TO WS-DET-COD.
           MOVE ARQ-TRN-ACTION              TO WS-DET-ACTION.
           MOVE PEN-EFF-DATE (WS-BEST-IX)   TO WS-DET-EFF.
           MOVE PEN-ENTRY-DATE (WS-BEST-IX) TO WS-DET-ENTRY.
           MOVE PEN-JOBID (WS-BEST-IX)      TO WS-DET-JOBID.
           MOVE ARQ-TRN-NAME                TO WS-DET-NAME.
           IF PEN-CANCELLED (WS-BEST-IX) EQUAL 'Y'
               MOVE "CANCELADA"             TO WS-DET-STATE
           ELSE
               MOVE "PENDENTE"              TO WS-DET-STATE
           END-IF.
           MOVE WS-DETAIL-LINE              TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           IF NOT ARQ-TRN-DELETE
               MOVE "NOME"                  TO WS-FLD-NAME
               MOVE ARQ-TRN-NAME            TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "NASCIMENTO"            TO WS-FLD-NAME
               MOVE ARQ-TRN-REC (21:8)      TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "LOGRADOURO"            TO WS-FLD-NAME
               MOVE ARQ-TRN-STREET          TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "CIDADE"                TO WS-FLD-NAME
               MOVE ARQ-TRN-CITY            TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "UF"                    TO WS-FLD-NAME
               MOVE ARQ-TRN-UF              TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "CEP"                   TO WS-FLD-NAME
               MOVE ARQ-TRN-POSTAL          TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "TELEFONE"              TO WS-FLD-NAME
               MOVE ARQ-TRN-PHONE           TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
               MOVE "E-MAIL"                TO WS-FLD-NAME
               MOVE ARQ-TRN-EMAIL           TO WS-FLD-VALUE
               PERFORM 310-PRINT-FIELD
           END-IF.

       310-PRINT-FIELD.
           IF WS-FLD-VALUE NOT EQUAL SPACES
               MOVE WS-FIELD-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.

       350-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           WRITE PNQ-REL-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      * REGRAVA O ARQPND SEM AS ENTRADAS CANCELADAS, NA ORDEM ORIGINAL
       800-REWRITE-PENDING.
           OPEN OUTPUT ARQPND.
           IF WS-STATUS-PND NOT EQUAL '00'
               MOVE WS-STATUS-PND          TO WS-ABEND-CODE
               MOVE "FILE ARQPND IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           PERFORM 810-WRITE-PENDING
               VARYING WS-PEN-IX FROM 1 BY 1
               UNTIL WS-PEN-IX > WS-PEN-COUNT.
           CLOSE ARQPND.

       810-WRITE-PENDING.
           IF PEN-CANCELLED (WS-PEN-IX) EQUAL 'N'
               MOVE PEN-EFF-DATE (WS-PEN-IX)   TO PND-EFF-DATE
               MOVE PEN-ENTRY-DATE (WS-PEN-IX) TO PND-ENTRY-DATE
               MOVE PEN-JOBID (WS-PEN-IX)      TO PND-JOBID
               MOVE PEN-TRN-IMAGE (WS-PEN-IX)  TO PND-TRN-IMAGE
               WRITE ARQ-PND-LINE FROM ARQ-PND-REC
               ADD 1 TO WS-TOTAL-KEPT
           END-IF.

       700-WRITE-TOTALS.
           MOVE SPACES               TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "PENDENTES NO ARQPND:"      TO WS-TOT-DESC.
           MOVE WS-TOTAL-LOADED      TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "PENDENTES LISTADAS:"       TO WS-TOT-DESC.
           MOVE WS-TOTAL-LISTED      TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           IF WS-CANCEL-SW EQUAL 'Y'
               MOVE "PENDENTES CANCELADAS:"  TO WS-TOT-DESC
               MOVE WS-TOTAL-CANCELLED  TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           DISPLAY "**************************************************".
           DISPLAY "PENDING ON FILE:       " WS-TOTAL-LOADED.
           DISPLAY "PENDING LISTED:        " WS-TOTAL-LISTED.
           DISPLAY "PENDING CANCELLED:     " WS-TOTAL-CANCELLED.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            IF WS-REL-OPEN-SW EQUAL 'Y'
                CLOSE ARQPNQR
            END-IF.

       END PROGRAM ARQPNQ.
