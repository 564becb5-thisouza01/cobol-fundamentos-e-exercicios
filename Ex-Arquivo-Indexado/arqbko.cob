      *          written back). This restores the cadastro to its
      *          state before the named run without reloading the
      *          whole file from the last ARQLOAD.
      *          Every reversal is journalled in ARQJRN under the
      *          backout's own job id (JOB_ID, default ARQBKO, which
      *          must differ from BKO_JOB_ID), with the record as it
      *          was on file as before-image and the restored record
      *          as after-image: a reversed add as a 'D' with a blank
      *          after-image (physical delete), a reversed change or
      *          logical delete as a 'C', a rewritten physical delete
      *          as an 'A'. ARQRCV replays these like any other
      *          entry, so a forward recovery across a backout ends
      *          in the backed-out state and the rerun that follows
      *          it finds its before-images.
      *          Recovery: after the backout, rerun ARQMNT with the
      *          same ARQTRN. The ARQPND entries the backed-out run
      *          had released are not in ARQTRN; ARQMNT keeps them in
      *          ARQPRL with its job id, and a backout without
      *          failures appends them back to ARQPND and empties
      *          ARQPRL, so the rerun releases them again. ARQPRL
      *          holds only the last run that released entries; a
      *          backout of an older run says so and restores none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT ARQJRN ASSIGN TO WS-ARQJRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JRN.
      *
           SELECT ARQPRL ASSIGN TO WS-ARQPRL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRL.
      *
           SELECT ARQPND ASSIGN TO WS-ARQPND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PND.
      *
       DATA                    DIVISION.
      *
           COPY ARQINREC.
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQPRL.
       01  ARQ-PRL-LINE        PIC X(192).
      *
       FD  ARQPND.
       01  ARQ-PND-LINE        PIC X(174).
      *
       WORKING-STORAGE         SECTION.
      * AREA DE TRABALHO DO JORNAL
           COPY ARQJRNREC.
      *
      * PENDENTES LIBERADAS PELA EXECUCAO ESTORNADA (ARQPRL)
           COPY ARQPRLREC.
      *
      * TABELA DO JORNAL (APLICADO EM ORDEM REVERSA)
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY        PIC X(472) OCCURS 10000.
       77  WS-JRN-COUNT           PIC 9(05) VALUE ZEROS.
       77  WS-JRN-IX              PIC 9(05) VALUE ZEROS.
       77  WS-JRN-MAX             PIC 9(05) VALUE 10000.
       77  EOF-JRN                PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-JRN          PIC XX.
       77  WS-STATUS-PRL          PIC XX.
       77  WS-STATUS-PND          PIC XX.
       77  EOF-PRL                PIC A     VALUE 'N'.
       77  WS-PND-OPEN-SW         PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       77  WS-ARQJRN-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQJRN-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQJRN.txt".
       77  WS-ARQPRL-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPRL-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPRL.txt".
       77  WS-ARQPND-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPND-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPND.txt".
      *
      * EXECUCAO A SER ESTORNADA
       77  WS-BKO-JOBID           PIC X(08) VALUE SPACES.
      *
      * JORNAL DO PROPRIO ESTORNO (ENTRADAS DE COMPENSACAO)
       77  WS-JOB-ID              PIC X(08) VALUE SPACES.
       77  WS-CTS-DATE            PIC X(08).
       77  WS-CTS-TIME            PIC X(06).
       77  WS-CMP-ACTION          PIC X     VALUE SPACES.
       01  WS-CUR-IMAGE           PIC X(147) VALUE SPACES.
       01  WS-NEW-IMAGE           PIC X(147) VALUE SPACES.
      *
      * CONTADORES
       77  WS-TOTAL-JRN           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-MATCHED       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHG-BKO       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEL-BKO       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-FAILED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PND-RESTORED  PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PRL-OTHER     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-JRN-WRITTEN   PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
           PERFORM UNTIL EOF-JRN EQUAL 'Y'
               PERFORM 200-LOAD-JOURNAL
           END-PERFORM.
           PERFORM 250-REOPEN-JOURNAL.
           PERFORM 300-APPLY-BACKOUT
               VARYING WS-JRN-IX FROM WS-JRN-COUNT BY -1
               UNTIL WS-JRN-IX EQUAL ZEROS.
           IF WS-TOTAL-FAILED EQUAL ZEROS
               PERFORM 400-RESTORE-RELEASED
           ELSE
               DISPLAY "ESTORNO COM FALHAS - ARQPRL NAO RESTAURADO"
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           IF WS-TOTAL-FAILED > ZEROS
               DISPLAY "BKO_JOB_ID NAO INFORMADO - NADA A ESTORNAR"
               STOP RUN
           END-IF.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID EQUAL SPACES
               MOVE "ARQBKO" TO WS-JOB-ID
           END-IF.
           IF WS-JOB-ID EQUAL WS-BKO-JOBID
               DISPLAY "JOB_ID IGUAL AO BKO_JOB_ID - ESTORNO RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           IF WS-ARQJRN-DSN EQUAL SPACES
               MOVE WS-ARQJRN-DSN-DEFAULT TO WS-ARQJRN-DSN
           END-IF.
           ACCEPT WS-ARQPRL-DSN FROM ENVIRONMENT "ARQPRL_DSN".
           IF WS-ARQPRL-DSN EQUAL SPACES
               MOVE WS-ARQPRL-DSN-DEFAULT TO WS-ARQPRL-DSN
           END-IF.
           ACCEPT WS-ARQPND-DSN FROM ENVIRONMENT "ARQPND_DSN".
           IF WS-ARQPND-DSN EQUAL SPACES
               MOVE WS-ARQPND-DSN-DEFAULT TO WS-ARQPND-DSN
           END-IF.

       100-OPEN-FILE.
           OPEN I-O ARQIN.
           ADD 1 TO WS-TOTAL-MATCHED.
           MOVE ARQ-JRN-REC TO WS-JRN-ENTRY (WS-JRN-COUNT).

      * O JORNAL LIDO E REABERTO EM EXTENSAO PARA RECEBER AS ENTRADAS
      * DE COMPENSACAO DE CADA ESTORNO.
       250-REOPEN-JOURNAL.
           CLOSE ARQJRN.
           OPEN EXTEND ARQJRN.
           IF WS-STATUS-JRN NOT EQUAL '00'
              AND WS-STATUS-JRN NOT EQUAL '05'
               MOVE WS-STATUS-JRN          TO WS-ABEND-CODE
               MOVE "FILE ARQJRN IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               STOP RUN
           END-IF.

       300-APPLY-BACKOUT.
           MOVE WS-JRN-ENTRY (WS-JRN-IX) TO ARQ-JRN-REC.
           EVALUATE TRUE
           END-EVALUATE.

       310-REVERSE-ADD.
           MOVE JRN-AFTER-IMAGE TO ARQ-REC.
           PERFORM 340-READ-CURRENT.
           MOVE JRN-AFTER-IMAGE TO ARQ-REC.
           DELETE ARQIN
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ADD-BKO
                   DISPLAY "REVERSED ADD    COD: " ARQ-COD
                   MOVE 'D'    TO WS-CMP-ACTION
                   MOVE SPACES TO WS-NEW-IMAGE
                   PERFORM 350-WRITE-JOURNAL
           END-DELETE.

       320-REVERSE-CHANGE.
           MOVE JRN-BEFORE-IMAGE TO ARQ-REC.
           PERFORM 340-READ-CURRENT.
           MOVE JRN-BEFORE-IMAGE TO ARQ-REC.
           REWRITE ARQ-REC
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CHG-BKO
                   DISPLAY "REVERSED CHANGE COD: " ARQ-COD
                   MOVE 'C'              TO WS-CMP-ACTION
                   MOVE JRN-BEFORE-IMAGE TO WS-NEW-IMAGE
                   PERFORM 350-WRITE-JOURNAL
           END-REWRITE.

      * UM 'D' COM IMAGEM POSTERIOR E UMA DESATIVACAO LOGICA, QUE SE
      * REGRAVANDO O REGISTRO DO ZERO.
       330-REVERSE-DELETE.
           MOVE JRN-BEFORE-IMAGE TO ARQ-REC.
           PERFORM 340-READ-CURRENT.
           MOVE JRN-BEFORE-IMAGE TO ARQ-REC.
           MOVE JRN-BEFORE-IMAGE TO WS-NEW-IMAGE.
           IF JRN-AFTER-IMAGE NOT EQUAL SPACES
               REWRITE ARQ-REC
                   INVALID KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-DEL-BKO
                       DISPLAY "REVERSED DELETE COD: " ARQ-COD
                       MOVE 'C' TO WS-CMP-ACTION
                       PERFORM 350-WRITE-JOURNAL
               END-REWRITE
           ELSE
               WRITE ARQ-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-DEL-BKO
                       DISPLAY "REVERSED DELETE COD: " ARQ-COD
                       MOVE 'A' TO WS-CMP-ACTION
                       PERFORM 350-WRITE-JOURNAL
               END-WRITE
           END-IF.

      * GUARDA O REGISTRO COMO ESTA NO ARQUIVO ANTES DO ESTORNO, QUE
      * E A IMAGEM ANTERIOR DA ENTRADA DE COMPENSACAO (ESPACOS SE O
      * COD NAO EXISTE).
       340-READ-CURRENT.
           READ ARQIN
               INVALID KEY
                   MOVE SPACES  TO WS-CUR-IMAGE
               NOT INVALID KEY
                   MOVE ARQ-REC TO WS-CUR-IMAGE
           END-READ.

      * ENTRADA DE COMPENSACAO: MESMO FORMATO DO ARQMNT, COM O JOB ID
      * DO ESTORNO E A TRANSACAO DA ENTRADA ESTORNADA. UMA FALHA DE
      * GRAVACAO CONTA COMO FALHA DO ESTORNO (RC 8), POIS O ARQRCV
      * NAO A TERIA PARA REAPLICAR.
       350-WRITE-JOURNAL.
           ACCEPT WS-CTS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CTS-TIME FROM TIME.
           MOVE WS-CTS-DATE       TO JRN-DATE.
           MOVE WS-CTS-TIME       TO JRN-TIME.
           MOVE WS-JOB-ID         TO JRN-JOBID.
           MOVE WS-CMP-ACTION     TO JRN-ACTION.
           MOVE WS-CUR-IMAGE      TO JRN-BEFORE-IMAGE.
           MOVE WS-NEW-IMAGE      TO JRN-AFTER-IMAGE.
           MOVE SPACES            TO JRN-MAKER-ID.
           MOVE SPACES            TO JRN-CHECKER-ID.
           WRITE ARQ-JRN-LINE FROM ARQ-JRN-REC.
           IF WS-STATUS-JRN NOT EQUAL '00'
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY "JOURNAL WRITE FAILED: " WS-STATUS-JRN
                   " - COD: " ARQ-COD
           ELSE
               ADD 1 TO WS-TOTAL-JRN-WRITTEN
           END-IF.

      * DEVOLVE AO ARQPND AS PENDENTES QUE A EXECUCAO ESTORNADA TINHA
      * LIBERADO E ESVAZIA O ARQPRL, PARA UM SEGUNDO ESTORNO NAO AS
      * DUPLICAR. SEM ARQPRL (STATUS 35) NAO HA O QUE DEVOLVER.
       400-RESTORE-RELEASED.
           OPEN INPUT ARQPRL.
           IF WS-STATUS-PRL EQUAL '00'
               PERFORM 410-RESTORE-ONE
                   UNTIL EOF-PRL EQUAL 'Y'
               CLOSE ARQPRL
               IF WS-PND-OPEN-SW EQUAL 'Y'
                   CLOSE ARQPND
                   OPEN OUTPUT ARQPRL
                   CLOSE ARQPRL
               END-IF
               IF WS-TOTAL-PND-RESTORED EQUAL ZEROS
                  AND WS-TOTAL-PRL-OTHER > ZEROS
                   DISPLAY "ARQPRL E DE OUTRA EXECUCAO - NENHUMA "
                       "PENDENTE DEVOLVIDA AO ARQPND"
               END-IF
           ELSE
               IF WS-STATUS-PRL NOT EQUAL '35'
                   DISPLAY "FILE ARQPRL IO/ERROR: " WS-STATUS-PRL
                       " - PENDENTES NAO DEVOLVIDAS"
                   ADD 1 TO WS-TOTAL-FAILED
               END-IF
           END-IF.

       410-RESTORE-ONE.
           READ ARQPRL INTO ARQ-PRL-REC
               AT END
                   MOVE 'Y' TO EOF-PRL
               NOT AT END
                   IF PRL-REL-JOBID EQUAL WS-BKO-JOBID
                       PERFORM 420-WRITE-PENDING
                   ELSE
                       ADD 1 TO WS-TOTAL-PRL-OTHER
                   END-IF
           END-READ.

       420-WRITE-PENDING.
           IF WS-PND-OPEN-SW EQUAL 'N'
               OPEN EXTEND ARQPND
               IF WS-STATUS-PND EQUAL '35'
                   OPEN OUTPUT ARQPND
               END-IF
               IF WS-STATUS-PND NOT EQUAL '00'
                  AND WS-STATUS-PND NOT EQUAL '05'
                   MOVE WS-STATUS-PND          TO WS-ABEND-CODE
                   MOVE "FILE ARQPND IO/ERROR" TO WS-ABEND-MESSAGE
                   CLOSE ARQPRL
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PND-OPEN-SW
           END-IF.
           WRITE ARQ-PND-LINE FROM PRL-PND-IMAGE.
           ADD 1 TO WS-TOTAL-PND-RESTORED.

       700-WRITE-TOTALS.
           DISPLAY "**************************************************".
           DISPLAY "JOURNAL ENTRIES READ:    " WS-TOTAL-JRN.
           DISPLAY "CHANGES REVERSED:        " WS-TOTAL-CHG-BKO.
           DISPLAY "DELETES REVERSED:        " WS-TOTAL-DEL-BKO.
           DISPLAY "REVERSALS FAILED:        " WS-TOTAL-FAILED.
           DISPLAY "REVERSALS JOURNALLED:    " WS-TOTAL-JRN-WRITTEN
               " AS " WS-JOB-ID.
           DISPLAY "PENDING RESTORED:        " WS-TOTAL-PND-RESTORED.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
