      *          while the operator works, and releases it on exit.
      *          A stale lock from a crashed session is cleared by
      *          the operator with the ARQLCK utility.
      *          Updates are under dual control: the add, change and
      *          deactivate options no longer touch ARQCAD but queue
      *          the change in ARQAPR, stamped with the operator id
      *          (OPER_ID, or asked for when the session opens). The
      *          supervisor option lists the pending items with the
      *          record before and after, and approves or rejects
      *          each one; only an approved item is applied and
      *          journalled, carrying the maker and checker ids. An
      *          operator is never offered the approval of a change
      *          they keyed themselves, and an item whose record was
      *          changed after it was queued is rejected on approval.
      *          Decided items leave the queue: when the supervisor
      *          option rewrites ARQAPR it keeps only the pending
      *          ones and appends the approved and rejected ones to
      *          the ARQAPH history, so the queue never grows with
      *          the life of the system.
      *          An add or a change of the address is only queued
      *          when the address passes the ARQMNT edits: a valid
      *          UF, a numeric postal code, and postal code and city
      *          consistent with the ARQPCR reference for the UF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT ARQLOK ASSIGN TO WS-ARQLOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOK.
      *
           SELECT ARQAPR ASSIGN TO WS-ARQAPR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APR.
      *
           SELECT ARQAPH ASSIGN TO WS-ARQAPH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APH.
      *
           SELECT ARQPCR ASSIGN TO WS-ARQPCR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCR.
      *
       DATA                    DIVISION.
      *
           COPY ARQINREC.
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQDEP.
           COPY ARQDEPREC.
      *
       FD  ARQLOK.
       01  ARQ-LOK-LINE        PIC X(24).
      *
       FD  ARQAPR.
       01  ARQ-APR-LINE        PIC X(334).
      *
       FD  ARQAPH.
       01  ARQ-APH-LINE        PIC X(334).
      *
       FD  ARQPCR.
       01  ARQ-PCR-LINE        PIC X(25).
      *
       WORKING-STORAGE         SECTION.
      * IMAGEM DA TRANSACAO EQUIVALENTE (GRAVADA NO JORNAL)
           COPY ARQJRNREC.
       01  WS-BEFORE-IMAGE        PIC X(147) VALUE SPACES.
      *
      * FILA DE APROVACAO: SO AS PENDENCIAS SAO CARREGADAS NA REVISAO
      * DO SUPERVISOR; AS DECIDIDAS VAO PARA O HISTORICO (ARQAPH)
           COPY ARQAPRREC.
       01  WS-APR-TABLE.
           05 WS-APR-ENTRY        PIC X(334) OCCURS 500.
       77  WS-APR-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-APR-IX              PIC 9(04) VALUE ZEROS.
       77  WS-APR-MAX             PIC 9(04) VALUE 500.
       77  EOF-APR                PIC A     VALUE 'N'.
      *
      * TABELA DE REFERENCIA CEP / UF / CIDADE (ARQPCR): FAIXAS DE CEP
      * E CIDADES DE CADA UF. SEM O ARQUIVO NADA E CONFERIDO.
           COPY ARQPCRREC.
       77  WS-PCR-AVAIL-SW        PIC A     VALUE 'N'.
       01  WS-PCF-TABLE.
           05 WS-PCF-ENTRY        OCCURS 1000.
              10 PCF-UF           PIC X(02).
              10 PCF-POSTAL-FROM  PIC 9(08).
              10 PCF-POSTAL-TO    PIC 9(08).
       77  WS-PCF-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-PCF-MAX             PIC 9(04) VALUE 1000.
       77  WS-PCF-IX              PIC 9(04) VALUE ZEROS.
       01  WS-PCC-TABLE.
           05 WS-PCC-ENTRY        OCCURS 6000.
              10 PCC-UF           PIC X(02).
              10 PCC-CITY         PIC X(20).
       77  WS-PCC-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-PCC-MAX             PIC 9(04) VALUE 6000.
       77  WS-PCC-IX              PIC 9(04) VALUE ZEROS.
       01  WS-ADDR-CHECK.
           05 WS-ADDR-UF          PIC X(02) VALUE SPACES.
           05 WS-ADDR-CITY        PIC X(20) VALUE SPACES.
           05 WS-ADDR-POSTAL      PIC X(08) VALUE SPACES.
           05 WS-ADDR-POSTAL-N REDEFINES WS-ADDR-POSTAL
                                  PIC 9(08).
       77  WS-ADDR-REASON         PIC 9(02) VALUE ZEROS.
       77  WS-UF-KNOWN-SW         PIC A     VALUE 'N'.
       77  WS-ADDR-FOUND-SW       PIC A     VALUE 'N'.
       77  WS-UF-CHECK            PIC X(02) VALUE SPACES.
           88 WS-UF-VALID                   VALUE 'AC' 'AL' 'AP' 'AM'
              'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB'
              'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
              'TO'.
      *
      * IMAGENS ANTES/DEPOIS DECODIFICADAS (MESMO LAYOUT DO ARQ-REC)
       01  WS-BEF-REC.
           05 WS-BEF-COD          PIC X(04).
           05 WS-BEF-NAME         PIC X(15).
           05 WS-BEF-BIRTH        PIC X(08).
           05 WS-BEF-STATUS       PIC X.
           05 WS-BEF-DEACT        PIC X(08).
           05 WS-BEF-STREET       PIC X(30).
           05 WS-BEF-CITY         PIC X(20).
           05 WS-BEF-UF           PIC X(02).
           05 WS-BEF-POSTAL       PIC X(08).
           05 WS-BEF-PHONE        PIC X(11).
           05 WS-BEF-EMAIL        PIC X(40).
       01  WS-AFT-REC.
           05 WS-AFT-COD          PIC X(04).
           05 WS-AFT-NAME         PIC X(15).
           05 WS-AFT-BIRTH        PIC X(08).
           05 WS-AFT-STATUS       PIC X.
           05 WS-AFT-DEACT        PIC X(08).
           05 WS-AFT-STREET       PIC X(30).
           05 WS-AFT-CITY         PIC X(20).
           05 WS-AFT-UF           PIC X(02).
           05 WS-AFT-POSTAL       PIC X(08).
           05 WS-AFT-PHONE        PIC X(11).
           05 WS-AFT-EMAIL        PIC X(40).
      *
      * LINHA ANTES/DEPOIS DA REVISAO ('*' MARCA O CAMPO ALTERADO)
       01  WS-SHOW-COLUMNS.
           05 FILLER              PIC X(14) VALUE "  CAMPO".
           05 FILLER              PIC X(42) VALUE "ANTES".
           05 FILLER              PIC X(06) VALUE "DEPOIS".
       01  WS-SHOW-LINE.
           05 WS-SHOW-FLAG        PIC X.
           05 FILLER              PIC X     VALUE SPACES.
           05 WS-SHOW-FIELD       PIC X(12).
           05 WS-SHOW-BEFORE      PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SHOW-AFTER       PIC X(40).
      *
      * CONTROLE DOS ARQUIVOS
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-JRN          PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-LOK          PIC XX.
       77  WS-STATUS-APR          PIC XX.
       77  WS-STATUS-APH          PIC XX.
       77  WS-STATUS-PCR          PIC XX.
       77  EOF-PCR                PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
      *
      * TRAVA DE USO EXCLUSIVO DO ARQCAD (COMPARTILHADA COM O ARQDRV)
       77  WS-ARQLOK-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQLOK-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQLOK.txt".
       77  WS-ARQAPR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAPR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAPR.txt".
       77  WS-ARQAPH-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAPH-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAPH.txt".
       77  WS-ARQPCR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCR.txt".
      *
      * IDENTIFICACAO DA EXECUCAO (CARIMBO DO JORNAL)
       77  WS-JOB-ID              PIC X(08) VALUE SPACES.
       77  WS-CTS-DATE            PIC X(08).
       77  WS-CTS-TIME            PIC X(06).
      *
      * OPERADOR DA SESSAO (SOLICITANTE OU APROVADOR DAS ALTERACOES)
       77  WS-OPER-ID             PIC X(08) VALUE SPACES.
      *
      * ENTRADA DO OPERADOR
       77  WS-OPTION              PIC X     VALUE SPACES.
       77  WS-COD-INPUT           PIC X(04) VALUE SPACES.
      *
      * CONTROLE DA SESSAO
       77  WS-EXIT-SW             PIC A     VALUE 'N'.
       77  WS-DECISION            PIC X     VALUE SPACES.
       77  WS-REVIEW-END-SW       PIC A     VALUE 'N'.
       77  WS-APPLY-OK-SW         PIC A     VALUE 'N'.
      *
      * CONTADORES DA REVISAO DA FILA
       77  WS-TOTAL-APR-PENDING   PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-APR-APPROVED  PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-APR-REJECTED  PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-APR-ARCHIVED  PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 060-IDENTIFY-OPERATOR.
           IF WS-OPER-ID EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 080-ACQUIRE-LOCK.
           IF WS-LOCK-TAKEN-SW NOT EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
           IF WS-ARQLOK-DSN EQUAL SPACES
               MOVE WS-ARQLOK-DSN-DEFAULT TO WS-ARQLOK-DSN
           END-IF.
           ACCEPT WS-ARQAPR-DSN FROM ENVIRONMENT "ARQAPR_DSN".
           IF WS-ARQAPR-DSN EQUAL SPACES
               MOVE WS-ARQAPR-DSN-DEFAULT TO WS-ARQAPR-DSN
           END-IF.
           ACCEPT WS-ARQAPH-DSN FROM ENVIRONMENT "ARQAPH_DSN".
           IF WS-ARQAPH-DSN EQUAL SPACES
               MOVE WS-ARQAPH-DSN-DEFAULT TO WS-ARQAPH-DSN
           END-IF.
           ACCEPT WS-ARQPCR-DSN FROM ENVIRONMENT "ARQPCR_DSN".
           IF WS-ARQPCR-DSN EQUAL SPACES
               MOVE WS-ARQPCR-DSN-DEFAULT TO WS-ARQPCR-DSN
           END-IF.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID EQUAL SPACES
               MOVE "ARQINQ" TO WS-JOB-ID
           END-IF.

      * TODA ALTERACAO E CARIMBADA COM O OPERADOR: SEM OPER_ID, O
      * OPERADOR SE IDENTIFICA NA ABERTURA; SEM IDENTIFICACAO NAO HA
      * SESSAO.
       060-IDENTIFY-OPERATOR.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPER_ID".
           IF WS-OPER-ID EQUAL SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT WS-OPER-ID
           END-IF.

      * A SESSAO SO ABRE O ARQCAD COMO DONA DA TRAVA: QUALQUER TRAVA
      * EXISTENTE (CADEIA NOTURNA OU OUTRA SESSAO) RECUSA A ABERTURA
      * COM O NOME DO DETENTOR E DESDE QUANDO; TRAVA VELHA DE UMA
      * ATUALIZADO E UMA TRAVA ESQUECIDA AQUI BLOQUEARIA A CADEIA
      * NOTURNA ATE O OPERADOR RODAR O ARQLCK.
       100-OPEN-FILE.
           PERFORM 110-LOAD-REFERENCE.
           OPEN I-O ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               END-IF
           END-IF.

      * CARREGA O ARQPCR NAS TABELAS DE FAIXAS E DE CIDADES; SEM O
      * ARQUIVO (STATUS 35) OS ENDERECOS NAO SAO CONFERIDOS.
       110-LOAD-REFERENCE.
           OPEN INPUT ARQPCR.
           IF WS-STATUS-PCR EQUAL '00'
               MOVE 'Y' TO WS-PCR-AVAIL-SW
               PERFORM 115-READ-REFERENCE
                   UNTIL EOF-PCR EQUAL 'Y'
               CLOSE ARQPCR
           ELSE
               IF WS-STATUS-PCR NOT EQUAL '35'
                   MOVE WS-STATUS-PCR          TO WS-ABEND-CODE
                   MOVE "FILE ARQPCR IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   PERFORM 890-RELEASE-LOCK
                   GOBACK
               END-IF
               DISPLAY "ARQPCR AUSENTE - ENDERECOS NAO CONFERIDOS"
           END-IF.

       115-READ-REFERENCE.
           READ ARQPCR INTO ARQ-PCR-REC
               AT END
                   MOVE 'Y' TO EOF-PCR
               NOT AT END
                   IF PCR-TYPE-RANGE
                      AND PCR-POSTAL-FROM NUMERIC
                      AND PCR-POSTAL-TO NUMERIC
                       PERFORM 116-STORE-RANGE
                   END-IF
                   IF PCR-TYPE-CITY
                       PERFORM 117-STORE-CITY
                   END-IF
           END-READ.

       116-STORE-RANGE.
           IF WS-PCF-COUNT EQUAL WS-PCF-MAX
               MOVE "OV"                         TO WS-ABEND-CODE
               MOVE "POSTAL RANGE TABLE OVERFLOW" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           ADD 1 TO WS-PCF-COUNT.
           MOVE PCR-UF          TO PCF-UF (WS-PCF-COUNT).
           MOVE PCR-POSTAL-FROM TO PCF-POSTAL-FROM (WS-PCF-COUNT).
           MOVE PCR-POSTAL-TO   TO PCF-POSTAL-TO (WS-PCF-COUNT).

       117-STORE-CITY.
           IF WS-PCC-COUNT EQUAL WS-PCC-MAX
               MOVE "OV"                         TO WS-ABEND-CODE
               MOVE "CITY TABLE OVERFLOW"        TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           ADD 1 TO WS-PCC-COUNT.
           MOVE PCR-UF          TO PCC-UF (WS-PCC-COUNT).
           MOVE PCR-CITY        TO PCC-CITY (WS-PCC-COUNT).

       200-SHOW-MENU.
           DISPLAY "==========================================".
           DISPLAY "CADASTRO - CONSULTA E MANUTENCAO".
           DISPLAY "4 - INCLUIR".
           DISPLAY "5 - ALTERAR".
           DISPLAY "6 - EXCLUIR (DESATIVAR)".
           DISPLAY "7 - APROVAR PENDENCIAS (SUPERVISOR)".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
                   PERFORM 410-CHANGE-RECORD
               WHEN '6'
                   PERFORM 420-DELETE-RECORD
               WHEN '7'
                   PERFORM 600-REVIEW-QUEUE
               WHEN '9'
                   MOVE 'Y' TO WS-EXIT-SW
               WHEN OTHER
               MOVE WS-EMAIL-INPUT  TO ARQ-EMAIL
           END-IF.

      * O ENDERECO DIGITADO PASSA PELAS CRITICAS DO ARQMNT ANTES DE
      * ENTRAR NA FILA: UF (04), CEP NUMERICO (05) E A REFERENCIA CEP /
      * UF / CIDADE DO ARQPCR (06 E 07). CAMPO EM BRANCO NAO E
      * CRITICADO.
       290-CHECK-ADDRESS.
           MOVE ZEROS TO WS-ADDR-REASON.
           IF ARQ-UF NOT EQUAL SPACES
               MOVE ARQ-UF TO WS-UF-CHECK
               IF NOT WS-UF-VALID
                   MOVE 04 TO WS-ADDR-REASON
               END-IF
           END-IF.
           IF WS-ADDR-REASON EQUAL ZEROS
              AND ARQ-POSTAL NOT EQUAL SPACES
              AND ARQ-POSTAL NOT NUMERIC
               MOVE 05 TO WS-ADDR-REASON
           END-IF.
           IF WS-ADDR-REASON EQUAL ZEROS
              AND ARQ-UF NOT EQUAL SPACES
               MOVE ARQ-UF     TO WS-ADDR-UF
               MOVE ARQ-CITY   TO WS-ADDR-CITY
               MOVE ARQ-POSTAL TO WS-ADDR-POSTAL
               PERFORM 291-CHECK-ADDRESS-REFERENCE
           END-IF.
           EVALUATE WS-ADDR-REASON
               WHEN 04
                   DISPLAY "UF INVALIDA: " ARQ-UF
               WHEN 05
                   DISPLAY "CEP MALFORMADO: " ARQ-POSTAL
               WHEN 06
                   DISPLAY "CEP " ARQ-POSTAL
                       " FORA DAS FAIXAS DA UF " ARQ-UF
               WHEN 07
                   DISPLAY "CIDADE " ARQ-CITY
                       " NAO CONSTA NA UF " ARQ-UF
           END-EVALUATE.

      * UF AINDA SEM NENHUMA FAIXA (OU SEM NENHUMA CIDADE) NO ARQPCR
      * NAO FOI CADASTRADA NA REFERENCIA E NAO E CONFERIDA: CEP FORA
      * DAS FAIXAS DA UF = 06, CIDADE NAO LISTADA NA UF = 07.
       291-CHECK-ADDRESS-REFERENCE.
           MOVE ZEROS TO WS-ADDR-REASON.
           IF WS-PCR-AVAIL-SW EQUAL 'Y'
               IF WS-ADDR-POSTAL NUMERIC
                   MOVE 'N' TO WS-UF-KNOWN-SW
                   MOVE 'N' TO WS-ADDR-FOUND-SW
                   PERFORM 292-MATCH-POSTAL-RANGE
                       VARYING WS-PCF-IX FROM 1 BY 1
                       UNTIL WS-PCF-IX > WS-PCF-COUNT
                          OR WS-ADDR-FOUND-SW EQUAL 'Y'
                   IF WS-UF-KNOWN-SW EQUAL 'Y'
                      AND WS-ADDR-FOUND-SW EQUAL 'N'
                       MOVE 06 TO WS-ADDR-REASON
                   END-IF
               END-IF
               IF WS-ADDR-REASON EQUAL ZEROS
                  AND WS-ADDR-CITY NOT EQUAL SPACES
                   MOVE 'N' TO WS-UF-KNOWN-SW
                   MOVE 'N' TO WS-ADDR-FOUND-SW
                   PERFORM 293-MATCH-CITY
                       VARYING WS-PCC-IX FROM 1 BY 1
                       UNTIL WS-PCC-IX > WS-PCC-COUNT
                          OR WS-ADDR-FOUND-SW EQUAL 'Y'
                   IF WS-UF-KNOWN-SW EQUAL 'Y'
                      AND WS-ADDR-FOUND-SW EQUAL 'N'
                       MOVE 07 TO WS-ADDR-REASON
                   END-IF
               END-IF
           END-IF.

       292-MATCH-POSTAL-RANGE.
           IF PCF-UF (WS-PCF-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF WS-ADDR-POSTAL-N NOT < PCF-POSTAL-FROM (WS-PCF-IX)
                  AND WS-ADDR-POSTAL-N NOT > PCF-POSTAL-TO (WS-PCF-IX)
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       293-MATCH-CITY.
           IF PCC-UF (WS-PCC-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF PCC-CITY (WS-PCC-IX) EQUAL WS-ADDR-CITY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       300-INQUIRE-BY-COD.
           PERFORM 250-ACCEPT-COD.
           MOVE WS-WORK-COD TO ARQ-COD.
               MOVE ZEROS TO WS-ARQ-AGE
           END-IF.

      * INCLUSAO, ALTERACAO E DESATIVACAO SO ENTRAM NA FILA DE
      * APROVACAO (470); O ARQCAD E ATUALIZADO NA APROVACAO (650).
       400-ADD-RECORD.
           PERFORM 250-ACCEPT-COD.
           PERFORM 260-ACCEPT-NAME-BIRTH.
           PERFORM 270-ACCEPT-CONTACT.
           MOVE WS-WORK-COD   TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   PERFORM 405-BUILD-NEW-RECORD
                   PERFORM 290-CHECK-ADDRESS
                   IF WS-ADDR-REASON EQUAL ZEROS
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE 'A'    TO ARQ-TRN-ACTION
                       PERFORM 470-QUEUE-FOR-APPROVAL
                   ELSE
                       DISPLAY "REJECTED - ADDRESS CHECK COD: " ARQ-COD
                   END-IF
               NOT INVALID KEY
                   DISPLAY "REJECTED - DUPLICATE COD: " ARQ-COD
           END-READ.

       405-BUILD-NEW-RECORD.
           MOVE WS-WORK-COD   TO ARQ-COD.
           MOVE WS-NAME-INPUT TO ARQ-NAME.
           COMPUTE ARQ-BIRTH-DATE =
           MOVE WS-POSTAL-INPUT TO ARQ-POSTAL.
           MOVE WS-PHONE-INPUT  TO ARQ-PHONE.
           MOVE WS-EMAIL-INPUT  TO ARQ-EMAIL.

       410-CHANGE-RECORD.
           PERFORM 250-ACCEPT-COD.
                   COMPUTE ARQ-BIRTH-DATE =
                       FUNCTION NUMVAL (WS-BIRTH-INPUT)
                   PERFORM 280-APPLY-CONTACT-INPUT
                   PERFORM 415-CHECK-CHANGED-ADDRESS
                   IF WS-ADDR-REASON EQUAL ZEROS
                       MOVE 'C' TO ARQ-TRN-ACTION
                       PERFORM 470-QUEUE-FOR-APPROVAL
                   ELSE
                       DISPLAY "REJECTED - ADDRESS CHECK COD: " ARQ-COD
                   END-IF
           END-READ.

      * NA ALTERACAO O ENDERECO COMBINADO SO E CRITICADO QUANDO O
      * OPERADOR DIGITOU CIDADE, UF OU CEP (COMO NO 'C' DO ARQMNT).
       415-CHECK-CHANGED-ADDRESS.
           MOVE ZEROS TO WS-ADDR-REASON.
           IF WS-CITY-INPUT NOT EQUAL SPACES
              OR WS-UF-INPUT NOT EQUAL SPACES
              OR WS-POSTAL-INPUT NOT EQUAL SPACES
               PERFORM 290-CHECK-ADDRESS
           END-IF.

      * O 'D' NAO REMOVE MAIS O REGISTRO: DESATIVA COM A DATA DO DIA.
      * A REMOCAO FISICA E FEITA PELO ARQPRG APOS O PRAZO DE RETENCAO.
       420-DELETE-RECORD.
                       MOVE 'I'           TO ARQ-STATUS
                       MOVE WS-TODAY-DATE TO ARQ-DEACT-DATE
                       MOVE 'D' TO ARQ-TRN-ACTION
                       PERFORM 470-QUEUE-FOR-APPROVAL
                   END-IF
           END-READ.

           MOVE ARQ-POSTAL        TO ARQ-TRN-POSTAL.
           MOVE ARQ-PHONE         TO ARQ-TRN-PHONE.
           MOVE ARQ-EMAIL         TO ARQ-TRN-EMAIL.
           MOVE SPACES            TO ARQ-TRN-EFF-DATE.

      * A SOLICITACAO VAI PARA O FIM DO ARQAPR COM AS DUAS IMAGENS;
      * O PRIMEIRO USO CRIA O ARQUIVO.
       470-QUEUE-FOR-APPROVAL.
           ACCEPT WS-CTS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CTS-TIME FROM TIME.
           MOVE WS-CTS-DATE       TO APR-ENTRY-DATE.
           MOVE WS-CTS-TIME       TO APR-ENTRY-TIME.
           MOVE WS-OPER-ID        TO APR-MAKER-ID.
           MOVE ARQ-TRN-ACTION    TO APR-ACTION.
           MOVE 'P'               TO APR-STATUS.
           MOVE SPACES            TO APR-CHECKER-ID.
           MOVE SPACES            TO APR-DECISION-DATE.
           MOVE WS-BEFORE-IMAGE   TO APR-BEFORE-IMAGE.
           MOVE ARQ-REC           TO APR-AFTER-IMAGE.
           OPEN EXTEND ARQAPR.
           IF WS-STATUS-APR EQUAL '35'
               OPEN OUTPUT ARQAPR
           END-IF.
           IF WS-STATUS-APR NOT EQUAL '00'
              AND WS-STATUS-APR NOT EQUAL '05'
               DISPLAY "FILE ARQAPR IO/ERROR: " WS-STATUS-APR
                   " - SOLICITACAO NAO REGISTRADA"
           ELSE
               WRITE ARQ-APR-LINE FROM ARQ-APR-REC
               CLOSE ARQAPR
               DISPLAY "AGUARDANDO APROVACAO COD: " ARQ-COD
                   "  ACAO: " ARQ-TRN-ACTION
           END-IF.

      * GRAVA NO JORNAL A MESMA LINHA QUE O ARQMNT GRAVARIA PARA A
      * TRANSACAO EQUIVALENTE, PARA QUE O ARQBKO POSSA ESTORNAR
           MOVE ARQ-TRN-REC       TO JRN-TRN-IMAGE.
           MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
           MOVE ARQ-REC           TO JRN-AFTER-IMAGE.
           MOVE APR-MAKER-ID      TO JRN-MAKER-ID.
           MOVE WS-OPER-ID        TO JRN-CHECKER-ID.
           WRITE ARQ-JRN-LINE FROM ARQ-JRN-REC.

      * REVISAO DO SUPERVISOR: CADA PENDENCIA E MOSTRADA COM AS
      * IMAGENS ANTES/DEPOIS E APROVADA, REJEITADA OU MANTIDA NA
      * FILA. A PENDENCIA DO PROPRIO OPERADOR NAO E OFERECIDA. NO
      * FIM, COM ALGUMA DECISAO TOMADA, O ARQAPR E REGRAVADO SO COM AS
      * PENDENCIAS E AS DECIDIDAS VAO PARA O FIM DO ARQAPH. SEM O
      * HISTORICO ABERTO A REVISAO NAO E FEITA, PARA NAO PERDER A
      * TRILHA DAS DECISOES.
       600-REVIEW-QUEUE.
           MOVE ZEROS TO WS-APR-COUNT.
           MOVE ZEROS TO WS-TOTAL-APR-PENDING.
           MOVE ZEROS TO WS-TOTAL-APR-APPROVED.
           MOVE ZEROS TO WS-TOTAL-APR-REJECTED.
           MOVE ZEROS TO WS-TOTAL-APR-ARCHIVED.
           MOVE 'N'   TO WS-REVIEW-END-SW.
           MOVE 'N'   TO EOF-APR.
           OPEN EXTEND ARQAPH.
           IF WS-STATUS-APH EQUAL '35'
               OPEN OUTPUT ARQAPH
           END-IF.
           IF WS-STATUS-APH NOT EQUAL '00'
              AND WS-STATUS-APH NOT EQUAL '05'
               DISPLAY "FILE ARQAPH IO/ERROR: " WS-STATUS-APH
                   " - REVISAO NAO REALIZADA"
           ELSE
               PERFORM 602-REVIEW-PENDING
               CLOSE ARQAPH
           END-IF.

      * DECIDIDAS QUE AINDA ESTAO NO ARQAPR (GRAVADAS ANTES DO
      * HISTORICO EXISTIR) SAO COPIADAS PARA O ARQAPH NA CARGA, E O
      * ARQAPR E REGRAVADO SEM ELAS.
       602-REVIEW-PENDING.
           OPEN INPUT ARQAPR.
           IF WS-STATUS-APR EQUAL '00'
               PERFORM 605-LOAD-QUEUE
                   UNTIL EOF-APR EQUAL 'Y'
               CLOSE ARQAPR
           END-IF.
           PERFORM 610-REVIEW-ITEM
               VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-COUNT.
           IF WS-TOTAL-APR-APPROVED > ZEROS
              OR WS-TOTAL-APR-REJECTED > ZEROS
              OR WS-TOTAL-APR-ARCHIVED > ZEROS
               PERFORM 680-REWRITE-QUEUE
           END-IF.
           DISPLAY "PENDENCIAS NA FILA: " WS-TOTAL-APR-PENDING
               "  APROVADAS: " WS-TOTAL-APR-APPROVED
               "  REJEITADAS: " WS-TOTAL-APR-REJECTED.

       605-LOAD-QUEUE.
           READ ARQAPR INTO ARQ-APR-REC
               AT END
                   MOVE 'Y' TO EOF-APR
               NOT AT END
                   IF APR-PENDING
                       PERFORM 606-STORE-PENDING
                   ELSE
                       WRITE ARQ-APH-LINE FROM ARQ-APR-REC
                       ADD 1 TO WS-TOTAL-APR-ARCHIVED
                   END-IF
           END-READ.

       606-STORE-PENDING.
           IF WS-APR-COUNT EQUAL WS-APR-MAX
               MOVE "OV"                      TO WS-ABEND-CODE
               MOVE "APPROVAL TABLE OVERFLOW" TO WS-ABEND-MESSAGE
               CLOSE ARQAPR
               CLOSE ARQAPH
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           ADD 1 TO WS-APR-COUNT.
           MOVE ARQ-APR-REC TO WS-APR-ENTRY (WS-APR-COUNT).
           ADD 1 TO WS-TOTAL-APR-PENDING.

       610-REVIEW-ITEM.
           MOVE WS-APR-ENTRY (WS-APR-IX) TO ARQ-APR-REC.
           IF APR-PENDING
              AND WS-REVIEW-END-SW EQUAL 'N'
               PERFORM 620-SHOW-ITEM
               IF APR-MAKER-ID EQUAL WS-OPER-ID
                   DISPLAY "SOLICITADA POR " WS-OPER-ID
                       " - A APROVACAO CABE A OUTRO OPERADOR"
               ELSE
                   DISPLAY "A-APROVAR  R-REJEITAR  F-ENCERRAR  "
                       "(ENTER MANTEM NA FILA): " WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN 'A'
                           PERFORM 650-APPLY-APPROVED
                           IF WS-APPLY-OK-SW EQUAL 'Y'
                               MOVE 'A' TO APR-STATUS
                               ADD 1 TO WS-TOTAL-APR-APPROVED
                           ELSE
                               MOVE 'R' TO APR-STATUS
                               ADD 1 TO WS-TOTAL-APR-REJECTED
                           END-IF
                           PERFORM 640-RECORD-DECISION
                       WHEN 'R'
                           MOVE 'R' TO APR-STATUS
                           ADD 1 TO WS-TOTAL-APR-REJECTED
                           DISPLAY "REJEITADA  COD: "
                               APR-AFTER-IMAGE (1:4)
                           PERFORM 640-RECORD-DECISION
                       WHEN 'F'
                           MOVE 'Y' TO WS-REVIEW-END-SW
                       WHEN OTHER
                           DISPLAY "MANTIDA NA FILA"
                   END-EVALUATE
               END-IF
           END-IF.

       620-SHOW-ITEM.
           DISPLAY "------------------------------------------".
           DISPLAY "SOLICITACAO: " APR-ENTRY-DATE " " APR-ENTRY-TIME
               "  OPERADOR: " APR-MAKER-ID "  ACAO: " APR-ACTION.
           MOVE APR-BEFORE-IMAGE TO WS-BEF-REC.
           MOVE APR-AFTER-IMAGE  TO WS-AFT-REC.
           DISPLAY WS-SHOW-COLUMNS.
           MOVE "COD"          TO WS-SHOW-FIELD.
           MOVE WS-BEF-COD     TO WS-SHOW-BEFORE.
           MOVE WS-AFT-COD     TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "NOME"         TO WS-SHOW-FIELD.
           MOVE WS-BEF-NAME    TO WS-SHOW-BEFORE.
           MOVE WS-AFT-NAME    TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "NASCIMENTO"   TO WS-SHOW-FIELD.
           MOVE WS-BEF-BIRTH   TO WS-SHOW-BEFORE.
           MOVE WS-AFT-BIRTH   TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "STATUS"       TO WS-SHOW-FIELD.
           MOVE WS-BEF-STATUS  TO WS-SHOW-BEFORE.
           MOVE WS-AFT-STATUS  TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "LOGRADOURO"   TO WS-SHOW-FIELD.
           MOVE WS-BEF-STREET  TO WS-SHOW-BEFORE.
           MOVE WS-AFT-STREET  TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "CIDADE"       TO WS-SHOW-FIELD.
           MOVE WS-BEF-CITY    TO WS-SHOW-BEFORE.
           MOVE WS-AFT-CITY    TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "UF"           TO WS-SHOW-FIELD.
           MOVE WS-BEF-UF      TO WS-SHOW-BEFORE.
           MOVE WS-AFT-UF      TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "CEP"          TO WS-SHOW-FIELD.
           MOVE WS-BEF-POSTAL  TO WS-SHOW-BEFORE.
           MOVE WS-AFT-POSTAL  TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "TELEFONE"     TO WS-SHOW-FIELD.
           MOVE WS-BEF-PHONE   TO WS-SHOW-BEFORE.
           MOVE WS-AFT-PHONE   TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.
           MOVE "E-MAIL"       TO WS-SHOW-FIELD.
           MOVE WS-BEF-EMAIL   TO WS-SHOW-BEFORE.
           MOVE WS-AFT-EMAIL   TO WS-SHOW-AFTER.
           PERFORM 630-SHOW-FIELD.

       630-SHOW-FIELD.
           IF WS-SHOW-BEFORE EQUAL WS-SHOW-AFTER
               MOVE SPACE TO WS-SHOW-FLAG
           ELSE
               MOVE "*"   TO WS-SHOW-FLAG
           END-IF.
           DISPLAY WS-SHOW-LINE.

       640-RECORD-DECISION.
           MOVE WS-OPER-ID    TO APR-CHECKER-ID.
           MOVE WS-TODAY-DATE TO APR-DECISION-DATE.
           MOVE ARQ-APR-REC   TO WS-APR-ENTRY (WS-APR-IX).

      * A APROVACAO APLICA A ALTERACAO COMO O ARQMNT APLICARIA A
      * TRANSACAO EQUIVALENTE. NA ALTERACAO E NA DESATIVACAO O
      * REGISTRO TEM DE ESTAR COMO ESTAVA NA SOLICITACAO; SE MUDOU
      * NESSE MEIO TEMPO, A PENDENCIA E REJEITADA.
       650-APPLY-APPROVED.
           MOVE 'N' TO WS-APPLY-OK-SW.
           IF APR-ACT-ADD
               PERFORM 660-APPLY-ADD
           ELSE
               PERFORM 670-APPLY-UPDATE
           END-IF.

       660-APPLY-ADD.
           MOVE APR-AFTER-IMAGE TO ARQ-REC.
           MOVE SPACES          TO WS-BEFORE-IMAGE.
           MOVE 'A'             TO ARQ-TRN-ACTION.
           PERFORM 450-FILL-TRN-IMAGE.
           WRITE ARQ-REC
               INVALID KEY
                   DISPLAY "REJECTED - DUPLICATE COD: " ARQ-COD
               NOT INVALID KEY
                   DISPLAY "ADDED      COD: " ARQ-COD
                   MOVE 'Y' TO WS-APPLY-OK-SW
                   PERFORM 500-WRITE-JOURNAL
           END-WRITE.

       670-APPLY-UPDATE.
           MOVE APR-AFTER-IMAGE TO ARQ-REC.
           READ ARQIN
               INVALID KEY
                   DISPLAY "REJECTED - COD NOT FOUND: " ARQ-COD
               NOT INVALID KEY
                   IF ARQ-REC NOT EQUAL APR-BEFORE-IMAGE
                       DISPLAY "REJECTED - RECORD CHANGED SINCE "
                           "REQUEST: " ARQ-COD
                   ELSE
                       MOVE ARQ-REC         TO WS-BEFORE-IMAGE
                       MOVE APR-AFTER-IMAGE TO ARQ-REC
                       IF APR-ACT-DELETE
                           MOVE WS-TODAY-DATE TO ARQ-DEACT-DATE
                       END-IF
                       MOVE APR-ACTION      TO ARQ-TRN-ACTION
                       PERFORM 450-FILL-TRN-IMAGE
                       REWRITE ARQ-REC
                           INVALID KEY
                               DISPLAY "REJECTED - REWRITE FAILED: "
                                   ARQ-COD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-APPLY-OK-SW
                               PERFORM 500-WRITE-JOURNAL
                               PERFORM 675-CONFIRM-UPDATE
                       END-REWRITE
                   END-IF
           END-READ.

       675-CONFIRM-UPDATE.
           IF APR-ACT-DELETE
               DISPLAY "DEACTIVATED COD: " ARQ-COD
               PERFORM 430-FLAG-DEPENDENTS
           ELSE
               DISPLAY "CHANGED    COD: " ARQ-COD
           END-IF.

       680-REWRITE-QUEUE.
           OPEN OUTPUT ARQAPR.
           IF WS-STATUS-APR NOT EQUAL '00'
               DISPLAY "FILE ARQAPR IO/ERROR: " WS-STATUS-APR
                   " - DECISOES NAO GRAVADAS NA FILA"
           ELSE
               PERFORM 690-WRITE-QUEUE-ENTRY
                   VARYING WS-APR-IX FROM 1 BY 1
                   UNTIL WS-APR-IX > WS-APR-COUNT
               CLOSE ARQAPR
           END-IF.

       690-WRITE-QUEUE-ENTRY.
           MOVE WS-APR-ENTRY (WS-APR-IX) TO ARQ-APR-REC.
           IF APR-PENDING
               WRITE ARQ-APR-LINE FROM ARQ-APR-REC
           ELSE
               WRITE ARQ-APH-LINE FROM ARQ-APR-REC
           END-IF.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
