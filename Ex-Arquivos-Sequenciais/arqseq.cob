           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
           SELECT ARQPCR ASSIGN TO WS-ARQPCR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCR.
      *
       DATA                    DIVISION.
      *
       01  ARQ-AUD-LINE        PIC X(29).
      *
       FD  ARQCKPT.
       01  ARQ-CKPT-LINE       PIC X(82).
      *
       FD  ARQCSV.
       01  ARQ-CSV-LINE        PIC X(160).
       01  ARQ-TOT-LINE        PIC X(48).
      *
       FD  ARQHST.
       01  ARQ-HST-LINE        PIC X(101).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       FD  ARQPCR.
       01  ARQ-PCR-LINE        PIC X(25).
      *
       WORKING-STORAGE         SECTION.
      *  ORGANIZACAO DO ARQUIVO 
       77  WS-STATUS-TOT          PIC XX.
       77  WS-STATUS-HST          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-STATUS-PCR          PIC XX.
       77  EOF-PCR                PIC A     VALUE 'N'.

      * LOCALIZACAO DO DATASET (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
       77  WS-ARQPCR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCR.txt".

      * VALIDACAO DO REGISTRO
       77  WS-VALID-SW            PIC A     VALUE 'Y'.
              'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
              'TO'.
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
      *
      * LAYOUT DO REGISTRO DE EXCECAO (REGISTRO ORIGINAL + MOTIVO
      * + DATA DE ENTRADA NO ARQUIVO DE EXCECOES)
           COPY ARQERRREC.
       77  WS-COUNT-REJ-03        PIC 9(06) VALUE ZEROS.
       77  WS-COUNT-REJ-04        PIC 9(06) VALUE ZEROS.
       77  WS-COUNT-REJ-05        PIC 9(06) VALUE ZEROS.
       77  WS-COUNT-REJ-06        PIC 9(06) VALUE ZEROS.
       77  WS-COUNT-REJ-07        PIC 9(06) VALUE ZEROS.
       77  WS-COUNT-INACTIVE      PIC 9(06) VALUE ZEROS.
      *
      * TOTAIS DE CONTROLE GRAVADOS PARA O ARQRCN
           05 CKPT-COUNT-INACTIVE PIC 9(06).
           05 CKPT-COUNT-REJ-04   PIC 9(06).
           05 CKPT-COUNT-REJ-05   PIC 9(06).
           05 CKPT-COUNT-REJ-06   PIC 9(06).
           05 CKPT-COUNT-REJ-07   PIC 9(06).
      *
      * EXTRACAO CSV PARA FERRAMENTAS DE BI
       01  WS-CSV-HEADER.
           IF WS-ARQHST-DSN EQUAL SPACES
               MOVE WS-ARQHST-DSN-DEFAULT TO WS-ARQHST-DSN
           END-IF.
           ACCEPT WS-ARQPCR-DSN FROM ENVIRONMENT "ARQPCR_DSN".
           IF WS-ARQPCR-DSN EQUAL SPACES
               MOVE WS-ARQPCR-DSN-DEFAULT TO WS-ARQPCR-DSN
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA, PARA QUE UMA CADEIA REEXECUTADA
                               MOVE CKPT-COUNT-REJ-05
                                               TO WS-COUNT-REJ-05
                           END-IF
                           IF CKPT-COUNT-REJ-06 NUMERIC
                               MOVE CKPT-COUNT-REJ-06
                                               TO WS-COUNT-REJ-06
                           END-IF
                           IF CKPT-COUNT-REJ-07 NUMERIC
                               MOVE CKPT-COUNT-REJ-07
                                               TO WS-COUNT-REJ-07
                           END-IF
                           MOVE CKPT-COUNT-INACTIVE
                                               TO WS-COUNT-INACTIVE
                           COMPUTE WS-TOTAL-VALID =
           END-IF.

       100-OPEN-FILE.
           PERFORM 110-LOAD-REFERENCE.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               WRITE ARQ-CSV-LINE FROM WS-CSV-HEADER
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
               GOBACK
           END-IF.
           ADD 1 TO WS-PCC-COUNT.
           MOVE PCR-UF          TO PCC-UF (WS-PCC-COUNT).
           MOVE PCR-CITY        TO PCC-CITY (WS-PCC-COUNT).

       200-PROCESS-FILE.
           READ ARQIN INTO WS-ARQIN
               AT END
                   MOVE 05 TO WS-ERR-REASON
               END-IF
           END-IF.
      * ENDERECO DE UF VALIDA E CONFERIDO COM A REFERENCIA (ARQPCR):
      * CEP FORA DAS FAIXAS DA UF (06) OU CIDADE NAO LISTADA NA UF
      * (07).
           MOVE WS-ARQ-UF     TO WS-UF-CHECK.
           IF WS-UF-VALID
               MOVE WS-ARQ-UF     TO WS-ADDR-UF
               MOVE WS-ARQ-CITY   TO WS-ADDR-CITY
               MOVE WS-ARQ-POSTAL TO WS-ADDR-POSTAL
               PERFORM 155-CHECK-ADDRESS-REFERENCE
               IF WS-ADDR-REASON NOT EQUAL ZEROS
                   MOVE 'N' TO WS-VALID-SW
                   IF WS-ERR-REASON EQUAL ZEROS
                       MOVE WS-ADDR-REASON TO WS-ERR-REASON
                   END-IF
               END-IF
           END-IF.

      * UF AINDA SEM NENHUMA FAIXA (OU SEM NENHUMA CIDADE) NO ARQPCR
      * NAO FOI CADASTRADA NA REFERENCIA E NAO E CONFERIDA; CEP NAO
      * NUMERICO JA FOI REJEITADO PELO MOTIVO 05.
       155-CHECK-ADDRESS-REFERENCE.
           MOVE ZEROS TO WS-ADDR-REASON.
           IF WS-PCR-AVAIL-SW EQUAL 'Y'
               IF WS-ADDR-POSTAL NUMERIC
                   MOVE 'N' TO WS-UF-KNOWN-SW
                   MOVE 'N' TO WS-ADDR-FOUND-SW
                   PERFORM 156-MATCH-POSTAL-RANGE
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
                   PERFORM 157-MATCH-CITY
                       VARYING WS-PCC-IX FROM 1 BY 1
                       UNTIL WS-PCC-IX > WS-PCC-COUNT
                          OR WS-ADDR-FOUND-SW EQUAL 'Y'
                   IF WS-UF-KNOWN-SW EQUAL 'Y'
                      AND WS-ADDR-FOUND-SW EQUAL 'N'
                       MOVE 07 TO WS-ADDR-REASON
                   END-IF
               END-IF
           END-IF.

       156-MATCH-POSTAL-RANGE.
           IF PCF-UF (WS-PCF-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF WS-ADDR-POSTAL-N NOT < PCF-POSTAL-FROM (WS-PCF-IX)
                  AND WS-ADDR-POSTAL-N NOT > PCF-POSTAL-TO (WS-PCF-IX)
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       157-MATCH-CITY.
           IF PCC-UF (WS-PCC-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF PCC-CITY (WS-PCC-IX) EQUAL WS-ADDR-CITY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       160-WRITE-EXCEPTION.
           EVALUATE WS-ERR-REASON
                   ADD 1 TO WS-COUNT-REJ-04
               WHEN 05
                   ADD 1 TO WS-COUNT-REJ-05
               WHEN 06
                   ADD 1 TO WS-COUNT-REJ-06
               WHEN 07
                   ADD 1 TO WS-COUNT-REJ-07
           END-EVALUATE.
           MOVE WS-ARQ-COD        TO ERR-COD.
           MOVE WS-ARQ-NAME       TO ERR-NAME.
           MOVE WS-COUNT-REJ-03      TO CKPT-COUNT-REJ-03.
           MOVE WS-COUNT-REJ-04      TO CKPT-COUNT-REJ-04.
           MOVE WS-COUNT-REJ-05      TO CKPT-COUNT-REJ-05.
           MOVE WS-COUNT-REJ-06      TO CKPT-COUNT-REJ-06.
           MOVE WS-COUNT-REJ-07      TO CKPT-COUNT-REJ-07.
           MOVE WS-COUNT-INACTIVE    TO CKPT-COUNT-INACTIVE.
           OPEN OUTPUT ARQCKPT.
           IF WS-STATUS-CKPT NOT EQUAL '00'
           MOVE ZEROS TO CKPT-COUNT-REJ-03.
           MOVE ZEROS TO CKPT-COUNT-REJ-04.
           MOVE ZEROS TO CKPT-COUNT-REJ-05.
           MOVE ZEROS TO CKPT-COUNT-REJ-06.
           MOVE ZEROS TO CKPT-COUNT-REJ-07.
           MOVE ZEROS TO CKPT-COUNT-INACTIVE.
           OPEN OUTPUT ARQCKPT.
           IF WS-STATUS-CKPT NOT EQUAL '00'
           MOVE WS-COUNT-REJ-03      TO HST-REJ-03.
           MOVE WS-COUNT-REJ-04      TO HST-REJ-04.
           MOVE WS-COUNT-REJ-05      TO HST-REJ-05.
           MOVE WS-COUNT-REJ-06      TO HST-REJ-06.
           MOVE WS-COUNT-REJ-07      TO HST-REJ-07.
           MOVE WS-COUNT-UNDER-18    TO HST-UNDER-18.
           MOVE WS-COUNT-18-TO-64    TO HST-18-TO-64.
           MOVE WS-COUNT-65-PLUS     TO HST-65-PLUS.
