      ******************************************************************
      * Author:
      * Date:
      * Purpose: Address consistency scan of the whole ARQCAD against
      *          the ARQPCR postal code / UF / city reference, for the
      *          records captured before the reference existed. Each
      *          active record (every record with ARQADS_ALL=Y) gets
      *          the same address edits ARQSEQ applies: UF invalid
      *          (04), CEP malformed (05), CEP outside the ranges of
      *          the UF (06) and city not listed for the UF (07), the
      *          first failure winning; a UF still without ranges (or
      *          cities) in ARQPCR is not checked for them. The
      *          failing records are sorted by UF and COD and printed
      *          on ARQADS grouped by UF, with a count per reason at
      *          each UF break and at the end, so each UF can be sent
      *          for correction. ARQPCR is required (RC 8 without it).
      *          RC 4 when any record fails. Read-only against ARQCAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQADS.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQIN ASSIGN TO WS-ARQIN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARQ-COD
           ALTERNATE RECORD KEY IS ARQ-NAME WITH DUPLICATES
           FILE STATUS IS WS-STATUS-IN.
      *
           SELECT ARQPCR ASSIGN TO WS-ARQPCR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCR.
      *
           SELECT ARQADS ASSIGN TO WS-ARQADS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OUT.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
      *
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ARQIN.
           COPY ARQINREC.
      *
       FD  ARQPCR.
       01  ARQ-PCR-LINE        PIC X(25).
      *
       FD  ARQADS.
       01  REL-LINE            PIC X(132).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-UF          PIC X(02).
           05 SORT-COD         PIC 9(04).
           05 SORT-REASON      PIC 9(02).
           05 SORT-IMAGE       PIC X(147).
      *
       WORKING-STORAGE         SECTION.
      *  ORGANIZACAO DO ARQUIVO
       01  WS-ARQIN.
           05 WS-ARQ-COD          PIC 9(04) VALUE ZEROS.
           05 WS-ARQ-NAME         PIC X(15) VALUE SPACES.
           05 WS-ARQ-BIRTH-DATE   PIC 9(08) VALUE ZEROS.
           05 WS-ARQ-STATUS       PIC X     VALUE 'A'.
              88 WS-ARQ-ACTIVE              VALUE 'A'.
              88 WS-ARQ-INACTIVE            VALUE 'I'.
           05 WS-ARQ-DEACT-DATE   PIC 9(08) VALUE ZEROS.
           05 WS-ARQ-STREET       PIC X(30) VALUE SPACES.
           05 WS-ARQ-CITY         PIC X(20) VALUE SPACES.
           05 WS-ARQ-UF           PIC X(02) VALUE SPACES.
           05 WS-ARQ-POSTAL       PIC X(08) VALUE SPACES.
           05 WS-ARQ-PHONE        PIC X(11) VALUE SPACES.
           05 WS-ARQ-EMAIL        PIC X(40) VALUE SPACES.
      *
      * VALIDACAO DE UF
       77  WS-UF-CHECK            PIC X(02) VALUE SPACES.
           88 WS-UF-VALID                   VALUE 'AC' 'AL' 'AP' 'AM'
              'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB'
              'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
              'TO'.
      *
      * TABELA DE REFERENCIA CEP / UF / CIDADE (ARQPCR): FAIXAS DE CEP
      * E CIDADES DE CADA UF
           COPY ARQPCRREC.
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
      * CONTROLE DOS ARQUIVOS
       77  EOF-ARQ                PIC A     VALUE 'N'.
       77  EOF-PCR                PIC A     VALUE 'N'.
       77  EOF-SORT               PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-PCR          PIC XX.
       77  WS-STATUS-OUT          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
      *
      * PARAMETRO DE SELECAO
       77  WS-ALL-PARM            PIC X     VALUE SPACES.
      *
      * LOCALIZACAO DO DATASET (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQPCR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCR.txt".
       77  WS-ARQADS-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQADS-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQADS.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
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
      *
      * QUEBRA POR UF
       77  WS-FIRST-SW            PIC A     VALUE 'Y'.
       77  WS-PREV-UF             PIC X(02) VALUE SPACES.
      *
      * ACUMULADORES POR NIVEL (1 = UF, 2 = GERAL) E POR MOTIVO: AS
      * POSICOES 1 A 4 SAO OS MOTIVOS 04 A 07
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY        OCCURS 2.
              10 ACC-FAILED       PIC 9(06).
              10 ACC-REASON       PIC 9(06) OCCURS 4.
       77  WS-ACC-IX              PIC 9(01) VALUE ZEROS.
       77  WS-RSN-IX              PIC 9(01) VALUE ZEROS.
      *
      * LINHAS DO RELATORIO
       01  WS-TITLE-LINE.
           05 FILLER              PIC X(38) VALUE
               "ENDERECOS FORA DA REFERENCIA ARQPCR".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 99/99/9999.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TITLE-SELECTION  PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(08) VALUE "CODIGO".
           05 FILLER              PIC X(17) VALUE "NOME".
           05 FILLER              PIC X(22) VALUE "CIDADE".
           05 FILLER              PIC X(04) VALUE "UF".
           05 FILLER              PIC X(10) VALUE "CEP".
           05 FILLER              PIC X(05) VALUE "SIT".
           05 FILLER              PIC X(06) VALUE "MOTIVO".
      *
       01  WS-UF-HEADER-LINE.
           05 FILLER              PIC X(04) VALUE "UF: ".
           05 WS-HDR-UF           PIC X(02).
      *
       01  WS-DETAIL-LINE.
           05 WS-DET-COD          PIC 9999.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DET-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-CITY         PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-UF           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-POSTAL       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS       PIC X.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DET-REASON       PIC 99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DET-REASON-TEXT  PIC X(26).
      *
       01  WS-BREAK-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BRK-LABEL        PIC X(12).
           05 FILLER              PIC X(09) VALUE " FALHAS:".
           05 WS-BRK-FAILED       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE "  UF INVALIDA:".
           05 WS-BRK-REASON-04    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(17) VALUE
               "  CEP MALFORMADO:".
           05 WS-BRK-REASON-05    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(17) VALUE
               "  CEP FORA DA UF:".
           05 WS-BRK-REASON-06    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(20) VALUE
               "  CIDADE FORA DA UF:".
           05 WS-BRK-REASON-07    PIC ZZZ,ZZ9.
      *
       01  WS-NONE-LINE           PIC X(40) VALUE
           "NENHUM ENDERECO FORA DA REFERENCIA".
      *
       01  WS-TOTAL-LINE.
           05 WS-TOT-DESC         PIC X(30).
           05 WS-TOT-COUNT        PIC ZZZ,ZZ9.
      *
      * CONTADORES
       77  WS-TOTAL-READ          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHECKED       PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 055-READ-BUSINESS-DATE.
           PERFORM 110-LOAD-REFERENCE.
           MOVE ZEROS TO WS-ACC-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-UF
               ON ASCENDING KEY SORT-COD
               INPUT PROCEDURE IS 200-SCAN-RECORDS
               OUTPUT PROCEDURE IS 300-PRINT-FAILURES.
           IF ACC-FAILED (2) > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQPCR-DSN FROM ENVIRONMENT "ARQPCR_DSN".
           IF WS-ARQPCR-DSN EQUAL SPACES
               MOVE WS-ARQPCR-DSN-DEFAULT TO WS-ARQPCR-DSN
           END-IF.
           ACCEPT WS-ARQADS-DSN FROM ENVIRONMENT "ARQADS_DSN".
           IF WS-ARQADS-DSN EQUAL SPACES
               MOVE WS-ARQADS-DSN-DEFAULT TO WS-ARQADS-DSN
           END-IF.
           ACCEPT WS-ALL-PARM FROM ENVIRONMENT "ARQADS_ALL".
           IF WS-ALL-PARM EQUAL 'Y'
               MOVE "ATIVOS E INATIVOS" TO WS-TITLE-SELECTION
           ELSE
               MOVE 'N' TO WS-ALL-PARM
               MOVE "SO ATIVOS"         TO WS-TITLE-SELECTION
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

      * SEM O ARQPCR NAO HA CONTRA O QUE CONFERIR: A VARREDURA NAO E
      * FEITA
       110-LOAD-REFERENCE.
           OPEN INPUT ARQPCR.
           IF WS-STATUS-PCR EQUAL '00'
               PERFORM 115-READ-REFERENCE
                   UNTIL EOF-PCR EQUAL 'Y'
               CLOSE ARQPCR
           ELSE
               IF WS-STATUS-PCR EQUAL '35'
                   DISPLAY "ARQPCR AUSENTE - VARREDURA NAO REALIZADA"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-STATUS-PCR          TO WS-ABEND-CODE
                   MOVE "FILE ARQPCR IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND
               END-IF
               STOP RUN
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
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
           ADD 1 TO WS-PCF-COUNT.
           MOVE PCR-UF          TO PCF-UF (WS-PCF-COUNT).
           MOVE PCR-POSTAL-FROM TO PCF-POSTAL-FROM (WS-PCF-COUNT).
           MOVE PCR-POSTAL-TO   TO PCF-POSTAL-TO (WS-PCF-COUNT).

       117-STORE-CITY.
           IF WS-PCC-COUNT EQUAL WS-PCC-MAX
               MOVE "OV"                         TO WS-ABEND-CODE
               MOVE "CITY TABLE OVERFLOW"        TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
           ADD 1 TO WS-PCC-COUNT.
           MOVE PCR-UF          TO PCC-UF (WS-PCC-COUNT).
           MOVE PCR-CITY        TO PCC-CITY (WS-PCC-COUNT).

      * SO OS REGISTROS COM ALGUMA FALHA DE ENDERECO ENTRAM NA
      * ORDENACAO
       200-SCAN-RECORDS.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-ARQ EQUAL 'Y'
               READ ARQIN INTO WS-ARQIN
                   AT END
                       MOVE 'Y' TO EOF-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       IF WS-ARQ-ACTIVE
                          OR WS-ALL-PARM EQUAL 'Y'
                           ADD 1 TO WS-TOTAL-CHECKED
                           PERFORM 250-CHECK-ADDRESS
                           IF WS-ADDR-REASON NOT EQUAL ZEROS
                               MOVE WS-ARQ-UF      TO SORT-UF
                               MOVE WS-ARQ-COD     TO SORT-COD
                               MOVE WS-ADDR-REASON TO SORT-REASON
                               MOVE WS-ARQIN       TO SORT-IMAGE
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQIN.

      * MESMAS REGRAS DO ARQSEQ: CAMPO EM BRANCO AINDA NAO CAPTURADO
      * NAO FALHA, E O PRIMEIRO MOTIVO ENCONTRADO PREVALECE
       250-CHECK-ADDRESS.
           MOVE ZEROS TO WS-ADDR-REASON.
           MOVE WS-ARQ-UF TO WS-UF-CHECK.
           IF WS-ARQ-UF NOT EQUAL SPACES
              AND NOT WS-UF-VALID
               MOVE 04 TO WS-ADDR-REASON
           END-IF.
           IF WS-ADDR-REASON EQUAL ZEROS
              AND WS-ARQ-POSTAL NOT EQUAL SPACES
              AND WS-ARQ-POSTAL NOT NUMERIC
               MOVE 05 TO WS-ADDR-REASON
           END-IF.
           IF WS-ADDR-REASON EQUAL ZEROS
              AND WS-UF-VALID
               MOVE WS-ARQ-UF     TO WS-ADDR-UF
               MOVE WS-ARQ-CITY   TO WS-ADDR-CITY
               MOVE WS-ARQ-POSTAL TO WS-ADDR-POSTAL
               PERFORM 255-CHECK-ADDRESS-REFERENCE
           END-IF.

      * UF AINDA SEM NENHUMA FAIXA (OU SEM NENHUMA CIDADE) NO ARQPCR
      * NAO FOI CADASTRADA NA REFERENCIA E NAO E CONFERIDA
       255-CHECK-ADDRESS-REFERENCE.
           IF WS-ADDR-POSTAL NUMERIC
               MOVE 'N' TO WS-UF-KNOWN-SW
               MOVE 'N' TO WS-ADDR-FOUND-SW
               PERFORM 256-MATCH-POSTAL-RANGE
                   VARYING WS-PCF-IX FROM 1 BY 1
                   UNTIL WS-PCF-IX > WS-PCF-COUNT
                      OR WS-ADDR-FOUND-SW EQUAL 'Y'
               IF WS-UF-KNOWN-SW EQUAL 'Y'
                  AND WS-ADDR-FOUND-SW EQUAL 'N'
                   MOVE 06 TO WS-ADDR-REASON
               END-IF
           END-IF.
           IF WS-ADDR-REASON EQUAL ZEROS
              AND WS-ADDR-CITY NOT EQUAL SPACES
               MOVE 'N' TO WS-UF-KNOWN-SW
               MOVE 'N' TO WS-ADDR-FOUND-SW
               PERFORM 257-MATCH-CITY
                   VARYING WS-PCC-IX FROM 1 BY 1
                   UNTIL WS-PCC-IX > WS-PCC-COUNT
                      OR WS-ADDR-FOUND-SW EQUAL 'Y'
               IF WS-UF-KNOWN-SW EQUAL 'Y'
                  AND WS-ADDR-FOUND-SW EQUAL 'N'
                   MOVE 07 TO WS-ADDR-REASON
               END-IF
           END-IF.

       256-MATCH-POSTAL-RANGE.
           IF PCF-UF (WS-PCF-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF WS-ADDR-POSTAL-N NOT < PCF-POSTAL-FROM (WS-PCF-IX)
                  AND WS-ADDR-POSTAL-N NOT > PCF-POSTAL-TO (WS-PCF-IX)
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       257-MATCH-CITY.
           IF PCC-UF (WS-PCC-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF PCC-CITY (WS-PCC-IX) EQUAL WS-ADDR-CITY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       300-PRINT-FAILURES.
           OPEN OUTPUT ARQADS.
           IF WS-STATUS-OUT NOT EQUAL '00'
               MOVE WS-STATUS-OUT          TO WS-ABEND-CODE
               MOVE "FILE ARQADS IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
           PERFORM 160-NEW-PAGE.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT EQUAL 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SORT
                   NOT AT END
                       MOVE SORT-IMAGE TO WS-ARQIN
                       PERFORM 400-CHECK-BREAK
                       PERFORM 500-PRINT-FAILURE
               END-RETURN
           END-PERFORM.
           PERFORM 700-WRITE-TOTALS.
           CLOSE ARQADS.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REL-LINE
               WRITE REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-TITLE-PAGE.
           MOVE WS-TITLE-LINE     TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES            TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-COLUMN-LINE    TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES            TO REL-LINE.
           WRITE REL-LINE.

       400-CHECK-BREAK.
           IF WS-FIRST-SW EQUAL 'Y'
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 420-UF-HEADER
           ELSE
               IF WS-ARQ-UF NOT EQUAL WS-PREV-UF
                   PERFORM 450-UF-TOTAL
                   PERFORM 420-UF-HEADER
               END-IF
           END-IF.

       410-CHECK-PAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.

       420-UF-HEADER.
           MOVE WS-ARQ-UF TO WS-PREV-UF.
           PERFORM 410-CHECK-PAGE.
           MOVE WS-ARQ-UF TO WS-HDR-UF.
           MOVE WS-UF-HEADER-LINE TO REL-LINE.
           WRITE REL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       450-UF-TOTAL.
           MOVE SPACES     TO WS-BRK-LABEL.
           STRING "TOTAL UF " DELIMITED BY SIZE
                  WS-PREV-UF  DELIMITED BY SIZE
               INTO WS-BRK-LABEL.
           MOVE 1 TO WS-ACC-IX.
           PERFORM 460-WRITE-BREAK-LINE.

      * IMPRIME O NIVEL WS-ACC-IX, SOMA NO NIVEL GERAL E ZERA
       460-WRITE-BREAK-LINE.
           PERFORM 410-CHECK-PAGE.
           MOVE ACC-FAILED (WS-ACC-IX)    TO WS-BRK-FAILED.
           MOVE ACC-REASON (WS-ACC-IX, 1) TO WS-BRK-REASON-04.
           MOVE ACC-REASON (WS-ACC-IX, 2) TO WS-BRK-REASON-05.
           MOVE ACC-REASON (WS-ACC-IX, 3) TO WS-BRK-REASON-06.
           MOVE ACC-REASON (WS-ACC-IX, 4) TO WS-BRK-REASON-07.
           MOVE WS-BREAK-LINE TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-ACC-IX < 2
               ADD ACC-FAILED (WS-ACC-IX) TO ACC-FAILED (2)
               PERFORM 470-ROLL-REASON
                   VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > 4
               MOVE ZEROS TO WS-ACC-ENTRY (WS-ACC-IX)
           END-IF.

       470-ROLL-REASON.
           ADD ACC-REASON (1, WS-RSN-IX) TO ACC-REASON (2, WS-RSN-IX).

       500-PRINT-FAILURE.
           PERFORM 410-CHECK-PAGE.
           MOVE WS-ARQ-COD        TO WS-DET-COD.
           MOVE WS-ARQ-NAME       TO WS-DET-NAME.
           MOVE WS-ARQ-CITY       TO WS-DET-CITY.
           MOVE WS-ARQ-UF         TO WS-DET-UF.
           MOVE WS-ARQ-POSTAL     TO WS-DET-POSTAL.
           MOVE WS-ARQ-STATUS     TO WS-DET-STATUS.
           MOVE SORT-REASON       TO WS-DET-REASON.
           EVALUATE SORT-REASON
               WHEN 04
                   MOVE "UF INVALIDA"           TO WS-DET-REASON-TEXT
               WHEN 05
                   MOVE "CEP MALFORMADO"        TO WS-DET-REASON-TEXT
               WHEN 06
                   MOVE "CEP FORA DAS FAIXAS DA UF"
                                                TO WS-DET-REASON-TEXT
               WHEN 07
                   MOVE "CIDADE NAO CONSTA NA UF"
                                                TO WS-DET-REASON-TEXT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE    TO REL-LINE.
           WRITE REL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO ACC-FAILED (1).
           COMPUTE WS-RSN-IX = SORT-REASON - 3.
           ADD 1 TO ACC-REASON (1, WS-RSN-IX).

       700-WRITE-TOTALS.
           IF WS-FIRST-SW EQUAL 'N'
               PERFORM 450-UF-TOTAL
           ELSE
               MOVE WS-NONE-LINE TO REL-LINE
               WRITE REL-LINE
               MOVE SPACES TO REL-LINE
               WRITE REL-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE "TOTAL GERAL" TO WS-BRK-LABEL.
           MOVE 2 TO WS-ACC-IX.
           PERFORM 460-WRITE-BREAK-LINE.
           MOVE "REGISTROS LIDOS NO ARQCAD:"  TO WS-TOT-DESC.
           MOVE WS-TOTAL-READ        TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO REL-LINE.
           WRITE REL-LINE.
           MOVE "REGISTROS CONFERIDOS:"       TO WS-TOT-DESC.
           MOVE WS-TOTAL-CHECKED     TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO REL-LINE.
           WRITE REL-LINE.
           MOVE "FAIXAS DE CEP NA REFERENCIA:" TO WS-TOT-DESC.
           MOVE WS-PCF-COUNT         TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO REL-LINE.
           WRITE REL-LINE.
           MOVE "CIDADES NA REFERENCIA:"      TO WS-TOT-DESC.
           MOVE WS-PCC-COUNT         TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO REL-LINE.
           WRITE REL-LINE.
           DISPLAY "**************************************************".
           DISPLAY "RECORDS READ:          " WS-TOTAL-READ.
           DISPLAY "RECORDS CHECKED:       " WS-TOTAL-CHECKED.
           DISPLAY "RECORDS FAILED:        " ACC-FAILED (2).
           DISPLAY "  UF INVALID (04):     " ACC-REASON (2, 1).
           DISPLAY "  POSTAL INVALID (05): " ACC-REASON (2, 2).
           DISPLAY "  POSTAL NOT UF (06):  " ACC-REASON (2, 3).
           DISPLAY "  CITY NOT UF (07):    " ACC-REASON (2, 4).

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       END PROGRAM ARQADS.
