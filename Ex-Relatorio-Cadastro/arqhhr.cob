      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paginated household report: every active ARQCAD
      *          member with the contact block, and the member's
      *          ARQDEP dependents indented beneath (name, relation,
      *          age and status). The members are sorted by UF, city
      *          and name, with a control break on city and on UF.
      *          Each break prints the households, the active spouses
      *          and children, the inactive dependents and the
      *          average household size (the member plus the active
      *          dependents), and a grand total closes the report.
      *          Ages are taken on the ARQBDT business date.
      *          Selection: ARQHHR_UF prints a single UF, and
      *          ARQHHR_INACTIVE=Y prints only the households that
      *          still carry an inactive dependent, for review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQHHR.
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
           SELECT ARQDEP ASSIGN TO WS-ARQDEP-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY
           FILE STATUS IS WS-STATUS-DEP.
      *
           SELECT ARQHHR ASSIGN TO WS-ARQHHR-DSN
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
       FD  ARQDEP.
           COPY ARQDEPREC.
      *
       FD  ARQHHR.
       01  REL-LINE            PIC X(160).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-UF          PIC X(02).
           05 SORT-CITY        PIC X(20).
           05 SORT-NAME        PIC X(15).
           05 SORT-COD         PIC 9(04).
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
      * DEPENDENTES DO DOMICILIO CORRENTE (DEP-SEQ TEM DOIS DIGITOS)
       01  WS-HH-TABLE.
           05 WS-HH-ENTRY         OCCURS 99.
              10 HH-SEQ           PIC 9(02).
              10 HH-NAME          PIC X(15).
              10 HH-BIRTH-DATE    PIC 9(08).
              10 HH-RELATION      PIC X.
              10 HH-STATUS        PIC X.
       77  WS-HH-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-HH-MAX              PIC 9(02) VALUE 99.
       77  WS-HH-IX               PIC 9(02) VALUE ZEROS.
       77  WS-HH-SPOUSES          PIC 9(02) VALUE ZEROS.
       77  WS-HH-CHILDREN         PIC 9(02) VALUE ZEROS.
       77  WS-HH-INACTIVE         PIC 9(02) VALUE ZEROS.
      *
      * IDADE DERIVADA DA DATA DE NASCIMENTO NA DATA DA EXECUCAO
       77  WS-BIRTH-DATE          PIC 9(08) VALUE ZEROS.
       77  WS-AGE                 PIC 9(03) VALUE ZEROS.
       77  WS-TODAY-DATE          PIC 9(08) VALUE ZEROS.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-ARQ                PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
       77  EOF-SORT               PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-OUT          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
      *
      * O ARQDEP PODE AINDA NAO EXISTIR (NENHUM DEPENDENTE CADASTRADO)
       77  WS-DEP-AVAIL-SW        PIC A     VALUE 'N'.
      *
      * PARAMETROS DE SELECAO
       77  WS-UF-PARM             PIC X(02) VALUE SPACES.
       77  WS-INACTIVE-PARM       PIC X     VALUE SPACES.
      *
      * LOCALIZACAO DO DATASET (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQDEP-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQDEP-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQDEP.DAT".
       77  WS-ARQHHR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQHHR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQHHR.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * CONTROLE DE PAGINACAO
       77  WS-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       77  WS-PAGE-COUNT          PIC 9(04) VALUE ZEROS.
       77  WS-LINES-PER-PAGE      PIC 9(02) VALUE 60.
      *
      * QUEBRAS DE CONTROLE
       77  WS-FIRST-SW            PIC A     VALUE 'Y'.
       77  WS-PREV-UF             PIC X(02) VALUE SPACES.
       77  WS-PREV-CITY           PIC X(20) VALUE SPACES.
      *
      * ACUMULADORES POR NIVEL: 1 = CIDADE, 2 = UF, 3 = GERAL
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY        OCCURS 3.
              10 ACC-HOUSEHOLDS   PIC 9(06).
              10 ACC-SPOUSES      PIC 9(06).
              10 ACC-CHILDREN     PIC 9(06).
              10 ACC-INACTIVE     PIC 9(06).
       77  WS-ACC-IX              PIC 9(01) VALUE ZEROS.
       77  WS-AVG-SIZE            PIC 9(03)V99 VALUE ZEROS.
      *
      * DATA DE EXECUCAO
       01  WS-RUN-DATE-EDIT       PIC 9999/99/99.
      *
      * LINHAS DO RELATORIO
       01  WS-TITLE-LINE.
           05 FILLER              PIC X(24) VALUE
               "RELATORIO DE DOMICILIOS".
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC X(10).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-TITLE-SELECTION  PIC X(30) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(06) VALUE "CODIGO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "NOME".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "IDADE".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "LOGRADOURO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "CEP".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "TELEFONE".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "E-MAIL".
      *
       01  WS-UF-HEADER-LINE.
           05 FILLER              PIC X(04) VALUE "UF: ".
           05 WS-HDR-UF           PIC X(02).
      *
       01  WS-CITY-HEADER-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "CIDADE: ".
           05 WS-HDR-CITY         PIC X(20).
      *
       01  WS-MEMBER-LINE.
           05 WS-MBR-COD          PIC 9999.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MBR-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MBR-AGE          PIC ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MBR-STREET       PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MBR-POSTAL       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MBR-PHONE        PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MBR-EMAIL        PIC X(40).
      *
       01  WS-DEPENDENT-LINE.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WS-DPL-SEQ          PIC 99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DPL-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DPL-RELATION     PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DPL-AGE          PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DPL-STATUS       PIC X(07).
      *
       01  WS-BREAK-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BRK-LABEL        PIC X(33).
           05 FILLER              PIC X(12) VALUE " DOMICILIOS:".
           05 WS-BRK-HOUSEHOLDS   PIC ZZZ,ZZ9.
           05 FILLER              PIC X(11) VALUE "  CONJUGES:".
           05 WS-BRK-SPOUSES      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE "  FILHOS:".
           05 WS-BRK-CHILDREN     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(11) VALUE "  INATIVOS:".
           05 WS-BRK-INACTIVE     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(16) VALUE "  MEDIA PESSOAS:".
           05 WS-BRK-AVG          PIC ZZ9.99.
      *
       01  WS-BREAK-LABEL-WORK.
           05 WS-BLW-TEXT         PIC X(13).
           05 WS-BLW-NAME         PIC X(20).
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-UF
               ON ASCENDING KEY SORT-CITY
               ON ASCENDING KEY SORT-NAME
               ON ASCENDING KEY SORT-COD
               INPUT PROCEDURE IS 200-RELEASE-RECORDS
               OUTPUT PROCEDURE IS 300-RETURN-RECORDS.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQDEP-DSN FROM ENVIRONMENT "ARQDEP_DSN".
           IF WS-ARQDEP-DSN EQUAL SPACES
               MOVE WS-ARQDEP-DSN-DEFAULT TO WS-ARQDEP-DSN
           END-IF.
           ACCEPT WS-ARQHHR-DSN FROM ENVIRONMENT "ARQHHR_DSN".
           IF WS-ARQHHR-DSN EQUAL SPACES
               MOVE WS-ARQHHR-DSN-DEFAULT TO WS-ARQHHR-DSN
           END-IF.
           ACCEPT WS-UF-PARM FROM ENVIRONMENT "ARQHHR_UF".
           ACCEPT WS-INACTIVE-PARM FROM ENVIRONMENT "ARQHHR_INACTIVE".
           IF WS-INACTIVE-PARM NOT EQUAL 'Y'
               MOVE 'N' TO WS-INACTIVE-PARM
           END-IF.
           IF WS-UF-PARM NOT EQUAL SPACES
               STRING "UF: "     DELIMITED BY SIZE
                      WS-UF-PARM DELIMITED BY SIZE
                   INTO WS-TITLE-SELECTION
           END-IF.
           IF WS-INACTIVE-PARM EQUAL 'Y'
               MOVE "COM DEPENDENTE INATIVO" TO WS-TITLE-SELECTION (9:)
           END-IF.
           PERFORM 055-READ-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-RUN-DATE-EDIT.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA NA DERIVACAO DE IDADE; SEM O
      * ARQUIVO, VALE O RELOGIO.
       055-READ-BUSINESS-DATE.
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
                           MOVE ARQ-BDT-LINE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE ARQBDT
           END-IF.

      * SO OS TITULARES ATIVOS (E DA UF PEDIDA) ENTRAM NA ORDENACAO
       200-RELEASE-RECORDS.
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
                       IF WS-ARQ-ACTIVE
                          AND (WS-UF-PARM EQUAL SPACES
                               OR WS-ARQ-UF EQUAL WS-UF-PARM)
                           MOVE WS-ARQ-UF   TO SORT-UF
                           MOVE WS-ARQ-CITY TO SORT-CITY
                           MOVE WS-ARQ-NAME TO SORT-NAME
                           MOVE WS-ARQ-COD  TO SORT-COD
                           MOVE WS-ARQIN    TO SORT-IMAGE
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQIN.

       300-RETURN-RECORDS.
           OPEN OUTPUT ARQHHR.
           IF WS-STATUS-OUT NOT EQUAL '00'
               MOVE WS-STATUS-OUT          TO WS-ABEND-CODE
               MOVE "FILE ARQHHR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
      * SEM ARQDEP TODOS OS DOMICILIOS SAEM SO COM O TITULAR
           OPEN INPUT ARQDEP.
           IF WS-STATUS-DEP EQUAL '00'
               MOVE 'Y' TO WS-DEP-AVAIL-SW
           ELSE
               IF WS-STATUS-DEP NOT EQUAL '35'
                   MOVE WS-STATUS-DEP          TO WS-ABEND-CODE
                   MOVE "FILE ARQDEP IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND
                   CLOSE ARQHHR
                   STOP RUN
               END-IF
           END-IF.
           MOVE ZEROS TO WS-ACC-TABLE.
           PERFORM 160-NEW-PAGE.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT EQUAL 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SORT
                   NOT AT END
                       MOVE SORT-IMAGE TO WS-ARQIN
                       PERFORM 310-LOAD-HOUSEHOLD
                       IF WS-INACTIVE-PARM NOT EQUAL 'Y'
                          OR WS-HH-INACTIVE > ZEROS
                           PERFORM 400-CHECK-BREAKS
                           PERFORM 500-PRINT-HOUSEHOLD
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM 700-WRITE-TOTALS.
           CLOSE ARQHHR.
           IF WS-DEP-AVAIL-SW EQUAL 'Y'
               CLOSE ARQDEP
           END-IF.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REL-LINE
               WRITE REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-EDIT TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT    TO WS-TITLE-PAGE.
           MOVE WS-TITLE-LINE    TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES           TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-COLUMN-LINE   TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES           TO REL-LINE.
           WRITE REL-LINE.

      * CARREGA OS DEPENDENTES DO TITULAR ANTES DE IMPRIMIR: O FILTRO
      * DE INATIVOS PRECISA SABER SE HA ALGUM NO DOMICILIO.
       310-LOAD-HOUSEHOLD.
           MOVE ZEROS TO WS-HH-COUNT.
           MOVE ZEROS TO WS-HH-SPOUSES.
           MOVE ZEROS TO WS-HH-CHILDREN.
           MOVE ZEROS TO WS-HH-INACTIVE.
           IF WS-DEP-AVAIL-SW EQUAL 'Y'
               MOVE 'N'        TO EOF-DEP
               MOVE WS-ARQ-COD TO DEP-COD
               MOVE ZEROS      TO DEP-SEQ
               START ARQDEP KEY IS NOT LESS THAN DEP-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-DEP
               END-START
               PERFORM 320-LOAD-ONE-DEPENDENT
                   UNTIL EOF-DEP EQUAL 'Y'
           END-IF.

       320-LOAD-ONE-DEPENDENT.
           READ ARQDEP NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-DEP
               NOT AT END
                   IF DEP-COD NOT EQUAL WS-ARQ-COD
                      OR WS-HH-COUNT EQUAL WS-HH-MAX
                       MOVE 'Y' TO EOF-DEP
                   ELSE
                       ADD 1 TO WS-HH-COUNT
                       MOVE DEP-SEQ        TO HH-SEQ (WS-HH-COUNT)
                       MOVE DEP-NAME       TO HH-NAME (WS-HH-COUNT)
                       MOVE DEP-BIRTH-DATE
                           TO HH-BIRTH-DATE (WS-HH-COUNT)
                       MOVE DEP-RELATION
                           TO HH-RELATION (WS-HH-COUNT)
                       MOVE DEP-STATUS     TO HH-STATUS (WS-HH-COUNT)
                       EVALUATE TRUE
                           WHEN DEP-INACTIVE
                               ADD 1 TO WS-HH-INACTIVE
                           WHEN DEP-SPOUSE
                               ADD 1 TO WS-HH-SPOUSES
                           WHEN OTHER
                               ADD 1 TO WS-HH-CHILDREN
                       END-EVALUATE
                   END-IF
           END-READ.

      * QUEBRA DE CIDADE DENTRO DA UF; A QUEBRA DE UF FECHA TAMBEM A
      * CIDADE EM CURSO
       400-CHECK-BREAKS.
           IF WS-FIRST-SW EQUAL 'Y'
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 420-UF-HEADER
               PERFORM 430-CITY-HEADER
           ELSE
               IF WS-ARQ-UF NOT EQUAL WS-PREV-UF
                   PERFORM 440-CITY-TOTAL
                   PERFORM 450-UF-TOTAL
                   PERFORM 420-UF-HEADER
                   PERFORM 430-CITY-HEADER
               ELSE
                   IF WS-ARQ-CITY NOT EQUAL WS-PREV-CITY
                       PERFORM 440-CITY-TOTAL
                       PERFORM 430-CITY-HEADER
                   END-IF
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

       430-CITY-HEADER.
           MOVE WS-ARQ-CITY TO WS-PREV-CITY.
           PERFORM 410-CHECK-PAGE.
           MOVE WS-ARQ-CITY TO WS-HDR-CITY.
           MOVE WS-CITY-HEADER-LINE TO REL-LINE.
           WRITE REL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       440-CITY-TOTAL.
           MOVE "TOTAL CIDADE" TO WS-BLW-TEXT.
           MOVE WS-PREV-CITY   TO WS-BLW-NAME.
           MOVE 1 TO WS-ACC-IX.
           PERFORM 460-WRITE-BREAK-LINE.

       450-UF-TOTAL.
           MOVE "TOTAL UF"     TO WS-BLW-TEXT.
           MOVE WS-PREV-UF     TO WS-BLW-NAME.
           MOVE 2 TO WS-ACC-IX.
           PERFORM 460-WRITE-BREAK-LINE.

      * IMPRIME O NIVEL WS-ACC-IX, SOMA NO NIVEL DE CIMA E ZERA
       460-WRITE-BREAK-LINE.
           PERFORM 410-CHECK-PAGE.
           MOVE WS-BREAK-LABEL-WORK       TO WS-BRK-LABEL.
           MOVE ACC-HOUSEHOLDS (WS-ACC-IX) TO WS-BRK-HOUSEHOLDS.
           MOVE ACC-SPOUSES (WS-ACC-IX)    TO WS-BRK-SPOUSES.
           MOVE ACC-CHILDREN (WS-ACC-IX)   TO WS-BRK-CHILDREN.
           MOVE ACC-INACTIVE (WS-ACC-IX)   TO WS-BRK-INACTIVE.
           MOVE ZEROS TO WS-AVG-SIZE.
           IF ACC-HOUSEHOLDS (WS-ACC-IX) > ZEROS
               COMPUTE WS-AVG-SIZE ROUNDED =
                   (ACC-HOUSEHOLDS (WS-ACC-IX)
                    + ACC-SPOUSES (WS-ACC-IX)
                    + ACC-CHILDREN (WS-ACC-IX))
                   / ACC-HOUSEHOLDS (WS-ACC-IX)
           END-IF.
           MOVE WS-AVG-SIZE TO WS-BRK-AVG.
           MOVE WS-BREAK-LINE TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-ACC-IX < 3
               ADD ACC-HOUSEHOLDS (WS-ACC-IX)
                   TO ACC-HOUSEHOLDS (WS-ACC-IX + 1)
               ADD ACC-SPOUSES (WS-ACC-IX)
                   TO ACC-SPOUSES (WS-ACC-IX + 1)
               ADD ACC-CHILDREN (WS-ACC-IX)
                   TO ACC-CHILDREN (WS-ACC-IX + 1)
               ADD ACC-INACTIVE (WS-ACC-IX)
                   TO ACC-INACTIVE (WS-ACC-IX + 1)
           END-IF.
           MOVE ZEROS TO ACC-HOUSEHOLDS (WS-ACC-IX).
           MOVE ZEROS TO ACC-SPOUSES (WS-ACC-IX).
           MOVE ZEROS TO ACC-CHILDREN (WS-ACC-IX).
           MOVE ZEROS TO ACC-INACTIVE (WS-ACC-IX).

      * O DOMICILIO NAO E QUEBRADO ENTRE PAGINAS QUANDO CABE NUMA SO
       500-PRINT-HOUSEHOLD.
           IF WS-LINE-COUNT + WS-HH-COUNT + 1 > WS-LINES-PER-PAGE
              AND WS-HH-COUNT < WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           MOVE WS-ARQ-BIRTH-DATE TO WS-BIRTH-DATE.
           PERFORM 600-DERIVE-AGE.
           MOVE WS-ARQ-COD        TO WS-MBR-COD.
           MOVE WS-ARQ-NAME       TO WS-MBR-NAME.
           MOVE WS-AGE            TO WS-MBR-AGE.
           MOVE WS-ARQ-STREET     TO WS-MBR-STREET.
           MOVE WS-ARQ-POSTAL     TO WS-MBR-POSTAL.
           MOVE WS-ARQ-PHONE      TO WS-MBR-PHONE.
           MOVE WS-ARQ-EMAIL      TO WS-MBR-EMAIL.
           MOVE WS-MEMBER-LINE    TO REL-LINE.
           WRITE REL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 510-PRINT-DEPENDENT
               VARYING WS-HH-IX FROM 1 BY 1
               UNTIL WS-HH-IX > WS-HH-COUNT.
           ADD 1              TO ACC-HOUSEHOLDS (1).
           ADD WS-HH-SPOUSES  TO ACC-SPOUSES (1).
           ADD WS-HH-CHILDREN TO ACC-CHILDREN (1).
           ADD WS-HH-INACTIVE TO ACC-INACTIVE (1).

       510-PRINT-DEPENDENT.
           PERFORM 410-CHECK-PAGE.
           MOVE HH-BIRTH-DATE (WS-HH-IX) TO WS-BIRTH-DATE.
           PERFORM 600-DERIVE-AGE.
           MOVE HH-SEQ (WS-HH-IX)  TO WS-DPL-SEQ.
           MOVE HH-NAME (WS-HH-IX) TO WS-DPL-NAME.
           IF HH-RELATION (WS-HH-IX) EQUAL 'C'
               MOVE "CONJUGE" TO WS-DPL-RELATION
           ELSE
               MOVE "FILHO"   TO WS-DPL-RELATION
           END-IF.
           MOVE WS-AGE TO WS-DPL-AGE.
           IF HH-STATUS (WS-HH-IX) EQUAL 'I'
               MOVE "INATIVO" TO WS-DPL-STATUS
           ELSE
               MOVE "ATIVO"   TO WS-DPL-STATUS
           END-IF.
           MOVE WS-DEPENDENT-LINE TO REL-LINE.
           WRITE REL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       600-DERIVE-AGE.
           IF WS-BIRTH-DATE > ZEROS
              AND WS-BIRTH-DATE NOT > WS-TODAY-DATE
               COMPUTE WS-AGE =
                   (WS-TODAY-DATE - WS-BIRTH-DATE) / 10000
           ELSE
               MOVE ZEROS TO WS-AGE
           END-IF.

       700-WRITE-TOTALS.
           IF WS-FIRST-SW EQUAL 'N'
               PERFORM 440-CITY-TOTAL
               PERFORM 450-UF-TOTAL
           END-IF.
           MOVE "TOTAL GERAL" TO WS-BLW-TEXT.
           MOVE SPACES        TO WS-BLW-NAME.
           MOVE 3 TO WS-ACC-IX.
           PERFORM 460-WRITE-BREAK-LINE.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       END PROGRAM ARQHHR.
