      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bulk selective update of ARQCAD driven by a control
      *          card file (ARQBUC.txt). The 'S' card gives the
      *          selection - UF, city, postal-code range, status and
      *          birth-date range, blank meaning "any" - and the 'N'
      *          card the changes - new city, new UF, the new start
      *          of a renumbered postal range (each selected code
      *          keeps its offset inside the range given on the 'S'
      *          card) and a phone area code change (DDD, optionally
      *          only from one old DDD). Lines starting with '*' are
      *          comments. Only records the changes would really
      *          alter are selected.
      *          By default the run is a preview: every selected
      *          record is printed on ARQBUR with its old and new
      *          values and the selected count, and nothing else is
      *          written. With ARQBUL_APPLY set to Y and the count
      *          approved from the preview in ARQBUL_COUNT, the file
      *          is selected again and, only if the count is still
      *          the same, one ARQMNT 'C' transaction per record is
      *          written to ARQBUT (COD, the current name and birth
      *          date and just the changed contact fields; blank
      *          fields keep the ARQCAD value). The batch is run
      *          through ARQMNT as usual (ARQTRN_DSN pointed at
      *          ARQBUT, its own JOB_ID), so it is edited, journalled
      *          and can be backed out with ARQBKO. A different
      *          count refuses the apply with RETURN-CODE 8 and no
      *          transaction written, and so does an invalid card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQBUL.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQBUC ASSIGN TO WS-ARQBUC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BUC.
      *
           SELECT ARQIN ASSIGN TO WS-ARQIN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-COD
           ALTERNATE RECORD KEY IS ARQ-NAME WITH DUPLICATES
           FILE STATUS IS WS-STATUS-IN.
      *
           SELECT ARQBUR ASSIGN TO WS-ARQBUR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
      *
           SELECT ARQBUT ASSIGN TO WS-ARQBUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BUT.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ARQBUC.
       01  ARQ-BUC-LINE        PIC X(80).
      *
       FD  ARQIN.
           COPY ARQINREC.
      *
       FD  ARQBUR.
       01  BUR-REL-LINE        PIC X(132).
      *
       FD  ARQBUT.
       01  ARQ-BUT-LINE        PIC X(147).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       WORKING-STORAGE         SECTION.
      * CARTAO DE SELECAO ('S')
       01  WS-SEL-CARD.
           05 SEL-CARD-TYPE       PIC X.
           05 FILLER              PIC X.
           05 SEL-UF              PIC X(02).
           05 FILLER              PIC X.
           05 SEL-CITY            PIC X(20).
           05 FILLER              PIC X.
           05 SEL-POSTAL-FROM     PIC X(08).
           05 FILLER              PIC X.
           05 SEL-POSTAL-TO       PIC X(08).
           05 FILLER              PIC X.
           05 SEL-STATUS          PIC X.
           05 FILLER              PIC X.
           05 SEL-BIRTH-FROM      PIC X(08).
           05 FILLER              PIC X.
           05 SEL-BIRTH-TO        PIC X(08).
           05 FILLER              PIC X(17).
      *
      * CARTAO DAS ALTERACOES ('N')
       01  WS-NEW-CARD.
           05 NEW-CARD-TYPE       PIC X.
           05 FILLER              PIC X.
           05 NEW-CITY            PIC X(20).
           05 FILLER              PIC X.
           05 NEW-UF              PIC X(02).
           05 FILLER              PIC X.
           05 NEW-POSTAL-FROM     PIC X(08).
           05 FILLER              PIC X.
           05 NEW-DDD-FROM        PIC X(02).
           05 FILLER              PIC X.
           05 NEW-DDD-TO          PIC X(02).
           05 FILLER              PIC X(40).
      *
      * CRITERIOS NUMERICOS (LIMITE EM BRANCO = SEM LIMITE)
       77  WS-POSTAL-FILTER-SW    PIC A     VALUE 'N'.
       77  WS-POSTAL-FROM         PIC 9(08) VALUE ZEROS.
       77  WS-POSTAL-TO           PIC 9(08) VALUE 99999999.
       77  WS-BIRTH-FILTER-SW     PIC A     VALUE 'N'.
       77  WS-BIRTH-FROM          PIC 9(08) VALUE ZEROS.
       77  WS-BIRTH-TO            PIC 9(08) VALUE 99999999.
       77  WS-NEW-POSTAL-BASE     PIC 9(08) VALUE ZEROS.
       77  WS-POSTAL-N            PIC 9(08) VALUE ZEROS.
       77  WS-UF-CHECK            PIC X(02) VALUE SPACES.
           88 WS-UF-VALID                   VALUE 'AC' 'AL' 'AP' 'AM'
              'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB'
              'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
              'TO'.
      *
      * VALORES NOVOS DO REGISTRO CORRENTE
       01  WS-NEW-VALUES.
           05 WS-NEW-REC-CITY     PIC X(20).
           05 WS-NEW-REC-UF       PIC X(02).
           05 WS-NEW-REC-POSTAL   PIC X(08).
           05 WS-NEW-REC-PHONE    PIC X(11).
       77  WS-MATCH-SW            PIC A     VALUE 'N'.
       77  WS-CHANGE-SW           PIC A     VALUE 'N'.
      *
      * TRANSACAO DE ALTERACAO PARA O ARQMNT
           COPY ARQTRNREC.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-BUC                PIC A     VALUE 'N'.
       77  EOF-ARQ                PIC A     VALUE 'N'.
       77  WS-STATUS-BUC          PIC XX.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-BUT          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-FILES-OPEN-SW       PIC A     VALUE 'N'.
       77  WS-BUT-OPEN-SW         PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQBUC-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBUC-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBUC.txt".
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQBUR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBUR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBUR.txt".
       77  WS-ARQBUT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBUT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBUT.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * MODO DE EXECUCAO (PREVIA OU APLICACAO) E CONTAGEM APROVADA
       77  WS-APPLY-PARM          PIC X     VALUE SPACES.
       77  WS-COUNT-PARM          PIC X(06) VALUE SPACES.
       77  WS-APPLY-SW            PIC A     VALUE 'N'.
       77  WS-APPROVED-COUNT      PIC 9(06) VALUE ZEROS.
       77  WS-PASS-SW             PIC A     VALUE 'P'.
       77  WS-CARD-ERROR          PIC X(50) VALUE SPACES.
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
      * LINHAS DA LISTAGEM DA ALTERACAO EM LOTE
       01  WS-TITLE-LINE.
           05 WS-TITLE-TEXT       PIC X(34) VALUE
               "ALTERACAO EM LOTE - PREVIA".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 99/99/9999.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(06) VALUE "COD".
           05 FILLER              PIC X(17) VALUE "NOME".
           05 FILLER              PIC X(14) VALUE "CAMPO".
           05 FILLER              PIC X(22) VALUE "ANTES".
           05 FILLER              PIC X(06) VALUE "DEPOIS".
      *
       01  WS-CARD-LINE.
           05 WS-CRD-DESC         PIC X(20).
           05 WS-CRD-VALUE        PIC X(40).
      *
       01  WS-DETAIL-LINE.
           05 WS-DET-COD          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-FIELD        PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-BEFORE       PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-AFTER        PIC X(20).
      *
       01  WS-MESSAGE-LINE.
           05 WS-MSG-TEXT         PIC X(60).
      *
       01  WS-TOTAL-LINE.
           05 WS-TOT-DESC         PIC X(30).
           05 WS-TOT-COUNT        PIC ZZZ,ZZ9.
      *
      * CONTADORES
       77  WS-TOTAL-READ          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SELECTED      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-WRITTEN       PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 055-READ-BUSINESS-DATE.
           PERFORM 100-READ-CARDS.
           PERFORM 130-EDIT-CARDS.
           IF WS-CARD-ERROR NOT EQUAL SPACES
               DISPLAY "CONTROL CARD REFUSED: " WS-CARD-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-OPEN-FILE.
           PERFORM 160-NEW-PAGE.
           PERFORM 170-PRINT-CARDS.
           MOVE 'P' TO WS-PASS-SW.
           PERFORM 180-START-CADASTRO.
           PERFORM UNTIL EOF-ARQ EQUAL 'Y'
               PERFORM 200-PROCESS-FILE
           END-PERFORM.
           IF WS-APPLY-SW EQUAL 'Y'
               PERFORM 500-APPLY
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-APPLY-PARM FROM ENVIRONMENT "ARQBUL_APPLY".
           ACCEPT WS-COUNT-PARM FROM ENVIRONMENT "ARQBUL_COUNT".
      * A APLICACAO SEMPRE TRAZ A CONTAGEM APROVADA NA PREVIA
           IF WS-APPLY-PARM EQUAL 'Y'
               IF WS-COUNT-PARM EQUAL SPACES
                   DISPLAY "ARQBUL_APPLY=Y EXIGE ARQBUL_COUNT"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-APPLY-SW
               COMPUTE WS-APPROVED-COUNT =
                   FUNCTION NUMVAL (WS-COUNT-PARM)
               MOVE "ALTERACAO EM LOTE - APLICACAO" TO WS-TITLE-TEXT
           END-IF.
           ACCEPT WS-ARQBUC-DSN FROM ENVIRONMENT "ARQBUC_DSN".
           IF WS-ARQBUC-DSN EQUAL SPACES
               MOVE WS-ARQBUC-DSN-DEFAULT TO WS-ARQBUC-DSN
           END-IF.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQBUR-DSN FROM ENVIRONMENT "ARQBUR_DSN".
           IF WS-ARQBUR-DSN EQUAL SPACES
               MOVE WS-ARQBUR-DSN-DEFAULT TO WS-ARQBUR-DSN
           END-IF.
           ACCEPT WS-ARQBUT-DSN FROM ENVIRONMENT "ARQBUT_DSN".
           IF WS-ARQBUT-DSN EQUAL SPACES
               MOVE WS-ARQBUT-DSN-DEFAULT TO WS-ARQBUT-DSN
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA NO CABECALHO; SEM O ARQUIVO, VALE
      * O RELOGIO.
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

      * UM CARTAO 'S' E UM CARTAO 'N'; LINHAS COM '*' SAO COMENTARIO
       100-READ-CARDS.
           MOVE SPACES TO WS-SEL-CARD.
           MOVE SPACES TO WS-NEW-CARD.
           OPEN INPUT ARQBUC.
           IF WS-STATUS-BUC NOT EQUAL '00'
               MOVE WS-STATUS-BUC          TO WS-ABEND-CODE
               MOVE "FILE ARQBUC IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               GOBACK
           END-IF.
           PERFORM 110-READ-ONE-CARD
               UNTIL EOF-BUC EQUAL 'Y'.
           CLOSE ARQBUC.

       110-READ-ONE-CARD.
           READ ARQBUC
               AT END
                   MOVE 'Y' TO EOF-BUC
               NOT AT END
                   EVALUATE ARQ-BUC-LINE (1:1)
                       WHEN 'S'
                           MOVE ARQ-BUC-LINE TO WS-SEL-CARD
                       WHEN 'N'
                           MOVE ARQ-BUC-LINE TO WS-NEW-CARD
                       WHEN '*'
                           CONTINUE
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE "TIPO DE CARTAO INVALIDO"
                               TO WS-CARD-ERROR
                   END-EVALUATE
           END-READ.

      * SEM CRITERIO NENHUM O LOTE PEGARIA O CADASTRO INTEIRO: RECUSA.
      * A RENUMERACAO DE CEP PRECISA DA FAIXA DE ORIGEM COMPLETA.
       130-EDIT-CARDS.
           IF WS-CARD-ERROR NOT EQUAL SPACES
               CONTINUE
           ELSE
               IF SEL-CARD-TYPE NOT EQUAL 'S'
                  OR (SEL-UF EQUAL SPACES
                      AND SEL-CITY EQUAL SPACES
                      AND SEL-POSTAL-FROM EQUAL SPACES
                      AND SEL-POSTAL-TO EQUAL SPACES
                      AND SEL-STATUS EQUAL SPACE
                      AND SEL-BIRTH-FROM EQUAL SPACES
                      AND SEL-BIRTH-TO EQUAL SPACES)
                   MOVE "CARTAO 'S' SEM CRITERIO DE SELECAO"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-CARD-ERROR EQUAL SPACES
               IF NEW-CARD-TYPE NOT EQUAL 'N'
                  OR (NEW-CITY EQUAL SPACES
                      AND NEW-UF EQUAL SPACES
                      AND NEW-POSTAL-FROM EQUAL SPACES
                      AND NEW-DDD-TO EQUAL SPACES)
                   MOVE "CARTAO 'N' SEM ALTERACAO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-CARD-ERROR EQUAL SPACES
               PERFORM 135-EDIT-SELECTION
           END-IF.
           IF WS-CARD-ERROR EQUAL SPACES
               PERFORM 140-EDIT-CHANGES
           END-IF.

       135-EDIT-SELECTION.
           IF SEL-UF NOT EQUAL SPACES
               MOVE SEL-UF TO WS-UF-CHECK
               IF NOT WS-UF-VALID
                   MOVE "UF DE SELECAO INVALIDA" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF SEL-POSTAL-FROM NOT EQUAL SPACES
               MOVE 'Y' TO WS-POSTAL-FILTER-SW
               IF SEL-POSTAL-FROM NUMERIC
                   MOVE SEL-POSTAL-FROM TO WS-POSTAL-FROM
               ELSE
                   MOVE "CEP INICIAL INVALIDO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF SEL-POSTAL-TO NOT EQUAL SPACES
               MOVE 'Y' TO WS-POSTAL-FILTER-SW
               IF SEL-POSTAL-TO NUMERIC
                   MOVE SEL-POSTAL-TO TO WS-POSTAL-TO
               ELSE
                   MOVE "CEP FINAL INVALIDO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF SEL-STATUS NOT EQUAL SPACE
              AND SEL-STATUS NOT EQUAL 'A'
              AND SEL-STATUS NOT EQUAL 'I'
               MOVE "STATUS DE SELECAO INVALIDO" TO WS-CARD-ERROR
           END-IF.
           IF SEL-BIRTH-FROM NOT EQUAL SPACES
               MOVE 'Y' TO WS-BIRTH-FILTER-SW
               IF SEL-BIRTH-FROM NUMERIC
                   MOVE SEL-BIRTH-FROM TO WS-BIRTH-FROM
               ELSE
                   MOVE "NASCIMENTO INICIAL INVALIDO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF SEL-BIRTH-TO NOT EQUAL SPACES
               MOVE 'Y' TO WS-BIRTH-FILTER-SW
               IF SEL-BIRTH-TO NUMERIC
                   MOVE SEL-BIRTH-TO TO WS-BIRTH-TO
               ELSE
                   MOVE "NASCIMENTO FINAL INVALIDO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-POSTAL-FROM > WS-POSTAL-TO
              OR WS-BIRTH-FROM > WS-BIRTH-TO
               MOVE "FAIXA DE SELECAO INVERTIDA" TO WS-CARD-ERROR
           END-IF.

       140-EDIT-CHANGES.
           IF NEW-UF NOT EQUAL SPACES
               MOVE NEW-UF TO WS-UF-CHECK
               IF NOT WS-UF-VALID
                   MOVE "UF NOVA INVALIDA" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF NEW-POSTAL-FROM NOT EQUAL SPACES
               IF NEW-POSTAL-FROM NOT NUMERIC
                   MOVE "CEP NOVO INVALIDO" TO WS-CARD-ERROR
               ELSE
                   IF SEL-POSTAL-FROM EQUAL SPACES
                      OR SEL-POSTAL-TO EQUAL SPACES
                       MOVE "RENUMERACAO DE CEP EXIGE A FAIXA ORIGEM"
                           TO WS-CARD-ERROR
                   ELSE
                       MOVE NEW-POSTAL-FROM TO WS-NEW-POSTAL-BASE
                       IF WS-NEW-POSTAL-BASE
                          + (WS-POSTAL-TO - WS-POSTAL-FROM) > 99999999
                           MOVE "FAIXA NOVA DE CEP ESTOURA 8 DIGITOS"
                               TO WS-CARD-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NEW-DDD-TO NOT EQUAL SPACES
               IF NEW-DDD-TO NOT NUMERIC
                   MOVE "DDD NOVO INVALIDO" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF NEW-DDD-FROM NOT EQUAL SPACES
               IF NEW-DDD-FROM NOT NUMERIC
                  OR NEW-DDD-TO EQUAL SPACES
                   MOVE "DDD ANTIGO INVALIDO OU SEM DDD NOVO"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.

       150-OPEN-FILE.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               GOBACK
           END-IF.
           OPEN OUTPUT ARQBUR.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL          TO WS-ABEND-CODE
               MOVE "FILE ARQBUR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               CLOSE ARQIN
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN-SW.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO BUR-REL-LINE
               WRITE BUR-REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-TITLE-PAGE.
           WRITE BUR-REL-LINE FROM WS-TITLE-LINE.
           MOVE SPACES            TO BUR-REL-LINE.
           WRITE BUR-REL-LINE.
           WRITE BUR-REL-LINE FROM WS-COLUMN-LINE.
           MOVE SPACES            TO BUR-REL-LINE.
           WRITE BUR-REL-LINE.

      * O CARTAO VAI IMPRESSO NO INICIO, PARA A APROVACAO SABER O QUE
      * FOI PEDIDO
       170-PRINT-CARDS.
           MOVE "SELECAO - UF:"        TO WS-CRD-DESC.
           MOVE SEL-UF                 TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "SELECAO - CIDADE:"    TO WS-CRD-DESC.
           MOVE SEL-CITY               TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "SELECAO - CEP:"       TO WS-CRD-DESC.
           MOVE SPACES                 TO WS-CRD-VALUE.
           IF WS-POSTAL-FILTER-SW EQUAL 'Y'
               STRING WS-POSTAL-FROM " A " WS-POSTAL-TO
                   DELIMITED BY SIZE INTO WS-CRD-VALUE
           END-IF.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "SELECAO - STATUS:"    TO WS-CRD-DESC.
           MOVE SEL-STATUS             TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "SELECAO - NASC.:"     TO WS-CRD-DESC.
           MOVE SPACES                 TO WS-CRD-VALUE.
           IF WS-BIRTH-FILTER-SW EQUAL 'Y'
               STRING WS-BIRTH-FROM " A " WS-BIRTH-TO
                   DELIMITED BY SIZE INTO WS-CRD-VALUE
           END-IF.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "NOVA CIDADE:"         TO WS-CRD-DESC.
           MOVE NEW-CITY               TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "NOVA UF:"             TO WS-CRD-DESC.
           MOVE NEW-UF                 TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "NOVO INICIO DE CEP:"  TO WS-CRD-DESC.
           MOVE NEW-POSTAL-FROM        TO WS-CRD-VALUE.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE "NOVO DDD:"            TO WS-CRD-DESC.
           MOVE SPACES                 TO WS-CRD-VALUE.
           IF NEW-DDD-TO NOT EQUAL SPACES
               STRING NEW-DDD-FROM " -> " NEW-DDD-TO
                   DELIMITED BY SIZE INTO WS-CRD-VALUE
           END-IF.
           PERFORM 175-PRINT-CARD-LINE.
           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

       175-PRINT-CARD-LINE.
           IF WS-CRD-VALUE NOT EQUAL SPACES
               MOVE WS-CARD-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.

       180-START-CADASTRO.
           MOVE 'N'   TO EOF-ARQ.
           MOVE ZEROS TO ARQ-COD.
           START ARQIN KEY IS NOT LESS THAN ARQ-COD
               INVALID KEY
                   MOVE 'Y' TO EOF-ARQ
           END-START.

      * PASSO 'P' (PREVIA): LISTA E CONTA. PASSO 'W' (APLICACAO, SO
      * COM A CONTAGEM CONFERIDA): GRAVA A TRANSACAO DE CADA SELECIONADO
       200-PROCESS-FILE.
           READ ARQIN NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-ARQ
               NOT AT END
                   PERFORM 210-CHECK-CRITERIA
                   IF WS-MATCH-SW EQUAL 'Y'
                       PERFORM 220-DERIVE-NEW-VALUES
                   END-IF
                   IF WS-PASS-SW EQUAL 'P'
                       ADD 1 TO WS-TOTAL-READ
                       IF WS-MATCH-SW EQUAL 'Y'
                          AND WS-CHANGE-SW EQUAL 'Y'
                           ADD 1 TO WS-TOTAL-SELECTED
                           PERFORM 300-PRINT-CHANGE
                       END-IF
                   ELSE
                       IF WS-MATCH-SW EQUAL 'Y'
                          AND WS-CHANGE-SW EQUAL 'Y'
                           PERFORM 400-WRITE-TRANSACTION
                       END-IF
                   END-IF
           END-READ.

       210-CHECK-CRITERIA.
           MOVE 'Y' TO WS-MATCH-SW.
           IF SEL-UF NOT EQUAL SPACES
              AND ARQ-UF NOT EQUAL SEL-UF
               MOVE 'N' TO WS-MATCH-SW
           END-IF.
           IF SEL-CITY NOT EQUAL SPACES
              AND ARQ-CITY NOT EQUAL SEL-CITY
               MOVE 'N' TO WS-MATCH-SW
           END-IF.
           IF SEL-STATUS NOT EQUAL SPACE
              AND ARQ-STATUS NOT EQUAL SEL-STATUS
               MOVE 'N' TO WS-MATCH-SW
           END-IF.
           IF WS-BIRTH-FILTER-SW EQUAL 'Y'
               IF ARQ-BIRTH-DATE < WS-BIRTH-FROM
                  OR ARQ-BIRTH-DATE > WS-BIRTH-TO
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF.
           IF WS-POSTAL-FILTER-SW EQUAL 'Y'
               IF ARQ-POSTAL NOT NUMERIC
                   MOVE 'N' TO WS-MATCH-SW
               ELSE
                   MOVE ARQ-POSTAL TO WS-POSTAL-N
                   IF WS-POSTAL-N < WS-POSTAL-FROM
                      OR WS-POSTAL-N > WS-POSTAL-TO
                       MOVE 'N' TO WS-MATCH-SW
                   END-IF
               END-IF
           END-IF.

      * O CEP RENUMERADO GUARDA A DISTANCIA DO CEP ANTIGO AO INICIO
      * DA FAIXA DE ORIGEM; O DDD SO MUDA EM TELEFONE PREENCHIDO.
       220-DERIVE-NEW-VALUES.
           MOVE ARQ-CITY   TO WS-NEW-REC-CITY.
           MOVE ARQ-UF     TO WS-NEW-REC-UF.
           MOVE ARQ-POSTAL TO WS-NEW-REC-POSTAL.
           MOVE ARQ-PHONE  TO WS-NEW-REC-PHONE.
           IF NEW-CITY NOT EQUAL SPACES
               MOVE NEW-CITY TO WS-NEW-REC-CITY
           END-IF.
           IF NEW-UF NOT EQUAL SPACES
               MOVE NEW-UF   TO WS-NEW-REC-UF
           END-IF.
           IF NEW-POSTAL-FROM NOT EQUAL SPACES
               COMPUTE WS-POSTAL-N =
                   WS-NEW-POSTAL-BASE + WS-POSTAL-N - WS-POSTAL-FROM
               MOVE WS-POSTAL-N TO WS-NEW-REC-POSTAL
           END-IF.
           IF NEW-DDD-TO NOT EQUAL SPACES
              AND ARQ-PHONE NOT EQUAL SPACES
               IF NEW-DDD-FROM EQUAL SPACES
                  OR ARQ-PHONE (1:2) EQUAL NEW-DDD-FROM
                   MOVE NEW-DDD-TO TO WS-NEW-REC-PHONE (1:2)
               END-IF
           END-IF.
           MOVE 'N' TO WS-CHANGE-SW.
           IF WS-NEW-REC-CITY NOT EQUAL ARQ-CITY
              OR WS-NEW-REC-UF NOT EQUAL ARQ-UF
              OR WS-NEW-REC-POSTAL NOT EQUAL ARQ-POSTAL
              OR WS-NEW-REC-PHONE NOT EQUAL ARQ-PHONE
               MOVE 'Y' TO WS-CHANGE-SW
           END-IF.

      * UMA LINHA POR CAMPO QUE MUDA, COM O VALOR ANTES E DEPOIS
       300-PRINT-CHANGE.
           MOVE ARQ-COD  TO WS-DET-COD.
           MOVE ARQ-NAME TO WS-DET-NAME.
           IF WS-NEW-REC-CITY NOT EQUAL ARQ-CITY
               MOVE "CIDADE"          TO WS-DET-FIELD
               MOVE ARQ-CITY          TO WS-DET-BEFORE
               MOVE WS-NEW-REC-CITY   TO WS-DET-AFTER
               PERFORM 310-PRINT-FIELD
           END-IF.
           IF WS-NEW-REC-UF NOT EQUAL ARQ-UF
               MOVE "UF"              TO WS-DET-FIELD
               MOVE ARQ-UF            TO WS-DET-BEFORE
               MOVE WS-NEW-REC-UF     TO WS-DET-AFTER
               PERFORM 310-PRINT-FIELD
           END-IF.
           IF WS-NEW-REC-POSTAL NOT EQUAL ARQ-POSTAL
               MOVE "CEP"             TO WS-DET-FIELD
               MOVE ARQ-POSTAL        TO WS-DET-BEFORE
               MOVE WS-NEW-REC-POSTAL TO WS-DET-AFTER
               PERFORM 310-PRINT-FIELD
           END-IF.
           IF WS-NEW-REC-PHONE NOT EQUAL ARQ-PHONE
               MOVE "TELEFONE"        TO WS-DET-FIELD
               MOVE ARQ-PHONE         TO WS-DET-BEFORE
               MOVE WS-NEW-REC-PHONE  TO WS-DET-AFTER
               PERFORM 310-PRINT-FIELD
           END-IF.

      * COD E NOME SO NA PRIMEIRA LINHA DO REGISTRO
       310-PRINT-FIELD.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE (1:23).

       350-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           WRITE BUR-REL-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      * A 'C' DO ARQMNT SOBREPOE NOME E NASCIMENTO: VAO OS DO ARQUIVO.
      * CAMPO DE CONTATO EM BRANCO = MANTER; SO VAI O QUE MUDA.
       400-WRITE-TRANSACTION.
           MOVE SPACES         TO ARQ-TRN-REC.
           MOVE 'C'            TO ARQ-TRN-ACTION.
           MOVE ARQ-COD        TO ARQ-TRN-COD.
           MOVE ARQ-NAME       TO ARQ-TRN-NAME.
           MOVE ARQ-BIRTH-DATE TO ARQ-TRN-BIRTH-DATE.
           IF WS-NEW-REC-CITY NOT EQUAL ARQ-CITY
               MOVE WS-NEW-REC-CITY   TO ARQ-TRN-CITY
           END-IF.
           IF WS-NEW-REC-UF NOT EQUAL ARQ-UF
               MOVE WS-NEW-REC-UF     TO ARQ-TRN-UF
           END-IF.
           IF WS-NEW-REC-POSTAL NOT EQUAL ARQ-POSTAL
               MOVE WS-NEW-REC-POSTAL TO ARQ-TRN-POSTAL
           END-IF.
           IF WS-NEW-REC-PHONE NOT EQUAL ARQ-PHONE
               MOVE WS-NEW-REC-PHONE  TO ARQ-TRN-PHONE
           END-IF.
           WRITE ARQ-BUT-LINE FROM ARQ-TRN-REC.
           ADD 1 TO WS-TOTAL-WRITTEN.

      * A APLICACAO SO SAI SE O CADASTRO AINDA SELECIONA EXATAMENTE O
      * QUE FOI APROVADO NA PREVIA; SENAO NENHUMA TRANSACAO E GRAVADA.
       500-APPLY.
           IF WS-TOTAL-SELECTED NOT EQUAL WS-APPROVED-COUNT
               MOVE "APLICACAO RECUSADA - CONTAGEM NAO CONFERE"
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
               DISPLAY "APPLY REFUSED - SELECTED: " WS-TOTAL-SELECTED
                   " APPROVED: " WS-APPROVED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQBUT
               IF WS-STATUS-BUT NOT EQUAL '00'
                   MOVE WS-STATUS-BUT          TO WS-ABEND-CODE
                   MOVE "FILE ARQBUT IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-BUT-OPEN-SW
               MOVE 'W' TO WS-PASS-SW
               PERFORM 180-START-CADASTRO
               PERFORM 200-PROCESS-FILE
                   UNTIL EOF-ARQ EQUAL 'Y'
               MOVE "LOTE GRAVADO NO ARQBUT PARA O ARQMNT"
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.

       700-WRITE-TOTALS.
           MOVE SPACES                  TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "REGISTROS LIDOS:"      TO WS-TOT-DESC.
           MOVE WS-TOTAL-READ           TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "REGISTROS SELECIONADOS:" TO WS-TOT-DESC.
           MOVE WS-TOTAL-SELECTED       TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           IF WS-APPLY-SW EQUAL 'Y'
               MOVE "CONTAGEM APROVADA:"    TO WS-TOT-DESC
               MOVE WS-APPROVED-COUNT       TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
               MOVE "TRANSACOES GRAVADAS:"  TO WS-TOT-DESC
               MOVE WS-TOTAL-WRITTEN        TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           DISPLAY "**************************************************".
           DISPLAY "RECORDS READ:          " WS-TOTAL-READ.
           DISPLAY "RECORDS SELECTED:      " WS-TOTAL-SELECTED.
           DISPLAY "TRANSACTIONS WRITTEN:  " WS-TOTAL-WRITTEN.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            IF WS-FILES-OPEN-SW EQUAL 'Y'
                CLOSE ARQIN
                CLOSE ARQBUR
            END-IF.
            IF WS-BUT-OPEN-SW EQUAL 'Y'
                CLOSE ARQBUT
            END-IF.

       END PROGRAM ARQBUL.
