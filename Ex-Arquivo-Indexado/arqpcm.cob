      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance and listing of ARQPCR, the postal code /
      *          UF / city reference table the cadastro addresses are
      *          checked against. The ARQPCT movements ('A' includes,
      *          'D' excludes a line; the rest of the line is the
      *          ARQPCR image) are edited and applied to the table in
      *          memory: UF must be valid, a range ('F') must be
      *          numeric with first CEP not above the last and must
      *          not overlap another range (of any UF), a city ('C')
      *          must not be blank; an include already on file and an
      *          exclude not on file are refused, and so is an
      *          include past the table sizes of the programs that
      *          check addresses (1000 ranges, 6000 cities), so the
      *          file never outgrows them. The table is then
      *          sorted by UF / type / content, rewritten when any
      *          movement was applied, and listed on ARQPCL with the
      *          movements and their outcome, the table itself with a
      *          break per UF, and the coverage of the 27 UFs (a UF
      *          without ranges or cities is not checked). Without
      *          ARQPCT the run only lists the table. RC 4 when any
      *          movement was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQPCM.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQPCR ASSIGN TO WS-ARQPCR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCR.
      *
           SELECT ARQPCT ASSIGN TO WS-ARQPCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCT.
      *
           SELECT ARQPCL ASSIGN TO WS-ARQPCL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
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
       FD  ARQPCR.
       01  ARQ-PCR-LINE        PIC X(25).
      *
       FD  ARQPCT.
       01  ARQ-PCT-LINE        PIC X(27).
      *
       FD  ARQPCL.
       01  PCL-REL-LINE        PIC X(132).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-UF          PIC X(02).
           05 SORT-TYPE        PIC X.
           05 SORT-DATA        PIC X(20).
           05 SORT-RANGE REDEFINES SORT-DATA.
              10 SORT-POSTAL-FROM PIC 9(08).
              10 FILLER        PIC X.
              10 SORT-POSTAL-TO   PIC 9(08).
              10 FILLER        PIC X(03).
      *
       WORKING-STORAGE         SECTION.
      *  REGISTRO DE REFERENCIA CEP / UF / CIDADE
           COPY ARQPCRREC.
      *
      * MOVIMENTO DE MANUTENCAO: ACAO ('A' INCLUI, 'D' EXCLUI) SEGUIDA
      * DA IMAGEM DO REGISTRO DO ARQPCR
       01  WS-PCT-REC.
           05 PCT-ACTION          PIC X.
              88 PCT-ADD                    VALUE 'A'.
              88 PCT-DELETE                 VALUE 'D'.
           05 FILLER              PIC X.
           05 PCT-IMAGE           PIC X(25).
      *
      * TABELA EM MEMORIA: O ARQPCR LIDO MAIS AS INCLUSOES DO DIA; AS
      * EXCLUSOES SO MARCAM A ENTRADA, QUE NAO VAI PARA A ORDENACAO.
      * CABE O LIMITE DO ARQPCR (1000 + 6000) COM FOLGA PARA AS
      * ENTRADAS EXCLUIDAS NO PROPRIO MOVIMENTO.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY        OCCURS 9000.
              10 REF-UF           PIC X(02).
              10 REF-TYPE         PIC X.
              10 REF-DATA         PIC X(20).
              10 REF-RANGE REDEFINES REF-DATA.
                 15 REF-POSTAL-FROM PIC 9(08).
                 15 FILLER        PIC X.
                 15 REF-POSTAL-TO PIC 9(08).
                 15 FILLER        PIC X(03).
              10 REF-DELETED-SW   PIC A.
       77  WS-REF-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-REF-MAX             PIC 9(04) VALUE 9000.
       77  WS-REF-IX              PIC 9(04) VALUE ZEROS.
       77  WS-FOUND-IX            PIC 9(04) VALUE ZEROS.
       77  WS-FOUND-SW            PIC A     VALUE 'N'.
       77  WS-OVERLAP-SW          PIC A     VALUE 'N'.
       77  WS-NEW-FROM            PIC 9(08) VALUE ZEROS.
       77  WS-NEW-TO              PIC 9(08) VALUE ZEROS.
      *
      * LIMITES DAS TABELAS DE FAIXAS E DE CIDADES DOS PROGRAMAS QUE
      * CONFEREM ENDERECOS (ARQSEQ, ARQMNT, ARQINQ, ARQADS): MANTER
      * IGUAIS AOS WS-PCF-MAX / WS-PCC-MAX DELES
       77  WS-PCF-MAX             PIC 9(04) VALUE 1000.
       77  WS-PCC-MAX             PIC 9(04) VALUE 6000.
       77  WS-LIVE-RANGES         PIC 9(04) VALUE ZEROS.
       77  WS-LIVE-CITIES         PIC 9(04) VALUE ZEROS.
      *
      * VALIDACAO DE UF
       77  WS-UF-CHECK            PIC X(02) VALUE SPACES.
           88 WS-UF-VALID                   VALUE 'AC' 'AL' 'AP' 'AM'
              'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB'
              'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
              'TO'.
      *
      * COBERTURA DAS 27 UFS (FAIXAS E CIDADES NA TABELA GRAVADA)
       01  WS-UF-LIST-VALUES.
           05 FILLER              PIC X(18) VALUE "ACALAPAMBACEDFESGO".
           05 FILLER              PIC X(18) VALUE "MAMTMSMGPAPBPRPEPI".
           05 FILLER              PIC X(18) VALUE "RJRNRSRORRSCSPSETO".
       01  WS-UF-LIST REDEFINES WS-UF-LIST-VALUES.
           05 WS-UF-ITEM          PIC X(02) OCCURS 27.
       01  WS-UF-COVERAGE.
           05 WS-UFC-ENTRY        OCCURS 27.
              10 UFC-RANGES       PIC 9(04).
              10 UFC-CITIES       PIC 9(04).
       77  WS-UF-MAX              PIC 9(02) VALUE 27.
       77  WS-UF-IX               PIC 9(02) VALUE ZEROS.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-PCR                PIC A     VALUE 'N'.
       77  EOF-PCT                PIC A     VALUE 'N'.
       77  EOF-SORT               PIC A     VALUE 'N'.
       77  WS-STATUS-PCR          PIC XX.
       77  WS-STATUS-PCT          PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
      *
      * SEM ARQPCT A EXECUCAO SO LISTA A TABELA
       77  WS-PCT-AVAIL-SW        PIC A     VALUE 'N'.
       77  WS-REWRITE-SW          PIC A     VALUE 'N'.
       77  WS-OVER-LIMIT-SW       PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQPCR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCR.txt".
       77  WS-ARQPCT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCT.txt".
       77  WS-ARQPCL-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCL-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCL.txt".
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
       01  WS-PRINT-LINE          PIC X(132) VALUE SPACES.
       01  WS-COLUMN-LINE         PIC X(132) VALUE SPACES.
      *
      * QUEBRA POR UF
       77  WS-FIRST-SW            PIC A     VALUE 'Y'.
       77  WS-PREV-UF             PIC X(02) VALUE SPACES.
       77  WS-UF-RANGES           PIC 9(04) VALUE ZEROS.
       77  WS-UF-CITIES           PIC 9(04) VALUE ZEROS.
      *
      * LINHAS DA LISTAGEM
       01  WS-TITLE-LINE.
           05 FILLER              PIC X(40) VALUE
               "TABELA DE REFERENCIA CEP / UF / CIDADE".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 99/99/9999.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TITLE-SECTION    PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-MOV-COLUMN-LINE.
           05 FILLER              PIC X(06) VALUE "ACAO".
           05 FILLER              PIC X(04) VALUE "UF".
           05 FILLER              PIC X(06) VALUE "TIPO".
           05 FILLER              PIC X(22) VALUE "CONTEUDO".
           05 FILLER              PIC X(11) VALUE "SITUACAO".
           05 FILLER              PIC X(06) VALUE "MOTIVO".
      *
       01  WS-MOV-LINE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MOV-ACTION       PIC X.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MOV-UF           PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MOV-TYPE         PIC X.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MOV-DATA         PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MOV-RESULT       PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MOV-REASON       PIC X(25).
      *
       01  WS-TBL-COLUMN-LINE.
           05 FILLER              PIC X(04) VALUE "UF".
           05 FILLER              PIC X(10) VALUE "TIPO".
           05 FILLER              PIC X(30) VALUE
               "FAIXA DE CEP / CIDADE".
      *
       01  WS-TBL-LINE.
           05 WS-TBL-UF           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TBL-TYPE         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TBL-CONTENT      PIC X(20).
      *
       01  WS-TBL-RANGE.
           05 WS-TBL-FROM         PIC 9(08).
           05 FILLER              PIC X(03) VALUE " A ".
           05 WS-TBL-TO           PIC 9(08).
      *
       01  WS-UF-TOTAL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "TOTAL UF ".
           05 WS-UFT-UF           PIC X(02).
           05 FILLER              PIC X(10) VALUE "  FAIXAS: ".
           05 WS-UFT-RANGES       PIC ZZZ9.
           05 FILLER              PIC X(11) VALUE "  CIDADES: ".
           05 WS-UFT-CITIES       PIC ZZZ9.
      *
       01  WS-COV-COLUMN-LINE.
           05 FILLER              PIC X(04) VALUE "UF".
           05 FILLER              PIC X(08) VALUE "FAIXAS".
           05 FILLER              PIC X(09) VALUE "CIDADES".
           05 FILLER              PIC X(10) VALUE "CONFERE".
      *
       01  WS-COV-LINE.
           05 WS-COV-UF           PIC X(02).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-COV-RANGES       PIC ZZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-COV-CITIES       PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-COV-STATE        PIC X(30).
      *
       01  WS-EMPTY-LINE          PIC X(40) VALUE
           "TABELA DE REFERENCIA VAZIA".
      *
       01  WS-TOTAL-LINE.
           05 WS-TOT-DESC         PIC X(30).
           05 WS-TOT-COUNT        PIC ZZZ,ZZ9.
      *
      * CONTADORES
       77  WS-TOTAL-LOADED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-READ-PCT      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-APPLIED       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REJECTED      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-RANGES        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CITIES        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-INVALID       PIC 9(06) VALUE ZEROS.
      *
      * MOTIVO DA RECUSA DO MOVIMENTO (BRANCOS = APLICADO)
       77  WS-TRN-REASON          PIC X(25) VALUE SPACES.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 055-READ-BUSINESS-DATE.
           PERFORM 100-OPEN-FILE.
           IF WS-PCT-AVAIL-SW EQUAL 'Y'
               MOVE "MOVIMENTO (ARQPCT)" TO WS-TITLE-SECTION
               MOVE WS-MOV-COLUMN-LINE   TO WS-COLUMN-LINE
               PERFORM 160-NEW-PAGE
               PERFORM UNTIL EOF-PCT EQUAL 'Y'
                   READ ARQPCT INTO WS-PCT-REC
                       AT END
                           MOVE 'Y' TO EOF-PCT
                       NOT AT END
                           PERFORM 200-PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ARQPCT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-UF
               ON DESCENDING KEY SORT-TYPE
               ON ASCENDING KEY SORT-DATA
               INPUT PROCEDURE IS 400-RELEASE-TABLE
               OUTPUT PROCEDURE IS 500-RETURN-TABLE.
           PERFORM 600-LIST-COVERAGE.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           IF WS-TOTAL-REJECTED > ZEROS
              OR WS-OVER-LIMIT-SW EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-ARQPCR-DSN FROM ENVIRONMENT "ARQPCR_DSN".
           IF WS-ARQPCR-DSN EQUAL SPACES
               MOVE WS-ARQPCR-DSN-DEFAULT TO WS-ARQPCR-DSN
           END-IF.
           ACCEPT WS-ARQPCT-DSN FROM ENVIRONMENT "ARQPCT_DSN".
           IF WS-ARQPCT-DSN EQUAL SPACES
               MOVE WS-ARQPCT-DSN-DEFAULT TO WS-ARQPCT-DSN
           END-IF.
           ACCEPT WS-ARQPCL-DSN FROM ENVIRONMENT "ARQPCL_DSN".
           IF WS-ARQPCL-DSN EQUAL SPACES
               MOVE WS-ARQPCL-DSN-DEFAULT TO WS-ARQPCL-DSN
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

       100-OPEN-FILE.
           OPEN OUTPUT ARQPCL.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL          TO WS-ABEND-CODE
               MOVE "FILE ARQPCL IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-REFERENCE.
      * SEM MOVIMENTO (STATUS 35) A TABELA E SO LISTADA
           OPEN INPUT ARQPCT.
           IF WS-STATUS-PCT EQUAL '00'
               MOVE 'Y' TO WS-PCT-AVAIL-SW
           ELSE
               IF WS-STATUS-PCT NOT EQUAL '35'
                   MOVE WS-STATUS-PCT          TO WS-ABEND-CODE
                   MOVE "FILE ARQPCT IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   STOP RUN
               END-IF
           END-IF.

      * CARREGA O ARQPCR; SEM O ARQUIVO (STATUS 35) A TABELA COMECA
      * VAZIA E E CRIADA PELAS INCLUSOES DO MOVIMENTO.
       110-LOAD-REFERENCE.
           OPEN INPUT ARQPCR.
           IF WS-STATUS-PCR EQUAL '00'
               PERFORM 115-READ-REFERENCE
                   UNTIL EOF-PCR EQUAL 'Y'
               CLOSE ARQPCR
               IF WS-LIVE-RANGES > WS-PCF-MAX
                  OR WS-LIVE-CITIES > WS-PCC-MAX
                   DISPLAY "ARQPCR ACIMA DO LIMITE DE FAIXAS/CIDADES"
                   MOVE 'Y' TO WS-OVER-LIMIT-SW
               END-IF
           ELSE
               IF WS-STATUS-PCR NOT EQUAL '35'
                   MOVE WS-STATUS-PCR          TO WS-ABEND-CODE
                   MOVE "FILE ARQPCR IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   STOP RUN
               END-IF
               DISPLAY "ARQPCR AUSENTE - TABELA INICIADA VAZIA"
           END-IF.

      * AS FAIXAS VALIDAS SAO REMONTADAS (SEPARADORES EM BRANCO) PARA
      * QUE A COMPARACAO COM O MOVIMENTO SEJA EXATA
       115-READ-REFERENCE.
           READ ARQPCR INTO ARQ-PCR-REC
               AT END
                   MOVE 'Y' TO EOF-PCR
               NOT AT END
                   ADD 1 TO WS-TOTAL-LOADED
                   IF PCR-TYPE-RANGE
                      AND PCR-POSTAL-FROM NUMERIC
                      AND PCR-POSTAL-TO NUMERIC
                       PERFORM 120-NORMALIZE-RANGE
                   END-IF
                   PERFORM 130-STORE-ENTRY
           END-READ.

       120-NORMALIZE-RANGE.
           MOVE PCR-POSTAL-FROM TO WS-NEW-FROM.
           MOVE PCR-POSTAL-TO   TO WS-NEW-TO.
           MOVE SPACES          TO PCR-DATA.
           MOVE WS-NEW-FROM     TO PCR-POSTAL-FROM.
           MOVE WS-NEW-TO       TO PCR-POSTAL-TO.

       130-STORE-ENTRY.
           IF WS-REF-COUNT EQUAL WS-REF-MAX
               MOVE "OV"                        TO WS-ABEND-CODE
               MOVE "REFERENCE TABLE OVERFLOW"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REF-COUNT.
           MOVE PCR-UF   TO REF-UF (WS-REF-COUNT).
           MOVE PCR-TYPE TO REF-TYPE (WS-REF-COUNT).
           MOVE PCR-DATA TO REF-DATA (WS-REF-COUNT).
           MOVE 'N'      TO REF-DELETED-SW (WS-REF-COUNT).
           IF PCR-TYPE-RANGE
              AND PCR-POSTAL-FROM NUMERIC
              AND PCR-POSTAL-TO NUMERIC
               ADD 1 TO WS-LIVE-RANGES
           END-IF.
           IF PCR-TYPE-CITY
               ADD 1 TO WS-LIVE-CITIES
           END-IF.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO PCL-REL-LINE
               WRITE PCL-REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-TITLE-PAGE.
           WRITE PCL-REL-LINE FROM WS-TITLE-LINE.
           MOVE SPACES            TO PCL-REL-LINE.
           WRITE PCL-REL-LINE.
           WRITE PCL-REL-LINE FROM WS-COLUMN-LINE.
           MOVE SPACES            TO PCL-REL-LINE.
           WRITE PCL-REL-LINE.

       200-PROCESS-TRANSACTION.
           ADD 1 TO WS-TOTAL-READ-PCT.
           MOVE PCT-IMAGE TO ARQ-PCR-REC.
           MOVE SPACES    TO WS-TRN-REASON.
           PERFORM 210-EDIT-TRANSACTION.
           IF WS-TRN-REASON EQUAL SPACES
               IF PCT-ADD
                   PERFORM 220-ADD-ENTRY
               ELSE
                   PERFORM 230-DELETE-ENTRY
               END-IF
           END-IF.
           IF WS-TRN-REASON EQUAL SPACES
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE "APLICADO"  TO WS-MOV-RESULT
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE "REJEITADO" TO WS-MOV-RESULT
           END-IF.
           MOVE PCT-ACTION    TO WS-MOV-ACTION.
           MOVE PCR-UF        TO WS-MOV-UF.
           MOVE PCR-TYPE      TO WS-MOV-TYPE.
           MOVE PCR-DATA      TO WS-MOV-DATA.
           MOVE WS-TRN-REASON TO WS-MOV-REASON.
           MOVE WS-MOV-LINE   TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

      * A PRIMEIRA FALHA ENCONTRADA E A QUE VAI PARA A LISTAGEM
       210-EDIT-TRANSACTION.
           MOVE PCR-UF TO WS-UF-CHECK.
           EVALUATE TRUE
               WHEN NOT PCT-ADD AND NOT PCT-DELETE
                   MOVE "ACAO INVALIDA"          TO WS-TRN-REASON
               WHEN NOT WS-UF-VALID
                   MOVE "UF INVALIDA"            TO WS-TRN-REASON
               WHEN NOT PCR-TYPE-RANGE AND NOT PCR-TYPE-CITY
                   MOVE "TIPO INVALIDO"          TO WS-TRN-REASON
               WHEN PCR-TYPE-RANGE
                    AND (PCR-POSTAL-FROM NOT NUMERIC
                         OR PCR-POSTAL-TO NOT NUMERIC)
                   MOVE "FAIXA DE CEP INVALIDA"  TO WS-TRN-REASON
               WHEN PCR-TYPE-RANGE
                    AND PCR-POSTAL-FROM > PCR-POSTAL-TO
                   MOVE "FAIXA DE CEP INVALIDA"  TO WS-TRN-REASON
               WHEN PCR-TYPE-CITY
                    AND PCR-CITY EQUAL SPACES
                   MOVE "CIDADE EM BRANCO"       TO WS-TRN-REASON
           END-EVALUATE.
           IF WS-TRN-REASON EQUAL SPACES
              AND PCR-TYPE-RANGE
               PERFORM 120-NORMALIZE-RANGE
           END-IF.

      * UMA FAIXA NOVA NAO PODE CRUZAR NENHUMA OUTRA: UM CEP PERTENCE
      * A UMA SO UF. A INCLUSAO ALEM DO LIMITE DOS PROGRAMAS DE
      * CONFERENCIA E RECUSADA, PARA O ARQPCR NUNCA ABENDAR O BATCH.
       220-ADD-ENTRY.
           PERFORM 240-FIND-ENTRY.
           EVALUATE TRUE
               WHEN WS-FOUND-SW EQUAL 'Y'
                   MOVE "JA CADASTRADO"              TO WS-TRN-REASON
               WHEN PCR-TYPE-RANGE
                    AND WS-LIVE-RANGES NOT < WS-PCF-MAX
                   MOVE "LIMITE DE FAIXAS ATINGIDO"  TO WS-TRN-REASON
               WHEN PCR-TYPE-CITY
                    AND WS-LIVE-CITIES NOT < WS-PCC-MAX
                   MOVE "LIMITE CIDADES ATINGIDO"   TO WS-TRN-REASON
           END-EVALUATE.
           IF WS-TRN-REASON EQUAL SPACES
               IF PCR-TYPE-RANGE
                   MOVE 'N' TO WS-OVERLAP-SW
                   PERFORM 225-CHECK-OVERLAP
                       VARYING WS-REF-IX FROM 1 BY 1
                       UNTIL WS-REF-IX > WS-REF-COUNT
                          OR WS-OVERLAP-SW EQUAL 'Y'
               END-IF
           END-IF.
           IF WS-TRN-REASON EQUAL SPACES
               PERFORM 130-STORE-ENTRY
           END-IF.

       225-CHECK-OVERLAP.
           IF REF-DELETED-SW (WS-REF-IX) EQUAL 'N'
              AND REF-TYPE (WS-REF-IX) EQUAL 'F'
              AND REF-POSTAL-FROM (WS-REF-IX) NUMERIC
              AND REF-POSTAL-TO (WS-REF-IX) NUMERIC
               IF PCR-POSTAL-FROM NOT > REF-POSTAL-TO (WS-REF-IX)
                  AND PCR-POSTAL-TO NOT < REF-POSTAL-FROM (WS-REF-IX)
                   MOVE 'Y' TO WS-OVERLAP-SW
                   IF REF-UF (WS-REF-IX) EQUAL PCR-UF
                       MOVE "FAIXA SOBREPOSTA NA UF" TO WS-TRN-REASON
                   ELSE
                       MOVE "FAIXA CRUZA OUTRA UF"   TO WS-TRN-REASON
                   END-IF
               END-IF
           END-IF.

       230-DELETE-ENTRY.
           PERFORM 240-FIND-ENTRY.
           IF WS-FOUND-SW EQUAL 'Y'
               MOVE 'Y' TO REF-DELETED-SW (WS-FOUND-IX)
               IF PCR-TYPE-RANGE
                   SUBTRACT 1 FROM WS-LIVE-RANGES
               ELSE
                   SUBTRACT 1 FROM WS-LIVE-CITIES
               END-IF
           ELSE
               MOVE "NAO CADASTRADO"             TO WS-TRN-REASON
           END-IF.

       240-FIND-ENTRY.
           MOVE 'N'   TO WS-FOUND-SW.
           MOVE ZEROS TO WS-FOUND-IX.
           PERFORM 245-MATCH-ENTRY
               VARYING WS-REF-IX FROM 1 BY 1
               UNTIL WS-REF-IX > WS-REF-COUNT
                  OR WS-FOUND-SW EQUAL 'Y'.

       245-MATCH-ENTRY.
           IF REF-DELETED-SW (WS-REF-IX) EQUAL 'N'
              AND REF-UF (WS-REF-IX) EQUAL PCR-UF
              AND REF-TYPE (WS-REF-IX) EQUAL PCR-TYPE
              AND REF-DATA (WS-REF-IX) EQUAL PCR-DATA
               MOVE 'Y'       TO WS-FOUND-SW
               MOVE WS-REF-IX TO WS-FOUND-IX
           END-IF.

       350-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           WRITE PCL-REL-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      * SO AS ENTRADAS NAO EXCLUIDAS ENTRAM NA ORDENACAO
       400-RELEASE-TABLE.
           PERFORM 410-RELEASE-ENTRY
               VARYING WS-REF-IX FROM 1 BY 1
               UNTIL WS-REF-IX > WS-REF-COUNT.

       410-RELEASE-ENTRY.
           IF REF-DELETED-SW (WS-REF-IX) EQUAL 'N'
               MOVE REF-UF (WS-REF-IX)   TO SORT-UF
               MOVE REF-TYPE (WS-REF-IX) TO SORT-TYPE
               MOVE REF-DATA (WS-REF-IX) TO SORT-DATA
               RELEASE SORT-REC
           END-IF.

      * O ARQPCR SO E REGRAVADO (JA ORDENADO) QUANDO ALGUM MOVIMENTO
      * FOI APLICADO
       500-RETURN-TABLE.
           IF WS-TOTAL-APPLIED > ZEROS
               OPEN OUTPUT ARQPCR
               IF WS-STATUS-PCR NOT EQUAL '00'
                   MOVE WS-STATUS-PCR          TO WS-ABEND-CODE
                   MOVE "FILE ARQPCR IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-REWRITE-SW
           END-IF.
           MOVE ZEROS TO WS-UF-COVERAGE.
           MOVE "CONTEUDO DA TABELA" TO WS-TITLE-SECTION.
           MOVE WS-TBL-COLUMN-LINE   TO WS-COLUMN-LINE.
           PERFORM 160-NEW-PAGE.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT EQUAL 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SORT
                   NOT AT END
                       PERFORM 510-PROCESS-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-SW EQUAL 'N'
               PERFORM 540-UF-TOTAL
           ELSE
               MOVE WS-EMPTY-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           IF WS-REWRITE-SW EQUAL 'Y'
               CLOSE ARQPCR
           END-IF.

       510-PROCESS-ENTRY.
           IF WS-REWRITE-SW EQUAL 'Y'
               MOVE SPACES    TO ARQ-PCR-REC
               MOVE SORT-UF   TO PCR-UF
               MOVE SORT-TYPE TO PCR-TYPE
               MOVE SORT-DATA TO PCR-DATA
               WRITE ARQ-PCR-LINE FROM ARQ-PCR-REC
           END-IF.
           IF WS-FIRST-SW EQUAL 'Y'
               MOVE 'N'     TO WS-FIRST-SW
               MOVE SORT-UF TO WS-PREV-UF
           ELSE
               IF SORT-UF NOT EQUAL WS-PREV-UF
                   PERFORM 540-UF-TOTAL
                   MOVE SORT-UF TO WS-PREV-UF
               END-IF
           END-IF.
           PERFORM 520-PRINT-ENTRY.

      * UMA LINHA DO ARQPCR QUE NAO E FAIXA NUMERICA NEM CIDADE SAI
      * COMO INVALIDA: FICA NO ARQUIVO, MAS NAO E USADA NA CONFERENCIA
       520-PRINT-ENTRY.
           MOVE SORT-UF TO WS-TBL-UF.
           EVALUATE TRUE
               WHEN SORT-TYPE EQUAL 'F'
                    AND SORT-POSTAL-FROM NUMERIC
                    AND SORT-POSTAL-TO NUMERIC
                   MOVE "FAIXA"          TO WS-TBL-TYPE
                   MOVE SORT-POSTAL-FROM TO WS-TBL-FROM
                   MOVE SORT-POSTAL-TO   TO WS-TBL-TO
                   MOVE WS-TBL-RANGE     TO WS-TBL-CONTENT
                   ADD 1 TO WS-UF-RANGES
                   ADD 1 TO WS-TOTAL-RANGES
               WHEN SORT-TYPE EQUAL 'C'
                   MOVE "CIDADE"         TO WS-TBL-TYPE
                   MOVE SORT-DATA        TO WS-TBL-CONTENT
                   ADD 1 TO WS-UF-CITIES
                   ADD 1 TO WS-TOTAL-CITIES
               WHEN OTHER
                   MOVE "INVALIDA"       TO WS-TBL-TYPE
                   MOVE SORT-DATA        TO WS-TBL-CONTENT
                   ADD 1 TO WS-TOTAL-INVALID
           END-EVALUATE.
           MOVE WS-TBL-LINE TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

      * FECHA A UF: LINHA DE TOTAL E CONTAGEM NA TABELA DE COBERTURA
       540-UF-TOTAL.
           MOVE WS-PREV-UF   TO WS-UFT-UF.
           MOVE WS-UF-RANGES TO WS-UFT-RANGES.
           MOVE WS-UF-CITIES TO WS-UFT-CITIES.
           MOVE WS-UF-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           PERFORM 545-STORE-COVERAGE
               VARYING WS-UF-IX FROM 1 BY 1
               UNTIL WS-UF-IX > WS-UF-MAX.
           MOVE ZEROS TO WS-UF-RANGES.
           MOVE ZEROS TO WS-UF-CITIES.

       545-STORE-COVERAGE.
           IF WS-UF-ITEM (WS-UF-IX) EQUAL WS-PREV-UF
               MOVE WS-UF-RANGES TO UFC-RANGES (WS-UF-IX)
               MOVE WS-UF-CITIES TO UFC-CITIES (WS-UF-IX)
           END-IF.

      * COBERTURA: O QUE A CONFERENCIA DE ENDERECO FAZ EM CADA UF COM
      * A TABELA GRAVADA
       600-LIST-COVERAGE.
           MOVE "COBERTURA POR UF"   TO WS-TITLE-SECTION.
           MOVE WS-COV-COLUMN-LINE   TO WS-COLUMN-LINE.
           PERFORM 160-NEW-PAGE.
           PERFORM 610-PRINT-COVERAGE
               VARYING WS-UF-IX FROM 1 BY 1
               UNTIL WS-UF-IX > WS-UF-MAX.

       610-PRINT-COVERAGE.
           MOVE WS-UF-ITEM (WS-UF-IX) TO WS-COV-UF.
           MOVE UFC-RANGES (WS-UF-IX) TO WS-COV-RANGES.
           MOVE UFC-CITIES (WS-UF-IX) TO WS-COV-CITIES.
           EVALUATE TRUE
               WHEN UFC-RANGES (WS-UF-IX) > ZEROS
                    AND UFC-CITIES (WS-UF-IX) > ZEROS
                   MOVE "CEP E CIDADE"          TO WS-COV-STATE
               WHEN UFC-RANGES (WS-UF-IX) > ZEROS
                   MOVE "SO CEP (CIDADE LIVRE)" TO WS-COV-STATE
               WHEN UFC-CITIES (WS-UF-IX) > ZEROS
                   MOVE "SO CIDADE (CEP LIVRE)" TO WS-COV-STATE
               WHEN OTHER
                   MOVE "NAO CONFERIDA"         TO WS-COV-STATE
           END-EVALUATE.
           MOVE WS-COV-LINE TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

       700-WRITE-TOTALS.
           MOVE SPACES               TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "LINHAS LIDAS DO ARQPCR:"   TO WS-TOT-DESC.
           MOVE WS-TOTAL-LOADED      TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "MOVIMENTOS LIDOS:"         TO WS-TOT-DESC.
           MOVE WS-TOTAL-READ-PCT    TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "MOVIMENTOS APLICADOS:"     TO WS-TOT-DESC.
           MOVE WS-TOTAL-APPLIED     TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "MOVIMENTOS REJEITADOS:"    TO WS-TOT-DESC.
           MOVE WS-TOTAL-REJECTED    TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "FAIXAS DE CEP NA TABELA:"  TO WS-TOT-DESC.
           MOVE WS-TOTAL-RANGES      TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "CIDADES NA TABELA:"        TO WS-TOT-DESC.
           MOVE WS-TOTAL-CITIES      TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE        TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           IF WS-TOTAL-INVALID > ZEROS
               MOVE "LINHAS INVALIDAS NA TABELA:" TO WS-TOT-DESC
               MOVE WS-TOTAL-INVALID    TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           DISPLAY "**************************************************".
           DISPLAY "REFERENCE LINES READ:  " WS-TOTAL-LOADED.
           DISPLAY "MOVEMENTS READ:        " WS-TOTAL-READ-PCT.
           DISPLAY "MOVEMENTS APPLIED:     " WS-TOTAL-APPLIED.
           DISPLAY "MOVEMENTS REJECTED:    " WS-TOTAL-REJECTED.
           DISPLAY "POSTAL RANGES ON FILE: " WS-TOTAL-RANGES.
           DISPLAY "CITIES ON FILE:        " WS-TOTAL-CITIES.
           DISPLAY "INVALID LINES:         " WS-TOTAL-INVALID.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            CLOSE ARQPCL.

       END PROGRAM ARQPCM.
