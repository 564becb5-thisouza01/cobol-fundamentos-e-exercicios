      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry and reinstatement over the retention archive
      *          written by ARQPRG: ARQARC.txt (purged cadastro image
      *          plus purge date) and ARQDARC.txt (its dependents,
      *          same purge date). The archive is searched by COD
      *          (ARQAIQ_COD), by name prefix (ARQAIQ_NAME) and/or by
      *          purge-date range (ARQAIQ_FROM / ARQAIQ_TO, YYYYMMDD);
      *          the criteria given are combined, none lists it all.
      *          Every archived record found is printed on ARQAIQR
      *          with its contact block, purge date, its dependents
      *          and whether the COD is in ARQCAD again today.
      *          With ARQAIQ_REINSTATE set to Y (ARQAIQ_COD required)
      *          the most recent archive of that COD is brought back
      *          as transactions: an ARQMNT 'A' appended to ARQRNT
      *          and one ARQDMN 'A' per dependent that was active
      *          at purge time appended to ARQRND, to be fed to
      *          ARQMNT first and then ARQDMN (ARQTRN_DSN and
      *          ARQDTRN_DSN pointed at them, or the lines added to
      *          the next batch). Dependents already inactive when
      *          archived are listed but not reinstated. A COD that
      *          has been reused in ARQCAD since the purge, or that
      *          is not in the archive, refuses the reinstatement
      *          with RETURN-CODE 8 and the reason on the listing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQAIQ.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQARC ASSIGN TO WS-ARQARC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARC.
      *
           SELECT ARQDARC ASSIGN TO WS-ARQDARC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DARC.
      *
           SELECT ARQIN ASSIGN TO WS-ARQIN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-COD
           ALTERNATE RECORD KEY IS ARQ-NAME WITH DUPLICATES
           FILE STATUS IS WS-STATUS-IN.
      *
           SELECT ARQAIQR ASSIGN TO WS-ARQAIQR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
      *
           SELECT ARQRNT ASSIGN TO WS-ARQRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RNT.
      *
           SELECT ARQRND ASSIGN TO WS-ARQRND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RND.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ARQARC.
       01  ARQ-ARC-LINE        PIC X(156).
      *
       FD  ARQDARC.
       01  ARQ-DARC-LINE       PIC X(48).
      *
       FD  ARQIN.
           COPY ARQINREC.
      *
       FD  ARQAIQR.
       01  AIQ-REL-LINE        PIC X(132).
      *
       FD  ARQRNT.
       01  ARQ-RNT-LINE        PIC X(147).
      *
       FD  ARQRND.
       01  ARQ-RND-LINE        PIC X(31).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       WORKING-STORAGE         SECTION.
      * REGISTRO DO ARQUIVO DE EXPURGO (IMAGEM + DATA DO EXPURGO)
       01  WS-ARC-REC.
           05 ARC-RECORD-IMAGE    PIC X(147).
           05 ARC-IMAGE REDEFINES ARC-RECORD-IMAGE.
              10 ARC-COD          PIC 9(04).
              10 ARC-NAME         PIC X(15).
              10 ARC-BIRTH-DATE   PIC 9(08).
              10 ARC-STATUS       PIC X.
              10 ARC-DEACT-DATE   PIC 9(08).
              10 ARC-STREET       PIC X(30).
              10 ARC-CITY         PIC X(20).
              10 ARC-UF           PIC X(02).
              10 ARC-POSTAL       PIC X(08).
              10 ARC-PHONE        PIC X(11).
              10 ARC-EMAIL        PIC X(40).
           05 FILLER              PIC X     VALUE SPACES.
           05 ARC-PURGE-DATE      PIC 9(08).
      *
      * ULTIMO EXPURGO DO COD PEDIDO NA REINTEGRACAO
       01  WS-SAVE-ARC-REC        PIC X(156) VALUE SPACES.
      *
      * REGISTRO DO EXPURGO DE DEPENDENTES (IMAGEM + DATA DO EXPURGO)
       01  WS-DARC-REC.
           05 DARC-RECORD-IMAGE   PIC X(39).
           05 DARC-IMAGE REDEFINES DARC-RECORD-IMAGE.
              10 DARC-COD         PIC 9(04).
              10 DARC-SEQ         PIC 9(02).
              10 DARC-NAME        PIC X(15).
              10 DARC-BIRTH-DATE  PIC 9(08).
              10 DARC-RELATION    PIC X.
              10 DARC-STATUS      PIC X.
                 88 DARC-ACTIVE           VALUE 'A'.
              10 DARC-DEACT-DATE  PIC 9(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 DARC-PURGE-DATE     PIC 9(08).
      *
      * TRANSACAO DE INCLUSAO PARA O ARQMNT
           COPY ARQTRNREC.
      *
      * TRANSACAO DE INCLUSAO DE DEPENDENTE PARA O ARQDMN
       01  WS-DTRN-REC.
           05 DTRN-ACTION         PIC X.
           05 DTRN-COD            PIC 9(04).
           05 DTRN-SEQ            PIC 9(02).
           05 DTRN-NAME           PIC X(15).
           05 DTRN-BIRTH-DATE     PIC 9(08).
           05 DTRN-RELATION       PIC X.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-ARC                PIC A     VALUE 'N'.
       77  EOF-DARC               PIC A     VALUE 'N'.
       77  WS-STATUS-ARC          PIC XX.
       77  WS-STATUS-DARC         PIC XX.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-RNT          PIC XX.
       77  WS-STATUS-RND          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-ARC-OPEN-SW         PIC A     VALUE 'N'.
       77  WS-TRN-OPEN-SW         PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQARC-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQARC-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQARC.txt".
       77  WS-ARQDARC-DSN         PIC X(100) VALUE SPACES.
       01  WS-ARQDARC-DSN-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQDARC.txt".
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQAIQR-DSN         PIC X(100) VALUE SPACES.
       01  WS-ARQAIQR-DSN-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAIQR.txt".
       77  WS-ARQRNT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQRNT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQRNT.txt".
       77  WS-ARQRND-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQRND-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQRND.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * ARGUMENTOS DA CONSULTA / REINTEGRACAO
       77  WS-COD-PARM            PIC X(04) VALUE SPACES.
       77  WS-NAME-PARM           PIC X(15) VALUE SPACES.
       77  WS-FROM-PARM           PIC X(08) VALUE SPACES.
       77  WS-TO-PARM             PIC X(08) VALUE SPACES.
       77  WS-REINSTATE-PARM      PIC X     VALUE SPACES.
       77  WS-COD-FILTER-SW       PIC A     VALUE 'N'.
       77  WS-REINSTATE-SW        PIC A     VALUE 'N'.
       77  WS-FILTER-COD          PIC 9(04) VALUE ZEROS.
       77  WS-NAME-LEN            PIC 9(02) VALUE ZEROS.
       77  WS-FILTER-FROM         PIC 9(08) VALUE ZEROS.
       77  WS-FILTER-TO           PIC 9(08) VALUE 99999999.
       77  WS-MATCH-SW            PIC A     VALUE 'N'.
       77  WS-FOUND-SW            PIC A     VALUE 'N'.
       77  WS-REUSED-SW           PIC A     VALUE 'N'.
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
      * LINHAS DA LISTAGEM DO ARQUIVO DE EXPURGO
       01  WS-TITLE-LINE.
           05 WS-TITLE-TEXT       PIC X(34) VALUE
               "CONSULTA AO ARQUIVO DE EXPURGO".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 99/99/9999.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(06) VALUE "COD".
           05 FILLER              PIC X(17) VALUE "NOME".
           05 FILLER              PIC X(12) VALUE "NASCIMENTO".
           05 FILLER              PIC X(04) VALUE "ST".
           05 FILLER              PIC X(12) VALUE "DESATIVACAO".
           05 FILLER              PIC X(12) VALUE "EXPURGO".
           05 FILLER              PIC X(20) VALUE "SITUACAO NO ARQCAD".
      *
       01  WS-DETAIL-LINE.
           05 WS-DET-COD          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-BIRTH        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS       PIC X.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-DEACT        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PURGE        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-SITUATION    PIC X(20).
      *
       01  WS-FIELD-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-FLD-NAME         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FLD-VALUE        PIC X(40).
      *
       01  WS-DEP-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "DEP ".
           05 WS-DEP-SEQ          PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-BIRTH        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-RELATION     PIC X.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-STATUS       PIC X.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-DEACT        PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEP-NOTE         PIC X(30).
      *
       01  WS-MESSAGE-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-MSG-TEXT         PIC X(60).
      *
       01  WS-NONE-LINE           PIC X(40) VALUE
           "NENHUM REGISTRO EXPURGADO SELECIONADO".
      *
       01  WS-TOTAL-LINE.
           05 WS-TOT-DESC         PIC X(30).
           05 WS-TOT-COUNT        PIC ZZZ,ZZ9.
      *
      * CONTADORES
       77  WS-TOTAL-READ          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LISTED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP-LISTED    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-TRN-WRITTEN   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DTRN-WRITTEN  PIC 9(06) VALUE ZEROS.
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
           PERFORM 160-NEW-PAGE.
           PERFORM UNTIL EOF-ARC EQUAL 'Y'
               PERFORM 200-PROCESS-ARCHIVE
           END-PERFORM.
           IF WS-REINSTATE-SW EQUAL 'Y'
               PERFORM 500-REINSTATE
           ELSE
               IF WS-TOTAL-LISTED EQUAL ZEROS
                   MOVE WS-NONE-LINE TO WS-PRINT-LINE
                   PERFORM 350-WRITE-LINE
               END-IF
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-COD-PARM FROM ENVIRONMENT "ARQAIQ_COD".
           ACCEPT WS-NAME-PARM FROM ENVIRONMENT "ARQAIQ_NAME".
           ACCEPT WS-FROM-PARM FROM ENVIRONMENT "ARQAIQ_FROM".
           ACCEPT WS-TO-PARM FROM ENVIRONMENT "ARQAIQ_TO".
           ACCEPT WS-REINSTATE-PARM FROM ENVIRONMENT
               "ARQAIQ_REINSTATE".
           IF WS-COD-PARM NOT EQUAL SPACES
               MOVE 'Y' TO WS-COD-FILTER-SW
               COMPUTE WS-FILTER-COD = FUNCTION NUMVAL (WS-COD-PARM)
           END-IF.
           IF WS-FROM-PARM NOT EQUAL SPACES
               COMPUTE WS-FILTER-FROM = FUNCTION NUMVAL (WS-FROM-PARM)
           END-IF.
           IF WS-TO-PARM NOT EQUAL SPACES
               COMPUTE WS-FILTER-TO = FUNCTION NUMVAL (WS-TO-PARM)
           END-IF.
           MOVE 15 TO WS-NAME-LEN.
           PERFORM 060-TRIM-NAME-PARM
               UNTIL WS-NAME-LEN EQUAL ZEROS
                  OR WS-NAME-PARM (WS-NAME-LEN:1) NOT EQUAL SPACE.
      * A REINTEGRACAO E SEMPRE DE UM COD ESPECIFICO
           IF WS-REINSTATE-PARM EQUAL 'Y'
               IF WS-COD-FILTER-SW NOT EQUAL 'Y'
                   DISPLAY "ARQAIQ_REINSTATE=Y EXIGE ARQAIQ_COD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-REINSTATE-SW
               MOVE "REINTEGRACAO DO ARQUIVO DE EXPURGO"
                   TO WS-TITLE-TEXT
           END-IF.
           ACCEPT WS-ARQARC-DSN FROM ENVIRONMENT "ARQARC_DSN".
           IF WS-ARQARC-DSN EQUAL SPACES
               MOVE WS-ARQARC-DSN-DEFAULT TO WS-ARQARC-DSN
           END-IF.
           ACCEPT WS-ARQDARC-DSN FROM ENVIRONMENT "ARQDARC_DSN".
           IF WS-ARQDARC-DSN EQUAL SPACES
               MOVE WS-ARQDARC-DSN-DEFAULT TO WS-ARQDARC-DSN
           END-IF.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQAIQR-DSN FROM ENVIRONMENT "ARQAIQR_DSN".
           IF WS-ARQAIQR-DSN EQUAL SPACES
               MOVE WS-ARQAIQR-DSN-DEFAULT TO WS-ARQAIQR-DSN
           END-IF.
           ACCEPT WS-ARQRNT-DSN FROM ENVIRONMENT "ARQRNT_DSN".
           IF WS-ARQRNT-DSN EQUAL SPACES
               MOVE WS-ARQRNT-DSN-DEFAULT TO WS-ARQRNT-DSN
           END-IF.
           ACCEPT WS-ARQRND-DSN FROM ENVIRONMENT "ARQRND_DSN".
           IF WS-ARQRND-DSN EQUAL SPACES
               MOVE WS-ARQRND-DSN-DEFAULT TO WS-ARQRND-DSN
           END-IF.

       060-TRIM-NAME-PARM.
           SUBTRACT 1 FROM WS-NAME-LEN.

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

      * SEM ARQARC NADA FOI EXPURGADO AINDA: CONSULTA VAZIA
       100-OPEN-FILE.
           OPEN INPUT ARQARC.
           IF WS-STATUS-ARC EQUAL '00'
               MOVE 'Y' TO WS-ARC-OPEN-SW
           ELSE
               IF WS-STATUS-ARC EQUAL '35'
                   MOVE 'Y' TO EOF-ARC
               ELSE
                   MOVE WS-STATUS-ARC          TO WS-ABEND-CODE
                   MOVE "FILE ARQARC IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               IF WS-ARC-OPEN-SW EQUAL 'Y'
                   CLOSE ARQARC
               END-IF
               GOBACK
           END-IF.
           OPEN OUTPUT ARQAIQR.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL           TO WS-ABEND-CODE
               MOVE "FILE ARQAIQR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND
               IF WS-ARC-OPEN-SW EQUAL 'Y'
                   CLOSE ARQARC
               END-IF
               CLOSE ARQIN
               GOBACK
           END-IF.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO AIQ-REL-LINE
               WRITE AIQ-REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-TITLE-PAGE.
           WRITE AIQ-REL-LINE FROM WS-TITLE-LINE.
           MOVE SPACES            TO AIQ-REL-LINE.
           WRITE AIQ-REL-LINE.
           WRITE AIQ-REL-LINE FROM WS-COLUMN-LINE.
           MOVE SPACES            TO AIQ-REL-LINE.
           WRITE AIQ-REL-LINE.

      * NA CONSULTA CADA EXPURGO SELECIONADO E IMPRESSO NA HORA; NA
      * REINTEGRACAO VALE O ULTIMO EXPURGO DO COD (O ARQARC E GRAVADO
      * EM ORDEM DE EXPURGO), GUARDADO PARA O FIM DA LEITURA.
       200-PROCESS-ARCHIVE.
           READ ARQARC INTO WS-ARC-REC
               AT END
                   MOVE 'Y' TO EOF-ARC
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM 210-CHECK-CRITERIA
                   IF WS-MATCH-SW EQUAL 'Y'
                       IF WS-REINSTATE-SW EQUAL 'Y'
                           MOVE 'Y'        TO WS-FOUND-SW
                           MOVE WS-ARC-REC TO WS-SAVE-ARC-REC
                       ELSE
                           PERFORM 300-PRINT-ARCHIVED
                       END-IF
                   END-IF
           END-READ.

       210-CHECK-CRITERIA.
           MOVE 'Y' TO WS-MATCH-SW.
           IF WS-COD-FILTER-SW EQUAL 'Y'
              AND ARC-COD NOT EQUAL WS-FILTER-COD
               MOVE 'N' TO WS-MATCH-SW
           END-IF.
           IF WS-NAME-LEN > ZEROS
               IF ARC-NAME (1:WS-NAME-LEN) NOT EQUAL
                  WS-NAME-PARM (1:WS-NAME-LEN)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF.
           IF ARC-PURGE-DATE < WS-FILTER-FROM
              OR ARC-PURGE-DATE > WS-FILTER-TO
               MOVE 'N' TO WS-MATCH-SW
           END-IF.

      * O REGISTRO EXPURGADO, O BLOCO DE CONTATO E OS DEPENDENTES
      * EXPURGADOS COM ELE (MESMO COD E MESMA DATA DE EXPURGO)
       300-PRINT-ARCHIVED.
           ADD 1 TO WS-TOTAL-LISTED.
           PERFORM 320-CHECK-CADASTRO.
           MOVE ARC-COD             TO WS-DET-COD.
           MOVE ARC-NAME            TO WS-DET-NAME.
           MOVE ARC-BIRTH-DATE      TO WS-DET-BIRTH.
           MOVE ARC-STATUS          TO WS-DET-STATUS.
           MOVE ARC-DEACT-DATE      TO WS-DET-DEACT.
           MOVE ARC-PURGE-DATE      TO WS-DET-PURGE.
           IF WS-REUSED-SW EQUAL 'Y'
               MOVE "COD REUTILIZADO"   TO WS-DET-SITUATION
           ELSE
               MOVE "COD LIVRE"         TO WS-DET-SITUATION
           END-IF.
           MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "LOGRADOURO"        TO WS-FLD-NAME.
           MOVE ARC-STREET          TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           MOVE "CIDADE"            TO WS-FLD-NAME.
           MOVE ARC-CITY            TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           MOVE "UF"                TO WS-FLD-NAME.
           MOVE ARC-UF              TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           MOVE "CEP"               TO WS-FLD-NAME.
           MOVE ARC-POSTAL          TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           MOVE "TELEFONE"          TO WS-FLD-NAME.
           MOVE ARC-PHONE           TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           MOVE "E-MAIL"            TO WS-FLD-NAME.
           MOVE ARC-EMAIL           TO WS-FLD-VALUE.
           PERFORM 310-PRINT-FIELD.
           PERFORM 400-SCAN-DEPENDENTS.
           MOVE SPACES              TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

       310-PRINT-FIELD.
           IF WS-FLD-VALUE NOT EQUAL SPACES
               MOVE WS-FIELD-LINE TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.

      * QUALQUER REGISTRO NO ARQCAD COM O MESMO COD (ATIVO OU NAO)
      * QUER DIZER QUE O COD FOI REAPROVEITADO DEPOIS DO EXPURGO.
       320-CHECK-CADASTRO.
           MOVE ARC-COD TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   MOVE 'N' TO WS-REUSED-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REUSED-SW
           END-READ.

       350-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           WRITE AIQ-REL-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      * O ARQDARC E LIDO DE PONTA A PONTA PARA CADA REGISTRO IMPRESSO;
      * SEM O ARQUIVO, NENHUM DEPENDENTE FOI EXPURGADO.
       400-SCAN-DEPENDENTS.
           OPEN INPUT ARQDARC.
           IF WS-STATUS-DARC EQUAL '00'
               MOVE 'N' TO EOF-DARC
               PERFORM 410-READ-DEPENDENT
                   UNTIL EOF-DARC EQUAL 'Y'
               CLOSE ARQDARC
           END-IF.

       410-READ-DEPENDENT.
           READ ARQDARC INTO WS-DARC-REC
               AT END
                   MOVE 'Y' TO EOF-DARC
               NOT AT END
                   IF DARC-COD EQUAL ARC-COD
                      AND DARC-PURGE-DATE EQUAL ARC-PURGE-DATE
                       PERFORM 420-PRINT-DEPENDENT
                   END-IF
           END-READ.

       420-PRINT-DEPENDENT.
           ADD 1 TO WS-TOTAL-DEP-LISTED.
           MOVE DARC-SEQ            TO WS-DEP-SEQ.
           MOVE DARC-NAME           TO WS-DEP-NAME.
           MOVE DARC-BIRTH-DATE     TO WS-DEP-BIRTH.
           MOVE DARC-RELATION       TO WS-DEP-RELATION.
           MOVE DARC-STATUS         TO WS-DEP-STATUS.
           MOVE DARC-DEACT-DATE     TO WS-DEP-DEACT.
           MOVE SPACES              TO WS-DEP-NOTE.
           IF WS-TRN-OPEN-SW EQUAL 'Y'
               IF DARC-ACTIVE
                   PERFORM 560-WRITE-DEP-TRANSACTION
                   MOVE "REINTEGRADO"          TO WS-DEP-NOTE
               ELSE
                   MOVE "NAO REINTEGRADO (INATIVO)" TO WS-DEP-NOTE
               END-IF
           END-IF.
           MOVE WS-DEP-LINE         TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.

      * REINTEGRACAO: SO SE O COD AINDA ESTA LIVRE NO ARQCAD. O TITULAR
      * VOLTA COMO UMA INCLUSAO DO ARQMNT (ATIVO, SEM DATA DE
      * DESATIVACAO) E CADA DEPENDENTE ATIVO NO EXPURGO COMO UMA
      * INCLUSAO DO ARQDMN, COM A MESMA SEQUENCIA.
       500-REINSTATE.
           IF WS-FOUND-SW NOT EQUAL 'Y'
               MOVE "REINTEGRACAO RECUSADA - COD NAO CONSTA DO EXPURGO"
                   TO WS-MSG-TEXT
               PERFORM 590-REFUSE
           ELSE
               MOVE WS-SAVE-ARC-REC TO WS-ARC-REC
               PERFORM 320-CHECK-CADASTRO
               IF WS-REUSED-SW EQUAL 'Y'
                   PERFORM 300-PRINT-ARCHIVED
                   MOVE "REINTEGRACAO RECUSADA - COD REUTILIZADO"
                       TO WS-MSG-TEXT
                   PERFORM 590-REFUSE
               ELSE
                   PERFORM 510-OPEN-TRANSACTIONS
                   PERFORM 550-WRITE-TRANSACTION
                   PERFORM 300-PRINT-ARCHIVED
                   MOVE "REINTEGRACAO GERADA - ARQMNT E DEPOIS ARQDMN"
                       TO WS-MSG-TEXT
                   MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
                   PERFORM 350-WRITE-LINE
                   DISPLAY "REINSTATEMENT GENERATED COD: " ARC-COD
               END-IF
           END-IF.

      * AS TRANSACOES SAO ACRESCENTADAS AO LOTE (VARIAS REINTEGRACOES
      * SE ACUMULAM ATE O PROXIMO ARQMNT / ARQDMN)
       510-OPEN-TRANSACTIONS.
           OPEN EXTEND ARQRNT.
           IF WS-STATUS-RNT EQUAL '35'
               OPEN OUTPUT ARQRNT
           END-IF.
           IF WS-STATUS-RNT NOT EQUAL '00'
              AND WS-STATUS-RNT NOT EQUAL '05'
               MOVE WS-STATUS-RNT          TO WS-ABEND-CODE
               MOVE "FILE ARQRNT IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           OPEN EXTEND ARQRND.
           IF WS-STATUS-RND EQUAL '35'
               OPEN OUTPUT ARQRND
           END-IF.
           IF WS-STATUS-RND NOT EQUAL '00'
              AND WS-STATUS-RND NOT EQUAL '05'
               CLOSE ARQRNT
               MOVE WS-STATUS-RND          TO WS-ABEND-CODE
               MOVE "FILE ARQRND IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-TRN-OPEN-SW.

       550-WRITE-TRANSACTION.
           MOVE SPACES          TO ARQ-TRN-REC.
           MOVE 'A'             TO ARQ-TRN-ACTION.
           MOVE ARC-COD         TO ARQ-TRN-COD.
           MOVE ARC-NAME        TO ARQ-TRN-NAME.
           MOVE ARC-BIRTH-DATE  TO ARQ-TRN-BIRTH-DATE.
           MOVE ARC-STREET      TO ARQ-TRN-STREET.
           MOVE ARC-CITY        TO ARQ-TRN-CITY.
           MOVE ARC-UF          TO ARQ-TRN-UF.
           MOVE ARC-POSTAL      TO ARQ-TRN-POSTAL.
           MOVE ARC-PHONE       TO ARQ-TRN-PHONE.
           MOVE ARC-EMAIL       TO ARQ-TRN-EMAIL.
           WRITE ARQ-RNT-LINE FROM ARQ-TRN-REC.
           ADD 1 TO WS-TOTAL-TRN-WRITTEN.

       560-WRITE-DEP-TRANSACTION.
           MOVE 'A'             TO DTRN-ACTION.
           MOVE DARC-COD        TO DTRN-COD.
           MOVE DARC-SEQ        TO DTRN-SEQ.
           MOVE DARC-NAME       TO DTRN-NAME.
           MOVE DARC-BIRTH-DATE TO DTRN-BIRTH-DATE.
           MOVE DARC-RELATION   TO DTRN-RELATION.
           WRITE ARQ-RND-LINE FROM WS-DTRN-REC.
           ADD 1 TO WS-TOTAL-DTRN-WRITTEN.

       590-REFUSE.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           DISPLAY "REINSTATEMENT REFUSED COD: " WS-FILTER-COD.
           DISPLAY WS-MSG-TEXT.
           MOVE 8 TO RETURN-CODE.

       700-WRITE-TOTALS.
           MOVE SPACES                  TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "REGISTROS NO EXPURGO:"     TO WS-TOT-DESC.
           MOVE WS-TOTAL-READ           TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "REGISTROS LISTADOS:"       TO WS-TOT-DESC.
           MOVE WS-TOTAL-LISTED         TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           MOVE "DEPENDENTES LISTADOS:"     TO WS-TOT-DESC.
           MOVE WS-TOTAL-DEP-LISTED     TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE.
           PERFORM 350-WRITE-LINE.
           IF WS-REINSTATE-SW EQUAL 'Y'
               MOVE "TRANSACOES ARQMNT GERADAS:" TO WS-TOT-DESC
               MOVE WS-TOTAL-TRN-WRITTEN    TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
               MOVE "TRANSACOES ARQDMN GERADAS:" TO WS-TOT-DESC
               MOVE WS-TOTAL-DTRN-WRITTEN   TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE           TO WS-PRINT-LINE
               PERFORM 350-WRITE-LINE
           END-IF.
           DISPLAY "**************************************************".
           DISPLAY "ARCHIVED RECORDS READ: " WS-TOTAL-READ.
           DISPLAY "RECORDS LISTED:        " WS-TOTAL-LISTED.
           DISPLAY "DEPENDENTS LISTED:     " WS-TOTAL-DEP-LISTED.
           DISPLAY "ARQMNT TRANSACTIONS:   " WS-TOTAL-TRN-WRITTEN.
           DISPLAY "ARQDMN TRANSACTIONS:   " WS-TOTAL-DTRN-WRITTEN.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            IF WS-ARC-OPEN-SW EQUAL 'Y'
                CLOSE ARQARC
            END-IF.
            CLOSE ARQIN.
            CLOSE ARQAIQR.
            IF WS-TRN-OPEN-SW EQUAL 'Y'
                CLOSE ARQRNT
                CLOSE ARQRND
            END-IF.

       END PROGRAM ARQAIQ.
