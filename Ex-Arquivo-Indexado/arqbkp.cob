      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly backup of the ARQCAD cadastro and the ARQDEP
      *          dependents file, run by ARQDRV as the last step of
      *          the chain. Writes a dated image of both files
      *          (ARQBKP.YYYYMMDD.txt, dated with the ARQBDT business
      *          date) ending in a control record with the record
      *          counts and the journal position the image covers,
      *          and appends the same control record to the ARQBKL
      *          backup catalogue. Once the image is taken the live
      *          ARQJRN journal is rotated: its entries are appended
      *          to the dated generation ARQJRN.YYYYMMDD.txt and the
      *          live file starts empty, so ARQJRN no longer grows
      *          forever and every entry still in it is newer than
      *          the last backup. ARQRCV rebuilds ARQCAD and ARQDEP
      *          from any catalogued backup and rolls them forward
      *          through the later generations and the live journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQBKP.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEP-KEY
           FILE STATUS IS WS-STATUS-DEP.
      *
           SELECT ARQBKP ASSIGN TO WS-ARQBKP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BKP.
      *
           SELECT ARQJRN ASSIGN TO WS-ARQJRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JRN.
      *
           SELECT ARQJRNG ASSIGN TO WS-ARQJRNG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GEN.
      *
           SELECT ARQBKL ASSIGN TO WS-ARQBKL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BKL.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
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
       FD  ARQBKP.
       01  ARQ-BKP-LINE        PIC X(148).
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQJRNG.
       01  ARQ-JRNG-LINE       PIC X(472).
      *
       FD  ARQBKL.
       01  ARQ-BKL-LINE        PIC X(148).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       WORKING-STORAGE         SECTION.
      * LINHA DA COPIA (IMAGEM 'C'/'D' E REGISTRO DE CONTROLE 'T')
           COPY ARQBKPREC.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-IN                 PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
       77  EOF-JRN                PIC A     VALUE 'N'.
       77  EOF-GEN                PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-BKP          PIC XX.
       77  WS-STATUS-JRN          PIC XX.
       77  WS-STATUS-GEN          PIC XX.
       77  WS-STATUS-BKL          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
      *
      * O ARQDEP PODE AINDA NAO EXISTIR (NENHUM DEPENDENTE CADASTRADO)
       77  WS-DEP-AVAIL-SW        PIC A     VALUE 'N'.
       77  WS-GEN-ERROR-SW        PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQDEP-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQDEP-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQDEP.DAT".
       77  WS-ARQJRN-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQJRN-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQJRN.txt".
       77  WS-ARQBKL-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBKL-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBKL.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * A COPIA E A GERACAO DO JORNAL LEVAM A DATA NO NOME: O
      * PARAMETRO DA O PREFIXO E O PROGRAMA ACRESCENTA .AAAAMMDD.txt
       77  WS-ARQBKP-DSN          PIC X(100) VALUE SPACES.
       77  WS-ARQBKP-PFX          PIC X(100) VALUE SPACES.
       01  WS-ARQBKP-PFX-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBKP".
       77  WS-ARQJRNG-DSN         PIC X(100) VALUE SPACES.
       77  WS-ARQJRNG-PFX         PIC X(100) VALUE SPACES.
       01  WS-ARQJRNG-PFX-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQJRN".
       77  WS-PFX-LEN             PIC 9(03) VALUE ZEROS.
      *
      * DATA DE NEGOCIO (ARQBDT) QUE DATA A COPIA E A GERACAO
       77  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROS.
       77  WS-CTS-TIME            PIC X(06).
      *
      * CONTADORES
       77  WS-TOTAL-CAD           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-JRN           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GEN-PRIOR     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GEN           PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 055-READ-BUSINESS-DATE.
           PERFORM 060-BUILD-DATED-NAMES.
           PERFORM 100-OPEN-FILE.
           PERFORM UNTIL EOF-IN EQUAL 'Y'
               PERFORM 200-COPY-CADASTRO
           END-PERFORM.
           IF WS-DEP-AVAIL-SW EQUAL 'Y'
               PERFORM UNTIL EOF-DEP EQUAL 'Y'
                   PERFORM 300-COPY-DEPENDENT
               END-PERFORM
           END-IF.
           PERFORM 400-ROTATE-JOURNAL.
           PERFORM 500-WRITE-CONTROL.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQDEP-DSN FROM ENVIRONMENT "ARQDEP_DSN".
           IF WS-ARQDEP-DSN EQUAL SPACES
               MOVE WS-ARQDEP-DSN-DEFAULT TO WS-ARQDEP-DSN
           END-IF.
           ACCEPT WS-ARQJRN-DSN FROM ENVIRONMENT "ARQJRN_DSN".
           IF WS-ARQJRN-DSN EQUAL SPACES
               MOVE WS-ARQJRN-DSN-DEFAULT TO WS-ARQJRN-DSN
           END-IF.
           ACCEPT WS-ARQBKL-DSN FROM ENVIRONMENT "ARQBKL_DSN".
           IF WS-ARQBKL-DSN EQUAL SPACES
               MOVE WS-ARQBKL-DSN-DEFAULT TO WS-ARQBKL-DSN
           END-IF.
           ACCEPT WS-ARQBKP-PFX FROM ENVIRONMENT "ARQBKP_DSN".
           IF WS-ARQBKP-PFX EQUAL SPACES
               MOVE WS-ARQBKP-PFX-DEFAULT TO WS-ARQBKP-PFX
           END-IF.
           ACCEPT WS-ARQJRNG-PFX FROM ENVIRONMENT "ARQJRNG_DSN".
           IF WS-ARQJRNG-PFX EQUAL SPACES
               MOVE WS-ARQJRNG-PFX-DEFAULT TO WS-ARQJRNG-PFX
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA; SEM O ARQUIVO, VALE O RELOGIO.
       055-READ-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
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
                           MOVE ARQ-BDT-LINE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE ARQBDT
           END-IF.

       060-BUILD-DATED-NAMES.
           MOVE 100 TO WS-PFX-LEN.
           PERFORM 065-TRIM-PREFIX
               UNTIL WS-PFX-LEN EQUAL 1
                  OR WS-ARQBKP-PFX (WS-PFX-LEN:1) NOT EQUAL SPACE.
           MOVE SPACES TO WS-ARQBKP-DSN.
           STRING WS-ARQBKP-PFX (1:WS-PFX-LEN) DELIMITED BY SIZE
                  "."                          DELIMITED BY SIZE
                  WS-BUSINESS-DATE             DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
               INTO WS-ARQBKP-DSN.
           MOVE 100 TO WS-PFX-LEN.
           PERFORM 066-TRIM-GEN-PREFIX
               UNTIL WS-PFX-LEN EQUAL 1
                  OR WS-ARQJRNG-PFX (WS-PFX-LEN:1) NOT EQUAL SPACE.
           MOVE SPACES TO WS-ARQJRNG-DSN.
           STRING WS-ARQJRNG-PFX (1:WS-PFX-LEN) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  WS-BUSINESS-DATE              DELIMITED BY SIZE
                  ".txt"                        DELIMITED BY SIZE
               INTO WS-ARQJRNG-DSN.

       065-TRIM-PREFIX.
           SUBTRACT 1 FROM WS-PFX-LEN.

       066-TRIM-GEN-PREFIX.
           SUBTRACT 1 FROM WS-PFX-LEN.

       100-OPEN-FILE.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
      * SEM ARQDEP A COPIA SAI SO COM O CADASTRO
           OPEN INPUT ARQDEP.
           IF WS-STATUS-DEP EQUAL '00'
               MOVE 'Y' TO WS-DEP-AVAIL-SW
           ELSE
               IF WS-STATUS-DEP NOT EQUAL '35'
                   MOVE WS-STATUS-DEP          TO WS-ABEND-CODE
                   MOVE "FILE ARQDEP IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ARQBKP.
           IF WS-STATUS-BKP NOT EQUAL '00'
               MOVE WS-STATUS-BKP          TO WS-ABEND-CODE
               MOVE "FILE ARQBKP IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.

       200-COPY-CADASTRO.
           READ ARQIN
               AT END
                   MOVE 'Y' TO EOF-IN
               NOT AT END
                   ADD 1 TO WS-TOTAL-CAD
                   MOVE SPACES  TO ARQ-BKP-REC
                   MOVE 'C'     TO BKP-TYPE
                   MOVE ARQ-REC TO BKP-DATA
                   WRITE ARQ-BKP-LINE FROM ARQ-BKP-REC
           END-READ.

       300-COPY-DEPENDENT.
           READ ARQDEP
               AT END
                   MOVE 'Y' TO EOF-DEP
               NOT AT END
                   ADD 1 TO WS-TOTAL-DEP
                   MOVE SPACES      TO ARQ-BKP-REC
                   MOVE 'D'         TO BKP-TYPE
                   MOVE ARQ-DEP-REC TO BKP-DEP-IMAGE
                   WRITE ARQ-BKP-LINE FROM ARQ-BKP-REC
           END-READ.

      * ROTACAO DO JORNAL: AS ENTRADAS DO ARQJRN, TODAS JA REFLETIDAS
      * NA IMAGEM, VAO PARA O FIM DA GERACAO DO DIA (UMA REEXECUCAO
      * NO MESMO DIA ACRESCENTA, NUNCA SOBREPOE) E O ARQJRN VOLTA
      * VAZIO. A POSICAO COBERTA E A ULTIMA LINHA DA GERACAO. O
      * ARQJRN SO E ESVAZIADO SE A COPIA TERMINOU SEM ERRO E A
      * GERACAO CRESCEU EXATAMENTE O QUE FOI LIDO; SENAO ABEND, COM
      * O ARQJRN INTACTO E A COPIA SEM CONTROLE (NAO CATALOGADA);
      * AS LINHAS JA COPIADAS SAEM DA GERACAO ANTES DA REEXECUCAO.
       400-ROTATE-JOURNAL.
           MOVE 'N' TO EOF-GEN.
           OPEN INPUT ARQJRNG.
           IF WS-STATUS-GEN EQUAL '00'
               PERFORM 410-COUNT-GEN-LINE UNTIL EOF-GEN EQUAL 'Y'
               CLOSE ARQJRNG
           END-IF.
           MOVE WS-TOTAL-GEN-PRIOR TO WS-TOTAL-GEN.
           OPEN INPUT ARQJRN.
           IF WS-STATUS-JRN EQUAL '35'
               DISPLAY "ARQJRN AUSENTE - NADA A ROTACIONAR"
           ELSE
               IF WS-STATUS-JRN NOT EQUAL '00'
                   MOVE WS-STATUS-JRN          TO WS-ABEND-CODE
                   MOVE "FILE ARQJRN IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   GOBACK
               END-IF
               PERFORM 420-OPEN-GENERATION
               MOVE 'N' TO EOF-JRN
               PERFORM 430-COPY-JOURNAL-LINE UNTIL EOF-JRN EQUAL 'Y'
               CLOSE ARQJRN
               CLOSE ARQJRNG
               IF WS-STATUS-GEN NOT EQUAL '00'
                  AND WS-GEN-ERROR-SW EQUAL 'N'
                   MOVE WS-STATUS-GEN TO WS-ABEND-CODE
                   MOVE 'Y'           TO WS-GEN-ERROR-SW
               END-IF
               IF WS-GEN-ERROR-SW EQUAL 'N'
                  AND WS-TOTAL-GEN - WS-TOTAL-GEN-PRIOR
                      NOT EQUAL WS-TOTAL-JRN
                   MOVE "RT"          TO WS-ABEND-CODE
                   MOVE 'Y'           TO WS-GEN-ERROR-SW
               END-IF
               IF WS-GEN-ERROR-SW EQUAL 'Y'
                   MOVE "JOURNAL ROTATION FAILED" TO WS-ABEND-MESSAGE
                   DISPLAY "ARQJRN NAO ESVAZIADO - GERACAO "
                       WS-ARQJRNG-DSN
                   DISPLAY "REDUZIR A GERACAO A " WS-TOTAL-GEN-PRIOR
                       " LINHAS ANTES DE REEXECUTAR"
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   GOBACK
               END-IF
               OPEN OUTPUT ARQJRN
               IF WS-STATUS-JRN NOT EQUAL '00'
                   MOVE WS-STATUS-JRN          TO WS-ABEND-CODE
                   MOVE "FILE ARQJRN IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND THRU 999-CLOSE-FILE
                   GOBACK
               END-IF
               CLOSE ARQJRN
           END-IF.

       410-COUNT-GEN-LINE.
           READ ARQJRNG
               AT END
                   MOVE 'Y' TO EOF-GEN
               NOT AT END
                   ADD 1 TO WS-TOTAL-GEN-PRIOR
           END-READ.

       420-OPEN-GENERATION.
           OPEN EXTEND ARQJRNG.
           IF WS-STATUS-GEN EQUAL '35'
               OPEN OUTPUT ARQJRNG
           END-IF.
           IF WS-STATUS-GEN NOT EQUAL '00'
              AND WS-STATUS-GEN NOT EQUAL '05'
               MOVE WS-STATUS-GEN           TO WS-ABEND-CODE
               MOVE "FILE ARQJRNG IO/ERROR" TO WS-ABEND-MESSAGE
               CLOSE ARQJRN
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.

       430-COPY-JOURNAL-LINE.
           READ ARQJRN
               AT END
                   MOVE 'Y' TO EOF-JRN
               NOT AT END
                   ADD 1 TO WS-TOTAL-JRN
                   WRITE ARQ-JRNG-LINE FROM ARQ-JRN-LINE
                   IF WS-STATUS-GEN EQUAL '00'
                       ADD 1 TO WS-TOTAL-GEN
                   ELSE
                       DISPLAY "FILE ARQJRNG WRITE ERROR: "
                           WS-STATUS-GEN
                       MOVE WS-STATUS-GEN TO WS-ABEND-CODE
                       MOVE 'Y'           TO WS-GEN-ERROR-SW
                       MOVE 'Y'           TO EOF-JRN
                   END-IF
           END-READ.

      * O REGISTRO DE CONTROLE FECHA A COPIA E VAI PARA O CATALOGO;
      * SEM ELE O ARQRCV NAO ACEITA A COPIA.
       500-WRITE-CONTROL.
           ACCEPT WS-CTS-TIME FROM TIME.
           MOVE SPACES            TO ARQ-BKP-REC.
           MOVE 'T'               TO BKP-TYPE.
           MOVE WS-BUSINESS-DATE  TO BKP-CTL-DATE.
           MOVE WS-CTS-TIME       TO BKP-CTL-TIME.
           MOVE WS-TOTAL-CAD      TO BKP-CTL-CAD-COUNT.
           MOVE WS-TOTAL-DEP      TO BKP-CTL-DEP-COUNT.
           MOVE WS-BUSINESS-DATE  TO BKP-CTL-JRN-GEN.
           MOVE WS-TOTAL-GEN      TO BKP-CTL-JRN-POS.
           WRITE ARQ-BKP-LINE FROM ARQ-BKP-REC.
           OPEN EXTEND ARQBKL.
           IF WS-STATUS-BKL EQUAL '35'
               OPEN OUTPUT ARQBKL
           END-IF.
           IF WS-STATUS-BKL NOT EQUAL '00'
              AND WS-STATUS-BKL NOT EQUAL '05'
               MOVE WS-STATUS-BKL          TO WS-ABEND-CODE
               MOVE "FILE ARQBKL IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           WRITE ARQ-BKL-LINE FROM ARQ-BKP-REC.
           CLOSE ARQBKL.

       700-WRITE-TOTALS.
           DISPLAY "**************************************************".
           DISPLAY "BACKUP:                  " WS-ARQBKP-DSN.
           DISPLAY "CADASTRO RECORDS:        " WS-TOTAL-CAD.
           DISPLAY "DEPENDENT RECORDS:       " WS-TOTAL-DEP.
           DISPLAY "JOURNAL ENTRIES ROTATED: " WS-TOTAL-JRN.
           DISPLAY "JOURNAL GENERATION:      " WS-ARQJRNG-DSN.
           DISPLAY "GENERATION POSITION:     " WS-TOTAL-GEN.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            CLOSE ARQIN.
            IF WS-DEP-AVAIL-SW EQUAL 'Y'
                CLOSE ARQDEP
            END-IF.
            CLOSE ARQBKP.

       END PROGRAM ARQBKP.
