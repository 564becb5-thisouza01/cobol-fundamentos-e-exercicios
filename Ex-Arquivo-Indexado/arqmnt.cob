      *          against the ARQCAD cadastro file (indexed by
      *          ARQ-COD), so a single correction does not require
      *          regenerating the whole ARQIN.txt flat file.
      *          Every transaction first passes the ARQSEQ record
      *          edits (COD, birth date, UF, postal code); rejected
      *          transactions go to ARQMRJ with a reason code, and
      *          every transaction is printed on the ARQMNR register
      *          with its outcome, the before/after values of the
      *          fields it changed and totals per action that tie to
      *          the ARQTRN record count.
      *          A transaction whose effective date is still ahead
      *          of the ARQBDT business date is parked in ARQPND
      *          instead of being applied; each run first releases
      *          the parked entries whose date has been reached (in
      *          effective-date order), applies and journals them
      *          like any other transaction, and rewrites ARQPND
      *          with what is still waiting. ARQPNQ lists and
      *          cancels the pending entries. The entries released
      *          by the run are first copied to ARQPRL with the job
      *          id, so an ARQBKO backout of the run can put them
      *          back in ARQPND for the rerun.
      *          The address of an add, and the merged address of a
      *          change that brings city, UF or postal code, is also
      *          checked against the ARQPCR postal-code / city
      *          reference (reasons 06 and 07, as in ARQSEQ).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
           SELECT ARQMRJ ASSIGN TO WS-ARQMRJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MRJ.
      *
           SELECT ARQMNR ASSIGN TO WS-ARQMNR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REG.
      *
           SELECT ARQPND ASSIGN TO WS-ARQPND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PND.
      *
           SELECT ARQPRL ASSIGN TO WS-ARQPRL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRL.
      *
           SELECT ARQPCR ASSIGN TO WS-ARQPCR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCR.
      *
       DATA                    DIVISION.
      *
           COPY ARQINREC.
      *
       FD  ARQTRN.
       01  ARQ-TRN-LINE        PIC X(147).
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQDEP.
           COPY ARQDEPREC.
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       FD  ARQMRJ.
       01  ARQ-MRJ-LINE        PIC X(166).
      *
       FD  ARQMNR.
       01  REG-LINE            PIC X(132).
      *
       FD  ARQPND.
       01  ARQ-PND-LINE        PIC X(174).
      *
       FD  ARQPRL.
       01  ARQ-PRL-LINE        PIC X(192).
      *
       FD  ARQPCR.
       01  ARQ-PCR-LINE        PIC X(25).
      *
       WORKING-STORAGE         SECTION.
      *  AREA DE TRABALHO DA TRANSACAO
           COPY ARQJRNREC.
       01  WS-BEFORE-IMAGE        PIC X(147) VALUE SPACES.
      *
      * TRANSACAO REJEITADA (IMAGEM + MOTIVO) GRAVADA NO ARQMRJ
           COPY ARQMRJREC.
       77  WS-REJ-REASON          PIC 9(02) VALUE ZEROS.
      *
      * TRANSACOES COM VIGENCIA FUTURA (ARQPND), CARREGADAS ANTES DE O
      * ARQUIVO SER REGRAVADO NO FIM DA EXECUCAO
           COPY ARQPNDREC.
      * COPIA DAS PENDENTES LIBERADAS NESTA EXECUCAO (ARQPRL)
           COPY ARQPRLREC.
       01  WS-PEN-TABLE.
           05 WS-PEN-ENTRY        OCCURS 2000.
              10 PEN-EFF-DATE     PIC 9(08).
              10 PEN-ENTRY-DATE   PIC 9(08).
              10 PEN-JOBID        PIC X(08).
              10 PEN-TRN-IMAGE    PIC X(147).
              10 PEN-DONE         PIC A.
       77  WS-PEN-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-PEN-MAX             PIC 9(04) VALUE 2000.
       77  WS-PEN-IX              PIC 9(04) VALUE ZEROS.
       77  WS-PEN-BEST-IX         PIC 9(04) VALUE ZEROS.
       77  WS-PEN-BEST-DATE       PIC 9(08) VALUE ZEROS.
      *
      * ORIGEM DA TRANSACAO EM CURSO: 'T' = ARQTRN, 'P' = ARQPND
       77  WS-TRN-SOURCE-SW       PIC A     VALUE 'T'.
       77  WS-TRN-SEQ             PIC 9(06) VALUE ZEROS.
       77  WS-PARK-SW             PIC A     VALUE 'N'.
       01  WS-EFF-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
           05 WS-EFF-YEAR         PIC 9(04).
           05 WS-EFF-MONTH        PIC 9(02).
           05 WS-EFF-DAY          PIC 9(02).
      *
      * IMAGENS ANTES/DEPOIS DECOMPOSTAS PARA O REGISTRO DE TRANSACOES
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
      * CRITICA DA TRANSACAO (MESMAS REGRAS DO 150-VALIDATE-RECORD DO
      * ARQSEQ, PARA QUE O ARQCAD NAO RECEBA O QUE O ARQSEQ REJEITARIA)
       01  WS-EDIT-BIRTH-DATE     PIC 9(08) VALUE ZEROS.
       01  WS-EDIT-BIRTH-R REDEFINES WS-EDIT-BIRTH-DATE.
           05 WS-EDIT-BIRTH-YEAR  PIC 9(04).
           05 WS-EDIT-BIRTH-MONTH PIC 9(02).
           05 WS-EDIT-BIRTH-DAY   PIC 9(02).
       77  WS-UF-CHECK            PIC X(02) VALUE SPACES.
           88 WS-UF-VALID                   VALUE 'AC' 'AL' 'AP' 'AM'
              'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB'
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
      * CONTROLE DOS ARQUIVOS
       77  EOF-TRN                PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
       77  EOF-PND                PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-TRN          PIC XX.
       77  WS-STATUS-JRN          PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-STATUS-MRJ          PIC XX.
       77  WS-STATUS-REG          PIC XX.
       77  WS-STATUS-PND          PIC XX.
       77  WS-STATUS-PRL          PIC XX.
       77  WS-STATUS-PCR          PIC XX.
       77  EOF-PCR                PIC A     VALUE 'N'.
      *
      * O ARQDEP PODE AINDA NAO EXISTIR (NENHUM DEPENDENTE CADASTRADO)
       77  WS-DEP-AVAIL-SW        PIC A     VALUE 'N'.
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
       77  WS-ARQMRJ-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQMRJ-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQMRJ.txt".
       77  WS-ARQMNR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQMNR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQMNR.txt".
       77  WS-ARQPND-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPND-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPND.txt".
       77  WS-ARQPRL-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPRL-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPRL.txt".
       77  WS-ARQPCR-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQPCR-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQPCR.txt".
      *
      * IDENTIFICACAO DA EXECUCAO (CARIMBO DO JORNAL)
       77  WS-JOB-ID              PIC X(08) VALUE SPACES.
       77  WS-TOTAL-REJECT        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP-FLAG      PIC 9(06) VALUE ZEROS.
      *
      * CONTADORES POR ACAO (LIDAS / REJEITADAS) PARA O FECHAMENTO
      * DO REGISTRO CONTRA O TOTAL LIDO DO ARQTRN
       77  WS-TOTAL-ADD-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHG-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEL-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-INV-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ADD-REJ       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHG-REJ       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEL-REJ       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ADD-PRK       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHG-PRK       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEL-PRK       PIC 9(06) VALUE ZEROS.
       77  WS-TIE-EXPECTED        PIC 9(06) VALUE ZEROS.
      *
      * CONTADORES DO ARQUIVO DE PENDENTES
       77  WS-TOTAL-PND-LOADED    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PND-DUE       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PARKED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PND-CARRIED   PIC 9(06) VALUE ZEROS.
       77  WS-TIE-READ            PIC 9(06) VALUE ZEROS.
       77  WS-TIE-OK              PIC 9(06) VALUE ZEROS.
       77  WS-DEP-FLAG-START      PIC 9(06) VALUE ZEROS.
       77  WS-TRN-DEP-COUNT       PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE PAGINACAO DO REGISTRO DE TRANSACOES
       77  WS-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       77  WS-PAGE-COUNT          PIC 9(04) VALUE ZEROS.
       77  WS-LINES-PER-PAGE      PIC 9(02) VALUE 60.
       01  WS-REG-PRINT-LINE      PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE-DMY.
           05 WS-RUN-DMY-DAY      PIC 9(02).
           05 WS-RUN-DMY-MONTH    PIC 9(02).
           05 WS-RUN-DMY-YEAR     PIC 9(04).
       01  WS-RUN-DATE-DMY-N REDEFINES WS-RUN-DATE-DMY
                                  PIC 9(08).
      *
      * LINHAS DO REGISTRO DE TRANSACOES
       01  WS-REG-TITLE.
           05 FILLER              PIC X(30) VALUE
               "REGISTRO DE TRANSACOES ARQMNT".
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-REG-TITLE-DATE   PIC 99/99/9999.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-REG-TITLE-PAGE   PIC ZZZ9.
      *
       01  WS-REG-COLUMNS.
           05 FILLER              PIC X(06) VALUE "ORIG".
           05 FILLER              PIC X(08) VALUE "SEQ".
           05 FILLER              PIC X(06) VALUE "ACAO".
           05 FILLER              PIC X(06) VALUE "COD".
           05 FILLER              PIC X(17) VALUE "NOME".
           05 FILLER              PIC X(13) VALUE "RESULTADO".
           05 FILLER              PIC X(30) VALUE "MOTIVO".
      *
       01  WS-REG-DETAIL.
           05 WS-REG-ORIGIN       PIC X(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-REG-SEQ          PIC ZZZZZZ.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-ACTION       PIC X.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-REG-COD          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-RESULT       PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-REASON       PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-REASON-TEXT  PIC X(30).
       01  WS-REG-PARK-TEXT.
           05 FILLER              PIC X(12) VALUE "VIGENCIA EM ".
           05 WS-REG-PARK-DATE    PIC 9999/99/99.
      *
       01  WS-REG-FIELD-COLUMNS.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "CAMPO".
           05 FILLER              PIC X(42) VALUE "ANTES".
           05 FILLER              PIC X(06) VALUE "DEPOIS".
      *
       01  WS-REG-FIELD-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 WS-REG-FIELD        PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-BEFORE       PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REG-AFTER        PIC X(40).
      *
       01  WS-REG-DEP-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(25) VALUE
               "DEPENDENTES DESATIVADOS: ".
           05 WS-REG-DEP-COUNT    PIC ZZZ9.
      *
       01  WS-REG-TOT-TITLE       PIC X(15) VALUE "TOTAIS POR ACAO".
       01  WS-REG-TOT-COLUMNS.
           05 FILLER              PIC X(20) VALUE "ACAO".
           05 FILLER              PIC X(12) VALUE "       LIDAS".
           05 FILLER              PIC X(12) VALUE "  EFETIVADAS".
           05 FILLER              PIC X(12) VALUE "  REJEITADAS".
           05 FILLER              PIC X(12) VALUE "   PENDENTES".
       01  WS-REG-TOT-LINE.
           05 WS-REG-TOT-DESC     PIC X(20).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-REG-TOT-READ     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-REG-TOT-OK       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-REG-TOT-REJ      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-REG-TOT-PRK      PIC ZZZ,ZZ9.
       01  WS-REG-CTL-LINE.
           05 WS-REG-CTL-DESC     PIC X(32).
           05 WS-REG-CTL-COUNT    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-REG-CTL-STATUS   PIC X(11).
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
       MAIN-PROCEDURE.
           PERFORM 050-GET-DSN-PARM.
           PERFORM 100-OPEN-FILE.
           PERFORM 160-NEW-PAGE.
           PERFORM UNTIL EOF-PND EQUAL 'Y'
               PERFORM 150-RELEASE-NEXT-DUE
           END-PERFORM.
           PERFORM UNTIL EOF-TRN EQUAL 'Y'
               PERFORM 200-PROCESS-FILE
           END-PERFORM.
           IF WS-TOTAL-PND-DUE > ZEROS
               PERFORM 790-SAVE-RELEASED
           END-IF.
           PERFORM 800-REWRITE-PENDING.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.
           IF WS-JOB-ID EQUAL SPACES
               MOVE "ARQMNT" TO WS-JOB-ID
           END-IF.
           ACCEPT WS-ARQMRJ-DSN FROM ENVIRONMENT "ARQMRJ_DSN".
           IF WS-ARQMRJ-DSN EQUAL SPACES
               MOVE WS-ARQMRJ-DSN-DEFAULT TO WS-ARQMRJ-DSN
           END-IF.
           ACCEPT WS-ARQMNR-DSN FROM ENVIRONMENT "ARQMNR_DSN".
           IF WS-ARQMNR-DSN EQUAL SPACES
               MOVE WS-ARQMNR-DSN-DEFAULT TO WS-ARQMNR-DSN
           END-IF.
           ACCEPT WS-ARQPND-DSN FROM ENVIRONMENT "ARQPND_DSN".
           IF WS-ARQPND-DSN EQUAL SPACES
               MOVE WS-ARQPND-DSN-DEFAULT TO WS-ARQPND-DSN
           END-IF.
           ACCEPT WS-ARQPRL-DSN FROM ENVIRONMENT "ARQPRL_DSN".
           IF WS-ARQPRL-DSN EQUAL SPACES
               MOVE WS-ARQPRL-DSN-DEFAULT TO WS-ARQPRL-DSN
           END-IF.
           ACCEPT WS-ARQPCR-DSN FROM ENVIRONMENT "ARQPCR_DSN".
           IF WS-ARQPCR-DSN EQUAL SPACES
               MOVE WS-ARQPCR-DSN-DEFAULT TO WS-ARQPCR-DSN
           END-IF.
           PERFORM 055-READ-BUSINESS-DATE.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
               END-READ
               CLOSE ARQBDT
           END-IF.
           MOVE WS-TODAY-DATE (1:4) TO WS-RUN-DMY-YEAR.
           MOVE WS-TODAY-DATE (5:2) TO WS-RUN-DMY-MONTH.
           MOVE WS-TODAY-DATE (7:2) TO WS-RUN-DMY-DAY.

       100-OPEN-FILE.
           PERFORM 110-LOAD-REFERENCE.
           PERFORM 120-LOAD-PENDING.
           OPEN I-O ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ARQMRJ.
           IF WS-STATUS-MRJ NOT EQUAL '00'
               MOVE WS-STATUS-MRJ          TO WS-ABEND-CODE
               MOVE "FILE ARQMRJ IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQMNR.
           IF WS-STATUS-REG NOT EQUAL '00'
               MOVE WS-STATUS-REG          TO WS-ABEND-CODE
               MOVE "FILE ARQMNR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
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

      * LE O ARQPND INTEIRO PARA A TABELA ANTES DE ELE SER REGRAVADO;
      * SEM O ARQUIVO (STATUS 35) NAO HA NADA PENDENTE. RODA ANTES DA
      * ABERTURA DOS DEMAIS ARQUIVOS, ENTAO O ABEND AQUI NAO TEM
      * ARQUIVO ABERTO A FECHAR.
       120-LOAD-PENDING.
           OPEN INPUT ARQPND.
           IF WS-STATUS-PND EQUAL '00'
               PERFORM 130-READ-PENDING
                   UNTIL EOF-PND EQUAL 'Y'
               CLOSE ARQPND
           ELSE
               IF WS-STATUS-PND NOT EQUAL '35'
                   MOVE WS-STATUS-PND          TO WS-ABEND-CODE
                   MOVE "FILE ARQPND IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 900-ABEND
                   GOBACK
               END-IF
           END-IF.
           MOVE 'N' TO EOF-PND.

       130-READ-PENDING.
           READ ARQPND INTO ARQ-PND-REC
               AT END
                   MOVE 'Y' TO EOF-PND
               NOT AT END
                   ADD 1 TO WS-TOTAL-PND-LOADED
                   PERFORM 140-STORE-PENDING
           END-READ.

       140-STORE-PENDING.
           IF WS-PEN-COUNT EQUAL WS-PEN-MAX
               MOVE "OV"                          TO WS-ABEND-CODE
               MOVE "PENDING TABLE OVERFLOW"      TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           ADD 1 TO WS-PEN-COUNT.
           MOVE PND-EFF-DATE   TO PEN-EFF-DATE (WS-PEN-COUNT).
           MOVE PND-ENTRY-DATE TO PEN-ENTRY-DATE (WS-PEN-COUNT).
           MOVE PND-JOBID      TO PEN-JOBID (WS-PEN-COUNT).
           MOVE PND-TRN-IMAGE  TO PEN-TRN-IMAGE (WS-PEN-COUNT).
           MOVE 'N'            TO PEN-DONE (WS-PEN-COUNT).

      * LIBERA UMA PENDENTE VENCIDA POR VEZ, SEMPRE A DE VIGENCIA MAIS
      * ANTIGA (EMPATE: ORDEM DO ARQUIVO), PARA QUE DUAS MUDANCAS DO
      * MESMO COD VENCIDAS NA MESMA NOITE ENTREM NA ORDEM CERTA.
       150-RELEASE-NEXT-DUE.
           MOVE ZEROS    TO WS-PEN-BEST-IX.
           MOVE 99999999 TO WS-PEN-BEST-DATE.
           PERFORM 155-FIND-EARLIEST-DUE
               VARYING WS-PEN-IX FROM 1 BY 1
               UNTIL WS-PEN-IX > WS-PEN-COUNT.
           IF WS-PEN-BEST-IX EQUAL ZEROS
               MOVE 'Y' TO EOF-PND
           ELSE
               MOVE 'Y' TO PEN-DONE (WS-PEN-BEST-IX)
               ADD 1 TO WS-TOTAL-PND-DUE
               MOVE PEN-TRN-IMAGE (WS-PEN-BEST-IX) TO ARQ-TRN-REC
               MOVE 'P'   TO WS-TRN-SOURCE-SW
               MOVE ZEROS TO WS-TRN-SEQ
               PERFORM 205-EDIT-TRANSACTION
               MOVE 'N'   TO WS-PARK-SW
               PERFORM 202-APPLY-TRANSACTION
               PERFORM 300-WRITE-REGISTER
           END-IF.

       155-FIND-EARLIEST-DUE.
           IF PEN-DONE (WS-PEN-IX) EQUAL 'N'
              AND PEN-EFF-DATE (WS-PEN-IX) NOT > WS-TODAY-DATE
              AND PEN-EFF-DATE (WS-PEN-IX) < WS-PEN-BEST-DATE
               MOVE PEN-EFF-DATE (WS-PEN-IX) TO WS-PEN-BEST-DATE
               MOVE WS-PEN-IX                TO WS-PEN-BEST-IX
           END-IF.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REG-LINE
               WRITE REG-LINE
           END-IF.
           MOVE WS-RUN-DATE-DMY-N TO WS-REG-TITLE-DATE.
           MOVE WS-PAGE-COUNT     TO WS-REG-TITLE-PAGE.
           MOVE WS-REG-TITLE      TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES            TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-REG-COLUMNS    TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES            TO REG-LINE.
           WRITE REG-LINE.

      * TODA TRANSACAO LIDA TERMINA EM EXATAMENTE UM DESTINO:
      * EFETIVADA NO ARQCAD (E NO ARQJRN), REJEITADA NO ARQMRJ OU,
      * COM VIGENCIA FUTURA, ESTACIONADA NO ARQPND; EM TODOS OS CASOS
      * ELA SAI NO REGISTRO DE TRANSACOES.
       200-PROCESS-FILE.
           READ ARQTRN INTO ARQ-TRN-REC
               AT END
                   MOVE 'Y' TO EOF-TRN
               NOT AT END
                   ADD 1 TO WS-TOTAL-TRN
                   MOVE 'T'          TO WS-TRN-SOURCE-SW
                   MOVE WS-TOTAL-TRN TO WS-TRN-SEQ
                   PERFORM 205-EDIT-TRANSACTION
                   MOVE 'N' TO WS-PARK-SW
                   IF WS-REJ-REASON EQUAL ZEROS
                      AND WS-EFF-DATE > WS-TODAY-DATE
                       PERFORM 290-PARK-TRANSACTION
                   ELSE
                       PERFORM 202-APPLY-TRANSACTION
                   END-IF
                   PERFORM 300-WRITE-REGISTER
           END-READ.

       202-APPLY-TRANSACTION.
           IF WS-REJ-REASON EQUAL ZEROS
               EVALUATE TRUE
                   WHEN ARQ-TRN-ADD
                       PERFORM 210-ADD-RECORD
                   WHEN ARQ-TRN-CHANGE
                       PERFORM 220-CHANGE-RECORD
                   WHEN ARQ-TRN-DELETE
                       PERFORM 230-DELETE-RECORD
               END-EVALUATE
           END-IF.
           IF WS-REJ-REASON NOT EQUAL ZEROS
               PERFORM 280-WRITE-REJECT
           END-IF.

      * O 'D' SO PRECISA DE UM COD VALIDO; 'A' E 'C' PASSAM PELA
      * CRITICA COMPLETA DO REGISTRO. O CODIGO DO PRIMEIRO ERRO
      * ENCONTRADO PREVALECE, COMO NO ARQSEQ.
       205-EDIT-TRANSACTION.
           MOVE ZEROS             TO WS-REJ-REASON.
           MOVE SPACES            TO WS-BEFORE-IMAGE.
           MOVE WS-TOTAL-DEP-FLAG TO WS-DEP-FLAG-START.
           EVALUATE TRUE
               WHEN ARQ-TRN-ADD
                   ADD 1 TO WS-TOTAL-ADD-READ
                   PERFORM 206-EDIT-COD
                   PERFORM 207-EDIT-RECORD-FIELDS
               WHEN ARQ-TRN-CHANGE
                   ADD 1 TO WS-TOTAL-CHG-READ
                   PERFORM 206-EDIT-COD
                   PERFORM 207-EDIT-RECORD-FIELDS
               WHEN ARQ-TRN-DELETE
                   ADD 1 TO WS-TOTAL-DEL-READ
                   PERFORM 206-EDIT-COD
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-INV-READ
                   MOVE 14 TO WS-REJ-REASON
                   DISPLAY "REJECTED - INVALID ACTION: "
                       ARQ-TRN-ACTION " COD: " ARQ-TRN-COD
           END-EVALUATE.
           PERFORM 208-EDIT-EFFECTIVE-DATE.
           IF WS-REJ-REASON > ZEROS
              AND WS-REJ-REASON < 11
               DISPLAY "REJECTED - EDIT REASON " WS-REJ-REASON
                   " COD: " ARQ-TRN-COD
           END-IF.

       206-EDIT-COD.
           IF ARQ-TRN-COD NOT NUMERIC
              OR ARQ-TRN-COD EQUAL ZEROS
               MOVE 01 TO WS-REJ-REASON
           END-IF.

       207-EDIT-RECORD-FIELDS.
           MOVE ZEROS TO WS-EDIT-BIRTH-DATE.
           IF ARQ-TRN-BIRTH-DATE NUMERIC
               MOVE ARQ-TRN-BIRTH-DATE TO WS-EDIT-BIRTH-DATE
           END-IF.
           IF WS-EDIT-BIRTH-DATE EQUAL ZEROS
              OR WS-EDIT-BIRTH-MONTH < 01
              OR WS-EDIT-BIRTH-MONTH > 12
              OR WS-EDIT-BIRTH-DAY < 01
              OR WS-EDIT-BIRTH-DAY > 31
              OR WS-EDIT-BIRTH-DATE > WS-TODAY-DATE
               IF WS-REJ-REASON EQUAL ZEROS
                   MOVE 02 TO WS-REJ-REASON
               ELSE
                   MOVE 03 TO WS-REJ-REASON
               END-IF
           END-IF.
      * CAMPOS DE CONTATO EM BRANCO NAO REJEITAM (NO 'C' SIGNIFICAM
      * "MANTER O VALOR DO ARQUIVO"); SO O VALOR MALFORMADO REJEITA.
           IF ARQ-TRN-UF NOT EQUAL SPACES
               MOVE ARQ-TRN-UF TO WS-UF-CHECK
               IF NOT WS-UF-VALID
                   IF WS-REJ-REASON EQUAL ZEROS
                       MOVE 04 TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF ARQ-TRN-POSTAL NOT EQUAL SPACES
              AND ARQ-TRN-POSTAL NOT NUMERIC
               IF WS-REJ-REASON EQUAL ZEROS
                   MOVE 05 TO WS-REJ-REASON
               END-IF
           END-IF.
      * NO 'A' O ENDERECO DA TRANSACAO E O DO REGISTRO E JA E
      * CONFERIDO COM A REFERENCIA (ARQPCR); NO 'C' A CONFERENCIA E
      * FEITA SOBRE O REGISTRO COMBINADO, NA ATUALIZACAO (229).
           IF ARQ-TRN-ADD
               MOVE ARQ-TRN-UF TO WS-UF-CHECK
               IF WS-UF-VALID
                   MOVE ARQ-TRN-UF     TO WS-ADDR-UF
                   MOVE ARQ-TRN-CITY   TO WS-ADDR-CITY
                   MOVE ARQ-TRN-POSTAL TO WS-ADDR-POSTAL
                   PERFORM 226-CHECK-ADDRESS-REFERENCE
                   IF WS-ADDR-REASON NOT EQUAL ZEROS
                      AND WS-REJ-REASON EQUAL ZEROS
                       MOVE WS-ADDR-REASON TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

      * VIGENCIA EM BRANCO OU ZERADA = APLICAR NESTA NOITE. UMA DATA
      * PREENCHIDA PRECISA SER UMA DATA VALIDA (MOTIVO 16); SE JA FOI
      * ALCANCADA PELA DATA DE NEGOCIO, A TRANSACAO E APLICADA JA.
       208-EDIT-EFFECTIVE-DATE.
           MOVE ZEROS TO WS-EFF-DATE.
           IF ARQ-TRN-EFF-DATE NOT EQUAL SPACES
               IF ARQ-TRN-EFF-DATE NUMERIC
                   MOVE ARQ-TRN-EFF-DATE-N TO WS-EFF-DATE
                   IF WS-EFF-DATE NOT EQUAL ZEROS
                      AND (WS-EFF-MONTH < 01
                           OR WS-EFF-MONTH > 12
                           OR WS-EFF-DAY < 01
                           OR WS-EFF-DAY > 31)
                       MOVE ZEROS TO WS-EFF-DATE
                       IF WS-REJ-REASON EQUAL ZEROS
                           MOVE 16 TO WS-REJ-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-REJ-REASON EQUAL ZEROS
                       MOVE 16 TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

       210-ADD-RECORD.
           MOVE ARQ-TRN-COD        TO ARQ-COD.
           MOVE ARQ-TRN-NAME       TO ARQ-NAME.
           MOVE ARQ-TRN-EMAIL      TO ARQ-EMAIL.
           WRITE ARQ-REC
               INVALID KEY
                   MOVE 11 TO WS-REJ-REASON
                   DISPLAY "REJECTED - DUPLICATE COD: " ARQ-TRN-COD
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ADD-OK
           MOVE ARQ-TRN-COD       TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   MOVE 12 TO WS-REJ-REASON
                   DISPLAY "REJECTED - COD NOT FOUND: " ARQ-TRN-COD
               NOT INVALID KEY
                   MOVE ARQ-REC            TO WS-BEFORE-IMAGE
                   MOVE ARQ-TRN-NAME       TO ARQ-NAME
                   MOVE ARQ-TRN-BIRTH-DATE TO ARQ-BIRTH-DATE
                   PERFORM 225-APPLY-CONTACT-FIELDS
                   PERFORM 229-CHECK-CHANGED-ADDRESS
                   IF WS-REJ-REASON EQUAL ZEROS
                       REWRITE ARQ-REC
                           INVALID KEY
                               MOVE 15 TO WS-REJ-REASON
                               DISPLAY "REJECTED - REWRITE FAILED: "
                                   ARQ-TRN-COD
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CHG-OK
                               DISPLAY "CHANGED    COD: " ARQ-TRN-COD
                               PERFORM 250-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

      * NUMA TRANSACAO 'C' O CAMPO DE CONTATO EM BRANCO SIGNIFICA
               MOVE ARQ-TRN-EMAIL  TO ARQ-EMAIL
           END-IF.

      * UF AINDA SEM NENHUMA FAIXA (OU SEM NENHUMA CIDADE) NO ARQPCR
      * NAO FOI CADASTRADA NA REFERENCIA E NAO E CONFERIDA: CEP FORA
      * DAS FAIXAS DA UF = 06, CIDADE NAO LISTADA NA UF = 07.
       226-CHECK-ADDRESS-REFERENCE.
           MOVE ZEROS TO WS-ADDR-REASON.
           IF WS-PCR-AVAIL-SW EQUAL 'Y'
               IF WS-ADDR-POSTAL NUMERIC
                   MOVE 'N' TO WS-UF-KNOWN-SW
                   MOVE 'N' TO WS-ADDR-FOUND-SW
                   PERFORM 227-MATCH-POSTAL-RANGE
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
                   PERFORM 228-MATCH-CITY
                       VARYING WS-PCC-IX FROM 1 BY 1
                       UNTIL WS-PCC-IX > WS-PCC-COUNT
                          OR WS-ADDR-FOUND-SW EQUAL 'Y'
                   IF WS-UF-KNOWN-SW EQUAL 'Y'
                      AND WS-ADDR-FOUND-SW EQUAL 'N'
                       MOVE 07 TO WS-ADDR-REASON
                   END-IF
               END-IF
           END-IF.

       227-MATCH-POSTAL-RANGE.
           IF PCF-UF (WS-PCF-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF WS-ADDR-POSTAL-N NOT < PCF-POSTAL-FROM (WS-PCF-IX)
                  AND WS-ADDR-POSTAL-N NOT > PCF-POSTAL-TO (WS-PCF-IX)
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

       228-MATCH-CITY.
           IF PCC-UF (WS-PCC-IX) EQUAL WS-ADDR-UF
               MOVE 'Y' TO WS-UF-KNOWN-SW
               IF PCC-CITY (WS-PCC-IX) EQUAL WS-ADDR-CITY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
               END-IF
           END-IF.

      * O ENDERECO COMBINADO (TRANSACAO + ARQUIVO) SO E CONFERIDO
      * QUANDO A 'C' TRAZ CIDADE, UF OU CEP: UMA CORRECAO DE NOME NAO
      * E RECUSADA POR UM ENDERECO ANTIGO AINDA FORA DA REFERENCIA.
       229-CHECK-CHANGED-ADDRESS.
           IF ARQ-TRN-CITY NOT EQUAL SPACES
              OR ARQ-TRN-UF NOT EQUAL SPACES
              OR ARQ-TRN-POSTAL NOT EQUAL SPACES
               MOVE ARQ-UF TO WS-UF-CHECK
               IF WS-UF-VALID
                   MOVE ARQ-UF     TO WS-ADDR-UF
                   MOVE ARQ-CITY   TO WS-ADDR-CITY
                   MOVE ARQ-POSTAL TO WS-ADDR-POSTAL
                   PERFORM 226-CHECK-ADDRESS-REFERENCE
                   IF WS-ADDR-REASON NOT EQUAL ZEROS
                       MOVE WS-ADDR-REASON TO WS-REJ-REASON
                       DISPLAY "REJECTED - EDIT REASON " WS-REJ-REASON
                           " COD: " ARQ-TRN-COD
                   END-IF
               END-IF
           END-IF.

      * O 'D' NAO REMOVE MAIS O REGISTRO: DESATIVA COM A DATA DO DIA.
      * A REMOCAO FISICA E FEITA PELO ARQPRG APOS O PRAZO DE RETENCAO.
       230-DELETE-RECORD.
           MOVE ARQ-TRN-COD       TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   MOVE 12 TO WS-REJ-REASON
                   DISPLAY "REJECTED - COD NOT FOUND: " ARQ-TRN-COD
               NOT INVALID KEY
                   IF ARQ-INACTIVE
                       MOVE 13 TO WS-REJ-REASON
                       DISPLAY "REJECTED - ALREADY INACTIVE: "
                           ARQ-TRN-COD
                   ELSE
                       MOVE WS-TODAY-DATE TO ARQ-DEACT-DATE
                       REWRITE ARQ-REC
                           INVALID KEY
                               MOVE 15 TO WS-REJ-REASON
                               DISPLAY "REJECTED - REWRITE FAILED: "
                                   ARQ-TRN-COD
                           NOT INVALID KEY
           MOVE ARQ-TRN-REC       TO JRN-TRN-IMAGE.
           MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
           MOVE ARQ-REC           TO JRN-AFTER-IMAGE.
           MOVE SPACES            TO JRN-MAKER-ID.
           MOVE SPACES            TO JRN-CHECKER-ID.
           WRITE ARQ-JRN-LINE FROM ARQ-JRN-REC.

      * A TRANSACAO REJEITADA VAI INTEIRA PARA O ARQMRJ, COM O MOTIVO
      * E A POSICAO DELA NO ARQTRN, PARA CORRECAO E REAPRESENTACAO.
       280-WRITE-REJECT.
           ADD 1 TO WS-TOTAL-REJECT.
           EVALUATE TRUE
               WHEN ARQ-TRN-ADD
                   ADD 1 TO WS-TOTAL-ADD-REJ
               WHEN ARQ-TRN-CHANGE
                   ADD 1 TO WS-TOTAL-CHG-REJ
               WHEN ARQ-TRN-DELETE
                   ADD 1 TO WS-TOTAL-DEL-REJ
           END-EVALUATE.
           MOVE WS-TRN-SEQ        TO MRJ-TRN-SEQ.
           MOVE WS-REJ-REASON     TO MRJ-REASON-CODE.
           MOVE WS-TODAY-DATE     TO MRJ-ENTRY-DATE.
           MOVE ARQ-TRN-REC       TO MRJ-TRN-IMAGE.
           WRITE ARQ-MRJ-LINE FROM ARQ-MRJ-REC.

      * A TRANSACAO JA CRITICADA FICA NO ARQPND ATE A VIGENCIA; AS
      * REGRAS CONTRA O ARQCAD (DUPLICIDADE, COD INEXISTENTE...) SO
      * SE APLICAM NA NOITE EM QUE ELA FOR LIBERADA.
       290-PARK-TRANSACTION.
           IF WS-PEN-COUNT EQUAL WS-PEN-MAX
               MOVE "OV"                          TO WS-ABEND-CODE
               MOVE "PENDING TABLE OVERFLOW"      TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           ADD 1 TO WS-PEN-COUNT.
           MOVE WS-EFF-DATE    TO PEN-EFF-DATE (WS-PEN-COUNT).
           MOVE WS-TODAY-DATE  TO PEN-ENTRY-DATE (WS-PEN-COUNT).
           MOVE WS-JOB-ID      TO PEN-JOBID (WS-PEN-COUNT).
           MOVE ARQ-TRN-REC    TO PEN-TRN-IMAGE (WS-PEN-COUNT).
           MOVE 'N'            TO PEN-DONE (WS-PEN-COUNT).
           MOVE 'Y'            TO WS-PARK-SW.
           ADD 1 TO WS-TOTAL-PARKED.
           EVALUATE TRUE
               WHEN ARQ-TRN-ADD
                   ADD 1 TO WS-TOTAL-ADD-PRK
               WHEN ARQ-TRN-CHANGE
                   ADD 1 TO WS-TOTAL-CHG-PRK
               WHEN ARQ-TRN-DELETE
                   ADD 1 TO WS-TOTAL-DEL-PRK
           END-EVALUATE.
           DISPLAY "PENDING UNTIL " WS-EFF-DATE " COD: " ARQ-TRN-COD.

      * UMA LINHA POR TRANSACAO; NAS EFETIVADAS SEGUEM OS CAMPOS QUE
      * MUDARAM, COM O VALOR ANTERIOR E O NOVO (IMAGENS DO JORNAL).
       300-WRITE-REGISTER.
           IF WS-TRN-SOURCE-SW EQUAL 'P'
               MOVE "PND"          TO WS-REG-ORIGIN
           ELSE
               MOVE "TRN"          TO WS-REG-ORIGIN
           END-IF.
           MOVE WS-TRN-SEQ         TO WS-REG-SEQ.
           MOVE ARQ-TRN-ACTION     TO WS-REG-ACTION.
           MOVE ARQ-TRN-REC (2:4)  TO WS-REG-COD.
           MOVE ARQ-TRN-NAME       TO WS-REG-NAME.
           EVALUATE TRUE
               WHEN WS-PARK-SW EQUAL 'Y'
                   MOVE "PENDENTE"       TO WS-REG-RESULT
                   MOVE SPACES           TO WS-REG-REASON
                   MOVE WS-EFF-DATE      TO WS-REG-PARK-DATE
                   MOVE WS-REG-PARK-TEXT TO WS-REG-REASON-TEXT
               WHEN WS-REJ-REASON EQUAL ZEROS
                   MOVE "EFETIVADA"      TO WS-REG-RESULT
                   MOVE SPACES           TO WS-REG-REASON
                   MOVE SPACES           TO WS-REG-REASON-TEXT
               WHEN OTHER
                   MOVE "REJEITADA"      TO WS-REG-RESULT
                   MOVE WS-REJ-REASON    TO WS-REG-REASON
                   PERFORM 310-DESCRIBE-REASON
           END-EVALUATE.
           MOVE WS-REG-DETAIL      TO WS-REG-PRINT-LINE.
           PERFORM 350-WRITE-REG-LINE.
           IF WS-REJ-REASON EQUAL ZEROS
              AND WS-PARK-SW EQUAL 'N'
               PERFORM 320-PRINT-CHANGED-FIELDS
           END-IF.

       310-DESCRIBE-REASON.
           EVALUATE WS-REJ-REASON
               WHEN 01
                   MOVE "COD INVALIDO"          TO WS-REG-REASON-TEXT
               WHEN 02
                   MOVE "NASCIMENTO INVALIDO"   TO WS-REG-REASON-TEXT
               WHEN 03
                   MOVE "COD E NASCIMENTO INVALIDOS"
                                                TO WS-REG-REASON-TEXT
               WHEN 04
                   MOVE "UF INVALIDA"           TO WS-REG-REASON-TEXT
               WHEN 05
                   MOVE "CEP MALFORMADO"        TO WS-REG-REASON-TEXT
               WHEN 06
                   MOVE "CEP FORA DAS FAIXAS DA UF"
                                                TO WS-REG-REASON-TEXT
               WHEN 07
                   MOVE "CIDADE NAO CONSTA NA UF"
                                                TO WS-REG-REASON-TEXT
               WHEN 11
                   MOVE "COD JA CADASTRADO"     TO WS-REG-REASON-TEXT
               WHEN 12
                   MOVE "COD NAO ENCONTRADO"    TO WS-REG-REASON-TEXT
               WHEN 13
                   MOVE "COD JA INATIVO"        TO WS-REG-REASON-TEXT
               WHEN 14
                   MOVE "ACAO INVALIDA"         TO WS-REG-REASON-TEXT
               WHEN 15
                   MOVE "FALHA NA REGRAVACAO"   TO WS-REG-REASON-TEXT
               WHEN 16
                   MOVE "VIGENCIA INVALIDA"     TO WS-REG-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES                  TO WS-REG-REASON-TEXT
           END-EVALUATE.

       320-PRINT-CHANGED-FIELDS.
           MOVE JRN-BEFORE-IMAGE     TO WS-BEF-REC.
           MOVE JRN-AFTER-IMAGE      TO WS-AFT-REC.
           MOVE WS-REG-FIELD-COLUMNS TO WS-REG-PRINT-LINE.
           PERFORM 350-WRITE-REG-LINE.
           IF WS-BEF-COD NOT EQUAL WS-AFT-COD
               MOVE "COD"            TO WS-REG-FIELD
               MOVE WS-BEF-COD       TO WS-REG-BEFORE
               MOVE WS-AFT-COD       TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-NAME NOT EQUAL WS-AFT-NAME
               MOVE "NOME"           TO WS-REG-FIELD
               MOVE WS-BEF-NAME      TO WS-REG-BEFORE
               MOVE WS-AFT-NAME      TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-BIRTH NOT EQUAL WS-AFT-BIRTH
               MOVE "NASCIMENTO"     TO WS-REG-FIELD
               MOVE WS-BEF-BIRTH     TO WS-REG-BEFORE
               MOVE WS-AFT-BIRTH     TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-STATUS NOT EQUAL WS-AFT-STATUS
               MOVE "STATUS"         TO WS-REG-FIELD
               MOVE WS-BEF-STATUS    TO WS-REG-BEFORE
               MOVE WS-AFT-STATUS    TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-DEACT NOT EQUAL WS-AFT-DEACT
               MOVE "DESATIVACAO"    TO WS-REG-FIELD
               MOVE WS-BEF-DEACT     TO WS-REG-BEFORE
               MOVE WS-AFT-DEACT     TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-STREET NOT EQUAL WS-AFT-STREET
               MOVE "LOGRADOURO"     TO WS-REG-FIELD
               MOVE WS-BEF-STREET    TO WS-REG-BEFORE
               MOVE WS-AFT-STREET    TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-CITY NOT EQUAL WS-AFT-CITY
               MOVE "CIDADE"         TO WS-REG-FIELD
               MOVE WS-BEF-CITY      TO WS-REG-BEFORE
               MOVE WS-AFT-CITY      TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-UF NOT EQUAL WS-AFT-UF
               MOVE "UF"             TO WS-REG-FIELD
               MOVE WS-BEF-UF        TO WS-REG-BEFORE
               MOVE WS-AFT-UF        TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-POSTAL NOT EQUAL WS-AFT-POSTAL
               MOVE "CEP"            TO WS-REG-FIELD
               MOVE WS-BEF-POSTAL    TO WS-REG-BEFORE
               MOVE WS-AFT-POSTAL    TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-PHONE NOT EQUAL WS-AFT-PHONE
               MOVE "TELEFONE"       TO WS-REG-FIELD
               MOVE WS-BEF-PHONE     TO WS-REG-BEFORE
               MOVE WS-AFT-PHONE     TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF WS-BEF-EMAIL NOT EQUAL WS-AFT-EMAIL
               MOVE "E-MAIL"         TO WS-REG-FIELD
               MOVE WS-BEF-EMAIL     TO WS-REG-BEFORE
               MOVE WS-AFT-EMAIL     TO WS-REG-AFTER
               PERFORM 330-WRITE-FIELD-LINE
           END-IF.
           IF ARQ-TRN-DELETE
               COMPUTE WS-TRN-DEP-COUNT =
                   WS-TOTAL-DEP-FLAG - WS-DEP-FLAG-START
               IF WS-TRN-DEP-COUNT > ZEROS
                   MOVE WS-TRN-DEP-COUNT TO WS-REG-DEP-COUNT
                   MOVE WS-REG-DEP-LINE  TO WS-REG-PRINT-LINE
                   PERFORM 350-WRITE-REG-LINE
               END-IF
           END-IF.

       330-WRITE-FIELD-LINE.
           MOVE WS-REG-FIELD-LINE TO WS-REG-PRINT-LINE.
           PERFORM 350-WRITE-REG-LINE.

       350-WRITE-REG-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           WRITE REG-LINE FROM WS-REG-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       700-WRITE-TOTALS.
           DISPLAY "**************************************************".
           DISPLAY "TRANSACTIONS READ:    " WS-TOTAL-TRN.
           DISPLAY "RECORDS DELETED:      " WS-TOTAL-DEL-OK.
           DISPLAY "DEPENDENTS FLAGGED:   " WS-TOTAL-DEP-FLAG.
           DISPLAY "TRANSACTIONS REJECTED:" WS-TOTAL-REJECT.
           DISPLAY "PENDING LOADED:       " WS-TOTAL-PND-LOADED.
           DISPLAY "PENDING RELEASED:     " WS-TOTAL-PND-DUE.
           DISPLAY "PENDING PARKED:       " WS-TOTAL-PARKED.
           DISPLAY "PENDING CARRIED:      " WS-TOTAL-PND-CARRIED.
           PERFORM 710-WRITE-REGISTER-TOTALS.

      * O FECHAMENTO DO REGISTRO: LIDAS POR ACAO SOMAM O TOTAL LIDO DO
      * ARQTRN MAIS AS PENDENTES LIBERADAS DO ARQPND, E EFETIVADAS +
      * REJEITADAS + PENDENTES SOMAM AS LIDAS. QUALQUER DIFERENCA E UM
      * DEFEITO DE CONTAGEM E DEVOLVE RC 8.
       710-WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 16
               PERFORM 160-NEW-PAGE
           END-IF.
           MOVE SPACES              TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-REG-TOT-TITLE    TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-REG-TOT-COLUMNS  TO REG-LINE.
           WRITE REG-LINE.
           MOVE "INCLUSAO (A)"      TO WS-REG-TOT-DESC.
           MOVE WS-TOTAL-ADD-READ   TO WS-REG-TOT-READ.
           MOVE WS-TOTAL-ADD-OK     TO WS-REG-TOT-OK.
           MOVE WS-TOTAL-ADD-REJ    TO WS-REG-TOT-REJ.
           MOVE WS-TOTAL-ADD-PRK    TO WS-REG-TOT-PRK.
           MOVE WS-REG-TOT-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE "ALTERACAO (C)"     TO WS-REG-TOT-DESC.
           MOVE WS-TOTAL-CHG-READ   TO WS-REG-TOT-READ.
           MOVE WS-TOTAL-CHG-OK     TO WS-REG-TOT-OK.
           MOVE WS-TOTAL-CHG-REJ    TO WS-REG-TOT-REJ.
           MOVE WS-TOTAL-CHG-PRK    TO WS-REG-TOT-PRK.
           MOVE WS-REG-TOT-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE "DESATIVACAO (D)"   TO WS-REG-TOT-DESC.
           MOVE WS-TOTAL-DEL-READ   TO WS-REG-TOT-READ.
           MOVE WS-TOTAL-DEL-OK     TO WS-REG-TOT-OK.
           MOVE WS-TOTAL-DEL-REJ    TO WS-REG-TOT-REJ.
           MOVE WS-TOTAL-DEL-PRK    TO WS-REG-TOT-PRK.
           MOVE WS-REG-TOT-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE "ACAO INVALIDA"     TO WS-REG-TOT-DESC.
           MOVE WS-TOTAL-INV-READ   TO WS-REG-TOT-READ.
           MOVE ZEROS               TO WS-REG-TOT-OK.
           MOVE WS-TOTAL-INV-READ   TO WS-REG-TOT-REJ.
           MOVE ZEROS               TO WS-REG-TOT-PRK.
           MOVE WS-REG-TOT-LINE     TO REG-LINE.
           WRITE REG-LINE.
           COMPUTE WS-TIE-READ = WS-TOTAL-ADD-READ + WS-TOTAL-CHG-READ
                               + WS-TOTAL-DEL-READ + WS-TOTAL-INV-READ.
           COMPUTE WS-TIE-OK   = WS-TOTAL-ADD-OK + WS-TOTAL-CHG-OK
                               + WS-TOTAL-DEL-OK.
           MOVE "TOTAL"             TO WS-REG-TOT-DESC.
           MOVE WS-TIE-READ         TO WS-REG-TOT-READ.
           MOVE WS-TIE-OK           TO WS-REG-TOT-OK.
           MOVE WS-TOTAL-REJECT     TO WS-REG-TOT-REJ.
           MOVE WS-TOTAL-PARKED     TO WS-REG-TOT-PRK.
           MOVE WS-REG-TOT-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES              TO REG-LINE.
           WRITE REG-LINE.
           MOVE "REGISTROS LIDOS NO ARQTRN:"  TO WS-REG-CTL-DESC.
           MOVE WS-TOTAL-TRN        TO WS-REG-CTL-COUNT.
           MOVE SPACES              TO WS-REG-CTL-STATUS.
           MOVE WS-REG-CTL-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE "PENDENTES LIBERADOS (ARQPND):" TO WS-REG-CTL-DESC.
           MOVE WS-TOTAL-PND-DUE    TO WS-REG-CTL-COUNT.
           COMPUTE WS-TIE-EXPECTED = WS-TOTAL-TRN + WS-TOTAL-PND-DUE.
           IF WS-TIE-READ EQUAL WS-TIE-EXPECTED
              AND WS-TIE-OK + WS-TOTAL-REJECT + WS-TOTAL-PARKED
                  EQUAL WS-TIE-EXPECTED
               MOVE "CONFERE"       TO WS-REG-CTL-STATUS
           ELSE
               MOVE "NAO CONFERE"   TO WS-REG-CTL-STATUS
               DISPLAY "REGISTER TOTALS DO NOT TIE TO ARQTRN COUNT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-REG-CTL-LINE     TO REG-LINE.
           WRITE REG-LINE.
           MOVE "PENDENTES EM CARTEIRA:"      TO WS-REG-CTL-DESC.
           MOVE WS-TOTAL-PND-CARRIED TO WS-REG-CTL-COUNT.
           MOVE SPACES              TO WS-REG-CTL-STATUS.
           MOVE WS-REG-CTL-LINE     TO REG-LINE.
           WRITE REG-LINE.

      * AS PENDENTES LIBERADAS SAO GUARDADAS NO ARQPRL ANTES DE SAIREM
      * DO ARQPND: SE A EXECUCAO FOR ESTORNADA (ARQBKO), ELAS VOLTAM
      * PARA O ARQPND E A REEXECUCAO AS APLICA DE NOVO. SO A EXECUCAO
      * QUE LIBEROU ALGUMA REGRAVA O ARQPRL, PARA UMA EXECUCAO AVULSA
      * NAO APAGAR A COPIA DA NOITE.
       790-SAVE-RELEASED.
           OPEN OUTPUT ARQPRL.
           IF WS-STATUS-PRL NOT EQUAL '00'
               MOVE WS-STATUS-PRL          TO WS-ABEND-CODE
               MOVE "FILE ARQPRL IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           PERFORM 795-WRITE-RELEASED
               VARYING WS-PEN-IX FROM 1 BY 1
               UNTIL WS-PEN-IX > WS-PEN-COUNT.
           CLOSE ARQPRL.

       795-WRITE-RELEASED.
           IF PEN-DONE (WS-PEN-IX) EQUAL 'Y'
               MOVE PEN-EFF-DATE (WS-PEN-IX)   TO PND-EFF-DATE
               MOVE PEN-ENTRY-DATE (WS-PEN-IX) TO PND-ENTRY-DATE
               MOVE PEN-JOBID (WS-PEN-IX)      TO PND-JOBID
               MOVE PEN-TRN-IMAGE (WS-PEN-IX)  TO PND-TRN-IMAGE
               MOVE WS-JOB-ID                  TO PRL-REL-JOBID
               MOVE WS-TODAY-DATE              TO PRL-REL-DATE
               MOVE ARQ-PND-REC                TO PRL-PND-IMAGE
               WRITE ARQ-PRL-LINE FROM ARQ-PRL-REC
           END-IF.

      * REGRAVA O ARQPND SO COM O QUE AINDA NAO VENCEU: AS PENDENTES
      * QUE VIERAM DO ARQUIVO E NAO FORAM LIBERADAS E AS ESTACIONADAS
      * NESTA EXECUCAO.
       800-REWRITE-PENDING.
           OPEN OUTPUT ARQPND.
           IF WS-STATUS-PND NOT EQUAL '00'
               MOVE WS-STATUS-PND          TO WS-ABEND-CODE
               MOVE "FILE ARQPND IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           PERFORM 810-WRITE-PENDING
               VARYING WS-PEN-IX FROM 1 BY 1
               UNTIL WS-PEN-IX > WS-PEN-COUNT.
           CLOSE ARQPND.

       810-WRITE-PENDING.
           IF PEN-DONE (WS-PEN-IX) EQUAL 'N'
               MOVE PEN-EFF-DATE (WS-PEN-IX)   TO PND-EFF-DATE
               MOVE PEN-ENTRY-DATE (WS-PEN-IX) TO PND-ENTRY-DATE
               MOVE PEN-JOBID (WS-PEN-IX)      TO PND-JOBID
               MOVE PEN-TRN-IMAGE (WS-PEN-IX)  TO PND-TRN-IMAGE
               WRITE ARQ-PND-LINE FROM ARQ-PND-REC
               ADD 1 TO WS-TOTAL-PND-CARRIED
           END-IF.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
            CLOSE ARQIN.
            CLOSE ARQTRN.
            CLOSE ARQJRN.
            CLOSE ARQMRJ.
            CLOSE ARQMNR.
            IF WS-DEP-AVAIL-SW EQUAL 'Y'
                CLOSE ARQDEP
            END-IF.
