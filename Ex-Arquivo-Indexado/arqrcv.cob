      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of ARQCAD and ARQDEP after damage to
      *          either file. Rebuilds both indexed files from a
      *          backup image taken by ARQBKP (the one dated
      *          ARQRCV_DATE, YYYYMMDD, or the latest in the ARQBKL
      *          catalogue when not given) and rolls ARQCAD forward
      *          by replaying, in order, the journal generations
      *          rotated by the later backups and then the live
      *          ARQJRN. Every entry is checked before it is applied:
      *          the record on file must match the entry's
      *          before-image (or be absent for an add). The first
      *          entry that does not match stops the replay with
      *          RETURN-CODE 8, and the ARQLOK lock is left in place
      *          so no session works on a half-recovered file until
      *          the operator has looked at the report and cleared
      *          it with ARQLCK. An abend after ARQDEP or ARQCAD
      *          has been emptied for the restore (RETURN-CODE 12)
      *          leaves the lock in place too. A replayed
      *          deactivation flags the owner's active dependents as
      *          the original update did. The recovery report
      *          (ARQRCVR.txt) lists the backup used, the counts
      *          restored, the entries replayed per journal and
      *          action, and the verdict.
      *          Dependent maintenance (ARQDMN) and purges (ARQPRG)
      *          are not journalled, so the report reminds the
      *          operator to re-run those made after the backup.
      *          An ARQBKO backout is journalled: each reversal is an
      *          entry under the backout's job id, so the replay goes
      *          through the original run, its backout and the rerun
      *          in order and ends in the same state as the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQRCV.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQIN ASSIGN TO WS-ARQIN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           SELECT ARQBKP ASSIGN TO WS-ARQBKP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BKP.
      *
           SELECT ARQBKL ASSIGN TO WS-ARQBKL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BKL.
      *
           SELECT ARQJRN ASSIGN TO WS-REPLAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JRN.
      *
           SELECT ARQRCVR ASSIGN TO WS-ARQRCVR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
      *
           SELECT ARQLOK ASSIGN TO WS-ARQLOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOK.
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
       FD  ARQBKL.
       01  ARQ-BKL-LINE        PIC X(148).
      *
       FD  ARQJRN.
       01  ARQ-JRN-LINE        PIC X(472).
      *
       FD  ARQRCVR.
       01  RCV-REL-LINE        PIC X(100).
      *
       FD  ARQLOK.
       01  ARQ-LOK-LINE        PIC X(24).
      *
       WORKING-STORAGE         SECTION.
      * LINHA DA COPIA E DO CATALOGO (MESMO LAYOUT)
           COPY ARQBKPREC.
      *
      * AREA DE TRABALHO DO JORNAL
           COPY ARQJRNREC.
      *
      * CATALOGO DE COPIAS (ARQBKL), NA ORDEM EM QUE FORAM TIRADAS
       01  WS-BKL-TABLE.
           05 WS-BKL-ENTRY        OCCURS 400.
              10 BKL-DATE         PIC 9(08).
              10 BKL-CAD-COUNT    PIC 9(06).
              10 BKL-DEP-COUNT    PIC 9(06).
       77  WS-BKL-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-BKL-MAX             PIC 9(04) VALUE 400.
       77  WS-BKL-IX              PIC 9(04) VALUE ZEROS.
       77  WS-BKL-CHOSEN          PIC 9(04) VALUE ZEROS.
       77  WS-LAST-GEN-DATE       PIC 9(08) VALUE ZEROS.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-BKP                PIC A     VALUE 'N'.
       77  EOF-BKL                PIC A     VALUE 'N'.
       77  EOF-JRN                PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-BKP          PIC XX.
       77  WS-STATUS-BKL          PIC XX.
       77  WS-STATUS-JRN          PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-LOK          PIC XX.
      *
      * TRAVA DE USO EXCLUSIVO (COMPARTILHADA COM ARQDRV E ARQINQ)
       01  WS-LCK-REC.
           05 LCK-JOBID           PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 LCK-DATE            PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 LCK-TIME            PIC X(06).
       77  WS-LOCK-FREE-SW        PIC A     VALUE 'Y'.
       77  WS-LOCK-TAKEN-SW       PIC A     VALUE 'N'.
       77  WS-CTS-DATE            PIC X(08).
       77  WS-CTS-TIME            PIC X(06).
       77  WS-JOB-ID              PIC X(08) VALUE SPACES.
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
       77  WS-ARQRCVR-DSN         PIC X(100) VALUE SPACES.
       01  WS-ARQRCVR-DSN-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQRCVR.txt".
       77  WS-ARQLOK-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQLOK-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQLOK.txt".
      *
      * COPIA E GERACOES LEVAM A DATA NO NOME (PREFIXO.AAAAMMDD.txt),
      * COMO O ARQBKP AS GRAVA
       77  WS-ARQBKP-DSN          PIC X(100) VALUE SPACES.
       77  WS-ARQBKP-PFX          PIC X(100) VALUE SPACES.
       01  WS-ARQBKP-PFX-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBKP".
       77  WS-ARQJRNG-PFX         PIC X(100) VALUE SPACES.
       01  WS-ARQJRNG-PFX-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQJRN".
       77  WS-REPLAY-DSN          PIC X(100) VALUE SPACES.
       77  WS-PFX-LEN             PIC 9(03) VALUE ZEROS.
      *
      * ARGUMENTO DA RECUPERACAO
       77  WS-DATE-PARM           PIC X(08) VALUE SPACES.
       77  WS-BKP-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-GEN-DATE            PIC 9(08) VALUE ZEROS.
      *
      * CONTROLE DA RECUPERACAO
       77  WS-RCV-STOP-SW         PIC A     VALUE 'N'.
       77  WS-CTL-FOUND-SW        PIC A     VALUE 'N'.
       77  WS-REPLAY-OPEN-SW      PIC A     VALUE 'N'.
       77  WS-RCVR-OPEN-SW        PIC A     VALUE 'N'.
       77  WS-CTL-CAD-COUNT       PIC 9(06) VALUE ZEROS.
       77  WS-CTL-DEP-COUNT       PIC 9(06) VALUE ZEROS.
       77  WS-CTL-JRN-POS         PIC 9(06) VALUE ZEROS.
       77  WS-REPLAY-NAME         PIC X(08) VALUE SPACES.
       77  WS-MISMATCH-TEXT       PIC X(40) VALUE SPACES.
       77  WS-DEACT-COD           PIC 9(04) VALUE ZEROS.
       77  WS-DEACT-DATE          PIC 9(08) VALUE ZEROS.
      *
      * CONTADORES
       77  WS-TOTAL-CAD           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LOAD-FAIL     PIC 9(06) VALUE ZEROS.
       77  WS-GEN-READ            PIC 9(06) VALUE ZEROS.
       77  WS-GEN-ADD             PIC 9(06) VALUE ZEROS.
       77  WS-GEN-CHG             PIC 9(06) VALUE ZEROS.
       77  WS-GEN-DEL             PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REPLAYED      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP-FLAGGED   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GENERATIONS   PIC 9(04) VALUE ZEROS.
      *
      * LINHAS DO RELATORIO DE RECUPERACAO
       01  WS-REL-TITLE.
           05 FILLER              PIC X(38) VALUE
               "RECUPERACAO DO ARQCAD/ARQDEP - COPIA ".
           05 WS-TITLE-DATE       PIC 9999/99/99.
       01  WS-REL-SEPARATOR       PIC X(96) VALUE ALL "-".
       01  WS-REL-DETAIL.
           05 WS-REL-TXT          PIC X(40).
           05 WS-REL-QTY          PIC ZZZ,ZZ9.
       01  WS-REL-JRN-LINE.
           05 FILLER              PIC X(09) VALUE "JORNAL:  ".
           05 WS-REL-JRN-NAME     PIC X(08).
           05 FILLER              PIC X(11) VALUE "  ENTRADAS:".
           05 WS-REL-JRN-READ     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(06) VALUE "  INC:".
           05 WS-REL-JRN-ADD      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(06) VALUE "  ALT:".
           05 WS-REL-JRN-CHG      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(06) VALUE "  EXC:".
           05 WS-REL-JRN-DEL      PIC ZZZ,ZZ9.
       01  WS-REL-MISMATCH.
           05 FILLER              PIC X(13) VALUE "DIVERGENCIA: ".
           05 WS-REL-MIS-TEXT     PIC X(40).
           05 FILLER              PIC X(06) VALUE " COD: ".
           05 WS-REL-MIS-COD      PIC X(04).
           05 FILLER              PIC X(08) VALUE "  JOB:  ".
           05 WS-REL-MIS-JOBID    PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 WS-REL-MIS-DATE     PIC X(08).
           05 FILLER              PIC X     VALUE SPACES.
           05 WS-REL-MIS-TIME     PIC X(06).
       01  WS-REL-VERDICT         PIC X(72) VALUE SPACES.
       01  WS-REL-NOTE            PIC X(96) VALUE
           "ATENCAO: ARQDMN E ARQPRG NAO SAO JORNALIZADOS - REEXECUTAR
      -    " OS POSTERIORES A COPIA".
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 080-ACQUIRE-LOCK.
           IF WS-LOCK-TAKEN-SW NOT EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-READ-CATALOGUE.
           IF WS-BKL-CHOSEN EQUAL ZEROS
               PERFORM 890-RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-OPEN-REPORT.
           PERFORM 200-RESTORE-BACKUP.
           IF WS-RCV-STOP-SW EQUAL 'N'
               PERFORM 300-REPLAY-GENERATION
                   VARYING WS-BKL-IX FROM WS-BKL-CHOSEN BY 1
                   UNTIL WS-BKL-IX > WS-BKL-COUNT
                      OR WS-RCV-STOP-SW EQUAL 'Y'
           END-IF.
           IF WS-RCV-STOP-SW EQUAL 'N'
               MOVE WS-ARQJRN-DSN TO WS-REPLAY-DSN
               MOVE "ATUAL"       TO WS-REPLAY-NAME
               PERFORM 310-REPLAY-JOURNAL
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           IF WS-RCV-STOP-SW EQUAL 'Y'
               DISPLAY "ARQLOK MANTIDO - LIBERAR COM ARQLCK APOS "
                   "ANALISE DO ARQRCVR"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 890-RELEASE-LOCK
           END-IF.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "ARQRCV_DATE".
           IF WS-DATE-PARM NOT EQUAL SPACES
               COMPUTE WS-BKP-DATE = FUNCTION NUMVAL (WS-DATE-PARM)
           END-IF.
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
           ACCEPT WS-ARQRCVR-DSN FROM ENVIRONMENT "ARQRCVR_DSN".
           IF WS-ARQRCVR-DSN EQUAL SPACES
               MOVE WS-ARQRCVR-DSN-DEFAULT TO WS-ARQRCVR-DSN
           END-IF.
           ACCEPT WS-ARQLOK-DSN FROM ENVIRONMENT "ARQLOK_DSN".
           IF WS-ARQLOK-DSN EQUAL SPACES
               MOVE WS-ARQLOK-DSN-DEFAULT TO WS-ARQLOK-DSN
           END-IF.
           ACCEPT WS-ARQBKP-PFX FROM ENVIRONMENT "ARQBKP_DSN".
           IF WS-ARQBKP-PFX EQUAL SPACES
               MOVE WS-ARQBKP-PFX-DEFAULT TO WS-ARQBKP-PFX
           END-IF.
           ACCEPT WS-ARQJRNG-PFX FROM ENVIRONMENT "ARQJRNG_DSN".
           IF WS-ARQJRNG-PFX EQUAL SPACES
               MOVE WS-ARQJRNG-PFX-DEFAULT TO WS-ARQJRNG-PFX
           END-IF.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID EQUAL SPACES
               MOVE "ARQRCV" TO WS-JOB-ID
           END-IF.

      * A RECUPERACAO SO RECONSTROI OS ARQUIVOS COMO DONA DA TRAVA:
      * COM A CADEIA NOTURNA OU UMA SESSAO DO ARQINQ ATIVA, RECUSA.
       080-ACQUIRE-LOCK.
           MOVE 'Y' TO WS-LOCK-FREE-SW.
           OPEN INPUT ARQLOK.
           IF WS-STATUS-LOK EQUAL '00'
               READ ARQLOK INTO WS-LCK-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-JOBID NOT EQUAL SPACES
                           MOVE 'N' TO WS-LOCK-FREE-SW
                       END-IF
               END-READ
               CLOSE ARQLOK
           END-IF.
           IF WS-LOCK-FREE-SW EQUAL 'N'
               DISPLAY "ARQCAD EM USO POR " LCK-JOBID
                   " DESDE " LCK-DATE " " LCK-TIME
                   " - RECUPERACAO RECUSADA"
           ELSE
               ACCEPT WS-CTS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CTS-TIME FROM TIME
               MOVE WS-JOB-ID   TO LCK-JOBID
               MOVE WS-CTS-DATE TO LCK-DATE
               MOVE WS-CTS-TIME TO LCK-TIME
               OPEN OUTPUT ARQLOK
               IF WS-STATUS-LOK NOT EQUAL '00'
                   DISPLAY "FILE ARQLOK IO/ERROR: " WS-STATUS-LOK
               ELSE
                   WRITE ARQ-LOK-LINE FROM WS-LCK-REC
                   CLOSE ARQLOK
                   MOVE 'Y' TO WS-LOCK-TAKEN-SW
               END-IF
           END-IF.

       890-RELEASE-LOCK.
           OPEN OUTPUT ARQLOK.
           IF WS-STATUS-LOK EQUAL '00'
               MOVE SPACES TO ARQ-LOK-LINE
               WRITE ARQ-LOK-LINE
               CLOSE ARQLOK
           END-IF.

      * ABEND COM ARQUIVO JA ESVAZIADO OU RESTAURADO PELA METADE: O
      * ARQLOK FICA, COMO NA PARADA DA REAPLICACAO, E O RC E O 12 DO
      * ABEND.
       895-KEEP-LOCK.
           MOVE 'Y' TO WS-RCV-STOP-SW.
           DISPLAY "ARQLOK MANTIDO - LIBERAR COM ARQLCK APOS "
               "ANALISE DO ARQRCVR".

      * O CATALOGO DIZ QUAIS COPIAS EXISTEM E EM QUE ORDEM. A COPIA
      * ESCOLHIDA E A ULTIMA DA DATA PEDIDA (UMA REEXECUCAO NO MESMO
      * DIA SOBREPOE A IMAGEM), OU A ULTIMA DO CATALOGO.
       100-READ-CATALOGUE.
           MOVE 'N' TO EOF-BKL.
           OPEN INPUT ARQBKL.
           IF WS-STATUS-BKL NOT EQUAL '00'
               DISPLAY "CATALOGO ARQBKL AUSENTE - NENHUMA COPIA"
               MOVE 'Y' TO EOF-BKL
           ELSE
               PERFORM 110-LOAD-CATALOGUE-LINE
                   UNTIL EOF-BKL EQUAL 'Y'
               CLOSE ARQBKL
           END-IF.
           MOVE ZEROS TO WS-BKL-CHOSEN.
           PERFORM 120-CHOOSE-BACKUP
               VARYING WS-BKL-IX FROM 1 BY 1
               UNTIL WS-BKL-IX > WS-BKL-COUNT.
           IF WS-BKL-CHOSEN EQUAL ZEROS
               DISPLAY "COPIA NAO ENCONTRADA NO CATALOGO: "
                   WS-DATE-PARM
           ELSE
               MOVE BKL-DATE (WS-BKL-CHOSEN) TO WS-BKP-DATE
               DISPLAY "COPIA ESCOLHIDA: " WS-BKP-DATE
           END-IF.

       110-LOAD-CATALOGUE-LINE.
           READ ARQBKL INTO ARQ-BKP-REC
               AT END
                   MOVE 'Y' TO EOF-BKL
               NOT AT END
                   IF BKP-CTL-LINE
                      AND BKP-CTL-DATE NUMERIC
                       IF WS-BKL-COUNT EQUAL WS-BKL-MAX
                           MOVE "OV"                TO WS-ABEND-CODE
                           MOVE "CATALOGUE TABLE OVERFLOW"
                                                    TO WS-ABEND-MESSAGE
                           CLOSE ARQBKL
                           PERFORM 900-ABEND THRU 999-CLOSE-FILE
                           PERFORM 890-RELEASE-LOCK
                           GOBACK
                       END-IF
                       ADD 1 TO WS-BKL-COUNT
                       MOVE BKP-CTL-DATE
                           TO BKL-DATE (WS-BKL-COUNT)
                       MOVE BKP-CTL-CAD-COUNT
                           TO BKL-CAD-COUNT (WS-BKL-COUNT)
                       MOVE BKP-CTL-DEP-COUNT
                           TO BKL-DEP-COUNT (WS-BKL-COUNT)
                   END-IF
           END-READ.

       120-CHOOSE-BACKUP.
           IF WS-DATE-PARM EQUAL SPACES
              OR BKL-DATE (WS-BKL-IX) EQUAL WS-BKP-DATE
               MOVE WS-BKL-IX TO WS-BKL-CHOSEN
           END-IF.

       150-OPEN-REPORT.
           OPEN OUTPUT ARQRCVR.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL           TO WS-ABEND-CODE
               MOVE "FILE ARQRCVR IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-RCVR-OPEN-SW.
           MOVE WS-BKP-DATE TO WS-TITLE-DATE.
           WRITE RCV-REL-LINE FROM WS-REL-TITLE.
           WRITE RCV-REL-LINE FROM WS-REL-SEPARATOR.

      * RECONSTROI OS DOIS INDEXADOS A PARTIR DA IMAGEM. A COPIA SO
      * VALE COM O REGISTRO DE CONTROLE E COM AS CONTAGENS BATENDO.
       200-RESTORE-BACKUP.
           MOVE 100 TO WS-PFX-LEN.
           PERFORM 205-TRIM-PREFIX
               UNTIL WS-PFX-LEN EQUAL 1
                  OR WS-ARQBKP-PFX (WS-PFX-LEN:1) NOT EQUAL SPACE.
           MOVE SPACES TO WS-ARQBKP-DSN.
           STRING WS-ARQBKP-PFX (1:WS-PFX-LEN) DELIMITED BY SIZE
                  "."                          DELIMITED BY SIZE
                  WS-BKP-DATE                  DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
               INTO WS-ARQBKP-DSN.
           OPEN INPUT ARQBKP.
           IF WS-STATUS-BKP NOT EQUAL '00'
               MOVE WS-STATUS-BKP          TO WS-ABEND-CODE
               MOVE "FILE ARQBKP IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
      * O ARQDEP E ESVAZIADO PRIMEIRO, SEM TOCAR NO CADASTRO; UMA
      * FALHA DEPOIS DELE JA DEIXA ARQUIVO VAZIO, E O ARQLOK FICA.
           OPEN OUTPUT ARQDEP.
           IF WS-STATUS-DEP NOT EQUAL '00'
               MOVE WS-STATUS-DEP          TO WS-ABEND-CODE
               MOVE "FILE ARQDEP IO/ERROR" TO WS-ABEND-MESSAGE
               CLOSE ARQBKP
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 890-RELEASE-LOCK
               GOBACK
           END-IF.
           OPEN OUTPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               CLOSE ARQBKP
               CLOSE ARQDEP
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 895-KEEP-LOCK
               GOBACK
           END-IF.
           MOVE 'N' TO EOF-BKP.
           PERFORM 210-RESTORE-LINE UNTIL EOF-BKP EQUAL 'Y'.
           CLOSE ARQBKP.
           CLOSE ARQIN.
           CLOSE ARQDEP.
           MOVE "REGISTROS DO CADASTRO RESTAURADOS:" TO WS-REL-TXT.
           MOVE WS-TOTAL-CAD                          TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           MOVE "DEPENDENTES RESTAURADOS:"           TO WS-REL-TXT.
           MOVE WS-TOTAL-DEP                          TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           MOVE "POSICAO DO JORNAL COBERTA PELA COPIA:" TO WS-REL-TXT.
           MOVE WS-CTL-JRN-POS                        TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           IF WS-CTL-FOUND-SW NOT EQUAL 'Y'
               MOVE "COPIA SEM REGISTRO DE CONTROLE"
                   TO WS-MISMATCH-TEXT
               PERFORM 290-STOP-RESTORE
           ELSE
               IF WS-TOTAL-CAD NOT EQUAL WS-CTL-CAD-COUNT
                  OR WS-TOTAL-DEP NOT EQUAL WS-CTL-DEP-COUNT
                  OR WS-TOTAL-LOAD-FAIL > ZEROS
                   MOVE "CONTAGENS NAO CONFEREM COM O CONTROLE"
                       TO WS-MISMATCH-TEXT
                   PERFORM 290-STOP-RESTORE
               END-IF
           END-IF.
           IF WS-RCV-STOP-SW EQUAL 'N'
               PERFORM 250-OPEN-FOR-REPLAY
           END-IF.

       205-TRIM-PREFIX.
           SUBTRACT 1 FROM WS-PFX-LEN.

       210-RESTORE-LINE.
           READ ARQBKP INTO ARQ-BKP-REC
               AT END
                   MOVE 'Y' TO EOF-BKP
               NOT AT END
                   EVALUATE TRUE
                       WHEN BKP-CAD-LINE
                           PERFORM 220-RESTORE-CADASTRO
                       WHEN BKP-DEP-LINE
                           PERFORM 230-RESTORE-DEPENDENT
                       WHEN BKP-CTL-LINE
                           MOVE 'Y'               TO WS-CTL-FOUND-SW
                           MOVE BKP-CTL-CAD-COUNT TO WS-CTL-CAD-COUNT
                           MOVE BKP-CTL-DEP-COUNT TO WS-CTL-DEP-COUNT
                           MOVE BKP-CTL-JRN-POS   TO WS-CTL-JRN-POS
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-LOAD-FAIL
                           DISPLAY "INVALID BACKUP LINE TYPE: "
                               BKP-TYPE
                   END-EVALUATE
           END-READ.

       220-RESTORE-CADASTRO.
           MOVE BKP-DATA TO ARQ-REC.
           WRITE ARQ-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-LOAD-FAIL
                   DISPLAY "RESTORE FAILED - COD: " ARQ-COD
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAD
           END-WRITE.

       230-RESTORE-DEPENDENT.
           MOVE BKP-DEP-IMAGE TO ARQ-DEP-REC.
           WRITE ARQ-DEP-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-LOAD-FAIL
                   DISPLAY "RESTORE FAILED - DEP: " DEP-COD "/" DEP-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DEP
           END-WRITE.

       250-OPEN-FOR-REPLAY.
           OPEN I-O ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 895-KEEP-LOCK
               GOBACK
           END-IF.
           OPEN I-O ARQDEP.
           IF WS-STATUS-DEP NOT EQUAL '00'
               MOVE WS-STATUS-DEP          TO WS-ABEND-CODE
               MOVE "FILE ARQDEP IO/ERROR" TO WS-ABEND-MESSAGE
               CLOSE ARQIN
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               PERFORM 895-KEEP-LOCK
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-REPLAY-OPEN-SW.

       290-STOP-RESTORE.
           MOVE 'Y'              TO WS-RCV-STOP-SW.
           MOVE WS-MISMATCH-TEXT TO WS-REL-MIS-TEXT.
           MOVE SPACES           TO WS-REL-MIS-COD.
           MOVE SPACES           TO WS-REL-MIS-JOBID.
           MOVE SPACES           TO WS-REL-MIS-DATE.
           MOVE SPACES           TO WS-REL-MIS-TIME.
           WRITE RCV-REL-LINE FROM WS-REL-MISMATCH.

      * A GERACAO DE CADA COPIA POSTERIOR A ESCOLHIDA TRAZ AS
      * ENTRADAS GRAVADAS ENTRE AS DUAS COPIAS. AS GERACOES DA
      * PROPRIA DATA DA COPIA JA ESTAO NA IMAGEM; UMA DATA REPETIDA
      * NO CATALOGO E UMA GERACAO SO.
       300-REPLAY-GENERATION.
           MOVE BKL-DATE (WS-BKL-IX) TO WS-GEN-DATE.
           IF WS-GEN-DATE > WS-BKP-DATE
              AND WS-GEN-DATE NOT EQUAL WS-LAST-GEN-DATE
               MOVE WS-GEN-DATE TO WS-LAST-GEN-DATE
               MOVE 100 TO WS-PFX-LEN
               PERFORM 305-TRIM-GEN-PREFIX
                   UNTIL WS-PFX-LEN EQUAL 1
                      OR WS-ARQJRNG-PFX (WS-PFX-LEN:1) NOT EQUAL SPACE
               MOVE SPACES TO WS-REPLAY-DSN
               STRING WS-ARQJRNG-PFX (1:WS-PFX-LEN) DELIMITED BY SIZE
                      "."                           DELIMITED BY SIZE
                      WS-GEN-DATE                   DELIMITED BY SIZE
                      ".txt"                        DELIMITED BY SIZE
                   INTO WS-REPLAY-DSN
               MOVE WS-GEN-DATE TO WS-REPLAY-NAME
               ADD 1 TO WS-TOTAL-GENERATIONS
               PERFORM 310-REPLAY-JOURNAL
           END-IF.

       305-TRIM-GEN-PREFIX.
           SUBTRACT 1 FROM WS-PFX-LEN.

      * UMA GERACAO CATALOGADA AUSENTE INTERROMPE A RECUPERACAO; O
      * ARQJRN ATUAL AUSENTE SO SIGNIFICA NENHUMA ENTRADA NOVA.
       310-REPLAY-JOURNAL.
           MOVE ZEROS TO WS-GEN-READ.
           MOVE ZEROS TO WS-GEN-ADD.
           MOVE ZEROS TO WS-GEN-CHG.
           MOVE ZEROS TO WS-GEN-DEL.
           MOVE 'N'   TO EOF-JRN.
           OPEN INPUT ARQJRN.
           IF WS-STATUS-JRN EQUAL '00'
               PERFORM 320-REPLAY-ENTRY
                   UNTIL EOF-JRN EQUAL 'Y'
                      OR WS-RCV-STOP-SW EQUAL 'Y'
               CLOSE ARQJRN
           ELSE
               IF WS-REPLAY-NAME NOT EQUAL "ATUAL"
                   MOVE "GERACAO DO JORNAL AUSENTE"
                       TO WS-MISMATCH-TEXT
                   PERFORM 290-STOP-RESTORE
               END-IF
           END-IF.
           MOVE WS-REPLAY-NAME TO WS-REL-JRN-NAME.
           MOVE WS-GEN-READ    TO WS-REL-JRN-READ.
           MOVE WS-GEN-ADD     TO WS-REL-JRN-ADD.
           MOVE WS-GEN-CHG     TO WS-REL-JRN-CHG.
           MOVE WS-GEN-DEL     TO WS-REL-JRN-DEL.
           WRITE RCV-REL-LINE FROM WS-REL-JRN-LINE.

       320-REPLAY-ENTRY.
           READ ARQJRN INTO ARQ-JRN-REC
               AT END
                   MOVE 'Y' TO EOF-JRN
               NOT AT END
                   ADD 1 TO WS-GEN-READ
                   EVALUATE TRUE
                       WHEN JRN-ACT-ADD
                           PERFORM 330-REPLAY-ADD
                       WHEN JRN-ACT-CHANGE
                           PERFORM 340-REPLAY-CHANGE
                       WHEN JRN-ACT-DELETE
                           PERFORM 350-REPLAY-DELETE
                       WHEN OTHER
                           MOVE "ACAO INVALIDA NO JORNAL"
                               TO WS-MISMATCH-TEXT
                           PERFORM 390-STOP-REPLAY
                   END-EVALUATE
           END-READ.

      * INCLUSAO: O COD NAO PODE EXISTIR (IMAGEM ANTERIOR EM BRANCO)
       330-REPLAY-ADD.
           MOVE JRN-AFTER-IMAGE TO ARQ-REC.
           READ ARQIN
               INVALID KEY
                   MOVE JRN-AFTER-IMAGE TO ARQ-REC
                   WRITE ARQ-REC
                       INVALID KEY
                           MOVE "WRITE FALHOU NA REAPLICACAO"
                               TO WS-MISMATCH-TEXT
                           PERFORM 390-STOP-REPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-GEN-ADD
                           ADD 1 TO WS-TOTAL-REPLAYED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO DE COD JA EXISTENTE"
                       TO WS-MISMATCH-TEXT
                   PERFORM 390-STOP-REPLAY
           END-READ.

      * ALTERACAO: O REGISTRO NO ARQUIVO TEM DE SER A IMAGEM ANTERIOR
       340-REPLAY-CHANGE.
           PERFORM 360-CHECK-BEFORE-IMAGE.
           IF WS-RCV-STOP-SW EQUAL 'N'
               MOVE JRN-AFTER-IMAGE TO ARQ-REC
               REWRITE ARQ-REC
                   INVALID KEY
                       MOVE "REWRITE FALHOU NA REAPLICACAO"
                           TO WS-MISMATCH-TEXT
                       PERFORM 390-STOP-REPLAY
                   NOT INVALID KEY
                       ADD 1 TO WS-GEN-CHG
                       ADD 1 TO WS-TOTAL-REPLAYED
               END-REWRITE
           END-IF.

      * DESATIVACAO LOGICA (COM IMAGEM POSTERIOR) ARRASTA OS
      * DEPENDENTES; ENTRADA ANTIGA SEM IMAGEM POSTERIOR E EXCLUSAO
      * FISICA.
       350-REPLAY-DELETE.
           PERFORM 360-CHECK-BEFORE-IMAGE.
           IF WS-RCV-STOP-SW EQUAL 'N'
               IF JRN-AFTER-IMAGE EQUAL SPACES
                   DELETE ARQIN
                       INVALID KEY
                           MOVE "DELETE FALHOU NA REAPLICACAO"
                               TO WS-MISMATCH-TEXT
                           PERFORM 390-STOP-REPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-GEN-DEL
                           ADD 1 TO WS-TOTAL-REPLAYED
                   END-DELETE
               ELSE
                   MOVE JRN-AFTER-IMAGE TO ARQ-REC
                   REWRITE ARQ-REC
                       INVALID KEY
                           MOVE "REWRITE FALHOU NA REAPLICACAO"
                               TO WS-MISMATCH-TEXT
                           PERFORM 390-STOP-REPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-GEN-DEL
                           ADD 1 TO WS-TOTAL-REPLAYED
                           PERFORM 370-FLAG-DEPENDENTS
                   END-REWRITE
               END-IF
           END-IF.

       360-CHECK-BEFORE-IMAGE.
           MOVE JRN-BEFORE-IMAGE TO ARQ-REC.
           READ ARQIN
               INVALID KEY
                   MOVE "COD DA IMAGEM ANTERIOR NAO EXISTE"
                       TO WS-MISMATCH-TEXT
                   PERFORM 390-STOP-REPLAY
               NOT INVALID KEY
                   IF ARQ-REC NOT EQUAL JRN-BEFORE-IMAGE
                       MOVE "REGISTRO DIFERE DA IMAGEM ANTERIOR"
                           TO WS-MISMATCH-TEXT
                       PERFORM 390-STOP-REPLAY
                   END-IF
           END-READ.

       370-FLAG-DEPENDENTS.
           MOVE ARQ-COD        TO WS-DEACT-COD.
           MOVE ARQ-DEACT-DATE TO WS-DEACT-DATE.
           MOVE 'N'            TO EOF-DEP.
           MOVE WS-DEACT-COD   TO DEP-COD.
           MOVE ZEROS          TO DEP-SEQ.
           START ARQDEP KEY IS NOT LESS THAN DEP-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-DEP
           END-START.
           PERFORM 380-FLAG-ONE-DEPENDENT
               UNTIL EOF-DEP EQUAL 'Y'.

       380-FLAG-ONE-DEPENDENT.
           READ ARQDEP NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-DEP
               NOT AT END
                   IF DEP-COD NOT EQUAL WS-DEACT-COD
                       MOVE 'Y' TO EOF-DEP
                   ELSE
                       IF DEP-ACTIVE
                           MOVE 'I'           TO DEP-STATUS
                           MOVE WS-DEACT-DATE TO DEP-DEACT-DATE
                           REWRITE ARQ-DEP-REC
                               INVALID KEY
                                   DISPLAY "DEP FLAG FAILED: "
                                       DEP-COD "/" DEP-SEQ
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-DEP-FLAGGED
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       390-STOP-REPLAY.
           MOVE 'Y'                    TO WS-RCV-STOP-SW.
           MOVE WS-MISMATCH-TEXT       TO WS-REL-MIS-TEXT.
           IF JRN-AFTER-IMAGE NOT EQUAL SPACES
               MOVE JRN-AFTER-IMAGE (1:4)  TO WS-REL-MIS-COD
           ELSE
               MOVE JRN-BEFORE-IMAGE (1:4) TO WS-REL-MIS-COD
           END-IF.
           MOVE JRN-JOBID              TO WS-REL-MIS-JOBID.
           MOVE JRN-DATE               TO WS-REL-MIS-DATE.
           MOVE JRN-TIME               TO WS-REL-MIS-TIME.
           WRITE RCV-REL-LINE FROM WS-REL-MISMATCH.
           DISPLAY "REPLAY STOPPED: " WS-MISMATCH-TEXT
               " COD: " WS-REL-MIS-COD.

       700-WRITE-TOTALS.
           WRITE RCV-REL-LINE FROM WS-REL-SEPARATOR.
           MOVE "GERACOES DO JORNAL REAPLICADAS:"    TO WS-REL-TXT.
           MOVE WS-TOTAL-GENERATIONS                  TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           MOVE "ENTRADAS REAPLICADAS:"              TO WS-REL-TXT.
           MOVE WS-TOTAL-REPLAYED                     TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           MOVE "DEPENDENTES DESATIVADOS NA REAPLICACAO:"
                                                      TO WS-REL-TXT.
           MOVE WS-TOTAL-DEP-FLAGGED                  TO WS-REL-QTY.
           WRITE RCV-REL-LINE FROM WS-REL-DETAIL.
           IF WS-RCV-STOP-SW EQUAL 'Y'
               MOVE "RECUPERACAO INTERROMPIDA - ARQUIVOS INCONSISTENTES"
                   TO WS-REL-VERDICT
           ELSE
               MOVE "RECUPERACAO CONCLUIDA - ARQCAD E ARQDEP REFEITOS"
                   TO WS-REL-VERDICT
           END-IF.
           WRITE RCV-REL-LINE FROM WS-REL-VERDICT.
           WRITE RCV-REL-LINE FROM WS-REL-NOTE.
           DISPLAY "**************************************************".
           DISPLAY "BACKUP USED:             " WS-BKP-DATE.
           DISPLAY "CADASTRO RESTORED:       " WS-TOTAL-CAD.
           DISPLAY "DEPENDENTS RESTORED:     " WS-TOTAL-DEP.
           DISPLAY "JOURNAL ENTRIES REPLAYED:" WS-TOTAL-REPLAYED.
           DISPLAY WS-REL-VERDICT.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            IF WS-REPLAY-OPEN-SW EQUAL 'Y'
                CLOSE ARQIN
                CLOSE ARQDEP
            END-IF.
            IF WS-RCVR-OPEN-SW EQUAL 'Y'
                CLOSE ARQRCVR
            END-IF.

       END PROGRAM ARQRCV.
