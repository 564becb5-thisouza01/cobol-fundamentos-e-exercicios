      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly age run over ARQDEP and ARQCAD, dated from
      *          the ARQBDT business date (the system clock when run
      *          outside the chain). First pass, dependents: a child
      *          dependent ('F') still active at or past the age
      *          limit (ARQAGE_LIMIT, default 21) is deactivated the
      *          way ARQDMN does it - status 'I' with the business
      *          date in DEP-DEACT-DATE. Second pass, members. Both
      *          passes list everyone active who reaches a milestone
      *          age (18 or 65) in the calendar month after the
      *          business date. Every deactivation and milestone is
      *          printed on the ARQAGL report and produces a letter
      *          in the ARQNTC notice extract (layout ARQNTCREC),
      *          addressed to the member with the ARQINREC address
      *          block. When that address is incomplete (street,
      *          city, UF or postal code blank, or the owner missing
      *          from ARQCAD) the letter goes to the ARQAFU
      *          follow-up list instead, naming what is missing, so
      *          the back office can complete the address.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQAGE.
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
           SELECT ARQAGL ASSIGN TO WS-ARQAGL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.
      *
           SELECT ARQNTC ASSIGN TO WS-ARQNTC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NTC.
      *
           SELECT ARQAFU ASSIGN TO WS-ARQAFU-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AFU.
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
       FD  ARQAGL.
       01  AGL-REL-LINE        PIC X(100).
      *
       FD  ARQNTC.
       01  ARQ-NTC-LINE        PIC X(118).
      *
       FD  ARQAFU.
       01  AFU-REL-LINE        PIC X(100).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       WORKING-STORAGE         SECTION.
      * LINHA DO EXTRATO DE AVISOS PARA A EXPEDICAO
           COPY ARQNTCREC.
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-ARQ                PIC A     VALUE 'N'.
       77  EOF-DEP                PIC A     VALUE 'N'.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-DEP          PIC XX.
       77  WS-STATUS-REL          PIC XX.
       77  WS-STATUS-NTC          PIC XX.
       77  WS-STATUS-AFU          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
      *
      * O ARQDEP PODE AINDA NAO EXISTIR (NENHUM DEPENDENTE CADASTRADO)
       77  WS-DEP-AVAIL-SW        PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQDEP-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQDEP-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQDEP.DAT".
       77  WS-ARQAGL-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAGL-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAGL.txt".
       77  WS-ARQNTC-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQNTC-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQNTC.txt".
       77  WS-ARQAFU-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAFU-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAFU.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * IDADE LIMITE DO FILHO DEPENDENTE E IDADES-MARCO
       77  WS-LIMIT-PARM          PIC X(04) VALUE SPACES.
       77  WS-AGE-LIMIT           PIC 9(03) VALUE 021.
       77  WS-MILESTONE-1         PIC 9(03) VALUE 018.
       77  WS-MILESTONE-2         PIC 9(03) VALUE 065.
      *
      * DATA DE NEGOCIO E MES SEGUINTE (JANELA DOS MARCOS)
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(04).
           05 WS-RUN-MONTH        PIC 9(02).
           05 WS-RUN-DAY          PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(08).
       77  WS-NEXT-YEAR           PIC 9(04) VALUE ZEROS.
       77  WS-NEXT-MONTH          PIC 9(02) VALUE ZEROS.
      *
      * PESSOA EM ANALISE (DEPENDENTE OU TITULAR)
       01  WS-PERSON-BIRTH.
           05 WS-PERSON-BIRTH-YEAR  PIC 9(04).
           05 WS-PERSON-BIRTH-MONTH PIC 9(02).
           05 WS-PERSON-BIRTH-DAY   PIC 9(02).
       01  WS-PERSON-BIRTH-N REDEFINES WS-PERSON-BIRTH
                                  PIC 9(08).
       77  WS-PERSON-AGE          PIC 9(03) VALUE ZEROS.
       77  WS-MILESTONE-AGE       PIC 9(03) VALUE ZEROS.
       77  WS-EVENT-DATE          PIC 9(08) VALUE ZEROS.
       77  WS-EVENT-TYPE          PIC X     VALUE SPACE.
       77  WS-RELATION-TEXT       PIC X(08) VALUE SPACES.
      *
      * DESTINATARIO DA CARTA (O TITULAR) E SITUACAO DO ENDERECO
       77  WS-OWNER-FOUND-SW      PIC A     VALUE 'N'.
       77  WS-ADDR-OK-SW          PIC A     VALUE 'N'.
      *
      * CONTROLE DE PAGINACAO
       77  WS-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       77  WS-PAGE-COUNT          PIC 9(04) VALUE ZEROS.
       77  WS-LINES-PER-PAGE      PIC 9(02) VALUE 60.
      *
      * CONTADORES
       77  WS-TOTAL-DEP-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-AGED-OUT      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DEP-MILESTONE PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CAD-READ      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CAD-MILESTONE PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NOTICES       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-FOLLOW-UP     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-FAILED        PIC 9(06) VALUE ZEROS.
      *
      * LINHAS DO RELATORIO
       01  WS-TITLE-LINE.
           05 FILLER              PIC X(30) VALUE
               "DESATIVACOES E MARCOS DE IDADE".
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-TITLE-DATE       PIC 9999/99/99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "LIMITE: ".
           05 WS-TITLE-LIMIT      PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-TITLE-PAGE       PIC ZZZ9.
      *
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(10) VALUE "EVENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "COD/SEQ".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "NOME".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "VINCULO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "NASCIMENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "IDADE".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "DATA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "DESTINO".
      *
       01  WS-DETAIL-LINE.
           05 WS-DET-EVENT        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-COD          PIC 9999.
           05 FILLER              PIC X     VALUE "/".
           05 WS-DET-SEQ          PIC 99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-RELATION     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-BIRTH        PIC 9999/99/99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DET-AGE          PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-EVENT-DATE   PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DEST         PIC X(09).
      *
       01  WS-EVENT-TEXT.
           05 WS-EVENT-WORD       PIC X(06).
           05 WS-EVENT-AGE        PIC ZZ9.
           05 FILLER              PIC X     VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05 WS-TOTAL-TXT        PIC X(40).
           05 WS-TOTAL-QTY        PIC ZZZ,ZZ9.
      *
      * LINHAS DA LISTA DE PENDENCIAS DE ENDERECO
       01  WS-AFU-TITLE-LINE.
           05 FILLER              PIC X(42) VALUE
               "AVISOS RETIDOS - ENDERECO INCOMPLETO".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-AFU-TITLE-DATE   PIC 9999/99/99.
      *
       01  WS-AFU-COLUMN-LINE.
           05 FILLER              PIC X(10) VALUE "EVENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "COD/SEQ".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "NOME".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "TITULAR".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "FALTANDO".
      *
       01  WS-AFU-DETAIL-LINE.
           05 WS-AFU-EVENT        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AFU-COD          PIC 9999.
           05 FILLER              PIC X     VALUE "/".
           05 WS-AFU-SEQ          PIC 99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AFU-NAME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AFU-OWNER        PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AFU-MISSING.
              10 WS-AFU-MISS-STREET  PIC X(11).
              10 WS-AFU-MISS-CITY    PIC X(07).
              10 WS-AFU-MISS-UF      PIC X(03).
              10 WS-AFU-MISS-POSTAL  PIC X(04).
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 100-OPEN-FILE.
           PERFORM 160-NEW-PAGE.
           IF WS-DEP-AVAIL-SW EQUAL 'Y'
               PERFORM UNTIL EOF-DEP EQUAL 'Y'
                   PERFORM 200-PROCESS-DEPENDENT
               END-PERFORM
           END-IF.
           MOVE ZEROS TO ARQ-COD.
           START ARQIN KEY IS NOT LESS THAN ARQ-COD
               INVALID KEY
                   MOVE 'Y' TO EOF-ARQ
           END-START.
           PERFORM UNTIL EOF-ARQ EQUAL 'Y'
               PERFORM 300-PROCESS-MEMBER
           END-PERFORM.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 055-READ-BUSINESS-DATE.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQDEP-DSN FROM ENVIRONMENT "ARQDEP_DSN".
           IF WS-ARQDEP-DSN EQUAL SPACES
               MOVE WS-ARQDEP-DSN-DEFAULT TO WS-ARQDEP-DSN
           END-IF.
           ACCEPT WS-ARQAGL-DSN FROM ENVIRONMENT "ARQAGL_DSN".
           IF WS-ARQAGL-DSN EQUAL SPACES
               MOVE WS-ARQAGL-DSN-DEFAULT TO WS-ARQAGL-DSN
           END-IF.
           ACCEPT WS-ARQNTC-DSN FROM ENVIRONMENT "ARQNTC_DSN".
           IF WS-ARQNTC-DSN EQUAL SPACES
               MOVE WS-ARQNTC-DSN-DEFAULT TO WS-ARQNTC-DSN
           END-IF.
           ACCEPT WS-ARQAFU-DSN FROM ENVIRONMENT "ARQAFU_DSN".
           IF WS-ARQAFU-DSN EQUAL SPACES
               MOVE WS-ARQAFU-DSN-DEFAULT TO WS-ARQAFU-DSN
           END-IF.
           ACCEPT WS-LIMIT-PARM FROM ENVIRONMENT "ARQAGE_LIMIT".
           IF WS-LIMIT-PARM NOT EQUAL SPACES
               COMPUTE WS-AGE-LIMIT =
                   FUNCTION NUMVAL (WS-LIMIT-PARM)
           END-IF.
      * OS MARCOS OLHAM PARA O MES CIVIL SEGUINTE AO DA DATA DE NEGOCIO
           MOVE WS-RUN-YEAR  TO WS-NEXT-YEAR.
           COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1.
           IF WS-NEXT-MONTH > 12
               MOVE 01 TO WS-NEXT-MONTH
               ADD 1   TO WS-NEXT-YEAR
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA NO CALCULO DAS IDADES E NA DATA DA
      * DESATIVACAO; SEM O ARQUIVO, VALE O RELOGIO.
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
                           MOVE ARQ-BDT-LINE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE ARQBDT
           END-IF.

       100-OPEN-FILE.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
      * SEM ARQDEP SO HA O PASSE DOS TITULARES
           OPEN I-O ARQDEP.
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
           OPEN OUTPUT ARQAGL.
           IF WS-STATUS-REL NOT EQUAL '00'
               MOVE WS-STATUS-REL          TO WS-ABEND-CODE
               MOVE "FILE ARQAGL IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQNTC.
           IF WS-STATUS-NTC NOT EQUAL '00'
               MOVE WS-STATUS-NTC          TO WS-ABEND-CODE
               MOVE "FILE ARQNTC IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQAFU.
           IF WS-STATUS-AFU NOT EQUAL '00'
               MOVE WS-STATUS-AFU          TO WS-ABEND-CODE
               MOVE "FILE ARQAFU IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE-N      TO WS-AFU-TITLE-DATE.
           WRITE AFU-REL-LINE FROM WS-AFU-TITLE-LINE.
           MOVE SPACES             TO AFU-REL-LINE.
           WRITE AFU-REL-LINE.
           WRITE AFU-REL-LINE FROM WS-AFU-COLUMN-LINE.

       160-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO AGL-REL-LINE
               WRITE AGL-REL-LINE
           END-IF.
           MOVE WS-RUN-DATE-N    TO WS-TITLE-DATE.
           MOVE WS-AGE-LIMIT     TO WS-TITLE-LIMIT.
           MOVE WS-PAGE-COUNT    TO WS-TITLE-PAGE.
           MOVE WS-TITLE-LINE    TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.
           MOVE SPACES           TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.
           MOVE WS-COLUMN-LINE   TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.
           MOVE SPACES           TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.

      * PASSE DOS DEPENDENTES: SO OS ATIVOS INTERESSAM. O FILHO QUE JA
      * ATINGIU A IDADE LIMITE E DESATIVADO; OS DEMAIS SAO CONFERIDOS
      * CONTRA OS MARCOS DO MES SEGUINTE.
       200-PROCESS-DEPENDENT.
           READ ARQDEP NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-DEP
               NOT AT END
                   ADD 1 TO WS-TOTAL-DEP-READ
                   IF DEP-ACTIVE
                       MOVE DEP-BIRTH-DATE TO WS-PERSON-BIRTH-N
                       PERFORM 400-DERIVE-AGE
                       IF DEP-CHILD
                          AND WS-PERSON-BIRTH-N > ZEROS
                          AND WS-PERSON-AGE NOT < WS-AGE-LIMIT
                           PERFORM 210-AGE-OUT-DEPENDENT
                       ELSE
                           PERFORM 410-CHECK-MILESTONE
                           IF WS-MILESTONE-AGE > ZEROS
                               ADD 1 TO WS-TOTAL-DEP-MILESTONE
                               MOVE 'M' TO WS-EVENT-TYPE
                               PERFORM 250-ANNOUNCE-DEPENDENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * DESATIVACAO LOGICA NA CONVENCAO DO ARQDMN: STATUS 'I' E A DATA
      * DE NEGOCIO NO DEP-DEACT-DATE
       210-AGE-OUT-DEPENDENT.
           MOVE 'I'           TO DEP-STATUS.
           MOVE WS-RUN-DATE-N TO DEP-DEACT-DATE.
           REWRITE ARQ-DEP-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-FAILED
                   DISPLAY "AGE-OUT FAILED: " DEP-COD "/" DEP-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-AGED-OUT
                   DISPLAY "DEP AGED OUT    " DEP-COD "/" DEP-SEQ
                   MOVE 'E'            TO WS-EVENT-TYPE
                   MOVE WS-PERSON-AGE  TO WS-MILESTONE-AGE
                   MOVE WS-RUN-DATE-N  TO WS-EVENT-DATE
                   PERFORM 250-ANNOUNCE-DEPENDENT
           END-REWRITE.

      * A CARTA DO DEPENDENTE VAI PARA O TITULAR, NO ENDERECO DELE
       250-ANNOUNCE-DEPENDENT.
           MOVE 'N'     TO WS-OWNER-FOUND-SW.
           MOVE DEP-COD TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   MOVE SPACES TO ARQ-REC
                   MOVE DEP-COD TO ARQ-COD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OWNER-FOUND-SW
           END-READ.
           IF DEP-SPOUSE
               MOVE "CONJUGE"  TO WS-RELATION-TEXT
           ELSE
               MOVE "FILHO"    TO WS-RELATION-TEXT
           END-IF.
           MOVE WS-EVENT-TYPE    TO NTC-TYPE.
           MOVE DEP-COD          TO NTC-COD.
           MOVE DEP-SEQ          TO NTC-SEQ.
           MOVE DEP-NAME         TO NTC-NAME.
           MOVE WS-MILESTONE-AGE TO NTC-AGE.
           MOVE WS-EVENT-DATE    TO NTC-EVENT-DATE.
           PERFORM 500-ROUTE-NOTICE.

      * PASSE DOS TITULARES: SO OS MARCOS, E SO DOS ATIVOS
       300-PROCESS-MEMBER.
           READ ARQIN NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-ARQ
               NOT AT END
                   ADD 1 TO WS-TOTAL-CAD-READ
                   IF ARQ-ACTIVE
                       MOVE ARQ-BIRTH-DATE TO WS-PERSON-BIRTH-N
                       PERFORM 410-CHECK-MILESTONE
                       IF WS-MILESTONE-AGE > ZEROS
                           ADD 1 TO WS-TOTAL-CAD-MILESTONE
                           MOVE 'M'         TO WS-EVENT-TYPE
                           MOVE 'Y'         TO WS-OWNER-FOUND-SW
                           MOVE "TITULAR"   TO WS-RELATION-TEXT
                           MOVE WS-EVENT-TYPE    TO NTC-TYPE
                           MOVE ARQ-COD          TO NTC-COD
                           MOVE ZEROS            TO NTC-SEQ
                           MOVE ARQ-NAME         TO NTC-NAME
                           MOVE WS-MILESTONE-AGE TO NTC-AGE
                           MOVE WS-EVENT-DATE    TO NTC-EVENT-DATE
                           PERFORM 500-ROUTE-NOTICE
                       END-IF
                   END-IF
           END-READ.

       400-DERIVE-AGE.
           IF WS-PERSON-BIRTH-N > ZEROS
              AND WS-PERSON-BIRTH-N NOT > WS-RUN-DATE-N
               COMPUTE WS-PERSON-AGE =
                   (WS-RUN-DATE-N - WS-PERSON-BIRTH-N) / 10000
           ELSE
               MOVE ZEROS TO WS-PERSON-AGE
           END-IF.

      * MARCO: ANIVERSARIO NO MES SEGUINTE COMPLETANDO 18 OU 65 ANOS.
      * DEVOLVE A IDADE DO MARCO (ZERO QUANDO NAO HA) E A DATA DO
      * ANIVERSARIO.
       410-CHECK-MILESTONE.
           MOVE ZEROS TO WS-MILESTONE-AGE.
           MOVE ZEROS TO WS-EVENT-DATE.
           IF WS-PERSON-BIRTH-N > ZEROS
              AND WS-PERSON-BIRTH-MONTH EQUAL WS-NEXT-MONTH
              AND WS-PERSON-BIRTH-YEAR < WS-NEXT-YEAR
               COMPUTE WS-PERSON-AGE =
                   WS-NEXT-YEAR - WS-PERSON-BIRTH-YEAR
               IF WS-PERSON-AGE EQUAL WS-MILESTONE-1
                  OR WS-PERSON-AGE EQUAL WS-MILESTONE-2
                   MOVE WS-PERSON-AGE TO WS-MILESTONE-AGE
                   COMPUTE WS-EVENT-DATE =
                       WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100
                       + WS-PERSON-BIRTH-DAY
               END-IF
           END-IF.

      * COM O ENDERECO DO TITULAR COMPLETO A CARTA VAI PARA O EXTRATO;
      * SENAO, PARA A LISTA DE PENDENCIAS. O EVENTO SAI NO RELATORIO
      * NOS DOIS CASOS.
       500-ROUTE-NOTICE.
           MOVE 'Y' TO WS-ADDR-OK-SW.
           MOVE SPACES TO WS-AFU-MISSING.
           IF WS-OWNER-FOUND-SW NOT EQUAL 'Y'
               MOVE 'N' TO WS-ADDR-OK-SW
               MOVE "SEM TITULAR" TO WS-AFU-MISS-STREET
           ELSE
               IF ARQ-STREET EQUAL SPACES
                   MOVE 'N' TO WS-ADDR-OK-SW
                   MOVE "LOGRADOURO" TO WS-AFU-MISS-STREET
               END-IF
               IF ARQ-CITY EQUAL SPACES
                   MOVE 'N' TO WS-ADDR-OK-SW
                   MOVE "CIDADE" TO WS-AFU-MISS-CITY
               END-IF
               IF ARQ-UF EQUAL SPACES
                   MOVE 'N' TO WS-ADDR-OK-SW
                   MOVE "UF" TO WS-AFU-MISS-UF
               END-IF
               IF ARQ-POSTAL EQUAL SPACES
                   MOVE 'N' TO WS-ADDR-OK-SW
                   MOVE "CEP" TO WS-AFU-MISS-POSTAL
               END-IF
           END-IF.
           IF NTC-AGE-OUT
               MOVE "DESATIVADO" TO WS-DET-EVENT
           ELSE
               MOVE "MARCO"          TO WS-EVENT-WORD
               MOVE WS-MILESTONE-AGE TO WS-EVENT-AGE
               MOVE WS-EVENT-TEXT    TO WS-DET-EVENT
           END-IF.
           IF WS-ADDR-OK-SW EQUAL 'Y'
               MOVE ARQ-NAME   TO NTC-ADDRESSEE
               MOVE ARQ-STREET TO NTC-STREET
               MOVE ARQ-CITY   TO NTC-CITY
               MOVE ARQ-UF     TO NTC-UF
               MOVE ARQ-POSTAL TO NTC-POSTAL
               WRITE ARQ-NTC-LINE FROM ARQ-NTC-REC
               ADD 1 TO WS-TOTAL-NOTICES
               MOVE "AVISO"    TO WS-DET-DEST
           ELSE
               MOVE WS-DET-EVENT TO WS-AFU-EVENT
               MOVE NTC-COD      TO WS-AFU-COD
               MOVE NTC-SEQ      TO WS-AFU-SEQ
               MOVE NTC-NAME     TO WS-AFU-NAME
               MOVE ARQ-NAME     TO WS-AFU-OWNER
               WRITE AFU-REL-LINE FROM WS-AFU-DETAIL-LINE
               ADD 1 TO WS-TOTAL-FOLLOW-UP
               MOVE "PENDENCIA" TO WS-DET-DEST
           END-IF.
           PERFORM 510-WRITE-DETAIL.

       510-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 160-NEW-PAGE
           END-IF.
           MOVE NTC-COD           TO WS-DET-COD.
           MOVE NTC-SEQ           TO WS-DET-SEQ.
           MOVE NTC-NAME          TO WS-DET-NAME.
           MOVE WS-RELATION-TEXT  TO WS-DET-RELATION.
           MOVE WS-PERSON-BIRTH-N TO WS-DET-BIRTH.
           MOVE NTC-AGE           TO WS-DET-AGE.
           MOVE NTC-EVENT-DATE    TO WS-DET-EVENT-DATE.
           MOVE WS-DETAIL-LINE    TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       700-WRITE-TOTALS.
           MOVE SPACES TO AGL-REL-LINE.
           WRITE AGL-REL-LINE.
           MOVE "DEPENDENTES LIDOS:"                TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-DEP-READ                    TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "FILHOS DESATIVADOS PELA IDADE LIMITE:" TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-AGED-OUT                    TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "DEPENDENTES COM MARCO NO MES SEGUINTE:"
                                                     TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-DEP-MILESTONE               TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "TITULARES LIDOS:"                  TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-CAD-READ                    TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "TITULARES COM MARCO NO MES SEGUINTE:" TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-CAD-MILESTONE               TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "AVISOS NO EXTRATO ARQNTC:"         TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-NOTICES                     TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE "AVISOS RETIDOS (ENDERECO INCOMPLETO):" TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-FOLLOW-UP                   TO WS-TOTAL-QTY.
           WRITE AGL-REL-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO AFU-REL-LINE.
           WRITE AFU-REL-LINE.
           MOVE "TOTAL DE AVISOS RETIDOS:"          TO WS-TOTAL-TXT.
           MOVE WS-TOTAL-FOLLOW-UP                   TO WS-TOTAL-QTY.
           WRITE AFU-REL-LINE FROM WS-TOTAL-LINE.
           DISPLAY "**************************************************".
           DISPLAY "DEPENDENTS READ:        " WS-TOTAL-DEP-READ.
           DISPLAY "DEPENDENTS AGED OUT:    " WS-TOTAL-AGED-OUT.
           DISPLAY "DEPENDENT MILESTONES:   " WS-TOTAL-DEP-MILESTONE.
           DISPLAY "MEMBERS READ:           " WS-TOTAL-CAD-READ.
           DISPLAY "MEMBER MILESTONES:      " WS-TOTAL-CAD-MILESTONE.
           DISPLAY "NOTICES EXTRACTED:      " WS-TOTAL-NOTICES.
           DISPLAY "NOTICES HELD (ADDRESS): " WS-TOTAL-FOLLOW-UP.
           DISPLAY "AGE-OUTS FAILED:        " WS-TOTAL-FAILED.

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
            CLOSE ARQAGL.
            CLOSE ARQNTC.
            CLOSE ARQAFU.

       END PROGRAM ARQAGE.
