      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acknowledgement return file to the partner agency,
      *          built after the ARQMNT step. Walks the agency's
      *          arrivals file (ARQAGF) again line by line and works
      *          out what became of each line: a line ARQAGY could
      *          not convert is found in ARQAGX by its line number;
      *          every other line is the next transaction of the
      *          converted batch (ARQAGYTRN), and ARQMNT's reject
      *          file (ARQMRJ) names that transaction by its ordinal
      *          and carries its image, so a reject is only matched
      *          when both agree. A transaction ARQMNT did not reject
      *          is confirmed against ARQCAD (COD present with the
      *          name and birth date sent) before it is reported as
      *          added or changed; otherwise it is reported as
      *          rejected at update, not applied. The ARQACK file is
      *          in the agency's own semicolon-delimited layout: a
      *          header (H) with their file date (ARQACK_FILEDATE as
      *          they sent it, default the business date) and our
      *          processing date, one detail line (D) per line they
      *          sent - their line number, their member id, the
      *          outcome, the reason and our COD - and a trailer (T)
      *          with the counts per outcome. A night with no agency
      *          file is a normal empty run, as in ARQAGY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARQACK.
      *
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQAGF ASSIGN TO WS-ARQAGF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AGF.
      *
           SELECT ARQAGX ASSIGN TO WS-ARQAGX-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AGX.
      *
           SELECT ARQAGYTRN ASSIGN TO WS-ARQAGYTRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRN.
      *
           SELECT ARQMRJ ASSIGN TO WS-ARQMRJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MRJ.
      *
           SELECT ARQIN ASSIGN TO WS-ARQIN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-COD
           ALTERNATE RECORD KEY IS ARQ-NAME WITH DUPLICATES
           FILE STATUS IS WS-STATUS-IN.
      *
           SELECT ARQACK ASSIGN TO WS-ARQACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACK.
      *
           SELECT ARQBDT ASSIGN TO WS-ARQBDT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BDT.
      *
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ARQAGF.
       01  ARQ-AGF-LINE        PIC X(80).
      *
       FD  ARQAGX.
       01  ARQ-AGX-LINE        PIC X(110).
      *
       FD  ARQAGYTRN.
       01  ARQ-AGYTRN-LINE     PIC X(147).
      *
       FD  ARQMRJ.
       01  ARQ-MRJ-LINE        PIC X(166).
      *
       FD  ARQIN.
           COPY ARQINREC.
      *
       FD  ARQACK.
       01  ARQ-ACK-LINE        PIC X(120).
      *
       FD  ARQBDT.
       01  ARQ-BDT-LINE        PIC X(08).
      *
       WORKING-STORAGE         SECTION.
      * TRANSACAO CONVERTIDA PELO ARQAGY
           COPY ARQTRNREC.
      *
      * REJEICAO DO ARQMNT (ORDINAL DA TRANSACAO + MOTIVO + IMAGEM)
           COPY ARQMRJREC.
      *
      * REGISTRO DO ARQUIVO DE EXCECOES DO ARQAGY
       01  WS-AGX-REC.
           05 WS-AGX-LINENO       PIC 9(06).
           05 FILLER              PIC X(02).
           05 WS-AGX-REASON       PIC X(20).
           05 FILLER              PIC X(02).
           05 WS-AGX-IMAGE        PIC X(80).
      *
      * CONTROLE DOS ARQUIVOS
       77  EOF-AGF                PIC A     VALUE 'N'.
       77  EOF-AGX                PIC A     VALUE 'N'.
       77  EOF-TRN                PIC A     VALUE 'N'.
       77  EOF-MRJ                PIC A     VALUE 'N'.
       77  WS-STATUS-AGF          PIC XX.
       77  WS-STATUS-AGX          PIC XX.
       77  WS-STATUS-TRN          PIC XX.
       77  WS-STATUS-MRJ          PIC XX.
       77  WS-STATUS-IN           PIC XX.
       77  WS-STATUS-ACK          PIC XX.
       77  WS-STATUS-BDT          PIC XX.
       77  WS-AGF-PRESENT-SW      PIC A     VALUE 'N'.
      *
      * LOCALIZACAO DOS DATASETS (PARAMETRO JCL / VARIAVEL DE AMBIENTE)
       77  WS-ARQAGF-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAGF-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAGF.txt".
       77  WS-ARQAGX-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQAGX-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAGX.txt".
       77  WS-ARQAGYTRN-DSN       PIC X(100) VALUE SPACES.
       01  WS-ARQAGYTRN-DSN-DEFAULT PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQAGYTRN.txt".
       77  WS-ARQMRJ-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQMRJ-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQMRJ.txt".
       77  WS-ARQIN-DSN           PIC X(100) VALUE SPACES.
       01  WS-ARQIN-DSN-DEFAULT   PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQCAD.DAT".
       77  WS-ARQACK-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQACK-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQACK.txt".
       77  WS-ARQBDT-DSN          PIC X(100) VALUE SPACES.
       01  WS-ARQBDT-DSN-DEFAULT  PIC X(100) VALUE
           "C:\Users\WIN 11\OneDrive\Desktop\Cob-Arq\ARQBDT.txt".
      *
      * DATAS: A DA REMESSA (COMO A AGENCIA A MANDOU) E A NOSSA
       77  WS-FILE-DATE           PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE.
           05 WS-TODAY-YEAR       PIC 9(04).
           05 WS-TODAY-MONTH      PIC 9(02).
           05 WS-TODAY-DAY        PIC 9(02).
       01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
                                  PIC 9(08).
       01  WS-TODAY-AGENCY.
           05 WS-TA-DAY           PIC 9(02).
           05 FILLER              PIC X     VALUE "/".
           05 WS-TA-MONTH         PIC 9(02).
           05 FILLER              PIC X     VALUE "/".
           05 WS-TA-YEAR          PIC 9(04).
      *
      * LINHA CORRENTE DA REMESSA E SEU DESTINO
       77  WS-LINE-NO             PIC 9(06) VALUE ZEROS.
       77  WS-TRN-SEQ             PIC 9(06) VALUE ZEROS.
       77  WS-AGY-ID              PIC X(10) VALUE SPACES.
       77  WS-OUTCOME             PIC X(21) VALUE SPACES.
       77  WS-REASON              PIC X(30) VALUE SPACES.
       77  WS-OUR-COD             PIC X(04) VALUE SPACES.
      *
      * MONTAGEM DA LINHA DELIMITADA (CAMPO APARADO + ';')
       77  WS-ACK-PTR             PIC 9(03) VALUE 1.
       77  WS-FIELD               PIC X(30) VALUE SPACES.
       77  WS-FIELD-LEN           PIC 9(02) VALUE ZEROS.
       77  WS-NUM-EDIT            PIC Z(05)9.
       01  WS-ACK-WORK            PIC X(120) VALUE SPACES.
      *
      * TEXTO DOS MOTIVOS DE REJEICAO DO ARQMNT (ARQMRJREC)
       01  WS-REASON-TEXT-VALUES.
           05 FILLER PIC X(32) VALUE "01COD INVALIDO".
           05 FILLER PIC X(32) VALUE "02NASCIMENTO INVALIDO".
           05 FILLER PIC X(32) VALUE "03COD E NASCIMENTO INVALIDOS".
           05 FILLER PIC X(32) VALUE "04UF INVALIDA".
           05 FILLER PIC X(32) VALUE "05CEP INVALIDO".
           05 FILLER PIC X(32) VALUE "06CEP FORA DAS FAIXAS DA UF".
           05 FILLER PIC X(32) VALUE "07CIDADE NAO CONSTA NA UF".
           05 FILLER PIC X(32) VALUE "11COD JA CADASTRADO".
           05 FILLER PIC X(32) VALUE "12COD NAO CADASTRADO".
           05 FILLER PIC X(32) VALUE "13REGISTRO INATIVO".
           05 FILLER PIC X(32) VALUE "14ACAO INVALIDA".
           05 FILLER PIC X(32) VALUE "15FALHA NA GRAVACAO".
           05 FILLER PIC X(32) VALUE "16DATA DE VIGENCIA INVALIDA".
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05 WS-REASON-ENTRY     OCCURS 13.
              10 RSN-CODE         PIC 9(02).
              10 RSN-TEXT         PIC X(30).
       77  WS-RSN-IX              PIC 9(02) VALUE ZEROS.
       77  WS-RSN-MAX             PIC 9(02) VALUE 13.
      *
      * CONTADORES
       77  WS-TOTAL-LINES         PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ADDED         PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CHANGED       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REJ-CONV      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REJ-UPD       PIC 9(06) VALUE ZEROS.
      *
      * CONTROLE DE ERROS
       77  WS-ABEND-CODE          PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE       PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-GET-PARM.
           PERFORM 100-OPEN-FILE.
           IF WS-AGF-PRESENT-SW EQUAL 'Y'
               PERFORM 150-WRITE-HEADER
               PERFORM UNTIL EOF-AGF EQUAL 'Y'
                   PERFORM 200-PROCESS-LINE
               END-PERFORM
               PERFORM 600-WRITE-TRAILER
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 999-CLOSE-FILE.
           GOBACK.

       050-GET-PARM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ARQAGF-DSN FROM ENVIRONMENT "ARQAGF_DSN".
           IF WS-ARQAGF-DSN EQUAL SPACES
               MOVE WS-ARQAGF-DSN-DEFAULT TO WS-ARQAGF-DSN
           END-IF.
           ACCEPT WS-ARQAGX-DSN FROM ENVIRONMENT "ARQAGX_DSN".
           IF WS-ARQAGX-DSN EQUAL SPACES
               MOVE WS-ARQAGX-DSN-DEFAULT TO WS-ARQAGX-DSN
           END-IF.
           ACCEPT WS-ARQAGYTRN-DSN FROM ENVIRONMENT "ARQAGYTRN_DSN".
           IF WS-ARQAGYTRN-DSN EQUAL SPACES
               MOVE WS-ARQAGYTRN-DSN-DEFAULT TO WS-ARQAGYTRN-DSN
           END-IF.
           ACCEPT WS-ARQMRJ-DSN FROM ENVIRONMENT "ARQMRJ_DSN".
           IF WS-ARQMRJ-DSN EQUAL SPACES
               MOVE WS-ARQMRJ-DSN-DEFAULT TO WS-ARQMRJ-DSN
           END-IF.
           ACCEPT WS-ARQIN-DSN FROM ENVIRONMENT "ARQIN_DSN".
           IF WS-ARQIN-DSN EQUAL SPACES
               MOVE WS-ARQIN-DSN-DEFAULT TO WS-ARQIN-DSN
           END-IF.
           ACCEPT WS-ARQACK-DSN FROM ENVIRONMENT "ARQACK_DSN".
           IF WS-ARQACK-DSN EQUAL SPACES
               MOVE WS-ARQACK-DSN-DEFAULT TO WS-ARQACK-DSN
           END-IF.
           PERFORM 055-READ-BUSINESS-DATE.
           MOVE WS-TODAY-DAY   TO WS-TA-DAY.
           MOVE WS-TODAY-MONTH TO WS-TA-MONTH.
           MOVE WS-TODAY-YEAR  TO WS-TA-YEAR.
           ACCEPT WS-FILE-DATE FROM ENVIRONMENT "ARQACK_FILEDATE".
           IF WS-FILE-DATE EQUAL SPACES
               MOVE WS-TODAY-AGENCY TO WS-FILE-DATE
           END-IF.

      * A DATA DE NEGOCIO PUBLICADA PELO ARQDRV (ARQBDT) PREVALECE
      * SOBRE O RELOGIO DO SISTEMA NA DATA DE PROCESSAMENTO DO
      * RETORNO; SEM O ARQUIVO, VALE O RELOGIO.
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

      * REMESSA AUSENTE E UMA NOITE SEM LOTE DA AGENCIA: NADA A
      * RESPONDER (MESMO TRATAMENTO DO ARQAGY). OS ARQUIVOS DE
      * EXCECAO E DE REJEICAO AUSENTES SAO VAZIOS.
       100-OPEN-FILE.
           OPEN INPUT ARQAGF.
           IF WS-STATUS-AGF EQUAL '35'
               MOVE 'Y' TO EOF-AGF
               DISPLAY "REMESSA DA AGENCIA AUSENTE - NADA A RESPONDER"
           ELSE
               PERFORM 110-OPEN-ACK-FILES
           END-IF.

       110-OPEN-ACK-FILES.
           IF WS-STATUS-AGF NOT EQUAL '00'
               MOVE WS-STATUS-AGF          TO WS-ABEND-CODE
               MOVE "FILE ARQAGF IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-AGF-PRESENT-SW.
           OPEN INPUT ARQAGX.
           IF WS-STATUS-AGX NOT EQUAL '00'
               MOVE 'Y' TO EOF-AGX
           ELSE
               PERFORM 210-READ-EXCEPTION
           END-IF.
           OPEN INPUT ARQAGYTRN.
           IF WS-STATUS-TRN NOT EQUAL '00'
               MOVE 'Y' TO EOF-TRN
           END-IF.
           OPEN INPUT ARQMRJ.
           IF WS-STATUS-MRJ NOT EQUAL '00'
               MOVE 'Y' TO EOF-MRJ
           ELSE
               PERFORM 230-READ-REJECT
           END-IF.
           OPEN INPUT ARQIN.
           IF WS-STATUS-IN NOT EQUAL '00'
               MOVE WS-STATUS-IN           TO WS-ABEND-CODE
               MOVE "FILE ARQIN IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQACK.
           IF WS-STATUS-ACK NOT EQUAL '00'
               MOVE WS-STATUS-ACK          TO WS-ABEND-CODE
               MOVE "FILE ARQACK IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 900-ABEND THRU 999-CLOSE-FILE
               GOBACK
           END-IF.

      * CABECALHO: H;DATA DA REMESSA;DATA DO PROCESSAMENTO
       150-WRITE-HEADER.
           MOVE SPACES TO WS-ACK-WORK.
           MOVE 1      TO WS-ACK-PTR.
           MOVE "H"             TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-FILE-DATE    TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-TODAY-AGENCY TO WS-FIELD.
           PERFORM 655-APPEND-LAST-FIELD.
           WRITE ARQ-ACK-LINE FROM WS-ACK-WORK.

      * CADA LINHA DA REMESSA: OU ESTA NO ARQAGX (REJEITADA NA
      * CONVERSAO) OU E A PROXIMA TRANSACAO DO ARQAGYTRN
       200-PROCESS-LINE.
           READ ARQAGF
               AT END
                   MOVE 'Y' TO EOF-AGF
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   ADD 1 TO WS-TOTAL-LINES
                   MOVE SPACES TO WS-AGY-ID
                   UNSTRING ARQ-AGF-LINE DELIMITED BY ';'
                       INTO WS-AGY-ID
                   MOVE SPACES TO WS-OUR-COD
                   MOVE SPACES TO WS-REASON
                   IF EOF-AGX EQUAL 'N'
                      AND WS-AGX-LINENO EQUAL WS-LINE-NO
                       MOVE "REJEITADO CONVERSAO" TO WS-OUTCOME
                       MOVE WS-AGX-REASON          TO WS-REASON
                       ADD 1 TO WS-TOTAL-REJ-CONV
                       PERFORM 210-READ-EXCEPTION
                   ELSE
                       PERFORM 300-RESOLVE-TRANSACTION
                   END-IF
                   PERFORM 500-WRITE-DETAIL
           END-READ.

       210-READ-EXCEPTION.
           READ ARQAGX INTO WS-AGX-REC
               AT END
                   MOVE 'Y' TO EOF-AGX
           END-READ.

      * O ARQMRJ E GRAVADO NA ORDEM DAS TRANSACOES; AS LIBERADAS DO
      * ARQPND (ORDINAL ZERO) NAO SAO DA REMESSA E SAO SALTADAS
       230-READ-REJECT.
           MOVE ZEROS TO MRJ-TRN-SEQ.
           PERFORM 235-READ-ONE-REJECT
               UNTIL EOF-MRJ EQUAL 'Y'
                  OR MRJ-TRN-SEQ > ZEROS.

       235-READ-ONE-REJECT.
           READ ARQMRJ INTO ARQ-MRJ-REC
               AT END
                   MOVE 'Y' TO EOF-MRJ
           END-READ.

       300-RESOLVE-TRANSACTION.
           READ ARQAGYTRN INTO ARQ-TRN-REC
               AT END
                   MOVE 'Y' TO EOF-TRN
           END-READ.
           IF EOF-TRN EQUAL 'Y'
               MOVE "REJEITADO ATUALIZACAO"     TO WS-OUTCOME
               MOVE "LOTE CONVERTIDO INCOMPLETO" TO WS-REASON
               ADD 1 TO WS-TOTAL-REJ-UPD
           ELSE
               PERFORM 305-MATCH-TRANSACTION
           END-IF.

       305-MATCH-TRANSACTION.
           ADD 1 TO WS-TRN-SEQ.
           MOVE ARQ-TRN-COD TO WS-OUR-COD.
           PERFORM 235-READ-ONE-REJECT
               UNTIL EOF-MRJ EQUAL 'Y'
                  OR MRJ-TRN-SEQ NOT < WS-TRN-SEQ.
           IF EOF-MRJ EQUAL 'N'
              AND MRJ-TRN-SEQ EQUAL WS-TRN-SEQ
              AND MRJ-TRN-IMAGE EQUAL ARQ-TRN-REC
               MOVE "REJEITADO ATUALIZACAO" TO WS-OUTCOME
               PERFORM 320-REASON-TEXT
               ADD 1 TO WS-TOTAL-REJ-UPD
           ELSE
               PERFORM 310-CONFIRM-ON-CADASTRO
           END-IF.

      * SO E INCLUIDO/ALTERADO O QUE DE FATO ESTA NO ARQCAD COM O
      * NOME E O NASCIMENTO ENVIADOS
       310-CONFIRM-ON-CADASTRO.
           MOVE ARQ-TRN-COD TO ARQ-COD.
           READ ARQIN
               INVALID KEY
                   MOVE SPACES TO ARQ-NAME
                   MOVE ZEROS  TO ARQ-BIRTH-DATE
           END-READ.
           IF WS-STATUS-IN EQUAL '00'
              AND ARQ-NAME EQUAL ARQ-TRN-NAME
              AND ARQ-BIRTH-DATE EQUAL ARQ-TRN-BIRTH-DATE
               IF ARQ-TRN-ADD
                   MOVE "INCLUIDO" TO WS-OUTCOME
                   ADD 1 TO WS-TOTAL-ADDED
               ELSE
                   MOVE "ALTERADO" TO WS-OUTCOME
                   ADD 1 TO WS-TOTAL-CHANGED
               END-IF
           ELSE
               MOVE "REJEITADO ATUALIZACAO"     TO WS-OUTCOME
               MOVE "NAO EFETIVADO NO CADASTRO" TO WS-REASON
               ADD 1 TO WS-TOTAL-REJ-UPD
           END-IF.

       320-REASON-TEXT.
           MOVE "MOTIVO NAO CATALOGADO" TO WS-REASON.
           PERFORM 325-MATCH-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-MAX.

       325-MATCH-REASON.
           IF RSN-CODE (WS-RSN-IX) EQUAL MRJ-REASON-CODE
               MOVE RSN-TEXT (WS-RSN-IX) TO WS-REASON
           END-IF.

      * DETALHE: D;LINHA;ID DO MEMBRO;RESULTADO;MOTIVO;NOSSO COD
       500-WRITE-DETAIL.
           MOVE SPACES TO WS-ACK-WORK.
           MOVE 1      TO WS-ACK-PTR.
           MOVE "D"         TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-LINE-NO  TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO WS-FIELD.
           PERFORM 660-APPEND-NUMBER.
           MOVE WS-AGY-ID   TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-OUTCOME  TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-REASON   TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-OUR-COD  TO WS-FIELD.
           PERFORM 655-APPEND-LAST-FIELD.
           WRITE ARQ-ACK-LINE FROM WS-ACK-WORK.

      * TRAILER: T;LINHAS;INCLUIDOS;ALTERADOS;REJ. CONVERSAO;
      * REJ. ATUALIZACAO
       600-WRITE-TRAILER.
           MOVE SPACES TO WS-ACK-WORK.
           MOVE 1      TO WS-ACK-PTR.
           MOVE "T"               TO WS-FIELD.
           PERFORM 650-APPEND-FIELD.
           MOVE WS-TOTAL-LINES    TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT       TO WS-FIELD.
           PERFORM 660-APPEND-NUMBER.
           MOVE WS-TOTAL-ADDED    TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT       TO WS-FIELD.
           PERFORM 660-APPEND-NUMBER.
           MOVE WS-TOTAL-CHANGED  TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT       TO WS-FIELD.
           PERFORM 660-APPEND-NUMBER.
           MOVE WS-TOTAL-REJ-CONV TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT       TO WS-FIELD.
           PERFORM 660-APPEND-NUMBER.
           MOVE WS-TOTAL-REJ-UPD  TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT       TO WS-FIELD.
           PERFORM 665-TRIM-NUMBER.
           PERFORM 655-APPEND-LAST-FIELD.
           WRITE ARQ-ACK-LINE FROM WS-ACK-WORK.

      * ACRESCENTA WS-FIELD SEM OS BRANCOS A DIREITA, SEGUIDO DE ';'
       650-APPEND-FIELD.
           PERFORM 670-FIELD-LENGTH.
           IF WS-FIELD-LEN > ZEROS
               STRING WS-FIELD (1:WS-FIELD-LEN) DELIMITED BY SIZE
                   INTO WS-ACK-WORK
                   WITH POINTER WS-ACK-PTR
           END-IF.
           STRING ";" DELIMITED BY SIZE
               INTO WS-ACK-WORK
               WITH POINTER WS-ACK-PTR.

       655-APPEND-LAST-FIELD.
           PERFORM 670-FIELD-LENGTH.
           IF WS-FIELD-LEN > ZEROS
               STRING WS-FIELD (1:WS-FIELD-LEN) DELIMITED BY SIZE
                   INTO WS-ACK-WORK
                   WITH POINTER WS-ACK-PTR
           END-IF.

      * NUMERO EDITADO: SAI SEM OS BRANCOS A ESQUERDA
       660-APPEND-NUMBER.
           PERFORM 665-TRIM-NUMBER.
           PERFORM 650-APPEND-FIELD.

       665-TRIM-NUMBER.
           PERFORM 668-SHIFT-NUMBER
               UNTIL WS-FIELD (1:1) NOT EQUAL SPACE.

       668-SHIFT-NUMBER.
           MOVE WS-FIELD (2:) TO WS-FIELD.

       670-FIELD-LENGTH.
           MOVE 30 TO WS-FIELD-LEN.
           PERFORM 675-TRIM-FIELD
               UNTIL WS-FIELD-LEN EQUAL ZEROS
                  OR WS-FIELD (WS-FIELD-LEN:1) NOT EQUAL SPACE.

       675-TRIM-FIELD.
           SUBTRACT 1 FROM WS-FIELD-LEN.

       700-WRITE-TOTALS.
           DISPLAY "**************************************************".
           DISPLAY "AGENCY LINES ACKNOWLEDGED: " WS-TOTAL-LINES.
           DISPLAY "ADDED:                     " WS-TOTAL-ADDED.
           DISPLAY "CHANGED:                   " WS-TOTAL-CHANGED.
           DISPLAY "REJECTED AT CONVERSION:    " WS-TOTAL-REJ-CONV.
           DISPLAY "REJECTED AT UPDATE:        " WS-TOTAL-REJ-UPD.

       900-ABEND                  SECTION.
           DISPLAY "***************************************************"
           DISPLAY "****************  ABEND ROUTINE  ******************"
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE.
           MOVE 12 TO RETURN-CODE.

       999-CLOSE-FILE.
            IF WS-AGF-PRESENT-SW EQUAL 'Y'
                CLOSE ARQAGF
                CLOSE ARQAGX
                CLOSE ARQAGYTRN
                CLOSE ARQMRJ
                CLOSE ARQIN
                CLOSE ARQACK
            END-IF.

       END PROGRAM ARQACK.
