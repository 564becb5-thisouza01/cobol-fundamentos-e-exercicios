      * Purpose: Nightly driver for the cadastro batch chain. Runs
      *          ARQDUP, ARQAGY (agency arrivals intake, an empty run
      *          when no agency file arrived), the load step (ARQMNT,
      *          or ARQLOAD when ARQDRV_LOAD=LOAD), ARQACK (return
      *          file to the agency with the outcome of each line it
      *          sent), ARQSEQ, ARQRCN,
      *          ARQRPT, ARQSRT, ARQMTC (duplicate-person scan) and
      *          ARQBKP (dated backup of ARQCAD/ARQDEP and rotation of
      *          the ARQJRN journal) in order, recording each step's
      *          start, end and return code in the ARQRUN run-control
      *          file. A step that
      *          ends with a nonzero return code stops the chain, and
      *          ARQDUP reporting duplicates (return code 4) refuses
      *          the rest of the chain so duplicate codes never reach
      *
      * TABELA DOS PASSOS DA CADEIA NOTURNA
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY       OCCURS 10.
              10 STEP-NAME        PIC X(08).
              10 STEP-START-DATE  PIC X(08).
              10 STEP-START-TIME  PIC X(06).
              10 STEP-END-TIME    PIC X(06).
              10 STEP-RC          PIC 9(04).
              10 STEP-STATUS      PIC X(04).
       77  WS-STEP-MAX            PIC 9(02) VALUE 10.
       77  WS-STEP-IX             PIC 9(02) VALUE ZEROS.
       77  WS-WRITE-IX            PIC 9(02) VALUE ZEROS.
       77  WS-OK-COUNT            PIC 9(02) VALUE ZEROS.
           ELSE
               MOVE "ARQMNT"  TO STEP-NAME (3)
           END-IF.
           MOVE "ARQACK"  TO STEP-NAME (4).
           MOVE "ARQSEQ"  TO STEP-NAME (5).
           MOVE "ARQRCN"  TO STEP-NAME (6).
           MOVE "ARQRPT"  TO STEP-NAME (7).
           MOVE "ARQSRT"  TO STEP-NAME (8).
           MOVE "ARQMTC"  TO STEP-NAME (9).
           MOVE "ARQBKP"  TO STEP-NAME (10).
           PERFORM 070-RESET-STEP
               VARYING WS-WRITE-IX FROM 1 BY 1
               UNTIL WS-WRITE-IX > WS-STEP-MAX.
           END-READ.

      * UMA CADEIA ANTERIOR TOTALMENTE OK RECOMECA DO PRIMEIRO PASSO
      * (E VOLTA A DERIVAR OS NOMES DOS PASSOS DO AMBIENTE). FORA DE
      * RETOMADA TAMBEM: UM ARQRUN OK GRAVADO ANTES DE A CADEIA GANHAR
      * UM PASSO NAO PODE FAZER A NOITE RODAR SO O PASSO NOVO.
       150-CHECK-FRESH-RUN.
           MOVE ZEROS TO WS-OK-COUNT.
           PERFORM 160-COUNT-OK-STEP
               VARYING WS-WRITE-IX FROM 1 BY 1
               UNTIL WS-WRITE-IX > WS-STEP-MAX.
           IF WS-OK-COUNT EQUAL WS-STEP-MAX
              OR WS-RESUME-SW EQUAL 'N'
               PERFORM 060-INIT-STEP-TABLE
           END-IF.

                   CALL 'ARQMNT'
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN "ARQACK"
                   CALL 'ARQACK'
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN "ARQSEQ"
                   CALL 'ARQSEQ'
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   CALL 'ARQMTC'
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN "ARQBKP"
                   CALL 'ARQBKP'
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "UNKNOWN STEP: " STEP-NAME (WS-STEP-IX)
