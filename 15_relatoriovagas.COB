      *                    enforced" everywhere the capacity is
      *                    checked, and this report must not tell
      *                    the office to rebalance it.
      *   15/10/2026 DB  - each line now also shows the TURMA's
      *                    demand on the LISTA-ESPERA.TXT waiting
      *                    list for this roster: families still
      *                    waiting (ESPERA) and seats offered and
      *                    not yet taken up (OFERTAS), with their
      *                    totals at the end. No list yet counts
      *                    as zero.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_VAGAS.
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQESPERA ASSIGN TO DYNAMIC WS-NOME-ARQESPERA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQESPERA.

       SELECT ARQVAGAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQVAGAS.
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQESPERA
          LABEL RECORD STANDARD.
           COPY "ESPEREC.CPY".

       FD ARQVAGAS
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQTURMA-VAGAS.TXT'.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQTURMA PIC X(02).
       01 WS-STATUS-ARQVAGAS PIC X(02).
       01 WS-STATUS-ARQESPERA PIC X(02).
       01 WS-NOME-ARQESPERA  PIC X(40) VALUE 'LISTA-ESPERA.TXT'.
       01 WS-TEM-ESPERA      PIC X(01).
           88 WS-ESPERA-ABERTA   VALUE 'S'.
       01 WS-FIM-ESPERA      PIC X(01).
           88 WS-ESPERA-FIM      VALUE 'S'.
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQTURMA   PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-TURMA-EOF       PIC X(01).
       01 WS-OCUPACAO        PIC 9(05).
       01 WS-VAGAS           PIC S9(05).
       01 WS-SITUACAO-VAGA   PIC X(08).
       01 WS-EM-ESPERA       PIC 9(05).
       01 WS-OFERTAS         PIC 9(05).

       01 WS-QTD-TURMAS      PIC 9(05).
       01 WS-QTD-EXCEDIDAS   PIC 9(05).
       01 WS-QTD-LOTADAS     PIC 9(05).
       01 WS-QTD-OCIOSAS     PIC 9(05).
       01 WS-QTD-EM-ESPERA   PIC 9(05).
       01 WS-QTD-OFERTAS     PIC 9(05).

       01 WS-CAP-ED          PIC ZZZ9.
       01 WS-OCU-ED          PIC ZZZZ9.
       01 WS-VAGAS-ED        PIC +ZZZZ9.
       01 WS-CONT-ED         PIC ZZZZ9.
       01 WS-ESP-ED          PIC ZZZZ9.
       01 WS-OFE-ED          PIC ZZZZ9.
       01 WS-VAGAS-LINHA-ED  PIC X(80) VALUE SPACES.

      **********************
                          ' CONVERTE_ALUNO'
               END-IF
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQTURMA
               DISPLAY 'CADASTRE AS TURMAS COM MANUTENCAO_TURMA'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQVAGAS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      *----------------------------------------------------------*
      * the waiting list only exists once a full class has turned *
      * somebody away; until then every TURMA's demand is zero.   *
      *----------------------------------------------------------*
            MOVE 'N' TO WS-TEM-ESPERA
            OPEN INPUT ARQESPERA
            IF WS-STATUS-ARQESPERA = '00'
               MOVE 'S' TO WS-TEM-ESPERA
            ELSE
               IF WS-STATUS-ARQESPERA NOT = '35'
                  DISPLAY 'ERRO AO ABRIR LISTA-ESPERA.TXT - STATUS: '
                          WS-STATUS-ARQESPERA
                  DISPLAY 'PROGRAMA ABORTADO'
                  CLOSE ARQALUNO
                  CLOSE ARQTURMA
                  CLOSE ARQVAGAS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            MOVE 0   TO WS-QTD-TURMAS
            MOVE 0   TO WS-QTD-EXCEDIDAS
            MOVE 0   TO WS-QTD-LOTADAS
            MOVE 0   TO WS-QTD-OCIOSAS
            MOVE 0   TO WS-QTD-EM-ESPERA
            MOVE 0   TO WS-QTD-OFERTAS
            MOVE 'N' TO WS-TURMA-EOF
            MOVE 'RELATORIO DE VAGAS POR TURMA' TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            MOVE SPACES TO WS-VAGAS-LINHA-ED
            STRING 'TURMA  CAPAC  OCUPACAO  VAGAS' DELIMITED BY SIZE
                   '  ESPERA OFERTAS  SITUACAO'    DELIMITED BY SIZE
                   INTO WS-VAGAS-LINHA-ED
            END-STRING
            MOVE WS-VAGAS-LINHA-ED TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            MOVE ALL '-' TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA.
            MOVE FD-TUR-CAPACIDADE TO WS-CAPACIDADE
            PERFORM 2100-CONTA-OCUPACAO
               THRU 2100-CONTA-OCUPACAO-EXIT
            PERFORM 2300-CONTA-ESPERA
               THRU 2300-CONTA-ESPERA-EXIT
            COMPUTE WS-VAGAS = WS-CAPACIDADE - WS-OCUPACAO
      *----------------------------------------------------------*
      * capacity zero means the class was registered without one *
            MOVE WS-CAPACIDADE TO WS-CAP-ED
            MOVE WS-OCUPACAO   TO WS-OCU-ED
            MOVE WS-VAGAS      TO WS-VAGAS-ED
            MOVE WS-EM-ESPERA  TO WS-ESP-ED
            MOVE WS-OFERTAS    TO WS-OFE-ED
            MOVE SPACES TO WS-VAGAS-LINHA-ED
            STRING WS-TURMA-ALVO   DELIMITED BY SIZE
                   '   '           DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-VAGAS-ED     DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-ESP-ED       DELIMITED BY SIZE
                   '   '           DELIMITED BY SIZE
                   WS-OFE-ED       DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-SITUACAO-VAGA DELIMITED BY SIZE
                   INTO WS-VAGAS-LINHA-ED
            END-STRING
       2200-GRAVA-LINHA-VAGA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-CONTA-ESPERA: the TURMA's requests for this roster   *
      * on the waiting list -- families still waiting, and seats  *
      * offered, accepted or sent to the batch but not yet taken  *
      * up on the roster.                                         *
      *----------------------------------------------------------*
       2300-CONTA-ESPERA.
            MOVE 0 TO WS-EM-ESPERA
            MOVE 0 TO WS-OFERTAS
            IF NOT WS-ESPERA-ABERTA
               GO TO 2300-CONTA-ESPERA-EXIT
            END-IF
            MOVE 'N'           TO WS-FIM-ESPERA
            MOVE WS-TURMA-ALVO TO FD-ESP-TURMA
            MOVE LOW-VALUES    TO FD-ESP-DATAHORA
            MOVE ZEROS         TO FD-ESP-SEQ
            START ARQESPERA KEY IS NOT LESS THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-ESPERA
            END-START
            PERFORM 2350-CONTA-UM-PEDIDO
               THRU 2350-CONTA-UM-PEDIDO-EXIT
               UNTIL WS-ESPERA-FIM
            ADD WS-EM-ESPERA TO WS-QTD-EM-ESPERA
            ADD WS-OFERTAS   TO WS-QTD-OFERTAS.
       2300-CONTA-ESPERA-EXIT.
            EXIT.

       2350-CONTA-UM-PEDIDO.
            READ ARQESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-ESPERA
                  GO TO 2350-CONTA-UM-PEDIDO-EXIT
            END-READ
            IF FD-ESP-TURMA NOT = WS-TURMA-ALVO
               MOVE 'S' TO WS-FIM-ESPERA
               GO TO 2350-CONTA-UM-PEDIDO-EXIT
            END-IF
            IF FD-ESP-CADASTRO NOT = WS-NOME-ARQALUNO
               GO TO 2350-CONTA-UM-PEDIDO-EXIT
            END-IF
            IF FD-ESP-AGUARDANDO
               ADD 1 TO WS-EM-ESPERA
            END-IF
            IF FD-ESP-RESERVA
               ADD 1 TO WS-OFERTAS
            END-IF.
       2350-CONTA-UM-PEDIDO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            END-STRING
            MOVE WS-VAGAS-LINHA-ED TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            MOVE WS-QTD-EM-ESPERA TO WS-CONT-ED
            MOVE SPACES TO WS-VAGAS-LINHA-ED
            STRING 'EM ESPERA........: ' DELIMITED BY SIZE
                   WS-CONT-ED            DELIMITED BY SIZE
                   INTO WS-VAGAS-LINHA-ED
            END-STRING
            MOVE WS-VAGAS-LINHA-ED TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            MOVE WS-QTD-OFERTAS TO WS-CONT-ED
            MOVE SPACES TO WS-VAGAS-LINHA-ED
            STRING 'OFERTAS ABERTAS..: ' DELIMITED BY SIZE
                   WS-CONT-ED            DELIMITED BY SIZE
                   INTO WS-VAGAS-LINHA-ED
            END-STRING
            MOVE WS-VAGAS-LINHA-ED TO FD-VAGAS-LINHA
            WRITE FD-VAGAS-LINHA
            CLOSE ARQALUNO
            CLOSE ARQTURMA
            IF WS-ESPERA-ABERTA
               CLOSE ARQESPERA
            END-IF
            CLOSE ARQVAGAS
            DISPLAY 'RELATORIO DE VAGAS POR TURMA - FIM'
            STOP RUN
