      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: nightly matching of freed seats against the TURMA
      *          waiting list, LISTA-ESPERA.TXT (ESPEREC.CPY), for
      *          one roster. A seat frees up however a student
      *          leaves a class -- withdrawal or transfer-out on
      *          6-SITUACAO or an 'S' transaction, a TURMA move, a
      *          capacity raised in MANUTENCAO_TURMA, the year-end
      *          VIRADA_ANO -- so the run does not look for the
      *          event: per TURMA it takes the capacity on
      *          ARQTURMA.TXT, less the ATIVO students on the
      *          roster, less the seats already held by open
      *          offers, and offers what is left to the families
      *          next in line. Each offer gets a letter on
      *          CARTAS-OFERTA.TXT and PRAZO-OFERTA days to answer
      *          (run parameter, default 7). An offer accepted
      *          through MANUTENCAO_ESPERA becomes an 'I'
      *          transaction appended to ALUNO-TRANS.TXT, so this
      *          run goes in the chain before MANUTENCAO_LOTE; the
      *          seat stays held until the student shows up ATIVO
      *          on the roster. An offer not answered in time, or
      *          an inclusion that never reached the roster, is
      *          dropped and its seat goes back into the count.
      *          Everything done is listed on OFERTA-VAGAS-REL.TXT,
      *          one line per request touched and one summary line
      *          per TURMA. The roster file name and the operator
      *          come from PARAMETROS-EXECUCAO.TXT when present,
      *          with the console as fallback. RETURN-CODE 04 when
      *          a TURMA on the list is missing from ARQTURMA.TXT
      *          (no offers are made for it) or an accepted offer
      *          could not be written to ALUNO-TRANS.TXT, 16 when
      *          the run cannot start.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - only an ATIVO student holds a seat in
      *                    the occupancy count, as in the capacity
      *                    checks of MANUTENCAO_ALUNO/_LOTE.
      *   15/10/2026 DB  - an accepted offer queued by a refused
      *                    transfer is not sent to the batch as an
      *                    'I' -- the report says to redo it in
      *                    TRANSFERE_CAMPUS and the seat stays held.
      *   15/10/2026 DB  - an accepted offer whose 'I' cannot be
      *                    written to ALUNO-TRANS.TXT stays ACEITA
      *                    for the next run (RC 04); transfers to
      *                    redo have their own total.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFERTA_VAGAS.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQALUNO ASSIGN TO DYNAMIC WS-NOME-ARQALUNO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-MATRICULA
              ALTERNATE RECORD KEY IS FD-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ARQALUNO.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQESPERA ASSIGN TO DYNAMIC WS-NOME-ARQESPERA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQESPERA.

       SELECT ARQTRANS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQTRANS.

       SELECT ARQCARTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCARTA.

       SELECT ARQOREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQOREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQESPERA
          LABEL RECORD STANDARD.
           COPY "ESPEREC.CPY".

       FD ARQTRANS
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ALUNO-TRANS.TXT'.
       01 FD-TRN-REGISTRO.
           03 FD-TRN-ACAO       PIC X(01).
           03 FD-TRN-MATRICULA  PIC 9(06).
           03 FD-TRN-NOME       PIC X(08).
           03 FD-TRN-TURMA      PIC X(05).
           03 FD-TRN-IDADE      PIC 9(02).
           03 FD-TRN-NASCIMENTO PIC 9(08).
           03 FD-TRN-SITUACAO   PIC X(01).
           03 FD-TRN-DT-SAIDA   PIC X(08).

       FD ARQCARTA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CARTAS-OFERTA.TXT'.
       01 FD-CARTA-LINHA PIC X(80).

       FD ARQOREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'OFERTA-VAGAS-REL.TXT'.
       01 FD-OREL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO  PIC X(02).
       01 WS-STATUS-ARQTURMA  PIC X(02).
       01 WS-STATUS-ARQESPERA PIC X(02).
       01 WS-STATUS-ARQTRANS  PIC X(02).
       01 WS-STATUS-ARQCARTA  PIC X(02).
       01 WS-STATUS-ARQOREL   PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQTURMA    PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQESPERA   PIC X(40) VALUE 'LISTA-ESPERA.TXT'.
       01 WS-OPERADOR         PIC X(08).
       01 WS-PRAZO            PIC 9(03).

       01 WS-ESPERA-EOF       PIC X(01).
           88 WS-ESPERA-FIM       VALUE 'S'.
       01 WS-FIM-TURMA        PIC X(01).
           88 WS-TURMA-FIM        VALUE 'S'.
       01 WS-FIM-OCUPACAO     PIC X(01).
           88 WS-OCUPACAO-FIM     VALUE 'S'.
       01 WS-TURMA-EXISTE     PIC X(01).
           88 WS-TURMA-CADASTRADA VALUE 'S'.
       01 WS-ALUNO-NA-TURMA   PIC X(01).
           88 WS-ALUNO-MATRICULADO VALUE 'S'.

      *----------------------------------------------------------*
      * one TURMA of the list at a time: what the roster and the  *
      * reference master say about it and what the list holds     *
      * for this roster.                                          *
      *----------------------------------------------------------*
       01 WS-TURMA-ATUAL      PIC X(05).
       01 WS-TUR-CAPACIDADE   PIC 9(03).
       01 WS-TUR-DESCRICAO    PIC X(20).
       01 WS-PEDIDOS-TURMA    PIC 9(05).
       01 WS-OCUPACAO         PIC 9(05).
       01 WS-RESERVADAS       PIC 9(05).
       01 WS-AGUARDANDO       PIC 9(05).
       01 WS-OFERTAS-TURMA    PIC 9(05).
       01 WS-LIVRES           PIC 9(05).
       01 WS-SALDO            PIC S9(05).

       01 WS-TOT-TURMAS       PIC 9(07).
       01 WS-TOT-OFERTAS      PIC 9(07).
       01 WS-TOT-ENVIADAS     PIC 9(07).
       01 WS-TOT-TRANSF       PIC 9(07).
       01 WS-TOT-NAO-GRAVADAS PIC 9(07).
       01 WS-TOT-CONFIRMADAS  PIC 9(07).
       01 WS-TOT-EXPIRADAS    PIC 9(07).
       01 WS-TOT-AGUARDANDO   PIC 9(07).
       01 WS-TOT-SEM-TURMA    PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATA-RUN REDEFINES WS-DATAHORA-RUN.
           03 WS-DATA-RUN-AMD PIC 9(08).
           03 FILLER          PIC X(06).

      *----------------------------------------------------------*
      * days in each month; February is corrected for leap years  *
      * as the answer deadline is counted forward day by day.     *
      *----------------------------------------------------------*
       01 WS-TAB-DIAS-MES-V   PIC X(24)
                              VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
           03 WS-DIAS-MES-ITEM PIC 9(02) OCCURS 12 TIMES.
       01 WS-DIAS-NO-MES      PIC 9(02).
       01 WS-QUOCIENTE        PIC 9(04).
       01 WS-RESTO-4          PIC 9(03).
       01 WS-RESTO-100        PIC 9(03).
       01 WS-RESTO-400        PIC 9(03).

       01 WS-DATA-CALC        PIC 9(08).
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           03 WS-CALC-ANO     PIC 9(04).
           03 WS-CALC-MES     PIC 9(02).
           03 WS-CALC-DIA     PIC 9(02).
       01 WS-DATA-LIMITE      PIC 9(08).

       01 WS-DATA-FMT         PIC 9(08).
       01 WS-DATA-FMT-R REDEFINES WS-DATA-FMT.
           03 WS-FMT-ANO      PIC 9(04).
           03 WS-FMT-MES      PIC 9(02).
           03 WS-FMT-DIA      PIC 9(02).
       01 WS-DATA-FMT-ED      PIC X(10).
       01 WS-HOJE-ED          PIC X(10).
       01 WS-LIMITE-ED        PIC X(10).

       01 WS-EVENTO           PIC X(50).
       01 WS-OREL-LINHA-ED    PIC X(80) VALUE SPACES.
       01 WS-CARTA-LINHA-ED   PIC X(80) VALUE SPACES.
       01 WS-OREL-CONT-ED     PIC ZZZZZZ9.
       01 WS-CAP-ED           PIC ZZ9.
       01 WS-OCUP-ED          PIC ZZZ9.
       01 WS-RES-ED           PIC ZZZ9.
       01 WS-LIV-ED           PIC ZZZ9.
       01 WS-OFE-ED           PIC ZZZ9.
       01 WS-AGU-ED           PIC ZZZ9.
       01 WS-PRAZO-ED         PIC ZZ9.

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 2000-PROCESSA-TURMA
               THRU 2000-PROCESSA-TURMA-EXIT
               UNTIL WS-ESPERA-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'OFERTA DE VAGAS DA LISTA DE ESPERA'
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-ARQUIVO-ALUNO NOT = SPACES
               MOVE PRM-ARQUIVO-ALUNO TO WS-NOME-ARQALUNO
               DISPLAY 'ARQUIVO DE ALUNOS (PARAMETRO): '
                       WS-NOME-ARQALUNO
            ELSE
               DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
               ACCEPT WS-NOME-ARQALUNO
            END-IF
            IF PRM-TEM-ARQUIVO AND PRM-OPERADOR NOT = SPACES
               MOVE PRM-OPERADOR TO WS-OPERADOR
               DISPLAY 'OPERADOR (PARAMETRO): ' WS-OPERADOR
            ELSE
               DISPLAY 'OPERADOR: ' WITH NO ADVANCING
               ACCEPT WS-OPERADOR
            END-IF
            MOVE PRM-PRAZO-OFERTA TO WS-PRAZO
            IF PRM-PRAZO-OFERTA = 0
               MOVE 7 TO WS-PRAZO
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            PERFORM 1100-CALCULA-LIMITE
               THRU 1100-CALCULA-LIMITE-EXIT
            PERFORM 1200-ABRE-ARQUIVOS
               THRU 1200-ABRE-ARQUIVOS-EXIT
            MOVE 0   TO WS-TOT-TURMAS
            MOVE 0   TO WS-TOT-OFERTAS
            MOVE 0   TO WS-TOT-ENVIADAS
            MOVE 0   TO WS-TOT-TRANSF
            MOVE 0   TO WS-TOT-NAO-GRAVADAS
            MOVE 0   TO WS-TOT-CONFIRMADAS
            MOVE 0   TO WS-TOT-EXPIRADAS
            MOVE 0   TO WS-TOT-AGUARDANDO
            MOVE 0   TO WS-TOT-SEM-TURMA
            MOVE 'REGISTRO DE OFERTA DE VAGAS DA LISTA DE ESPERA'
               TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'PARAMETROS - ARQUIVO DE ALUNOS: '
                                    DELIMITED BY SIZE
                   WS-NOME-ARQALUNO DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-PRAZO TO WS-PRAZO-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'DATA: '            DELIMITED BY SIZE
                   WS-HOJE-ED          DELIMITED BY SIZE
                   '  PRAZO DE RESPOSTA: ' DELIMITED BY SIZE
                   WS-PRAZO-ED         DELIMITED BY SIZE
                   ' DIAS  OFERTAS DE HOJE ATE: '
                                       DELIMITED BY SIZE
                   WS-LIMITE-ED        DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE 'TURMA MATRIC NOME     OCORRENCIA' TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE ALL '-' TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
      *----------------------------------------------------------*
      * the list is read a TURMA at a time; the first record      *
      * names the first TURMA and 2000 moves on to the next.      *
      *----------------------------------------------------------*
            MOVE 'N'        TO WS-ESPERA-EOF
            MOVE LOW-VALUES TO FD-ESP-CHAVE
            START ARQESPERA KEY IS NOT LESS THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-ESPERA-EOF
            END-START
            IF NOT WS-ESPERA-FIM
               READ ARQESPERA NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-ESPERA-EOF
                  NOT AT END
                     MOVE FD-ESP-TURMA TO WS-TURMA-ATUAL
               END-READ
            END-IF.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-CALCULA-LIMITE: every offer made tonight has the     *
      * same answer deadline -- today plus PRAZO-OFERTA calendar  *
      * days.                                                     *
      *----------------------------------------------------------*
       1100-CALCULA-LIMITE.
            MOVE WS-DATA-RUN-AMD TO WS-DATA-CALC
            PERFORM 8550-SOMA-UM-DIA
               THRU 8550-SOMA-UM-DIA-EXIT
               WS-PRAZO TIMES
            MOVE WS-DATA-CALC TO WS-DATA-LIMITE
            MOVE WS-DATA-RUN-AMD TO WS-DATA-FMT
            PERFORM 8600-FORMATA-DATA
               THRU 8600-FORMATA-DATA-EXIT
            MOVE WS-DATA-FMT-ED TO WS-HOJE-ED
            MOVE WS-DATA-LIMITE TO WS-DATA-FMT
            PERFORM 8600-FORMATA-DATA
               THRU 8600-FORMATA-DATA-EXIT
            MOVE WS-DATA-FMT-ED TO WS-LIMITE-ED.
       1100-CALCULA-LIMITE-EXIT.
            EXIT.

       1200-ABRE-ARQUIVOS.
            OPEN INPUT ARQALUNO
            IF WS-STATUS-ARQALUNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO: ' WS-NOME-ARQALUNO
                       ' - STATUS: ' WS-STATUS-ARQALUNO
               IF WS-STATUS-ARQALUNO = '39'
                  DISPLAY 'ARQUIVO NO FORMATO ANTIGO - EXECUTE'
                          ' CONVERTE_SITUACAO'
               END-IF
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQTURMA
            IF WS-STATUS-ARQTURMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTURMA.TXT - STATUS: '
                       WS-STATUS-ARQTURMA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQESPERA
            IF WS-STATUS-ARQESPERA = '35'
               CLOSE ARQESPERA
               OPEN OUTPUT ARQESPERA
               CLOSE ARQESPERA
               OPEN I-O ARQESPERA
            END-IF
            IF WS-STATUS-ARQESPERA NOT = '00'
               DISPLAY 'ERRO AO ABRIR LISTA-ESPERA.TXT - STATUS: '
                       WS-STATUS-ARQESPERA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      *----------------------------------------------------------*
      * accepted offers are added after whatever the office has   *
      * already put on tonight's transaction file.                *
      *----------------------------------------------------------*
            OPEN EXTEND ARQTRANS
            IF WS-STATUS-ARQTRANS = '35'
               OPEN OUTPUT ARQTRANS
               CLOSE ARQTRANS
               OPEN EXTEND ARQTRANS
            END-IF
            IF WS-STATUS-ARQTRANS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNO-TRANS.TXT - STATUS: '
                       WS-STATUS-ARQTRANS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQESPERA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQCARTA
            IF WS-STATUS-ARQCARTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CARTAS-OFERTA.TXT - STATUS: '
                       WS-STATUS-ARQCARTA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQESPERA
               CLOSE ARQTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQOREL
            IF WS-STATUS-ARQOREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR OFERTA-VAGAS-REL.TXT - STATUS: '
                       WS-STATUS-ARQOREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQESPERA
               CLOSE ARQTRANS
               CLOSE ARQCARTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       1200-ABRE-ARQUIVOS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-TURMA: one TURMA of the list per iteration. *
      * The first pass settles the requests already in motion     *
      * (expired offers, accepted offers, inclusions sent to the  *
      * batch); only then are the free seats known, and the       *
      * second pass offers them in the order the requests were    *
      * taken. A TURMA with no request for this roster is passed  *
      * over without a line.                                      *
      *----------------------------------------------------------*
       2000-PROCESSA-TURMA.
            MOVE 0 TO WS-PEDIDOS-TURMA
            MOVE 0 TO WS-RESERVADAS
            MOVE 0 TO WS-AGUARDANDO
            MOVE 0 TO WS-OFERTAS-TURMA
            MOVE 0 TO WS-OCUPACAO
            MOVE 0 TO WS-LIVRES
            PERFORM 2700-INICIA-TURMA
               THRU 2700-INICIA-TURMA-EXIT
            PERFORM 2100-REVISA-PEDIDO
               THRU 2100-REVISA-PEDIDO-EXIT
               UNTIL WS-TURMA-FIM
            IF WS-PEDIDOS-TURMA = 0
               GO TO 2000-PROXIMA-TURMA
            END-IF
            ADD 1 TO WS-TOT-TURMAS
            MOVE WS-TURMA-ATUAL TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 'N' TO WS-TURMA-EXISTE
               NOT INVALID KEY
                  MOVE 'S' TO WS-TURMA-EXISTE
                  MOVE FD-TUR-CAPACIDADE TO WS-TUR-CAPACIDADE
                  MOVE FD-TUR-DESCRICAO  TO WS-TUR-DESCRICAO
            END-READ
            IF NOT WS-TURMA-CADASTRADA
               ADD 1 TO WS-TOT-SEM-TURMA
               ADD WS-AGUARDANDO TO WS-TOT-AGUARDANDO
               PERFORM 2650-GRAVA-SEM-TURMA
                  THRU 2650-GRAVA-SEM-TURMA-EXIT
               GO TO 2000-PROXIMA-TURMA
            END-IF
            PERFORM 2300-CONTA-OCUPACAO
               THRU 2300-CONTA-OCUPACAO-EXIT
      *----------------------------------------------------------*
      * a class registered without a capacity (zero) has no limit *
      * to enforce, so everybody waiting for it gets an offer.    *
      *----------------------------------------------------------*
            IF WS-TUR-CAPACIDADE = 0
               MOVE WS-AGUARDANDO TO WS-LIVRES
            ELSE
               COMPUTE WS-SALDO = WS-TUR-CAPACIDADE - WS-OCUPACAO
                                - WS-RESERVADAS
               IF WS-SALDO > 0
                  MOVE WS-SALDO TO WS-LIVRES
               END-IF
            END-IF
            IF WS-LIVRES > 0 AND WS-AGUARDANDO > 0
               PERFORM 2700-INICIA-TURMA
                  THRU 2700-INICIA-TURMA-EXIT
               PERFORM 2400-OFERTA-VAGA
                  THRU 2400-OFERTA-VAGA-EXIT
                  UNTIL WS-TURMA-FIM OR WS-LIVRES = 0
            END-IF
            ADD WS-AGUARDANDO TO WS-TOT-AGUARDANDO
            PERFORM 2600-GRAVA-RESUMO
               THRU 2600-GRAVA-RESUMO-EXIT.
       2000-PROXIMA-TURMA.
            MOVE WS-TURMA-ATUAL TO FD-ESP-TURMA
            MOVE HIGH-VALUES    TO FD-ESP-DATAHORA
            MOVE 999            TO FD-ESP-SEQ
            START ARQESPERA KEY IS GREATER THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-ESPERA-EOF
                  GO TO 2000-PROCESSA-TURMA-EXIT
            END-START
            READ ARQESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-ESPERA-EOF
               NOT AT END
                  MOVE FD-ESP-TURMA TO WS-TURMA-ATUAL
            END-READ.
       2000-PROCESSA-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-REVISA-PEDIDO: first pass. An offer past its         *
      * deadline is dropped. An accepted offer becomes an 'I' on  *
      * ALUNO-TRANS.TXT and keeps its seat for another            *
      * PRAZO-OFERTA days while the batch takes it in -- except   *
      * one queued by a refused transfer, which goes back to      *
      * TRANSFERE_CAMPUS (an 'I' would leave the student ATIVO on *
      * both rosters) and holds the seat just the same. An        *
      * inclusion that reached the roster (ATIVO in the TURMA) is *
      * closed as MATRICULADO; one that did not within its        *
      * deadline gives the seat back. Everything still open       *
      * holds a seat; requests still waiting are counted.         *
      *----------------------------------------------------------*
       2100-REVISA-PEDIDO.
            PERFORM 2750-LE-PEDIDO-TURMA
               THRU 2750-LE-PEDIDO-TURMA-EXIT
            IF WS-TURMA-FIM
               GO TO 2100-REVISA-PEDIDO-EXIT
            END-IF
            ADD 1 TO WS-PEDIDOS-TURMA
            EVALUATE TRUE
               WHEN FD-ESP-AGUARDANDO
                    ADD 1 TO WS-AGUARDANDO
               WHEN FD-ESP-OFERTADA
                    IF WS-DATA-RUN-AMD > FD-ESP-DT-LIMITE
                       MOVE 'X' TO FD-ESP-SITUACAO
                       MOVE WS-DATA-RUN-AMD TO FD-ESP-DT-RESPOSTA
                       MOVE 'OFERTA EXPIRADA SEM RESPOSTA'
                         TO WS-EVENTO
                       ADD 1 TO WS-TOT-EXPIRADAS
                       PERFORM 2800-ATUALIZA-PEDIDO
                          THRU 2800-ATUALIZA-PEDIDO-EXIT
                    ELSE
                       ADD 1 TO WS-RESERVADAS
                    END-IF
               WHEN FD-ESP-ACEITA
                    PERFORM 2200-VERIFICA-ALUNO
                       THRU 2200-VERIFICA-ALUNO-EXIT
                    IF WS-ALUNO-MATRICULADO
                       MOVE 'F' TO FD-ESP-SITUACAO
                       MOVE 'JA MATRICULADO NA TURMA' TO WS-EVENTO
                       ADD 1 TO WS-TOT-CONFIRMADAS
                    ELSE
                       ADD 1 TO WS-RESERVADAS
                       IF FD-ESP-DA-TRANSFERENCIA
                          MOVE 'TRANSFERENCIA ACEITA - REFAZER EM TRANSF
      -                   'ERE_CAMPUS' TO WS-EVENTO
                          MOVE 'M' TO FD-ESP-SITUACAO
                          MOVE WS-DATA-LIMITE TO FD-ESP-DT-LIMITE
                          ADD 1 TO WS-TOT-TRANSF
                       ELSE
                          PERFORM 2250-GRAVA-TRANSACAO
                             THRU 2250-GRAVA-TRANSACAO-EXIT
                       END-IF
                    END-IF
                    PERFORM 2800-ATUALIZA-PEDIDO
                       THRU 2800-ATUALIZA-PEDIDO-EXIT
               WHEN FD-ESP-ENCAMINHADA
                    PERFORM 2200-VERIFICA-ALUNO
                       THRU 2200-VERIFICA-ALUNO-EXIT
                    IF WS-ALUNO-MATRICULADO
                       MOVE 'F' TO FD-ESP-SITUACAO
                       MOVE 'MATRICULA CONFIRMADA NA TURMA'
                         TO WS-EVENTO
                       ADD 1 TO WS-TOT-CONFIRMADAS
                       PERFORM 2800-ATUALIZA-PEDIDO
                          THRU 2800-ATUALIZA-PEDIDO-EXIT
                    ELSE
                       IF WS-DATA-RUN-AMD > FD-ESP-DT-LIMITE
                          MOVE 'X' TO FD-ESP-SITUACAO
                          MOVE WS-DATA-RUN-AMD TO FD-ESP-DT-RESPOSTA
                          MOVE 'INCLUSAO NAO PROCESSADA - VAGA LIBERADA'
                            TO WS-EVENTO
                          ADD 1 TO WS-TOT-EXPIRADAS
                          PERFORM 2800-ATUALIZA-PEDIDO
                             THRU 2800-ATUALIZA-PEDIDO-EXIT
                       ELSE
                          ADD 1 TO WS-RESERVADAS
                       END-IF
                    END-IF
            END-EVALUATE.
       2100-REVISA-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-VERIFICA-ALUNO: the request is settled once its      *
      * matricula is on the roster as ATIVO in the TURMA asked.   *
      *----------------------------------------------------------*
       2200-VERIFICA-ALUNO.
            MOVE 'N' TO WS-ALUNO-NA-TURMA
            MOVE FD-ESP-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               INVALID KEY
                  GO TO 2200-VERIFICA-ALUNO-EXIT
            END-READ
            IF FD-TURMA = FD-ESP-TURMA AND FD-SIT-ATIVO
               MOVE 'S' TO WS-ALUNO-NA-TURMA
            END-IF.
       2200-VERIFICA-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2250-GRAVA-TRANSACAO: the request moves on to 'M' only    *
      * once its 'I' is on ALUNO-TRANS.TXT. One that could not be *
      * written stays ACEITA, still holding its seat, and the     *
      * next run tries it again.                                  *
      *----------------------------------------------------------*
       2250-GRAVA-TRANSACAO.
            MOVE SPACES             TO FD-TRN-REGISTRO
            MOVE 'I'                TO FD-TRN-ACAO
            MOVE FD-ESP-MATRICULA   TO FD-TRN-MATRICULA
            MOVE FD-ESP-NOME        TO FD-TRN-NOME
            MOVE FD-ESP-TURMA       TO FD-TRN-TURMA
            MOVE FD-ESP-IDADE       TO FD-TRN-IDADE
            MOVE FD-ESP-NASCIMENTO  TO FD-TRN-NASCIMENTO
            MOVE 'A'                TO FD-TRN-SITUACAO
            WRITE FD-TRN-REGISTRO
            IF WS-STATUS-ARQTRANS NOT = '00'
               MOVE SPACES TO WS-EVENTO
               STRING 'ERRO AO GRAVAR ALUNO-TRANS.TXT - STATUS '
                                          DELIMITED BY SIZE
                      WS-STATUS-ARQTRANS  DELIMITED BY SIZE
                      INTO WS-EVENTO
               END-STRING
               ADD 1 TO WS-TOT-NAO-GRAVADAS
               GO TO 2250-GRAVA-TRANSACAO-EXIT
            END-IF
            MOVE 'ACEITE ENVIADO AO LOTE (ALUNO-TRANS.TXT)'
               TO WS-EVENTO
            MOVE 'M' TO FD-ESP-SITUACAO
            MOVE WS-DATA-LIMITE TO FD-ESP-DT-LIMITE
            ADD 1 TO WS-TOT-ENVIADAS.
       2250-GRAVA-TRANSACAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-CONTA-OCUPACAO: only ATIVO students hold a seat,     *
      * the same count MANUTENCAO_ALUNO and MANUTENCAO_LOTE use.  *
      *----------------------------------------------------------*
       2300-CONTA-OCUPACAO.
            MOVE 'N'            TO WS-FIM-OCUPACAO
            MOVE WS-TURMA-ATUAL TO FD-TURMA
            START ARQALUNO KEY IS NOT LESS THAN FD-TURMA
               INVALID KEY
                  MOVE 'S' TO WS-FIM-OCUPACAO
            END-START
            PERFORM 2350-CONTA-UM-ALUNO
               THRU 2350-CONTA-UM-ALUNO-EXIT
               UNTIL WS-OCUPACAO-FIM.
       2300-CONTA-OCUPACAO-EXIT.
            EXIT.

       2350-CONTA-UM-ALUNO.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-OCUPACAO
                  GO TO 2350-CONTA-UM-ALUNO-EXIT
            END-READ
            IF FD-TURMA NOT = WS-TURMA-ATUAL
               MOVE 'S' TO WS-FIM-OCUPACAO
               GO TO 2350-CONTA-UM-ALUNO-EXIT
            END-IF
            IF FD-SIT-ATIVO
               ADD 1 TO WS-OCUPACAO
            END-IF.
       2350-CONTA-UM-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-OFERTA-VAGA: second pass. The families still waiting *
      * get the free seats in the order they asked, one letter    *
      * each, until the seats run out.                            *
      *----------------------------------------------------------*
       2400-OFERTA-VAGA.
            PERFORM 2750-LE-PEDIDO-TURMA
               THRU 2750-LE-PEDIDO-TURMA-EXIT
            IF WS-TURMA-FIM
               GO TO 2400-OFERTA-VAGA-EXIT
            END-IF
            IF NOT FD-ESP-AGUARDANDO
               GO TO 2400-OFERTA-VAGA-EXIT
            END-IF
            MOVE 'O'             TO FD-ESP-SITUACAO
            MOVE WS-DATA-RUN-AMD TO FD-ESP-DT-OFERTA
            MOVE WS-DATA-LIMITE  TO FD-ESP-DT-LIMITE
            MOVE ZEROS           TO FD-ESP-DT-RESPOSTA
            MOVE SPACES          TO WS-EVENTO
            STRING 'VAGA OFERTADA - RESPOSTA ATE '
                                 DELIMITED BY SIZE
                   WS-LIMITE-ED  DELIMITED BY SIZE
                   INTO WS-EVENTO
            END-STRING
            PERFORM 2800-ATUALIZA-PEDIDO
               THRU 2800-ATUALIZA-PEDIDO-EXIT
            PERFORM 2500-GRAVA-CARTA
               THRU 2500-GRAVA-CARTA-EXIT
            SUBTRACT 1 FROM WS-LIVRES
            SUBTRACT 1 FROM WS-AGUARDANDO
            ADD 1 TO WS-OFERTAS-TURMA
            ADD 1 TO WS-TOT-OFERTAS.
       2400-OFERTA-VAGA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-GRAVA-CARTA: one offer letter per family on          *
      * CARTAS-OFERTA.TXT, separated by a line of '=' so the      *
      * office can print and cut them apart.                      *
      *----------------------------------------------------------*
       2500-GRAVA-CARTA.
            MOVE ALL '=' TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE 'CARTA DE OFERTA DE VAGA' TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO WS-CARTA-LINHA-ED
            STRING 'DATA: '   DELIMITED BY SIZE
                   WS-HOJE-ED DELIMITED BY SIZE
                   INTO WS-CARTA-LINHA-ED
            END-STRING
            MOVE WS-CARTA-LINHA-ED TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO WS-CARTA-LINHA-ED
            STRING 'AOS RESPONSAVEIS PELO(A) ALUNO(A) '
                                    DELIMITED BY SIZE
                   FD-ESP-NOME      DELIMITED BY SIZE
                   ' - MATRICULA '  DELIMITED BY SIZE
                   FD-ESP-MATRICULA DELIMITED BY SIZE
                   INTO WS-CARTA-LINHA-ED
            END-STRING
            MOVE WS-CARTA-LINHA-ED TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO WS-CARTA-LINHA-ED
            STRING 'HA UMA VAGA DISPONIVEL NA TURMA '
                                    DELIMITED BY SIZE
                   FD-ESP-TURMA     DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WS-TUR-DESCRICAO DELIMITED BY SIZE
                   INTO WS-CARTA-LINHA-ED
            END-STRING
            MOVE WS-CARTA-LINHA-ED TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE FD-ESP-DATAHORA (1:8) TO WS-DATA-FMT
            PERFORM 8600-FORMATA-DATA
               THRU 8600-FORMATA-DATA-EXIT
            MOVE SPACES TO WS-CARTA-LINHA-ED
            STRING 'PEDIDO REGISTRADO NA LISTA DE ESPERA EM '
                                  DELIMITED BY SIZE
                   WS-DATA-FMT-ED DELIMITED BY SIZE
                   '.'            DELIMITED BY SIZE
                   INTO WS-CARTA-LINHA-ED
            END-STRING
            MOVE WS-CARTA-LINHA-ED TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO WS-CARTA-LINHA-ED
            STRING 'PARA CONFIRMAR A MATRICULA, PROCURE A SECRETARIA'
                                  DELIMITED BY SIZE
                   ' ATE '        DELIMITED BY SIZE
                   WS-LIMITE-ED   DELIMITED BY SIZE
                   '.'            DELIMITED BY SIZE
                   INTO WS-CARTA-LINHA-ED
            END-STRING
            MOVE WS-CARTA-LINHA-ED TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE 'SEM RESPOSTA NESTE PRAZO, A VAGA SERA OFERECIDA AO'
               TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE 'PROXIMO DA LISTA DE ESPERA.' TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE SPACES TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA
            MOVE 'A SECRETARIA' TO FD-CARTA-LINHA
            WRITE FD-CARTA-LINHA.
       2500-GRAVA-CARTA-EXIT.
            EXIT.

       2600-GRAVA-RESUMO.
            MOVE WS-TUR-CAPACIDADE TO WS-CAP-ED
            MOVE WS-OCUPACAO       TO WS-OCUP-ED
            MOVE WS-RESERVADAS     TO WS-RES-ED
            MOVE WS-OFERTAS-TURMA  TO WS-OFE-ED
            MOVE WS-AGUARDANDO     TO WS-AGU-ED
            COMPUTE WS-LIVRES = WS-LIVRES + WS-OFERTAS-TURMA
            MOVE WS-LIVRES         TO WS-LIV-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'TURMA '        DELIMITED BY SIZE
                   WS-TURMA-ATUAL  DELIMITED BY SIZE
                   ' CAP '         DELIMITED BY SIZE
                   WS-CAP-ED       DELIMITED BY SIZE
                   ' OCUP '        DELIMITED BY SIZE
                   WS-OCUP-ED      DELIMITED BY SIZE
                   ' RES '         DELIMITED BY SIZE
                   WS-RES-ED       DELIMITED BY SIZE
                   ' LIVRES '      DELIMITED BY SIZE
                   WS-LIV-ED       DELIMITED BY SIZE
                   ' OFERT '       DELIMITED BY SIZE
                   WS-OFE-ED       DELIMITED BY SIZE
                   ' ESPERA '      DELIMITED BY SIZE
                   WS-AGU-ED       DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA.
       2600-GRAVA-RESUMO-EXIT.
            EXIT.

       2650-GRAVA-SEM-TURMA.
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'TURMA '        DELIMITED BY SIZE
                   WS-TURMA-ATUAL  DELIMITED BY SIZE
                   ' NAO CADASTRADA EM ARQTURMA.TXT - SEM OFERTAS'
                                   DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA.
       2650-GRAVA-SEM-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-INICIA-TURMA / 2750-LE-PEDIDO-TURMA: position on the *
      * oldest request of WS-TURMA-ATUAL and hand back, one per   *
      * call, the requests of this roster in the order they were  *
      * taken.                                                    *
      *----------------------------------------------------------*
       2700-INICIA-TURMA.
            MOVE 'N'            TO WS-FIM-TURMA
            MOVE WS-TURMA-ATUAL TO FD-ESP-TURMA
            MOVE LOW-VALUES     TO FD-ESP-DATAHORA
            MOVE ZEROS          TO FD-ESP-SEQ
            START ARQESPERA KEY IS NOT LESS THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-TURMA
            END-START.
       2700-INICIA-TURMA-EXIT.
            EXIT.

       2750-LE-PEDIDO-TURMA.
            READ ARQESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-TURMA
                  GO TO 2750-LE-PEDIDO-TURMA-EXIT
            END-READ
            IF FD-ESP-TURMA NOT = WS-TURMA-ATUAL
               MOVE 'S' TO WS-FIM-TURMA
               GO TO 2750-LE-PEDIDO-TURMA-EXIT
            END-IF
            IF FD-ESP-CADASTRO NOT = WS-NOME-ARQALUNO
               GO TO 2750-LE-PEDIDO-TURMA
            END-IF.
       2750-LE-PEDIDO-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-ATUALIZA-PEDIDO: rewrites the request the caller     *
      * just changed and lists it with the WS-EVENTO the caller   *
      * left.                                                     *
      *----------------------------------------------------------*
       2800-ATUALIZA-PEDIDO.
            MOVE WS-OPERADOR TO FD-ESP-OPERADOR
            REWRITE FD-ARQ-ESPERA
               INVALID KEY
                  MOVE 'NAO FOI POSSIVEL ATUALIZAR A LISTA'
                    TO WS-EVENTO
            END-REWRITE
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING FD-ESP-TURMA     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   FD-ESP-MATRICULA DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   FD-ESP-NOME      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-EVENTO        DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA.
       2800-ATUALIZA-PEDIDO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-TURMAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'TURMAS COM PEDIDOS...: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-OFERTAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'VAGAS OFERTADAS......: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-ENVIADAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'ACEITES ENVIADOS.....: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-TRANSF TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'TRANSF. A REFAZER....: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-NAO-GRAVADAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'ACEITES NAO GRAVADOS.: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-CONFIRMADAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'MATRICULAS CONFIRM...: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-EXPIRADAS TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'OFERTAS EXPIRADAS....: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-AGUARDANDO TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'AINDA EM ESPERA......: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            MOVE WS-TOT-SEM-TURMA TO WS-OREL-CONT-ED
            MOVE SPACES TO WS-OREL-LINHA-ED
            STRING 'TURMAS NAO CADASTR...: ' DELIMITED BY SIZE
                   WS-OREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-OREL-LINHA-ED
            END-STRING
            MOVE WS-OREL-LINHA-ED TO FD-OREL-LINHA
            WRITE FD-OREL-LINHA
            DISPLAY 'TURMAS COM PEDIDOS...: ' WS-TOT-TURMAS
            DISPLAY 'VAGAS OFERTADAS......: ' WS-TOT-OFERTAS
            DISPLAY 'ACEITES ENVIADOS.....: ' WS-TOT-ENVIADAS
            DISPLAY 'TRANSF. A REFAZER....: ' WS-TOT-TRANSF
            DISPLAY 'ACEITES NAO GRAVADOS.: ' WS-TOT-NAO-GRAVADAS
            DISPLAY 'MATRICULAS CONFIRM...: ' WS-TOT-CONFIRMADAS
            DISPLAY 'OFERTAS EXPIRADAS....: ' WS-TOT-EXPIRADAS
            DISPLAY 'AINDA EM ESPERA......: ' WS-TOT-AGUARDANDO
            DISPLAY 'TURMAS NAO CADASTR...: ' WS-TOT-SEM-TURMA
            CLOSE ARQALUNO
            CLOSE ARQTURMA
            CLOSE ARQESPERA
            CLOSE ARQTRANS
            CLOSE ARQCARTA
            CLOSE ARQOREL
            IF WS-TOT-SEM-TURMA > 0 OR WS-TOT-NAO-GRAVADAS > 0
               MOVE 04 TO RETURN-CODE
            ELSE
               MOVE 00 TO RETURN-CODE
            END-IF
            DISPLAY 'FIM DA OFERTA DE VAGAS'
            STOP RUN
            EXIT.

      *----------------------------------------------------------*
      * 8550-SOMA-UM-DIA: moves WS-DATA-CALC one calendar day on. *
      * February has 29 days in a year divisible by 4, except the *
      * centuries not divisible by 400.                           *
      *----------------------------------------------------------*
       8550-SOMA-UM-DIA.
            MOVE WS-DIAS-MES-ITEM (WS-CALC-MES) TO WS-DIAS-NO-MES
            IF WS-CALC-MES = 02
               DIVIDE WS-CALC-ANO BY 4
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-CALC-ANO BY 100
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-CALC-ANO BY 400
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0
                  AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                  MOVE 29 TO WS-DIAS-NO-MES
               END-IF
            END-IF
            IF WS-CALC-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-CALC-DIA
               GO TO 8550-SOMA-UM-DIA-EXIT
            END-IF
            MOVE 01 TO WS-CALC-DIA
            IF WS-CALC-MES < 12
               ADD 1 TO WS-CALC-MES
            ELSE
               MOVE 01 TO WS-CALC-MES
               ADD 1 TO WS-CALC-ANO
            END-IF.
       8550-SOMA-UM-DIA-EXIT.
            EXIT.

       8600-FORMATA-DATA.
            MOVE SPACES TO WS-DATA-FMT-ED
            STRING WS-FMT-DIA DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WS-FMT-MES DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WS-FMT-ANO DELIMITED BY SIZE
                   INTO WS-DATA-FMT-ED
            END-STRING.
       8600-FORMATA-DATA-EXIT.
            EXIT.

       END PROGRAM OFERTA_VAGAS.
