      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: puts one request on the indexed waiting list,
      *          LISTA-ESPERA.TXT (layout on ESPEREC.CPY), for the
      *          program that just turned it away with TURMA LOTADA
      *          -- MANUTENCAO_ALUNO, MANUTENCAO_LOTE -- or for the
      *          hand-keyed entry of MANUTENCAO_ESPERA, so a full
      *          class no longer loses the family's request. The
      *          request is stamped with the date and time (via
      *          DATAEHORA) that orders the TURMA's line. A
      *          matricula still waiting or holding an offer on the
      *          same TURMA and roster is not added twice -- a
      *          transaction file run again must not push the
      *          family to the back of the line. The caller gets
      *          the outcome and the family's place in ESPERA-PARM.
      *          The same subprogram counts, for the capacity checks
      *          of those programs, the seats of a TURMA held by
      *          open offers (ESP-FUNCAO 'R'), so nobody keyed in
      *          later takes a seat already offered to the family
      *          next in line.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA_ESPERA.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQESPERA ASSIGN TO DYNAMIC WS-NOME-ARQESPERA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQESPERA.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQESPERA
          LABEL RECORD STANDARD.
           COPY "ESPEREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQESPERA PIC X(02).
       01 WS-NOME-ARQESPERA   PIC X(40) VALUE 'LISTA-ESPERA.TXT'.
       01 WS-FIM-TURMA        PIC X(01).
           88 WS-TURMA-FIM        VALUE 'S'.
       01 WS-GRAVADO          PIC X(01).
           88 WS-FOI-GRAVADO      VALUE 'S'.
       01 WS-SEQ              PIC 9(03).

       01 WS-DATAHORA-ESP.
           03 WS-ANO-ESP PIC 9(4).
           03 WS-MES-ESP PIC 9(2).
           03 WS-DIA-ESP PIC 9(2).
           03 WS-HOR-ESP PIC 9(2).
           03 WS-MIN-ESP PIC 9(2).
           03 WS-SEG-ESP PIC 9(2).
       01 WS-DATAHORA-ESP-X REDEFINES WS-DATAHORA-ESP PIC X(14).

       LINKAGE SECTION.
           COPY "ESPPARM.CPY".

      **********************
       PROCEDURE DIVISION USING ESPERA-PARM.
            MOVE 'X' TO ESP-RETORNO
            MOVE 0   TO ESP-POSICAO
            MOVE 0   TO ESP-RESERVAS
            IF ESP-CONTAR-RESERVAS
               PERFORM 4000-CONTA-RESERVAS
                  THRU 4000-CONTA-RESERVAS-EXIT
               GOBACK
            END-IF
            PERFORM 1000-ABRE-ESPERA
               THRU 1000-ABRE-ESPERA-EXIT
            IF WS-STATUS-ARQESPERA NOT = '00'
               GOBACK
            END-IF
            PERFORM 2000-PROCURA-PEDIDO
               THRU 2000-PROCURA-PEDIDO-EXIT
            IF NOT ESP-JA-NA-LISTA
               PERFORM 3000-GRAVA-PEDIDO
                  THRU 3000-GRAVA-PEDIDO-EXIT
            END-IF
            CLOSE ARQESPERA
            GOBACK.

      *----------------------------------------------------------*
      * 1000-ABRE-ESPERA: the list outlives every run; it is      *
      * created empty the first time a class turns someone away.  *
      *----------------------------------------------------------*
       1000-ABRE-ESPERA.
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
            END-IF.
       1000-ABRE-ESPERA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCURA-PEDIDO: walks the TURMA's line from its      *
      * oldest request, counting the families still waiting and   *
      * stopping at this matricula if it is already pending.      *
      *----------------------------------------------------------*
       2000-PROCURA-PEDIDO.
            MOVE 'N'        TO WS-FIM-TURMA
            MOVE ESP-TURMA  TO FD-ESP-TURMA
            MOVE LOW-VALUES TO FD-ESP-DATAHORA
            MOVE ZEROS      TO FD-ESP-SEQ
            START ARQESPERA KEY IS NOT LESS THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-TURMA
            END-START
            PERFORM 2100-LE-PEDIDO
               THRU 2100-LE-PEDIDO-EXIT
               UNTIL WS-TURMA-FIM.
       2000-PROCURA-PEDIDO-EXIT.
            EXIT.

       2100-LE-PEDIDO.
            READ ARQESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-TURMA
                  GO TO 2100-LE-PEDIDO-EXIT
            END-READ
            IF FD-ESP-TURMA NOT = ESP-TURMA
               MOVE 'S' TO WS-FIM-TURMA
               GO TO 2100-LE-PEDIDO-EXIT
            END-IF
            IF FD-ESP-CADASTRO NOT = ESP-CADASTRO
               GO TO 2100-LE-PEDIDO-EXIT
            END-IF
            IF FD-ESP-AGUARDANDO
               ADD 1 TO ESP-POSICAO
            END-IF
            IF FD-ESP-PENDENTE
               AND FD-ESP-MATRICULA = ESP-MATRICULA
               MOVE 'J' TO ESP-RETORNO
               MOVE 'S' TO WS-FIM-TURMA
            END-IF.
       2100-LE-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-GRAVA-PEDIDO: a second request in the same second on *
      * the same TURMA -- a batch run rejecting several 'I's at   *
      * once -- takes the next sequence number behind the first.  *
      *----------------------------------------------------------*
       3000-GRAVA-PEDIDO.
            CALL 'DATAEHORA' USING WS-DATAHORA-ESP
            MOVE ESP-TURMA         TO FD-ESP-TURMA
            MOVE WS-DATAHORA-ESP-X TO FD-ESP-DATAHORA
            MOVE ESP-MATRICULA     TO FD-ESP-MATRICULA
            MOVE ESP-NOME          TO FD-ESP-NOME
            MOVE ESP-IDADE         TO FD-ESP-IDADE
            MOVE ESP-NASCIMENTO    TO FD-ESP-NASCIMENTO
            MOVE ESP-CADASTRO      TO FD-ESP-CADASTRO
            MOVE ESP-ORIGEM        TO FD-ESP-ORIGEM
            MOVE ESP-OPERADOR      TO FD-ESP-OPERADOR
            MOVE 'E'               TO FD-ESP-SITUACAO
            MOVE ZEROS             TO FD-ESP-DT-OFERTA
            MOVE ZEROS             TO FD-ESP-DT-LIMITE
            MOVE ZEROS             TO FD-ESP-DT-RESPOSTA
            MOVE 0                 TO WS-SEQ
            MOVE 'N'               TO WS-GRAVADO
            PERFORM 3100-GRAVA-SEQUENCIA
               THRU 3100-GRAVA-SEQUENCIA-EXIT
               UNTIL WS-FOI-GRAVADO OR WS-SEQ > 998
            IF WS-FOI-GRAVADO
               MOVE 'I' TO ESP-RETORNO
               ADD 1 TO ESP-POSICAO
            ELSE
               DISPLAY 'ERRO AO GRAVAR LISTA-ESPERA.TXT - STATUS: '
                       WS-STATUS-ARQESPERA
            END-IF.
       3000-GRAVA-PEDIDO-EXIT.
            EXIT.

       3100-GRAVA-SEQUENCIA.
            MOVE WS-SEQ TO FD-ESP-SEQ
            WRITE FD-ARQ-ESPERA
               INVALID KEY
                  ADD 1 TO WS-SEQ
               NOT INVALID KEY
                  MOVE 'S' TO WS-GRAVADO
            END-WRITE.
       3100-GRAVA-SEQUENCIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-CONTA-RESERVAS: an offer out, accepted or already    *
      * sent to the batch holds its seat until it is taken or     *
      * expires. The caller's own matricula is left out -- the    *
      * 'I' that comes from an accepted offer is the one the seat *
      * was held for. No list yet means no reservations.          *
      *----------------------------------------------------------*
       4000-CONTA-RESERVAS.
            OPEN INPUT ARQESPERA
            IF WS-STATUS-ARQESPERA = '35'
               MOVE SPACE TO ESP-RETORNO
               GO TO 4000-CONTA-RESERVAS-EXIT
            END-IF
            IF WS-STATUS-ARQESPERA NOT = '00'
               DISPLAY 'ERRO AO ABRIR LISTA-ESPERA.TXT - STATUS: '
                       WS-STATUS-ARQESPERA
               GO TO 4000-CONTA-RESERVAS-EXIT
            END-IF
            MOVE 'N'        TO WS-FIM-TURMA
            MOVE ESP-TURMA  TO FD-ESP-TURMA
            MOVE LOW-VALUES TO FD-ESP-DATAHORA
            MOVE ZEROS      TO FD-ESP-SEQ
            START ARQESPERA KEY IS NOT LESS THAN FD-ESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-TURMA
            END-START
            PERFORM 4100-CONTA-UMA-RESERVA
               THRU 4100-CONTA-UMA-RESERVA-EXIT
               UNTIL WS-TURMA-FIM
            CLOSE ARQESPERA
            MOVE SPACE TO ESP-RETORNO.
       4000-CONTA-RESERVAS-EXIT.
            EXIT.

       4100-CONTA-UMA-RESERVA.
            READ ARQESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-TURMA
                  GO TO 4100-CONTA-UMA-RESERVA-EXIT
            END-READ
            IF FD-ESP-TURMA NOT = ESP-TURMA
               MOVE 'S' TO WS-FIM-TURMA
               GO TO 4100-CONTA-UMA-RESERVA-EXIT
            END-IF
            IF FD-ESP-RESERVA
               AND FD-ESP-CADASTRO = ESP-CADASTRO
               AND FD-ESP-MATRICULA NOT = ESP-MATRICULA
               ADD 1 TO ESP-RESERVAS
            END-IF.
       4100-CONTA-UMA-RESERVA-EXIT.
            EXIT.

       END PROGRAM GRAVA_ESPERA.
