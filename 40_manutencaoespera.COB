      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: hand maintenance of the TURMA waiting list,
      *          LISTA-ESPERA.TXT (layout on ESPEREC.CPY), for one
      *          roster. The list fills itself from the TURMA
      *          LOTADA rejections of MANUTENCAO_ALUNO and
      *          MANUTENCAO_LOTE; this menu is for everything the
      *          front office hears in person or on the phone: a
      *          family asking for a class that is known to be full
      *          (1-INCLUIR, through the same GRAVA_ESPERA the other
      *          programs use), where a family stands in line
      *          (2-CONSULTAR), a family answering yes to the
      *          letter OFERTA_VAGAS sent (3-ACEITE -- the nightly
      *          run turns it into an 'I' transaction for
      *          MANUTENCAO_LOTE), and a family giving up or
      *          refusing the seat (4-CANCELAR).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - ends with RC 16 when a file cannot be
      *                    opened, also when the list cannot be
      *                    reopened after an inclusion.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_ESPERA.
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO  PIC X(02).
       01 WS-STATUS-ARQTURMA  PIC X(02).
       01 WS-STATUS-ARQESPERA PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQTURMA    PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQESPERA   PIC X(40) VALUE 'LISTA-ESPERA.TXT'.
       01 WS-FIM-PROGRAMA     PIC X(01) VALUE 'N'.
           88 WS-FIM-SIM          VALUE 'S'.
       01 WS-OPCAO            PIC X(01).
           88 WS-OPCAO-INCLUIR    VALUE '1'.
           88 WS-OPCAO-CONSULTAR  VALUE '2'.
           88 WS-OPCAO-ACEITE     VALUE '3'.
           88 WS-OPCAO-CANCELAR   VALUE '4'.
           88 WS-OPCAO-SAIR       VALUE '5'.
       01 WS-FIM-TURMA        PIC X(01).
           88 WS-TURMA-FIM        VALUE 'S'.
       01 WS-PEDIDO-ACHADO    PIC X(01).
           88 WS-ACHOU-PEDIDO     VALUE 'S'.
       01 WS-QTD-ACHADOS      PIC 9(05).
       01 WS-POSICAO          PIC 9(04).
       01 WS-POSICAO-ED       PIC X(04).
       01 WS-SIT-DESCR        PIC X(12).
       01 WS-RESPOSTA         PIC X(01).

       01 WS-MATRICULA        PIC 9(06).
       01 WS-NOME             PIC X(08).
       01 WS-TURMA            PIC X(05).
       01 WS-IDADE            PIC 9(02).
       01 WS-NASCIMENTO       PIC 9(08).
       01 WS-OPERADOR         PIC X(08).

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

           COPY "ESPPARM.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL WS-FIM-SIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'MANUTENCAO DA LISTA DE ESPERA'
            DISPLAY 'ARQUIVO DE ALUNOS DA LISTA: ' WITH NO ADVANCING
            ACCEPT WS-NOME-ARQALUNO
            DISPLAY 'OPERADOR: ' WITH NO ADVANCING
            ACCEPT WS-OPERADOR
            OPEN INPUT ARQALUNO
            IF WS-STATUS-ARQALUNO = '39'
               DISPLAY 'ARQUIVO NA ORGANIZACAO ANTIGA (SEM CHAVES'
                       ' ALTERNATIVAS)'
               DISPLAY 'EXECUTE CONVERTE_ALUNO E TENTE DE NOVO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-STATUS-ARQALUNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-ARQALUNO
                       ' - STATUS: ' WS-STATUS-ARQALUNO
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQTURMA
            IF WS-STATUS-ARQTURMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTURMA.TXT - STATUS: '
                       WS-STATUS-ARQTURMA
               DISPLAY 'CADASTRE AS TURMAS COM MANUTENCAO_TURMA'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1100-ABRE-ESPERA
               THRU 1100-ABRE-ESPERA-EXIT
            IF WS-STATUS-ARQESPERA NOT = '00'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            EXIT.

      *----------------------------------------------------------*
      * 1100-ABRE-ESPERA: the list is created empty the first     *
      * time it is needed. It is closed around every call to      *
      * GRAVA_ESPERA, which opens the file on its own.            *
      *----------------------------------------------------------*
       1100-ABRE-ESPERA.
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
       1100-ABRE-ESPERA-EXIT.
            EXIT.

       2000-PROCESSA-TRANSACOES.
            PERFORM 2100-EXIBE-MENU THRU 2100-EXIBE-MENU-EXIT
            EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                    PERFORM 2200-INCLUI-PEDIDO
                       THRU 2200-INCLUI-PEDIDO-EXIT
               WHEN WS-OPCAO-CONSULTAR
                    PERFORM 2300-CONSULTA-TURMA
                       THRU 2300-CONSULTA-TURMA-EXIT
               WHEN WS-OPCAO-ACEITE
                    PERFORM 2400-REGISTRA-ACEITE
                       THRU 2400-REGISTRA-ACEITE-EXIT
               WHEN WS-OPCAO-CANCELAR
                    PERFORM 2500-CANCELA-PEDIDO
                       THRU 2500-CANCELA-PEDIDO-EXIT
               WHEN WS-OPCAO-SAIR
                    MOVE 'S' TO WS-FIM-PROGRAMA
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
       2000-PROCESSA-TRANSACOES-EXIT.
            EXIT.

       2100-EXIBE-MENU.
            DISPLAY '-----------------------------------'
            DISPLAY '1-INCLUIR  2-CONSULTAR TURMA  3-ACEITE'
            DISPLAY '4-CANCELAR (DESISTENCIA/RECUSA)  5-SAIR'
            DISPLAY '-----------------------------------'
            DISPLAY 'OPCAO: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO.
       2100-EXIBE-MENU-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-INCLUI-PEDIDO: a request keyed by hand must name a   *
      * TURMA on the reference master and a matricula not yet on  *
      * the roster -- the accepted offer becomes an 'I' that      *
      * would otherwise bounce in the batch run.                  *
      *----------------------------------------------------------*
       2200-INCLUI-PEDIDO.
            DISPLAY 'MATRICULA: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
            MOVE WS-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               NOT INVALID KEY
                  DISPLAY 'MATRICULA JA EXISTE - INCLUSAO CANCELADA'
                  GO TO 2200-INCLUI-PEDIDO-EXIT
            END-READ
            DISPLAY 'NOME: ' WITH NO ADVANCING
            ACCEPT WS-NOME
            DISPLAY 'TURMA: ' WITH NO ADVANCING
            ACCEPT WS-TURMA
            MOVE WS-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  DISPLAY 'TURMA NAO CADASTRADA - INCLUSAO CANCELADA'
                  GO TO 2200-INCLUI-PEDIDO-EXIT
            END-READ
            DISPLAY 'IDADE: ' WITH NO ADVANCING
            ACCEPT WS-IDADE
            DISPLAY 'NASCIMENTO (AAAAMMDD): ' WITH NO ADVANCING
            ACCEPT WS-NASCIMENTO
            MOVE 'G'              TO ESP-FUNCAO
            MOVE WS-TURMA         TO ESP-TURMA
            MOVE WS-MATRICULA     TO ESP-MATRICULA
            MOVE WS-NOME          TO ESP-NOME
            MOVE WS-IDADE         TO ESP-IDADE
            MOVE WS-NASCIMENTO    TO ESP-NASCIMENTO
            MOVE WS-NOME-ARQALUNO TO ESP-CADASTRO
            MOVE 'D'              TO ESP-ORIGEM
            MOVE WS-OPERADOR      TO ESP-OPERADOR
            CLOSE ARQESPERA
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            EVALUATE TRUE
               WHEN ESP-INCLUIDO
                    DISPLAY 'PEDIDO INCLUIDO NA LISTA DA TURMA '
                            ESP-TURMA ' - POSICAO: ' ESP-POSICAO
               WHEN ESP-JA-NA-LISTA
                    DISPLAY 'ALUNO JA ESTA NA LISTA DE ESPERA DA'
                            ' TURMA ' ESP-TURMA
               WHEN OTHER
                    DISPLAY 'NAO FOI POSSIVEL INCLUIR O PEDIDO'
            END-EVALUATE
            PERFORM 1100-ABRE-ESPERA
               THRU 1100-ABRE-ESPERA-EXIT
            IF WS-STATUS-ARQESPERA NOT = '00'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       2200-INCLUI-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-CONSULTA-TURMA: the TURMA's line in the order the    *
      * requests were taken, with the place of every family still *
      * waiting and the answer deadline of every open offer.      *
      *----------------------------------------------------------*
       2300-CONSULTA-TURMA.
            DISPLAY 'TURMA: ' WITH NO ADVANCING
            ACCEPT WS-TURMA
            MOVE 0 TO WS-QTD-ACHADOS
            MOVE 0 TO WS-POSICAO
            PERFORM 2700-INICIA-TURMA
               THRU 2700-INICIA-TURMA-EXIT
            DISPLAY 'POS  PEDIDO EM     MATRIC NOME     SITUACAO'
                    '     LIMITE'
            PERFORM 2350-LISTA-PEDIDO
               THRU 2350-LISTA-PEDIDO-EXIT
               UNTIL WS-TURMA-FIM
            IF WS-QTD-ACHADOS = 0
               DISPLAY 'NENHUM PEDIDO NA LISTA DESTA TURMA'
            ELSE
               DISPLAY 'PEDIDOS LISTADOS: ' WS-QTD-ACHADOS
            END-IF.
       2300-CONSULTA-TURMA-EXIT.
            EXIT.

       2350-LISTA-PEDIDO.
            PERFORM 2750-LE-PEDIDO-TURMA
               THRU 2750-LE-PEDIDO-TURMA-EXIT
            IF WS-TURMA-FIM
               GO TO 2350-LISTA-PEDIDO-EXIT
            END-IF
            ADD 1 TO WS-QTD-ACHADOS
            MOVE SPACES TO WS-POSICAO-ED
            IF FD-ESP-AGUARDANDO
               ADD 1 TO WS-POSICAO
               MOVE WS-POSICAO TO WS-POSICAO-ED
            END-IF
            PERFORM 2800-DESCREVE-SITUACAO
               THRU 2800-DESCREVE-SITUACAO-EXIT
            IF FD-ESP-RESERVA OR FD-ESP-EXPIRADA
               DISPLAY WS-POSICAO-ED ' '
                       FD-ESP-DATAHORA (1:8) ' '
                       FD-ESP-DATAHORA (9:4) ' '
                       FD-ESP-MATRICULA ' '
                       FD-ESP-NOME ' '
                       WS-SIT-DESCR ' '
                       FD-ESP-DT-LIMITE
            ELSE
               DISPLAY WS-POSICAO-ED ' '
                       FD-ESP-DATAHORA (1:8) ' '
                       FD-ESP-DATAHORA (9:4) ' '
                       FD-ESP-MATRICULA ' '
                       FD-ESP-NOME ' '
                       WS-SIT-DESCR
            END-IF.
       2350-LISTA-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-REGISTRA-ACEITE: the family said yes to the offer    *
      * letter. Only an offer still inside its deadline can be    *
      * accepted -- a late answer is left for OFERTA_VAGAS to     *
      * expire, and the seat goes to the next family in line.     *
      *----------------------------------------------------------*
       2400-REGISTRA-ACEITE.
            PERFORM 2600-PEDE-PEDIDO
               THRU 2600-PEDE-PEDIDO-EXIT
            IF NOT WS-ACHOU-PEDIDO
               DISPLAY 'NENHUM PEDIDO EM ABERTO PARA ESTA MATRICULA'
                       ' NESTA TURMA'
               GO TO 2400-REGISTRA-ACEITE-EXIT
            END-IF
            IF NOT FD-ESP-OFERTADA
               PERFORM 2800-DESCREVE-SITUACAO
                  THRU 2800-DESCREVE-SITUACAO-EXIT
               DISPLAY 'PEDIDO SEM OFERTA EM ABERTO - SITUACAO: '
                       WS-SIT-DESCR
               GO TO 2400-REGISTRA-ACEITE-EXIT
            END-IF
            IF WS-DATA-RUN-AMD > FD-ESP-DT-LIMITE
               DISPLAY 'PRAZO DA OFERTA VENCIDO EM ' FD-ESP-DT-LIMITE
                       ' - ACEITE RECUSADO'
               GO TO 2400-REGISTRA-ACEITE-EXIT
            END-IF
            DISPLAY 'ALUNO: ' FD-ESP-NOME '  OFERTA DE '
                    FD-ESP-DT-OFERTA '  PRAZO ' FD-ESP-DT-LIMITE
            DISPLAY 'CONFIRMA O ACEITE? (S/N): ' WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S'
               DISPLAY 'ACEITE NAO REGISTRADO'
               GO TO 2400-REGISTRA-ACEITE-EXIT
            END-IF
            MOVE 'A'             TO FD-ESP-SITUACAO
            MOVE WS-DATA-RUN-AMD TO FD-ESP-DT-RESPOSTA
            MOVE WS-OPERADOR     TO FD-ESP-OPERADOR
            REWRITE FD-ARQ-ESPERA
               INVALID KEY
                  DISPLAY 'NAO FOI POSSIVEL REGISTRAR O ACEITE'
               NOT INVALID KEY
                  DISPLAY 'ACEITE REGISTRADO - A INCLUSAO SAI NA'
                          ' PROXIMA EXECUCAO DE OFERTA_VAGAS'
            END-REWRITE.
       2400-REGISTRA-ACEITE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-CANCELA-PEDIDO: the family gave up waiting or        *
      * refused the offered seat. The record is kept, marked      *
      * CANCELADO, so the office can still answer for it; a       *
      * refused seat is offered again on the next nightly run.    *
      * An inclusion already sent to the batch can no longer be   *
      * stopped here.                                             *
      *----------------------------------------------------------*
       2500-CANCELA-PEDIDO.
            PERFORM 2600-PEDE-PEDIDO
               THRU 2600-PEDE-PEDIDO-EXIT
            IF NOT WS-ACHOU-PEDIDO
               DISPLAY 'NENHUM PEDIDO EM ABERTO PARA ESTA MATRICULA'
                       ' NESTA TURMA'
               GO TO 2500-CANCELA-PEDIDO-EXIT
            END-IF
            IF FD-ESP-ENCAMINHADA
               DISPLAY 'INCLUSAO JA ENVIADA AO LOTE - USE'
                       ' MANUTENCAO_ALUNO'
               GO TO 2500-CANCELA-PEDIDO-EXIT
            END-IF
            PERFORM 2800-DESCREVE-SITUACAO
               THRU 2800-DESCREVE-SITUACAO-EXIT
            DISPLAY 'ALUNO: ' FD-ESP-NOME '  SITUACAO: ' WS-SIT-DESCR
            DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N): '
               WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S'
               DISPLAY 'CANCELAMENTO NAO REGISTRADO'
               GO TO 2500-CANCELA-PEDIDO-EXIT
            END-IF
            MOVE 'C'             TO FD-ESP-SITUACAO
            MOVE WS-DATA-RUN-AMD TO FD-ESP-DT-RESPOSTA
            MOVE WS-OPERADOR     TO FD-ESP-OPERADOR
            REWRITE FD-ARQ-ESPERA
               INVALID KEY
                  DISPLAY 'NAO FOI POSSIVEL CANCELAR O PEDIDO'
               NOT INVALID KEY
                  DISPLAY 'PEDIDO CANCELADO COM SUCESSO'
            END-REWRITE.
       2500-CANCELA-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2600-PEDE-PEDIDO: asks for the matricula and TURMA and    *
      * leaves the family's open request on this roster in        *
      * FD-ARQ-ESPERA -- there is never more than one, since      *
      * GRAVA_ESPERA refuses a second while one is pending.       *
      *----------------------------------------------------------*
       2600-PEDE-PEDIDO.
            DISPLAY 'MATRICULA: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
            DISPLAY 'TURMA: ' WITH NO ADVANCING
            ACCEPT WS-TURMA
            MOVE 'N' TO WS-PEDIDO-ACHADO
            PERFORM 2700-INICIA-TURMA
               THRU 2700-INICIA-TURMA-EXIT
            PERFORM 2650-PROCURA-PEDIDO
               THRU 2650-PROCURA-PEDIDO-EXIT
               UNTIL WS-TURMA-FIM OR WS-ACHOU-PEDIDO.
       2600-PEDE-PEDIDO-EXIT.
            EXIT.

       2650-PROCURA-PEDIDO.
            PERFORM 2750-LE-PEDIDO-TURMA
               THRU 2750-LE-PEDIDO-TURMA-EXIT
            IF WS-TURMA-FIM
               GO TO 2650-PROCURA-PEDIDO-EXIT
            END-IF
            IF FD-ESP-MATRICULA = WS-MATRICULA
               AND FD-ESP-PENDENTE
               MOVE 'S' TO WS-PEDIDO-ACHADO
            END-IF.
       2650-PROCURA-PEDIDO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-INICIA-TURMA / 2750-LE-PEDIDO-TURMA: position on the *
      * oldest request of WS-TURMA and hand back, one per call,   *
      * the requests of this roster in the order they were taken. *
      *----------------------------------------------------------*
       2700-INICIA-TURMA.
            MOVE 'N'        TO WS-FIM-TURMA
            MOVE WS-TURMA   TO FD-ESP-TURMA
            MOVE LOW-VALUES TO FD-ESP-DATAHORA
            MOVE ZEROS      TO FD-ESP-SEQ
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
            IF FD-ESP-TURMA NOT = WS-TURMA
               MOVE 'S' TO WS-FIM-TURMA
               GO TO 2750-LE-PEDIDO-TURMA-EXIT
            END-IF
            IF FD-ESP-CADASTRO NOT = WS-NOME-ARQALUNO
               GO TO 2750-LE-PEDIDO-TURMA
            END-IF.
       2750-LE-PEDIDO-TURMA-EXIT.
            EXIT.

       2800-DESCREVE-SITUACAO.
            EVALUATE TRUE
               WHEN FD-ESP-AGUARDANDO
                    MOVE 'EM ESPERA'    TO WS-SIT-DESCR
               WHEN FD-ESP-OFERTADA
                    MOVE 'OFERTADA'     TO WS-SIT-DESCR
               WHEN FD-ESP-ACEITA
                    MOVE 'ACEITA'       TO WS-SIT-DESCR
               WHEN FD-ESP-ENCAMINHADA
                    MOVE 'NO LOTE'      TO WS-SIT-DESCR
               WHEN FD-ESP-MATRICULADA
                    MOVE 'MATRICULADO'  TO WS-SIT-DESCR
               WHEN FD-ESP-EXPIRADA
                    MOVE 'EXPIRADA'     TO WS-SIT-DESCR
               WHEN FD-ESP-CANCELADA
                    MOVE 'CANCELADO'    TO WS-SIT-DESCR
               WHEN OTHER
                    MOVE 'DESCONHECIDA' TO WS-SIT-DESCR
            END-EVALUATE.
       2800-DESCREVE-SITUACAO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            CLOSE ARQTURMA
            CLOSE ARQESPERA
            DISPLAY 'FIM DA MANUTENCAO DA LISTA DE ESPERA'
            STOP RUN
            EXIT.

       END PROGRAM MANUTENCAO_ESPERA.
