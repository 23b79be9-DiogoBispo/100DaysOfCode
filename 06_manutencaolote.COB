      *                    with TURMA LOTADA when full -- the
      *                    unattended batch must not be the one
      *                    door left open into a full class.
      *   15/10/2026 DB  - the roster file name now goes to
      *                    GRAVA_AUDIT with every change
      *                    (AUD-CADASTRO), so an audit replay
      *                    can tell which master a change
      *                    belongs to.
      *   15/10/2026 DB  - an 'I' rejected with TURMA LOTADA now
      *                    goes on the TURMA's waiting list
      *                    (LISTA-ESPERA.TXT, via the new
      *                    GRAVA_ESPERA subprogram) and the
      *                    disposition line says so; seats held
      *                    by open waiting-list offers now count
      *                    as taken in the full-class check, so
      *                    only the 'I' OFERTA_VAGAS wrote for the
      *                    accepted offer gets that seat.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_LOTE.

           COPY "PARAMREC.CPY".

           COPY "ESPPARM.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
                       ' ALTERNATIVAS)'
               DISPLAY 'EXECUTE CONVERTE_ALUNO E TENTE DE NOVO'
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
            OPEN INPUT ARQTRANS
                       WS-STATUS-ARQTRANS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQDISP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            PERFORM 2700-VERIFICA-LOTACAO
               THRU 2700-VERIFICA-LOTACAO-EXIT
            IF WS-MOTIVO NOT = SPACES
               PERFORM 2250-GRAVA-ESPERA
                  THRU 2250-GRAVA-ESPERA-EXIT
               GO TO 2200-INCLUI-ALUNO-EXIT
            END-IF
            MOVE FD-TRN-MATRICULA  TO FD-MATRICULA
       2200-INCLUI-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2250-GRAVA-ESPERA: the 'I' a full class turned away goes  *
      * on that TURMA's waiting list instead of being lost; a     *
      * rerun of the same transaction file finds the family       *
      * already in line and leaves their place alone. A           *
      * matricula already on the master is a different problem    *
      * and is reported as such.                                  *
      *----------------------------------------------------------*
       2250-GRAVA-ESPERA.
            MOVE FD-TRN-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               NOT INVALID KEY
                  MOVE 'MATRICULA JA EXISTE' TO WS-MOTIVO
                  GO TO 2250-GRAVA-ESPERA-EXIT
            END-READ
            MOVE 'G'               TO ESP-FUNCAO
            MOVE FD-TRN-TURMA      TO ESP-TURMA
            MOVE FD-TRN-MATRICULA  TO ESP-MATRICULA
            MOVE FD-TRN-NOME       TO ESP-NOME
            MOVE FD-TRN-IDADE      TO ESP-IDADE
            MOVE FD-TRN-NASCIMENTO TO ESP-NASCIMENTO
            MOVE WS-NOME-ARQALUNO  TO ESP-CADASTRO
            MOVE 'L'               TO ESP-ORIGEM
            MOVE WS-OPERADOR       TO ESP-OPERADOR
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            EVALUATE TRUE
               WHEN ESP-INCLUIDO
                    MOVE 'TURMA LOTADA - NA LISTA DE ESPERA'
                      TO WS-MOTIVO
               WHEN ESP-JA-NA-LISTA
                    MOVE 'TURMA LOTADA - JA NA LISTA DE ESPERA'
                      TO WS-MOTIVO
            END-EVALUATE.
       2250-GRAVA-ESPERA-EXIT.
            EXIT.

       2300-ALTERA-ALUNO.
            MOVE FD-TRN-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
      * so an over-capacity seat must go through the interactive  *
      * MANUTENCAO_ALUNO instead. A capacity of zero means the    *
      * class was registered without one and is not enforced.     *
      * Seats held by open waiting-list offers count as taken.    *
      *----------------------------------------------------------*
       2700-VERIFICA-LOTACAO.
            IF WS-TUR-CAPACIDADE = 0
            PERFORM 2750-CONTA-UM-ALUNO
               THRU 2750-CONTA-UM-ALUNO-EXIT
               UNTIL WS-OCUPACAO-FIM
            MOVE 'R'              TO ESP-FUNCAO
            MOVE WS-TURMA-ALVO    TO ESP-TURMA
            MOVE FD-TRN-MATRICULA TO ESP-MATRICULA
            MOVE WS-NOME-ARQALUNO TO ESP-CADASTRO
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            IF WS-OCUPACAO + ESP-RESERVAS >= WS-TUR-CAPACIDADE
               MOVE 'TURMA LOTADA' TO WS-MOTIVO
            END-IF.
       2700-VERIFICA-LOTACAO-EXIT.
      *----------------------------------------------------------*
       2600-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE WS-NOME-ARQALUNO TO AUD-CADASTRO
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       2600-GRAVA-AUDITORIA-EXIT.
            EXIT.
