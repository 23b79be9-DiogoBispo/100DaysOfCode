      *                    INCLUIR -- a reactivated student takes
      *                    a seat in their class exactly like a
      *                    readmitted one.
      *   15/10/2026 DB  - the roster file name now goes to
      *                    GRAVA_AUDIT with every change
      *                    (AUD-CADASTRO), so an audit replay
      *                    can tell which master a change
      *                    belongs to.
      *   15/10/2026 DB  - an INCLUIR turned away because the
      *                    class is full is no longer lost: the
      *                    request goes on the TURMA's waiting
      *                    list (LISTA-ESPERA.TXT, via the new
      *                    GRAVA_ESPERA subprogram) and the
      *                    operator is told the family's place in
      *                    line. OFERTA_VAGAS offers the seat when
      *                    one frees up, and the seats held by its
      *                    open offers now count as taken in the
      *                    full-class check.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_ALUNO.
           03 FILLER          PIC X(06).

           COPY "AUDITPRM.CPY".
           COPY "ESPPARM.CPY".

      **********************
       PROCEDURE DIVISION.
            END-IF
            PERFORM 2800-VERIFICA-LOTACAO
               THRU 2800-VERIFICA-LOTACAO-EXIT
            DISPLAY 'IDADE: ' WITH NO ADVANCING
            ACCEPT WS-IDADE
            DISPLAY 'NASCIMENTO (AAAAMMDD): ' WITH NO ADVANCING
            ACCEPT WS-NASCIMENTO
            IF WS-ESTA-LOTADA
               DISPLAY 'INCLUSAO CANCELADA'
               PERFORM 2250-GRAVA-ESPERA
                  THRU 2250-GRAVA-ESPERA-EXIT
               GO TO 2200-INCLUI-ALUNO-EXIT
            END-IF
            MOVE WS-MATRICULA   TO FD-MATRICULA
            MOVE WS-NOME        TO FD-NOME
            MOVE WS-TURMA       TO FD-TURMA
       2200-INCLUI-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2250-GRAVA-ESPERA: the family turned away by a full class *
      * goes on that TURMA's waiting list with everything the     *
      * later inclusion will need, so OFERTA_VAGAS can offer them *
      * the next seat that frees up without anyone re-keying it.  *
      *----------------------------------------------------------*
       2250-GRAVA-ESPERA.
            MOVE WS-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               NOT INVALID KEY
                  DISPLAY 'MATRICULA JA EXISTE - NAO VAI PARA A LISTA'
                          ' DE ESPERA'
                  GO TO 2250-GRAVA-ESPERA-EXIT
            END-READ
            MOVE WS-TURMA         TO ESP-TURMA
            MOVE WS-MATRICULA     TO ESP-MATRICULA
            MOVE WS-NOME          TO ESP-NOME
            MOVE WS-IDADE         TO ESP-IDADE
            MOVE WS-NASCIMENTO    TO ESP-NASCIMENTO
            MOVE WS-NOME-ARQALUNO TO ESP-CADASTRO
            MOVE 'G'              TO ESP-FUNCAO
            MOVE 'M'              TO ESP-ORIGEM
            MOVE WS-OPERADOR      TO ESP-OPERADOR
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            EVALUATE TRUE
               WHEN ESP-INCLUIDO
                    DISPLAY 'PEDIDO NA LISTA DE ESPERA DA TURMA '
                            ESP-TURMA ' - POSICAO: ' ESP-POSICAO
               WHEN ESP-JA-NA-LISTA
                    DISPLAY 'ALUNO JA ESTA NA LISTA DE ESPERA DA'
                            ' TURMA ' ESP-TURMA
               WHEN OTHER
                    DISPLAY 'PEDIDO NAO FOI PARA A LISTA DE ESPERA'
            END-EVALUATE.
       2250-GRAVA-ESPERA-EXIT.
            EXIT.

       2300-ALTERA-ALUNO.
            DISPLAY 'MATRICULA: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
      *----------------------------------------------------------*
       2600-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE WS-NOME-ARQALUNO TO AUD-CADASTRO
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       2600-GRAVA-AUDITORIA-EXIT.
            EXIT.
      * seat one more student, but never again without knowing    *
      * the class is already full. A capacity of zero means the   *
      * class was registered without one and is not enforced.     *
      * Seats held by open waiting-list offers count as taken,    *
      * and an INCLUIR that is not overridden goes on the list.   *
      *----------------------------------------------------------*
       2800-VERIFICA-LOTACAO.
            MOVE 'N' TO WS-TURMA-LOTADA
            PERFORM 2850-CONTA-UM-ALUNO
               THRU 2850-CONTA-UM-ALUNO-EXIT
               UNTIL WS-OCUPACAO-FIM
            MOVE 'R'              TO ESP-FUNCAO
            MOVE WS-TURMA         TO ESP-TURMA
            MOVE WS-MATRICULA     TO ESP-MATRICULA
            MOVE WS-NOME-ARQALUNO TO ESP-CADASTRO
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            IF WS-OCUPACAO + ESP-RESERVAS < WS-TUR-CAPACIDADE
               GO TO 2800-VERIFICA-LOTACAO-EXIT
            END-IF
            DISPLAY 'TURMA LOTADA - OCUPACAO: ' WS-OCUPACAO
                    '  CAPACIDADE: ' WS-TUR-CAPACIDADE
            IF ESP-RESERVAS > 0
               DISPLAY 'VAGAS RESERVADAS A LISTA DE ESPERA: '
                       ESP-RESERVAS
            END-IF
            DISPLAY 'CONFIRMA MESMO ASSIM? (S/N): ' WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S'
