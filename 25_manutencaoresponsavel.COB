      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: add/change/delete guardian (responsavel) records
      *          on the indexed ARQRESP.TXT master, in the
      *          MANUTENCAO_ALUNO style. A student may have any
      *          number of guardians (up to 99): each one is keyed
      *          by the student's FD-MATRICULA plus a sequence the
      *          program hands out on INCLUIR, and carries name,
      *          relationship, phone, address and whether that
      *          person may pick the child up. The matricula must
      *          be on the roster file named at startup, so no
      *          guardian is ever filed for a student the school
      *          does not have. Every WRITE/REWRITE/DELETE lands on
      *          the guardian audit trail (ARQRESP-AUDIT.TXT) via
      *          GRAVA_AUDIT with the operator's id and the full
      *          before/after record images.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_RESPONSAVEL.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQALUNO ASSIGN TO DYNAMIC WS-NOME-ARQALUNO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-MATRICULA
              ALTERNATE RECORD KEY IS FD-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ARQALUNO.

       SELECT ARQRESP ASSIGN TO DYNAMIC WS-NOME-ARQRESP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-RESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQRESP.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQRESP
          LABEL RECORD STANDARD.
           COPY "RESPREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQRESP  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQRESP    PIC X(40) VALUE 'ARQRESP.TXT'.
       01 WS-FIM-PROGRAMA    PIC X(01) VALUE 'N'.
           88 WS-FIM-SIM         VALUE 'S'.
       01 WS-OPCAO           PIC X(01).
           88 WS-OPCAO-INCLUIR   VALUE '1'.
           88 WS-OPCAO-ALTERAR   VALUE '2'.
           88 WS-OPCAO-EXCLUIR   VALUE '3'.
           88 WS-OPCAO-SAIR      VALUE '4'.
           88 WS-OPCAO-CONSULTAR VALUE '5'.
       01 WS-FIM-CONSULTA    PIC X(01).
           88 WS-CONSULTA-FIM    VALUE 'S'.
       01 WS-QTD-ACHADOS     PIC 9(05).
       01 WS-ULTIMA-SEQ      PIC 9(02).

       01 WS-MATRICULA       PIC 9(06).
       01 WS-SEQ             PIC 9(02).
       01 WS-RESP-NOME       PIC X(30).
       01 WS-RESP-PARENTESCO PIC X(10).
       01 WS-RESP-TELEFONE   PIC X(15).
       01 WS-RESP-ENDERECO   PIC X(40).
       01 WS-RESP-RETIRADA   PIC X(01).
       01 WS-OPERADOR        PIC X(08).

           COPY "AUDITPRM.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL WS-FIM-SIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'MANUTENCAO DO ARQUIVO DE RESPONSAVEIS'
            DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
            ACCEPT WS-NOME-ARQALUNO
            DISPLAY 'OPERADOR: ' WITH NO ADVANCING
            ACCEPT WS-OPERADOR
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
            OPEN I-O ARQRESP
            IF WS-STATUS-ARQRESP = '35'
               CLOSE ARQRESP
               OPEN OUTPUT ARQRESP
               CLOSE ARQRESP
               OPEN I-O ARQRESP
            END-IF
            IF WS-STATUS-ARQRESP NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRESP.TXT - STATUS: '
                       WS-STATUS-ARQRESP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            EXIT.

       2000-PROCESSA-TRANSACOES.
            PERFORM 2100-EXIBE-MENU THRU 2100-EXIBE-MENU-EXIT
            EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                    PERFORM 2200-INCLUI-RESPONSAVEL
                       THRU 2200-INCLUI-RESPONSAVEL-EXIT
               WHEN WS-OPCAO-ALTERAR
                    PERFORM 2300-ALTERA-RESPONSAVEL
                       THRU 2300-ALTERA-RESPONSAVEL-EXIT
               WHEN WS-OPCAO-EXCLUIR
                    PERFORM 2400-EXCLUI-RESPONSAVEL
                       THRU 2400-EXCLUI-RESPONSAVEL-EXIT
               WHEN WS-OPCAO-CONSULTAR
                    PERFORM 2500-CONSULTA-RESPONSAVEL
                       THRU 2500-CONSULTA-RESPONSAVEL-EXIT
               WHEN WS-OPCAO-SAIR
                    MOVE 'S' TO WS-FIM-PROGRAMA
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
       2000-PROCESSA-TRANSACOES-EXIT.
            EXIT.

       2100-EXIBE-MENU.
            DISPLAY '-----------------------------------'
            DISPLAY '1-INCLUIR  2-ALTERAR  3-EXCLUIR  4-SAIR'
            DISPLAY '5-CONSULTAR (RESPONSAVEIS DE UMA MATRICULA)'
            DISPLAY '-----------------------------------'
            DISPLAY 'OPCAO: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO.
       2100-EXIBE-MENU-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-INCLUI-RESPONSAVEL: the student must be on the       *
      * roster; the new guardian takes the next free sequence     *
      * under the matricula. Name and a pickup answer of S or N   *
      * are mandatory -- a guardian nobody can identify, or one   *
      * the gate cannot tell whether to hand the child to, is     *
      * worse than no record at all.                              *
      *----------------------------------------------------------*
       2200-INCLUI-RESPONSAVEL.
            DISPLAY 'MATRICULA DO ALUNO: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
            MOVE WS-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA - INCLUSAO'
                          ' CANCELADA'
                  GO TO 2200-INCLUI-RESPONSAVEL-EXIT
            END-READ
            DISPLAY 'ALUNO: ' FD-NOME '  TURMA: ' FD-TURMA
            PERFORM 2250-PROXIMA-SEQUENCIA
               THRU 2250-PROXIMA-SEQUENCIA-EXIT
            IF WS-ULTIMA-SEQ = 99
               DISPLAY 'LIMITE DE 99 RESPONSAVEIS - INCLUSAO'
                       ' CANCELADA'
               GO TO 2200-INCLUI-RESPONSAVEL-EXIT
            END-IF
            DISPLAY 'NOME DO RESPONSAVEL: ' WITH NO ADVANCING
            ACCEPT WS-RESP-NOME
            IF WS-RESP-NOME = SPACES
               DISPLAY 'NOME NAO INFORMADO - INCLUSAO CANCELADA'
               GO TO 2200-INCLUI-RESPONSAVEL-EXIT
            END-IF
            DISPLAY 'PARENTESCO: ' WITH NO ADVANCING
            ACCEPT WS-RESP-PARENTESCO
            DISPLAY 'TELEFONE: ' WITH NO ADVANCING
            ACCEPT WS-RESP-TELEFONE
            DISPLAY 'ENDERECO: ' WITH NO ADVANCING
            ACCEPT WS-RESP-ENDERECO
            DISPLAY 'PODE RETIRAR O ALUNO? (S/N): ' WITH NO ADVANCING
            ACCEPT WS-RESP-RETIRADA
            IF WS-RESP-RETIRADA NOT = 'S' AND NOT = 'N'
               DISPLAY 'RESPOSTA INVALIDA - INCLUSAO CANCELADA'
               GO TO 2200-INCLUI-RESPONSAVEL-EXIT
            END-IF
            MOVE WS-MATRICULA       TO FD-RESP-MATRICULA
            COMPUTE FD-RESP-SEQ = WS-ULTIMA-SEQ + 1
            MOVE WS-RESP-NOME       TO FD-RESP-NOME
            MOVE WS-RESP-PARENTESCO TO FD-RESP-PARENTESCO
            MOVE WS-RESP-TELEFONE   TO FD-RESP-TELEFONE
            MOVE WS-RESP-ENDERECO   TO FD-RESP-ENDERECO
            MOVE WS-RESP-RETIRADA   TO FD-RESP-RETIRADA
            WRITE FD-ARQ-RESP
               INVALID KEY
                  DISPLAY 'NAO FOI POSSIVEL INCLUIR O RESPONSAVEL'
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL INCLUIDO COM SUCESSO - SEQ: '
                          FD-RESP-SEQ
                  MOVE 'I'         TO AUD-OPERACAO
                  MOVE SPACES      TO AUD-RESP-ANTES
                  MOVE FD-ARQ-RESP TO AUD-RESP-DEPOIS
                  PERFORM 2600-GRAVA-AUDITORIA
                     THRU 2600-GRAVA-AUDITORIA-EXIT
            END-WRITE.
       2200-INCLUI-RESPONSAVEL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2250-PROXIMA-SEQUENCIA: walks the matricula's guardians   *
      * in key order and keeps the last sequence seen -- a        *
      * deleted guardian's number is never handed out again       *
      * while a higher one is still on file.                      *
      *----------------------------------------------------------*
       2250-PROXIMA-SEQUENCIA.
            MOVE 0            TO WS-ULTIMA-SEQ
            MOVE 'N'          TO WS-FIM-CONSULTA
            MOVE WS-MATRICULA TO FD-RESP-MATRICULA
            MOVE 0            TO FD-RESP-SEQ
            START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
               INVALID KEY
                  GO TO 2250-PROXIMA-SEQUENCIA-EXIT
            END-START
            PERFORM 2260-LE-SEQUENCIA
               THRU 2260-LE-SEQUENCIA-EXIT
               UNTIL WS-CONSULTA-FIM.
       2250-PROXIMA-SEQUENCIA-EXIT.
            EXIT.

       2260-LE-SEQUENCIA.
            READ ARQRESP NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CONSULTA
                  GO TO 2260-LE-SEQUENCIA-EXIT
            END-READ
            IF FD-RESP-MATRICULA NOT = WS-MATRICULA
               MOVE 'S' TO WS-FIM-CONSULTA
               GO TO 2260-LE-SEQUENCIA-EXIT
            END-IF
            MOVE FD-RESP-SEQ TO WS-ULTIMA-SEQ.
       2260-LE-SEQUENCIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-ALTERA-RESPONSAVEL: each field is shown with its     *
      * current value; a blank answer keeps it, so correcting a   *
      * phone number does not mean retyping the address.          *
      *----------------------------------------------------------*
       2300-ALTERA-RESPONSAVEL.
            PERFORM 2700-LE-RESPONSAVEL
               THRU 2700-LE-RESPONSAVEL-EXIT
            IF WS-STATUS-ARQRESP NOT = '00'
               GO TO 2300-ALTERA-RESPONSAVEL-EXIT
            END-IF
            MOVE FD-ARQ-RESP TO AUD-RESP-ANTES
            DISPLAY 'NOME ATUAL      : ' FD-RESP-NOME
            DISPLAY 'NOVO NOME       (BRANCO=MANTEM): '
               WITH NO ADVANCING
            ACCEPT WS-RESP-NOME
            DISPLAY 'PARENTESCO ATUAL: ' FD-RESP-PARENTESCO
            DISPLAY 'NOVO PARENTESCO (BRANCO=MANTEM): '
               WITH NO ADVANCING
            ACCEPT WS-RESP-PARENTESCO
            DISPLAY 'TELEFONE ATUAL  : ' FD-RESP-TELEFONE
            DISPLAY 'NOVO TELEFONE   (BRANCO=MANTEM): '
               WITH NO ADVANCING
            ACCEPT WS-RESP-TELEFONE
            DISPLAY 'ENDERECO ATUAL  : ' FD-RESP-ENDERECO
            DISPLAY 'NOVO ENDERECO   (BRANCO=MANTEM): '
               WITH NO ADVANCING
            ACCEPT WS-RESP-ENDERECO
            DISPLAY 'PODE RETIRAR    : ' FD-RESP-RETIRADA
            DISPLAY 'PODE RETIRAR S/N (BRANCO=MANTEM): '
               WITH NO ADVANCING
            ACCEPT WS-RESP-RETIRADA
            IF WS-RESP-RETIRADA NOT = SPACE
               AND WS-RESP-RETIRADA NOT = 'S'
               AND WS-RESP-RETIRADA NOT = 'N'
               DISPLAY 'RESPOSTA INVALIDA - ALTERACAO CANCELADA'
               GO TO 2300-ALTERA-RESPONSAVEL-EXIT
            END-IF
            IF WS-RESP-NOME NOT = SPACES
               MOVE WS-RESP-NOME       TO FD-RESP-NOME
            END-IF
            IF WS-RESP-PARENTESCO NOT = SPACES
               MOVE WS-RESP-PARENTESCO TO FD-RESP-PARENTESCO
            END-IF
            IF WS-RESP-TELEFONE NOT = SPACES
               MOVE WS-RESP-TELEFONE   TO FD-RESP-TELEFONE
            END-IF
            IF WS-RESP-ENDERECO NOT = SPACES
               MOVE WS-RESP-ENDERECO   TO FD-RESP-ENDERECO
            END-IF
            IF WS-RESP-RETIRADA NOT = SPACE
               MOVE WS-RESP-RETIRADA   TO FD-RESP-RETIRADA
            END-IF
            REWRITE FD-ARQ-RESP
               INVALID KEY
                  DISPLAY 'NAO FOI POSSIVEL ALTERAR O REGISTRO'
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL ALTERADO COM SUCESSO'
                  MOVE 'A'         TO AUD-OPERACAO
                  MOVE FD-ARQ-RESP TO AUD-RESP-DEPOIS
                  PERFORM 2600-GRAVA-AUDITORIA
                     THRU 2600-GRAVA-AUDITORIA-EXIT
            END-REWRITE.
       2300-ALTERA-RESPONSAVEL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-EXCLUI-RESPONSAVEL: read before the DELETE so the    *
      * trail keeps the full before image of the guardian.        *
      *----------------------------------------------------------*
       2400-EXCLUI-RESPONSAVEL.
            PERFORM 2700-LE-RESPONSAVEL
               THRU 2700-LE-RESPONSAVEL-EXIT
            IF WS-STATUS-ARQRESP NOT = '00'
               GO TO 2400-EXCLUI-RESPONSAVEL-EXIT
            END-IF
            MOVE FD-ARQ-RESP TO AUD-RESP-ANTES
            DELETE ARQRESP
               INVALID KEY
                  DISPLAY 'RESPONSAVEL NAO ENCONTRADO'
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL EXCLUIDO COM SUCESSO'
                  MOVE 'E'    TO AUD-OPERACAO
                  MOVE SPACES TO AUD-RESP-DEPOIS
                  PERFORM 2600-GRAVA-AUDITORIA
                     THRU 2600-GRAVA-AUDITORIA-EXIT
            END-DELETE.
       2400-EXCLUI-RESPONSAVEL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-CONSULTA-RESPONSAVEL: every guardian on file for one *
      * matricula, in sequence order -- the sequence shown is     *
      * the one ALTERAR and EXCLUIR ask for.                      *
      *----------------------------------------------------------*
       2500-CONSULTA-RESPONSAVEL.
            DISPLAY 'MATRICULA DO ALUNO: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
            MOVE 0            TO WS-QTD-ACHADOS
            MOVE 'N'          TO WS-FIM-CONSULTA
            MOVE WS-MATRICULA TO FD-RESP-MATRICULA
            MOVE 0            TO FD-RESP-SEQ
            START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CONSULTA
            END-START
            PERFORM 2550-LISTA-RESPONSAVEL
               THRU 2550-LISTA-RESPONSAVEL-EXIT
               UNTIL WS-CONSULTA-FIM
            DISPLAY 'RESPONSAVEIS ENCONTRADOS: ' WS-QTD-ACHADOS.
       2500-CONSULTA-RESPONSAVEL-EXIT.
            EXIT.

       2550-LISTA-RESPONSAVEL.
            READ ARQRESP NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CONSULTA
                  GO TO 2550-LISTA-RESPONSAVEL-EXIT
            END-READ
            IF FD-RESP-MATRICULA NOT = WS-MATRICULA
               MOVE 'S' TO WS-FIM-CONSULTA
               GO TO 2550-LISTA-RESPONSAVEL-EXIT
            END-IF
            ADD 1 TO WS-QTD-ACHADOS
            DISPLAY 'SEQ: '          FD-RESP-SEQ
                    '  NOME: '       FD-RESP-NOME
                    '  PARENTESCO: ' FD-RESP-PARENTESCO
            DISPLAY '         FONE: ' FD-RESP-TELEFONE
                    '  RETIRA: '     FD-RESP-RETIRADA
            DISPLAY '         END.: ' FD-RESP-ENDERECO.
       2550-LISTA-RESPONSAVEL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2600-GRAVA-AUDITORIA: marks the call as a guardian change *
      * so GRAVA_AUDIT writes it to ARQRESP-AUDIT.TXT with the    *
      * before/after images the caller has already set.           *
      *----------------------------------------------------------*
       2600-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'R'         TO AUD-ARQUIVO
            MOVE SPACES      TO AUD-ANTES
            MOVE SPACES      TO AUD-DEPOIS
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       2600-GRAVA-AUDITORIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-LE-RESPONSAVEL: asks for the matricula and sequence  *
      * and reads the guardian; WS-STATUS-ARQRESP tells the       *
      * caller whether it was found.                              *
      *----------------------------------------------------------*
       2700-LE-RESPONSAVEL.
            DISPLAY 'MATRICULA DO ALUNO: ' WITH NO ADVANCING
            ACCEPT WS-MATRICULA
            DISPLAY 'SEQUENCIA DO RESPONSAVEL: ' WITH NO ADVANCING
            ACCEPT WS-SEQ
            MOVE WS-MATRICULA TO FD-RESP-MATRICULA
            MOVE WS-SEQ       TO FD-RESP-SEQ
            READ ARQRESP
               INVALID KEY
                  DISPLAY 'RESPONSAVEL NAO ENCONTRADO'
                  GO TO 2700-LE-RESPONSAVEL-EXIT
            END-READ
            DISPLAY 'RESPONSAVEL: ' FD-RESP-NOME.
       2700-LE-RESPONSAVEL-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            CLOSE ARQRESP
            DISPLAY 'FIM DA MANUTENCAO DE RESPONSAVEIS'
            STOP RUN
            EXIT.

       END PROGRAM MANUTENCAO_RESPONSAVEL.
