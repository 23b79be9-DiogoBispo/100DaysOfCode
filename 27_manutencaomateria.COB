      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: add/change/delete/list subject codes on the
      *          indexed ARQMATERIA.TXT reference master (code and
      *          description) so FD-NOTA-MATERIA stops being
      *          free-typed -- CARREGA_NOTAS rejects any grade whose
      *          subject is not on this file, and the class
      *          curriculum (MANUTENCAO_CURRICULO) may only name
      *          subjects registered here. A subject still named
      *          on ARQCURRIC.TXT cannot be deleted; take it off
      *          the curriculum first.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_MATERIA.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQMATERIA ASSIGN TO DYNAMIC WS-NOME-ARQMATERIA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-MATE-CODIGO
              FILE STATUS IS WS-STATUS-ARQMATERIA.

       SELECT ARQCURRIC ASSIGN TO DYNAMIC WS-NOME-ARQCURRIC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-CUR-CHAVE
              FILE STATUS IS WS-STATUS-ARQCURRIC.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQMATERIA
          LABEL RECORD STANDARD.
           COPY "MATERREC.CPY".

       FD ARQCURRIC
          LABEL RECORD STANDARD.
           COPY "CURRREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQMATERIA PIC X(02).
       01 WS-STATUS-ARQCURRIC  PIC X(02).
       01 WS-NOME-ARQMATERIA   PIC X(40) VALUE 'ARQMATERIA.TXT'.
       01 WS-NOME-ARQCURRIC    PIC X(40) VALUE 'ARQCURRIC.TXT'.
       01 WS-FIM-PROGRAMA      PIC X(01) VALUE 'N'.
           88 WS-FIM-SIM           VALUE 'S'.
       01 WS-OPCAO             PIC X(01).
           88 WS-OPCAO-INCLUIR     VALUE '1'.
           88 WS-OPCAO-ALTERAR     VALUE '2'.
           88 WS-OPCAO-EXCLUIR     VALUE '3'.
           88 WS-OPCAO-SAIR        VALUE '4'.
           88 WS-OPCAO-LISTAR      VALUE '5'.
       01 WS-FIM-LISTA         PIC X(01).
           88 WS-LISTA-FIM         VALUE 'S'.
       01 WS-CURRIC-EOF        PIC X(01).
           88 WS-CURRIC-FIM        VALUE 'S'.
       01 WS-MATERIA-USADA     PIC X(01).
           88 WS-MATERIA-EM-USO    VALUE 'S'.

       01 WS-CODIGO            PIC X(10).
       01 WS-DESCRICAO         PIC X(30).

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL WS-FIM-SIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'MANUTENCAO DO CADASTRO DE MATERIAS'
            OPEN I-O ARQMATERIA
            IF WS-STATUS-ARQMATERIA = '35'
               CLOSE ARQMATERIA
               OPEN OUTPUT ARQMATERIA
               CLOSE ARQMATERIA
               OPEN I-O ARQMATERIA
            END-IF
            EXIT.

       2000-PROCESSA-TRANSACOES.
            PERFORM 2100-EXIBE-MENU THRU 2100-EXIBE-MENU-EXIT
            EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                    PERFORM 2200-INCLUI-MATERIA
                       THRU 2200-INCLUI-MATERIA-EXIT
               WHEN WS-OPCAO-ALTERAR
                    PERFORM 2300-ALTERA-MATERIA
                       THRU 2300-ALTERA-MATERIA-EXIT
               WHEN WS-OPCAO-EXCLUIR
                    PERFORM 2400-EXCLUI-MATERIA
                       THRU 2400-EXCLUI-MATERIA-EXIT
               WHEN WS-OPCAO-LISTAR
                    PERFORM 2500-LISTA-MATERIAS
                       THRU 2500-LISTA-MATERIAS-EXIT
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
            DISPLAY '5-LISTAR'
            DISPLAY '-----------------------------------'
            DISPLAY 'OPCAO: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO.
       2100-EXIBE-MENU-EXIT.
            EXIT.

       2200-INCLUI-MATERIA.
            DISPLAY 'CODIGO DA MATERIA: ' WITH NO ADVANCING
            ACCEPT WS-CODIGO
            IF WS-CODIGO = SPACES
               DISPLAY 'CODIGO NAO INFORMADO - INCLUSAO CANCELADA'
               GO TO 2200-INCLUI-MATERIA-EXIT
            END-IF
            DISPLAY 'DESCRICAO: ' WITH NO ADVANCING
            ACCEPT WS-DESCRICAO
            MOVE WS-CODIGO    TO FD-MATE-CODIGO
            MOVE WS-DESCRICAO TO FD-MATE-DESCRICAO
            WRITE FD-ARQ-MATERIA
               INVALID KEY
                  DISPLAY 'MATERIA JA EXISTE - INCLUSAO CANCELADA'
               NOT INVALID KEY
                  DISPLAY 'MATERIA INCLUIDA COM SUCESSO'
            END-WRITE.
       2200-INCLUI-MATERIA-EXIT.
            EXIT.

       2300-ALTERA-MATERIA.
            DISPLAY 'CODIGO DA MATERIA: ' WITH NO ADVANCING
            ACCEPT WS-CODIGO
            MOVE WS-CODIGO TO FD-MATE-CODIGO
            READ ARQMATERIA
               INVALID KEY
                  DISPLAY 'MATERIA NAO ENCONTRADA'
                  GO TO 2300-ALTERA-MATERIA-EXIT
            END-READ
            DISPLAY 'DESCRICAO ATUAL : ' FD-MATE-DESCRICAO
            DISPLAY 'NOVA DESCRICAO  : ' WITH NO ADVANCING
            ACCEPT WS-DESCRICAO
            MOVE WS-DESCRICAO TO FD-MATE-DESCRICAO
            REWRITE FD-ARQ-MATERIA
               INVALID KEY
                  DISPLAY 'NAO FOI POSSIVEL ALTERAR A MATERIA'
               NOT INVALID KEY
                  DISPLAY 'MATERIA ALTERADA COM SUCESSO'
            END-REWRITE.
       2300-ALTERA-MATERIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-EXCLUI-MATERIA: a subject still on some class's      *
      * curriculum cannot go -- every grade CARREGA_NOTAS loaded  *
      * for it would keep passing the curriculum check while      *
      * failing the catalog check. Grades already on ARQNOTAS are *
      * not touched.                                              *
      *----------------------------------------------------------*
       2400-EXCLUI-MATERIA.
            DISPLAY 'CODIGO DA MATERIA: ' WITH NO ADVANCING
            ACCEPT WS-CODIGO
            PERFORM 2450-VERIFICA-CURRICULO
               THRU 2450-VERIFICA-CURRICULO-EXIT
            IF WS-MATERIA-EM-USO
               DISPLAY 'MATERIA CONSTA DO CURRICULO - EXCLUA-A'
                       ' PRIMEIRO COM MANUTENCAO_CURRICULO'
               GO TO 2400-EXCLUI-MATERIA-EXIT
            END-IF
            MOVE WS-CODIGO TO FD-MATE-CODIGO
            DELETE ARQMATERIA
               INVALID KEY
                  DISPLAY 'MATERIA NAO ENCONTRADA'
               NOT INVALID KEY
                  DISPLAY 'MATERIA EXCLUIDA COM SUCESSO'
            END-DELETE.
       2400-EXCLUI-MATERIA-EXIT.
            EXIT.

       2450-VERIFICA-CURRICULO.
            MOVE 'N' TO WS-MATERIA-USADA
            MOVE 'N' TO WS-CURRIC-EOF
            OPEN INPUT ARQCURRIC
            IF WS-STATUS-ARQCURRIC NOT = '00'
               GO TO 2450-VERIFICA-CURRICULO-EXIT
            END-IF
            PERFORM 2460-LE-CURRICULO
               THRU 2460-LE-CURRICULO-EXIT
               UNTIL WS-CURRIC-FIM OR WS-MATERIA-EM-USO
            CLOSE ARQCURRIC.
       2450-VERIFICA-CURRICULO-EXIT.
            EXIT.

       2460-LE-CURRICULO.
            READ ARQCURRIC NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CURRIC-EOF
                  GO TO 2460-LE-CURRICULO-EXIT
            END-READ
            IF FD-CUR-MATERIA = WS-CODIGO
               MOVE 'S' TO WS-MATERIA-USADA
            END-IF.
       2460-LE-CURRICULO-EXIT.
            EXIT.

       2500-LISTA-MATERIAS.
            MOVE 'N' TO WS-FIM-LISTA
            MOVE LOW-VALUES TO FD-MATE-CODIGO
            START ARQMATERIA KEY IS NOT LESS THAN FD-MATE-CODIGO
               INVALID KEY
                  DISPLAY 'NENHUMA MATERIA CADASTRADA'
                  GO TO 2500-LISTA-MATERIAS-EXIT
            END-START
            PERFORM 2510-LISTA-UMA-MATERIA
               THRU 2510-LISTA-UMA-MATERIA-EXIT
               UNTIL WS-LISTA-FIM.
       2500-LISTA-MATERIAS-EXIT.
            EXIT.

       2510-LISTA-UMA-MATERIA.
            READ ARQMATERIA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-LISTA
                  GO TO 2510-LISTA-UMA-MATERIA-EXIT
            END-READ
            DISPLAY 'MATERIA: '     FD-MATE-CODIGO
                    '  DESCRICAO: ' FD-MATE-DESCRICAO.
       2510-LISTA-UMA-MATERIA-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            CLOSE ARQMATERIA
            DISPLAY 'FIM DA MANUTENCAO DE MATERIAS'
            STOP RUN
            EXIT.

       END PROGRAM MANUTENCAO_MATERIA.
