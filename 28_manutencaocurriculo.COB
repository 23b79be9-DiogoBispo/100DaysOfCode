      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: add/delete/list entries on the indexed class
      *          curriculum, ARQCURRIC.TXT -- which subjects each
      *          grade level (FD-TUR-SERIE) takes, plus any subject
      *          taken by one TURMA only. A serie entry needs a
      *          grade level above zero; a TURMA entry needs a
      *          class on the ARQTURMA.TXT master; and either needs
      *          a subject on the ARQMATERIA.TXT catalog. The TURMA
      *          listing shows the class's full curriculum -- its
      *          serie's subjects and its own -- which is exactly
      *          the list CARREGA_NOTAS accepts grades against.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_CURRICULO.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQCURRIC ASSIGN TO DYNAMIC WS-NOME-ARQCURRIC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CUR-CHAVE
              FILE STATUS IS WS-STATUS-ARQCURRIC.

       SELECT ARQMATERIA ASSIGN TO DYNAMIC WS-NOME-ARQMATERIA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-MATE-CODIGO
              FILE STATUS IS WS-STATUS-ARQMATERIA.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQCURRIC
          LABEL RECORD STANDARD.
           COPY "CURRREC.CPY".

       FD ARQMATERIA
          LABEL RECORD STANDARD.
           COPY "MATERREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQCURRIC  PIC X(02).
       01 WS-STATUS-ARQMATERIA PIC X(02).
       01 WS-STATUS-ARQTURMA   PIC X(02).
       01 WS-NOME-ARQCURRIC    PIC X(40) VALUE 'ARQCURRIC.TXT'.
       01 WS-NOME-ARQMATERIA   PIC X(40) VALUE 'ARQMATERIA.TXT'.
       01 WS-NOME-ARQTURMA     PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-FIM-PROGRAMA      PIC X(01) VALUE 'N'.
           88 WS-FIM-SIM           VALUE 'S'.
       01 WS-OPCAO             PIC X(01).
           88 WS-OPCAO-INCLUIR     VALUE '1'.
           88 WS-OPCAO-EXCLUIR     VALUE '2'.
           88 WS-OPCAO-SAIR        VALUE '3'.
           88 WS-OPCAO-LISTAR      VALUE '4'.
       01 WS-FIM-LISTA         PIC X(01).
           88 WS-LISTA-FIM         VALUE 'S'.
       01 WS-CHAVE-OK          PIC X(01).
           88 WS-CHAVE-VALIDA      VALUE 'S'.

       01 WS-TIPO              PIC X(01).
           88 WS-TIPO-TURMA        VALUE 'T'.
           88 WS-TIPO-SERIE        VALUE 'S'.
       01 WS-TURMA             PIC X(05).
       01 WS-SERIE             PIC 9(02).
       01 WS-MATERIA           PIC X(10).
       01 WS-LISTA-TIPO        PIC X(01).
       01 WS-LISTA-CODIGO      PIC X(05).
       01 WS-LISTA-ORIGEM      PIC X(06).
       01 WS-QTD-LISTADAS      PIC 9(03).

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL WS-FIM-SIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'MANUTENCAO DO CURRICULO DAS TURMAS'
            OPEN INPUT ARQMATERIA
            IF WS-STATUS-ARQMATERIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQMATERIA.TXT - STATUS: '
                       WS-STATUS-ARQMATERIA
               DISPLAY 'CADASTRE AS MATERIAS COM MANUTENCAO_MATERIA'
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
               CLOSE ARQMATERIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQCURRIC
            IF WS-STATUS-ARQCURRIC = '35'
               CLOSE ARQCURRIC
               OPEN OUTPUT ARQCURRIC
               CLOSE ARQCURRIC
               OPEN I-O ARQCURRIC
            END-IF
            EXIT.

       2000-PROCESSA-TRANSACOES.
            PERFORM 2100-EXIBE-MENU THRU 2100-EXIBE-MENU-EXIT
            EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                    PERFORM 2200-INCLUI-CURRICULO
                       THRU 2200-INCLUI-CURRICULO-EXIT
               WHEN WS-OPCAO-EXCLUIR
                    PERFORM 2300-EXCLUI-CURRICULO
                       THRU 2300-EXCLUI-CURRICULO-EXIT
               WHEN WS-OPCAO-LISTAR
                    PERFORM 2500-LISTA-CURRICULO
                       THRU 2500-LISTA-CURRICULO-EXIT
               WHEN WS-OPCAO-SAIR
                    MOVE 'S' TO WS-FIM-PROGRAMA
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
       2000-PROCESSA-TRANSACOES-EXIT.
            EXIT.

       2100-EXIBE-MENU.
            DISPLAY '-----------------------------------'
            DISPLAY '1-INCLUIR  2-EXCLUIR  3-SAIR  4-LISTAR'
            DISPLAY '-----------------------------------'
            DISPLAY 'OPCAO: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO.
       2100-EXIBE-MENU-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2150-MONTA-CHAVE: asks whether the entry is for one TURMA *
      * or a whole serie and builds FD-CUR-TIPO/FD-CUR-CODIGO --  *
      * the class must be on ARQTURMA, the serie above zero.      *
      *----------------------------------------------------------*
       2150-MONTA-CHAVE.
            MOVE 'N' TO WS-CHAVE-OK
            DISPLAY 'TIPO (T-TURMA  S-SERIE): ' WITH NO ADVANCING
            ACCEPT WS-TIPO
            EVALUATE TRUE
               WHEN WS-TIPO-TURMA
                    DISPLAY 'CODIGO DA TURMA: ' WITH NO ADVANCING
                    ACCEPT WS-TURMA
                    MOVE WS-TURMA TO FD-TUR-CODIGO
                    READ ARQTURMA
                       INVALID KEY
                          DISPLAY 'TURMA NAO CADASTRADA'
                          GO TO 2150-MONTA-CHAVE-EXIT
                    END-READ
                    MOVE 'T'      TO FD-CUR-TIPO
                    MOVE WS-TURMA TO FD-CUR-CODIGO
               WHEN WS-TIPO-SERIE
                    DISPLAY 'SERIE: ' WITH NO ADVANCING
                    ACCEPT WS-SERIE
                    IF WS-SERIE = 0
                       DISPLAY 'SERIE INVALIDA'
                       GO TO 2150-MONTA-CHAVE-EXIT
                    END-IF
                    MOVE 'S'      TO FD-CUR-TIPO
                    MOVE SPACES   TO FD-CUR-CODIGO
                    MOVE WS-SERIE TO FD-CUR-SERIE
               WHEN OTHER
                    DISPLAY 'TIPO DEVE SER T OU S'
                    GO TO 2150-MONTA-CHAVE-EXIT
            END-EVALUATE
            MOVE 'S' TO WS-CHAVE-OK.
       2150-MONTA-CHAVE-EXIT.
            EXIT.

       2200-INCLUI-CURRICULO.
            PERFORM 2150-MONTA-CHAVE THRU 2150-MONTA-CHAVE-EXIT
            IF NOT WS-CHAVE-VALIDA
               DISPLAY 'INCLUSAO CANCELADA'
               GO TO 2200-INCLUI-CURRICULO-EXIT
            END-IF
            DISPLAY 'CODIGO DA MATERIA: ' WITH NO ADVANCING
            ACCEPT WS-MATERIA
            MOVE WS-MATERIA TO FD-MATE-CODIGO
            READ ARQMATERIA
               INVALID KEY
                  DISPLAY 'MATERIA NAO CADASTRADA - INCLUSAO CANCELADA'
                  GO TO 2200-INCLUI-CURRICULO-EXIT
            END-READ
            MOVE WS-MATERIA TO FD-CUR-MATERIA
            WRITE FD-ARQ-CURRICULO
               INVALID KEY
                  DISPLAY 'MATERIA JA CONSTA DO CURRICULO'
               NOT INVALID KEY
                  DISPLAY 'MATERIA INCLUIDA NO CURRICULO'
            END-WRITE.
       2200-INCLUI-CURRICULO-EXIT.
            EXIT.

       2300-EXCLUI-CURRICULO.
            PERFORM 2150-MONTA-CHAVE THRU 2150-MONTA-CHAVE-EXIT
            IF NOT WS-CHAVE-VALIDA
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO 2300-EXCLUI-CURRICULO-EXIT
            END-IF
            DISPLAY 'CODIGO DA MATERIA: ' WITH NO ADVANCING
            ACCEPT WS-MATERIA
            MOVE WS-MATERIA TO FD-CUR-MATERIA
            DELETE ARQCURRIC
               INVALID KEY
                  DISPLAY 'MATERIA NAO CONSTA DO CURRICULO'
               NOT INVALID KEY
                  DISPLAY 'MATERIA EXCLUIDA DO CURRICULO'
            END-DELETE.
       2300-EXCLUI-CURRICULO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-LISTA-CURRICULO: a serie lists its own entries; a    *
      * TURMA lists its serie's entries first, then its own, so   *
      * the coordinator sees the whole set of subjects the class  *
      * is graded in.                                             *
      *----------------------------------------------------------*
       2500-LISTA-CURRICULO.
            PERFORM 2150-MONTA-CHAVE THRU 2150-MONTA-CHAVE-EXIT
            IF NOT WS-CHAVE-VALIDA
               GO TO 2500-LISTA-CURRICULO-EXIT
            END-IF
            MOVE 0 TO WS-QTD-LISTADAS
            IF WS-TIPO-TURMA AND FD-TUR-SERIE > 0
               MOVE 'S'    TO WS-LISTA-TIPO
               MOVE SPACES TO WS-LISTA-CODIGO
               MOVE FD-TUR-SERIE TO WS-LISTA-CODIGO (1:2)
               MOVE 'SERIE ' TO WS-LISTA-ORIGEM
               PERFORM 2550-LISTA-GRUPO
                  THRU 2550-LISTA-GRUPO-EXIT
            END-IF
            IF WS-TIPO-TURMA
               MOVE WS-TURMA TO WS-LISTA-CODIGO
               MOVE 'TURMA ' TO WS-LISTA-ORIGEM
            ELSE
               MOVE SPACES   TO WS-LISTA-CODIGO
               MOVE WS-SERIE TO WS-LISTA-CODIGO (1:2)
               MOVE 'SERIE ' TO WS-LISTA-ORIGEM
            END-IF
            MOVE WS-TIPO TO WS-LISTA-TIPO
            PERFORM 2550-LISTA-GRUPO
               THRU 2550-LISTA-GRUPO-EXIT
            IF WS-QTD-LISTADAS = 0
               DISPLAY 'NENHUMA MATERIA NO CURRICULO'
            END-IF.
       2500-LISTA-CURRICULO-EXIT.
            EXIT.

       2550-LISTA-GRUPO.
            MOVE 'N'             TO WS-FIM-LISTA
            MOVE WS-LISTA-TIPO   TO FD-CUR-TIPO
            MOVE WS-LISTA-CODIGO TO FD-CUR-CODIGO
            MOVE LOW-VALUES      TO FD-CUR-MATERIA
            START ARQCURRIC KEY IS NOT LESS THAN FD-CUR-CHAVE
               INVALID KEY
                  GO TO 2550-LISTA-GRUPO-EXIT
            END-START
            PERFORM 2560-LISTA-UMA-ENTRADA
               THRU 2560-LISTA-UMA-ENTRADA-EXIT
               UNTIL WS-LISTA-FIM.
       2550-LISTA-GRUPO-EXIT.
            EXIT.

       2560-LISTA-UMA-ENTRADA.
            READ ARQCURRIC NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-LISTA
                  GO TO 2560-LISTA-UMA-ENTRADA-EXIT
            END-READ
            IF FD-CUR-TIPO NOT = WS-LISTA-TIPO
               OR FD-CUR-CODIGO NOT = WS-LISTA-CODIGO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO 2560-LISTA-UMA-ENTRADA-EXIT
            END-IF
            MOVE FD-CUR-MATERIA TO FD-MATE-CODIGO
            READ ARQMATERIA
               INVALID KEY
                  MOVE '** FORA DO CATALOGO **'
                     TO FD-MATE-DESCRICAO
            END-READ
            ADD 1 TO WS-QTD-LISTADAS
            DISPLAY WS-LISTA-ORIGEM ' MATERIA: ' FD-CUR-MATERIA
                    '  ' FD-MATE-DESCRICAO.
       2560-LISTA-UMA-ENTRADA-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            CLOSE ARQCURRIC
            CLOSE ARQMATERIA
            CLOSE ARQTURMA
            DISPLAY 'FIM DA MANUTENCAO DO CURRICULO'
            STOP RUN
            EXIT.

       END PROGRAM MANUTENCAO_CURRICULO.
