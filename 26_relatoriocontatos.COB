      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: per-TURMA emergency contact listing for the
      *          teachers -- one page per class, every ATIVO
      *          student in name order with each guardian on file
      *          on ARQRESP.TXT: name, relationship, phone, whether
      *          that person may pick the child up, and the
      *          address on the line below. A student with no
      *          guardian on file is printed with SEM RESPONSAVEL
      *          CADASTRADO so the gap shows on the teacher's
      *          sheet, not only on the office worklist -- every
      *          student, when ARQRESP.TXT does not exist. Built on
      *          the same SORT-by-TURMA-and-name arrangement as
      *          RELATORIO_BOLETIM. Output: ARQRESP-CONTATOS.TXT.
      *          The roster file name comes from
      *          PARAMETROS-EXECUCAO.TXT when present, with the
      *          console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      *   15/10/2026 DB  - a missing ARQRESP.TXT no longer aborts:
      *                    every class is printed with each student
      *                    SEM RESPONSAVEL CADASTRADO.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_CONTATOS.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQALUNO ASSIGN TO DYNAMIC WS-NOME-ARQALUNO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-MATRICULA
              ALTERNATE RECORD KEY IS FD-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ARQALUNO.

       SELECT ARQRESP ASSIGN TO DYNAMIC WS-NOME-ARQRESP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-RESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQRESP.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQCONT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCONT.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQRESP
          LABEL RECORD STANDARD.
           COPY "RESPREC.CPY".

       SD ARQORD.
       01 SD-REGISTRO.
           03 SD-TURMA     PIC X(05).
           03 SD-NOME      PIC X(08).
           03 SD-MATRICULA PIC 9(06).

       FD ARQCONT
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQRESP-CONTATOS.TXT'.
       01 FD-CONT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQRESP  PIC X(02).
       01 WS-STATUS-ARQCONT  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQRESP    PIC X(40) VALUE 'ARQRESP.TXT'.
       01 WS-RESP-ABERTO     PIC X(01) VALUE 'N'.
           88 WS-RESP-DISPONIVEL VALUE 'S'.
       01 WS-ALUNO-EOF       PIC X(01).
           88 WS-ALUNO-FIM       VALUE 'S'.
       01 WS-ORD-EOF         PIC X(01).
           88 WS-ORD-FIM         VALUE 'S'.
       01 WS-RESP-EOF        PIC X(01).
           88 WS-RESP-FIM        VALUE 'S'.
       01 WS-PRIMEIRO        PIC X(01).
           88 WS-E-PRIMEIRO      VALUE 'S'.

       01 WS-TURMA-ANT       PIC X(05).
       01 WS-PAGINA          PIC 9(04).
       01 WS-QTD-RESP        PIC 9(03).
       01 WS-TURMA-ALUNOS    PIC 9(05).
       01 WS-TURMA-SEM-RESP  PIC 9(05).
       01 WS-TOT-ALUNOS      PIC 9(07).
       01 WS-TOT-SEM-RESP    PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).

       01 WS-PAGINA-ED       PIC ZZZ9.
       01 WS-TURMA-CONT-ED   PIC ZZZZ9.
       01 WS-CONT-ED         PIC ZZZZZZ9.
       01 WS-CONT-LINHA-ED   PIC X(80) VALUE SPACES.

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            SORT ARQORD
               ON ASCENDING KEY SD-TURMA
               ON ASCENDING KEY SD-NOME
               INPUT PROCEDURE IS 2000-SELECIONA-ALUNOS
                                THRU 2000-SELECIONA-ALUNOS-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-CONTATOS
                                THRU 3000-IMPRIME-CONTATOS-EXIT
            PERFORM 9000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'CONTATOS DE EMERGENCIA POR TURMA - INICIO'
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-ARQUIVO-ALUNO NOT = SPACES
               MOVE PRM-ARQUIVO-ALUNO TO WS-NOME-ARQALUNO
               DISPLAY 'ARQUIVO DE ALUNOS (PARAMETRO): '
                       WS-NOME-ARQALUNO
            ELSE
               DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
               ACCEPT WS-NOME-ARQALUNO
            END-IF
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
      *----------------------------------------------------------*
      * without the guardian file nobody has a guardian on file: *
      * the sheets still go out, every student SEM RESPONSAVEL,  *
      * as the office worklist of LEITURA_ARQUIVO does.          *
      *----------------------------------------------------------*
            OPEN INPUT ARQRESP
            IF WS-STATUS-ARQRESP = '00'
               MOVE 'S' TO WS-RESP-ABERTO
            END-IF
            IF WS-STATUS-ARQRESP = '35'
               DISPLAY 'ARQRESP.TXT NAO ENCONTRADO - TODOS OS ALUNOS'
                       ' SAIRAO SEM RESPONSAVEL'
            END-IF
            IF WS-STATUS-ARQRESP NOT = '00' AND NOT = '35'
               DISPLAY 'ERRO AO ABRIR ARQRESP.TXT - STATUS: '
                       WS-STATUS-ARQRESP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQCONT
            IF WS-STATUS-ARQCONT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRESP-CONTATOS.TXT - STATUS: '
                       WS-STATUS-ARQCONT
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               IF WS-RESP-DISPONIVEL
                  CLOSE ARQRESP
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE 'N' TO WS-ALUNO-EOF
            MOVE 'N' TO WS-ORD-EOF
            MOVE 'S' TO WS-PRIMEIRO
            MOVE SPACES TO WS-TURMA-ANT
            MOVE 0   TO WS-PAGINA
            MOVE 0   TO WS-TOT-ALUNOS
            MOVE 0   TO WS-TOT-SEM-RESP.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-SELECIONA-ALUNOS: only ATIVO students are on a       *
      * teacher's contact sheet -- a withdrawn child is no longer *
      * in the classroom to call home about.                      *
      *----------------------------------------------------------*
       2000-SELECIONA-ALUNOS.
            PERFORM 2100-LE-UM-ALUNO
               THRU 2100-LE-UM-ALUNO-EXIT
               UNTIL WS-ALUNO-FIM.
       2000-SELECIONA-ALUNOS-EXIT.
            EXIT.

       2100-LE-UM-ALUNO.
            READ ARQALUNO AT END
                 MOVE 'S' TO WS-ALUNO-EOF
                 GO TO 2100-LE-UM-ALUNO-EXIT
            END-READ
            IF NOT FD-SIT-ATIVO
               GO TO 2100-LE-UM-ALUNO-EXIT
            END-IF
            MOVE FD-TURMA     TO SD-TURMA
            MOVE FD-NOME      TO SD-NOME
            MOVE FD-MATRICULA TO SD-MATRICULA
            RELEASE SD-REGISTRO.
       2100-LE-UM-ALUNO-EXIT.
            EXIT.

       3000-IMPRIME-CONTATOS.
            PERFORM 3100-PROCESSA-ORDENADO
               THRU 3100-PROCESSA-ORDENADO-EXIT
               UNTIL WS-ORD-FIM
            IF NOT WS-E-PRIMEIRO
               PERFORM 3300-FECHA-TURMA
                  THRU 3300-FECHA-TURMA-EXIT
            END-IF
            MOVE WS-TOT-ALUNOS TO WS-CONT-ED
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'TOTAL DE ALUNOS......: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 2 LINES
            MOVE WS-TOT-SEM-RESP TO WS-CONT-ED
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'SEM RESPONSAVEL......: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE.
       3000-IMPRIME-CONTATOS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-PROCESSA-ORDENADO: one student per iteration in      *
      * TURMA/name order; a change of TURMA closes the previous   *
      * class and opens a new page.                               *
      *----------------------------------------------------------*
       3100-PROCESSA-ORDENADO.
            RETURN ARQORD AT END
                 MOVE 'S' TO WS-ORD-EOF
                 GO TO 3100-PROCESSA-ORDENADO-EXIT
            END-RETURN
            IF WS-E-PRIMEIRO OR SD-TURMA NOT = WS-TURMA-ANT
               IF NOT WS-E-PRIMEIRO
                  PERFORM 3300-FECHA-TURMA
                     THRU 3300-FECHA-TURMA-EXIT
               END-IF
               PERFORM 3200-ABRE-TURMA
                  THRU 3200-ABRE-TURMA-EXIT
               MOVE 'N' TO WS-PRIMEIRO
               MOVE SD-TURMA TO WS-TURMA-ANT
            END-IF
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING SD-MATRICULA DELIMITED BY SIZE
                   '    '       DELIMITED BY SIZE
                   SD-NOME      DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE 0 TO WS-QTD-RESP
            IF WS-RESP-DISPONIVEL
               PERFORM 3400-LISTA-RESPONSAVEIS
                  THRU 3400-LISTA-RESPONSAVEIS-EXIT
            END-IF
            IF WS-QTD-RESP = 0
               MOVE 'SEM RESPONSAVEL CADASTRADO'
                  TO WS-CONT-LINHA-ED (20:26)
               MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
               WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-TURMA-SEM-RESP
               ADD 1 TO WS-TOT-SEM-RESP
            END-IF
            ADD 1 TO WS-TURMA-ALUNOS
            ADD 1 TO WS-TOT-ALUNOS.
       3100-PROCESSA-ORDENADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-ABRE-TURMA: heading block of a class's page, opened  *
      * with a form feed -- one TURMA per page, so each teacher   *
      * gets only their own sheet.                                *
      *----------------------------------------------------------*
       3200-ABRE-TURMA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-ED
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'CONTATOS DE EMERGENCIA - TURMA ' DELIMITED BY SIZE
                   SD-TURMA                  DELIMITED BY SIZE
                   '             PAGINA '    DELIMITED BY SIZE
                   WS-PAGINA-ED              DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING PAGE
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'EMITIDO EM '  DELIMITED BY SIZE
                   WS-DIA-RUN     DELIMITED BY SIZE
                   '/'            DELIMITED BY SIZE
                   WS-MES-RUN     DELIMITED BY SIZE
                   '/'            DELIMITED BY SIZE
                   WS-ANO-RUN     DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE SPACES TO FD-CONT-LINHA
            STRING 'MATRICULA NOME     RESPONSAVEL'
                                     DELIMITED BY SIZE
                   '                    PARENTESCO TELEFONE        R'
                                     DELIMITED BY SIZE
                   INTO FD-CONT-LINHA
            END-STRING
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE ALL '-' TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE 0 TO WS-TURMA-ALUNOS
            MOVE 0 TO WS-TURMA-SEM-RESP.
       3200-ABRE-TURMA-EXIT.
            EXIT.

       3300-FECHA-TURMA.
            MOVE ALL '-' TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMA-ALUNOS TO WS-TURMA-CONT-ED
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'ALUNOS NA TURMA: '  DELIMITED BY SIZE
                   WS-TURMA-CONT-ED     DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMA-SEM-RESP TO WS-TURMA-CONT-ED
            MOVE SPACES TO WS-CONT-LINHA-ED
            STRING 'SEM RESPONSAVEL: '  DELIMITED BY SIZE
                   WS-TURMA-CONT-ED     DELIMITED BY SIZE
                   INTO WS-CONT-LINHA-ED
            END-STRING
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            MOVE 'R = PODE RETIRAR O ALUNO (S/N)' TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE.
       3300-FECHA-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3400-LISTA-RESPONSAVEIS: positions the guardian master at *
      * the student's first guardian and walks forward while the  *
      * matricula holds. The first guardian shares the student's  *
      * line; the rest follow with the student columns blank.     *
      *----------------------------------------------------------*
       3400-LISTA-RESPONSAVEIS.
            MOVE 'N'          TO WS-RESP-EOF
            MOVE SD-MATRICULA TO FD-RESP-MATRICULA
            MOVE 0            TO FD-RESP-SEQ
            START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-RESP-EOF
            END-START
            PERFORM 3450-LE-UM-RESPONSAVEL
               THRU 3450-LE-UM-RESPONSAVEL-EXIT
               UNTIL WS-RESP-FIM.
       3400-LISTA-RESPONSAVEIS-EXIT.
            EXIT.

       3450-LE-UM-RESPONSAVEL.
            READ ARQRESP NEXT RECORD
               AT END
                  MOVE 'S' TO WS-RESP-EOF
                  GO TO 3450-LE-UM-RESPONSAVEL-EXIT
            END-READ
            IF FD-RESP-MATRICULA NOT = SD-MATRICULA
               MOVE 'S' TO WS-RESP-EOF
               GO TO 3450-LE-UM-RESPONSAVEL-EXIT
            END-IF
            ADD 1 TO WS-QTD-RESP
            IF WS-QTD-RESP > 1
               MOVE SPACES TO WS-CONT-LINHA-ED
            END-IF
            MOVE FD-RESP-NOME       TO WS-CONT-LINHA-ED (20:30)
            MOVE FD-RESP-PARENTESCO TO WS-CONT-LINHA-ED (51:10)
            MOVE FD-RESP-TELEFONE   TO WS-CONT-LINHA-ED (62:15)
            MOVE FD-RESP-RETIRADA   TO WS-CONT-LINHA-ED (78:1)
            MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
            WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            IF FD-RESP-ENDERECO NOT = SPACES
               MOVE SPACES TO WS-CONT-LINHA-ED
               MOVE FD-RESP-ENDERECO TO WS-CONT-LINHA-ED (20:40)
               MOVE WS-CONT-LINHA-ED TO FD-CONT-LINHA
               WRITE FD-CONT-LINHA AFTER ADVANCING 1 LINE
            END-IF.
       3450-LE-UM-RESPONSAVEL-EXIT.
            EXIT.

       9000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            IF WS-RESP-DISPONIVEL
               CLOSE ARQRESP
            END-IF
            CLOSE ARQCONT
            DISPLAY 'ALUNOS LISTADOS......: ' WS-TOT-ALUNOS
            DISPLAY 'SEM RESPONSAVEL......: ' WS-TOT-SEM-RESP
            DISPLAY 'CONTATOS DE EMERGENCIA POR TURMA - FIM'
            STOP RUN
            EXIT.

       END PROGRAM RELATORIO_CONTATOS.
