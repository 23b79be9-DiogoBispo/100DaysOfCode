      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: missing-grades completeness report for one
      *          periodo, meant to run before RELATORIO_BOLETIM.
      *          Every ATIVO student is held against the
      *          curriculum of their TURMA on ARQCURRIC.TXT (the
      *          class's own subjects plus those of its serie) and
      *          each subject with no grade on ARQNOTAS.TXT for the
      *          periodo is listed -- one page per TURMA, grouped
      *          by subject and sorted by name inside it, so the
      *          coordinator can hand each teacher the list of
      *          marks still owed instead of finding SEM NOTAS
      *          pages after the cards are printed. A class with
      *          no curriculum at all is reported on the console
      *          and counted on the footer. Output:
      *          NOTAS-PENDENTES.TXT. The roster file name comes
      *          from PARAMETROS-EXECUCAO.TXT when present, with
      *          the console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      *   15/10/2026 DB  - the roster is read in TURMA order, so each
      *                    class's curriculum is built, and a class
      *                    without one reported, once.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_PENDENCIAS.
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

       SELECT ARQNOTAS ASSIGN TO DYNAMIC WS-NOME-ARQNOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-NOTA-CHAVE
              FILE STATUS IS WS-STATUS-ARQNOTAS.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQCURRIC ASSIGN TO DYNAMIC WS-NOME-ARQCURRIC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CUR-CHAVE
              FILE STATUS IS WS-STATUS-ARQCURRIC.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQPEND ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQPEND.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQNOTAS
          LABEL RECORD STANDARD.
           COPY "NOTAREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQCURRIC
          LABEL RECORD STANDARD.
           COPY "CURRREC.CPY".

       SD ARQORD.
       01 SD-REGISTRO.
           03 SD-TURMA     PIC X(05).
           03 SD-MATERIA   PIC X(10).
           03 SD-NOME      PIC X(08).
           03 SD-MATRICULA PIC 9(06).

       FD ARQPEND
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'NOTAS-PENDENTES.TXT'.
       01 FD-PEND-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO  PIC X(02).
       01 WS-STATUS-ARQNOTAS  PIC X(02).
       01 WS-STATUS-ARQTURMA  PIC X(02).
       01 WS-STATUS-ARQCURRIC PIC X(02).
       01 WS-STATUS-ARQPEND   PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQNOTAS    PIC X(40) VALUE 'ARQNOTAS.TXT'.
       01 WS-NOME-ARQTURMA    PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQCURRIC   PIC X(40) VALUE 'ARQCURRIC.TXT'.
       01 WS-ALUNO-EOF        PIC X(01).
           88 WS-ALUNO-FIM        VALUE 'S'.
       01 WS-ORD-EOF          PIC X(01).
           88 WS-ORD-FIM          VALUE 'S'.
       01 WS-CURRIC-EOF       PIC X(01).
           88 WS-CURRIC-FIM       VALUE 'S'.
       01 WS-PRIMEIRO         PIC X(01).
           88 WS-E-PRIMEIRO       VALUE 'S'.
       01 WS-MATERIA-ACHADA   PIC X(01).
           88 WS-MATERIA-EXISTE   VALUE 'S'.

      *----------------------------------------------------------*
      * curriculum of the class being checked, rebuilt only when  *
      * the TURMA changes -- the master is read through its       *
      * FD-TURMA key, so each class is built once.                *
      *----------------------------------------------------------*
       01 WS-TAB-CURRICULO.
           03 WS-CUR-TURMA      PIC X(05) VALUE HIGH-VALUES.
           03 WS-QTD-MATERIAS   PIC 9(03) COMP VALUE 0.
           03 WS-CUR-MATERIA    PIC X(10) OCCURS 40 TIMES
                                INDEXED BY WS-CUR-IDX.
       01 WS-GRUPO-TIPO       PIC X(01).
       01 WS-GRUPO-CODIGO     PIC X(05).

       01 WS-PERIODO          PIC X(06).
       01 WS-TURMA-ANT        PIC X(05).
       01 WS-MATERIA-ANT      PIC X(10).
       01 WS-PAGINA           PIC 9(04).
       01 WS-MATERIA-PEND     PIC 9(05).
       01 WS-TURMA-PEND       PIC 9(05).
       01 WS-TOT-PEND         PIC 9(07).
       01 WS-ALUNOS-LIDOS     PIC 9(07).
       01 WS-ALUNOS-SEM-CURRIC PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).

       01 WS-PAGINA-ED        PIC ZZZ9.
       01 WS-PEND-ED          PIC ZZZZ9.
       01 WS-CONT-ED          PIC ZZZZZZ9.
       01 WS-PEND-LINHA-ED    PIC X(80) VALUE SPACES.

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            SORT ARQORD
               ON ASCENDING KEY SD-TURMA
               ON ASCENDING KEY SD-MATERIA
               ON ASCENDING KEY SD-NOME
               INPUT PROCEDURE IS 2000-SELECIONA-PENDENCIAS
                                THRU 2000-SELECIONA-PENDENCIAS-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-PENDENCIAS
                                THRU 3000-IMPRIME-PENDENCIAS-EXIT
            PERFORM 9000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'NOTAS PENDENTES DO PERIODO - INICIO'
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-ARQUIVO-ALUNO NOT = SPACES
               MOVE PRM-ARQUIVO-ALUNO TO WS-NOME-ARQALUNO
               DISPLAY 'ARQUIVO DE ALUNOS (PARAMETRO): '
                       WS-NOME-ARQALUNO
            ELSE
               DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
               ACCEPT WS-NOME-ARQALUNO
            END-IF
            DISPLAY 'PERIODO: ' WITH NO ADVANCING
            ACCEPT WS-PERIODO
            IF WS-PERIODO = SPACES
               DISPLAY 'PERIODO NAO INFORMADO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
            OPEN INPUT ARQNOTAS
            IF WS-STATUS-ARQNOTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQNOTAS.TXT - STATUS: '
                       WS-STATUS-ARQNOTAS
               DISPLAY 'EXECUTE CARREGA_NOTAS ANTES DESTE PROGRAMA'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
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
               CLOSE ARQNOTAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQCURRIC
            IF WS-STATUS-ARQCURRIC NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQCURRIC.TXT - STATUS: '
                       WS-STATUS-ARQCURRIC
               DISPLAY 'CADASTRE O CURRICULO COM MANUTENCAO_CURRICULO'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQPEND
            IF WS-STATUS-ARQPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR NOTAS-PENDENTES.TXT - STATUS: '
                       WS-STATUS-ARQPEND
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               CLOSE ARQCURRIC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE 'N' TO WS-ALUNO-EOF
            MOVE LOW-VALUES TO FD-TURMA
            START ARQALUNO KEY IS NOT LESS THAN FD-TURMA
               INVALID KEY
                  MOVE 'S' TO WS-ALUNO-EOF
            END-START
            MOVE 'N' TO WS-ORD-EOF
            MOVE 'S' TO WS-PRIMEIRO
            MOVE 0   TO WS-PAGINA
            MOVE 0   TO WS-TOT-PEND
            MOVE 0   TO WS-ALUNOS-LIDOS
            MOVE 0   TO WS-ALUNOS-SEM-CURRIC.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-SELECIONA-PENDENCIAS: one SORT record per ATIVO      *
      * student and curriculum subject with no grade on file for  *
      * the periodo -- the grades master is keyed by matricula +  *
      * materia + periodo, so each check is one random READ.      *
      *----------------------------------------------------------*
       2000-SELECIONA-PENDENCIAS.
            PERFORM 2100-LE-UM-ALUNO
               THRU 2100-LE-UM-ALUNO-EXIT
               UNTIL WS-ALUNO-FIM.
       2000-SELECIONA-PENDENCIAS-EXIT.
            EXIT.

       2100-LE-UM-ALUNO.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-ALUNO-EOF
                  GO TO 2100-LE-UM-ALUNO-EXIT
            END-READ
            IF NOT FD-SIT-ATIVO
               GO TO 2100-LE-UM-ALUNO-EXIT
            END-IF
            ADD 1 TO WS-ALUNOS-LIDOS
            IF FD-TURMA NOT = WS-CUR-TURMA
               PERFORM 2200-MONTA-CURRICULO
                  THRU 2200-MONTA-CURRICULO-EXIT
            END-IF
            IF WS-QTD-MATERIAS = 0
               ADD 1 TO WS-ALUNOS-SEM-CURRIC
               GO TO 2100-LE-UM-ALUNO-EXIT
            END-IF
            PERFORM 2300-VERIFICA-NOTA
               THRU 2300-VERIFICA-NOTA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS.
       2100-LE-UM-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-MONTA-CURRICULO: the class's own subjects first,     *
      * then those of its serie, each subject once -- the same    *
      * union CARREGA_NOTAS accepts grades against.               *
      *----------------------------------------------------------*
       2200-MONTA-CURRICULO.
            MOVE FD-TURMA TO WS-CUR-TURMA
            MOVE 0        TO WS-QTD-MATERIAS
            MOVE 'T'      TO WS-GRUPO-TIPO
            MOVE FD-TURMA TO WS-GRUPO-CODIGO
            PERFORM 2250-CARREGA-GRUPO
               THRU 2250-CARREGA-GRUPO-EXIT
            MOVE FD-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 0 TO FD-TUR-SERIE
            END-READ
            IF FD-TUR-SERIE > 0
               MOVE 'S'          TO WS-GRUPO-TIPO
               MOVE SPACES       TO WS-GRUPO-CODIGO
               MOVE FD-TUR-SERIE TO WS-GRUPO-CODIGO (1:2)
               PERFORM 2250-CARREGA-GRUPO
                  THRU 2250-CARREGA-GRUPO-EXIT
            END-IF
            IF WS-QTD-MATERIAS = 0
               DISPLAY 'TURMA SEM CURRICULO CADASTRADO: ' FD-TURMA
            END-IF.
       2200-MONTA-CURRICULO-EXIT.
            EXIT.

       2250-CARREGA-GRUPO.
            MOVE 'N'             TO WS-CURRIC-EOF
            MOVE WS-GRUPO-TIPO   TO FD-CUR-TIPO
            MOVE WS-GRUPO-CODIGO TO FD-CUR-CODIGO
            MOVE LOW-VALUES      TO FD-CUR-MATERIA
            START ARQCURRIC KEY IS NOT LESS THAN FD-CUR-CHAVE
               INVALID KEY
                  GO TO 2250-CARREGA-GRUPO-EXIT
            END-START
            PERFORM 2260-LE-CURRICULO
               THRU 2260-LE-CURRICULO-EXIT
               UNTIL WS-CURRIC-FIM.
       2250-CARREGA-GRUPO-EXIT.
            EXIT.

       2260-LE-CURRICULO.
            READ ARQCURRIC NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CURRIC-EOF
                  GO TO 2260-LE-CURRICULO-EXIT
            END-READ
            IF FD-CUR-TIPO NOT = WS-GRUPO-TIPO
               OR FD-CUR-CODIGO NOT = WS-GRUPO-CODIGO
               MOVE 'S' TO WS-CURRIC-EOF
               GO TO 2260-LE-CURRICULO-EXIT
            END-IF
            MOVE 'N' TO WS-MATERIA-ACHADA
            PERFORM 2270-PROCURA-MATERIA
               THRU 2270-PROCURA-MATERIA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS
                     OR WS-MATERIA-EXISTE
            IF WS-MATERIA-EXISTE
               GO TO 2260-LE-CURRICULO-EXIT
            END-IF
            IF WS-QTD-MATERIAS >= 40
               DISPLAY 'LIMITE DE 40 MATERIAS EXCEDIDO NA TURMA '
                       WS-CUR-TURMA ' - ' FD-CUR-MATERIA ' IGNORADA'
               GO TO 2260-LE-CURRICULO-EXIT
            END-IF
            ADD 1 TO WS-QTD-MATERIAS
            MOVE FD-CUR-MATERIA TO WS-CUR-MATERIA (WS-QTD-MATERIAS).
       2260-LE-CURRICULO-EXIT.
            EXIT.

       2270-PROCURA-MATERIA.
            IF WS-CUR-MATERIA (WS-CUR-IDX) = FD-CUR-MATERIA
               MOVE 'S' TO WS-MATERIA-ACHADA
            END-IF.
       2270-PROCURA-MATERIA-EXIT.
            EXIT.

       2300-VERIFICA-NOTA.
            MOVE FD-MATRICULA                TO FD-NOTA-MATRICULA
            MOVE WS-CUR-MATERIA (WS-CUR-IDX) TO FD-NOTA-MATERIA
            MOVE WS-PERIODO                  TO FD-NOTA-PERIODO
            READ ARQNOTAS
               INVALID KEY
                  MOVE FD-TURMA                    TO SD-TURMA
                  MOVE WS-CUR-MATERIA (WS-CUR-IDX) TO SD-MATERIA
                  MOVE FD-NOME                     TO SD-NOME
                  MOVE FD-MATRICULA                TO SD-MATRICULA
                  RELEASE SD-REGISTRO
                  ADD 1 TO WS-TOT-PEND
            END-READ.
       2300-VERIFICA-NOTA-EXIT.
            EXIT.

       3000-IMPRIME-PENDENCIAS.
            PERFORM 3100-PROCESSA-ORDENADO
               THRU 3100-PROCESSA-ORDENADO-EXIT
               UNTIL WS-ORD-FIM
            IF WS-E-PRIMEIRO
               MOVE SPACES TO WS-PEND-LINHA-ED
               STRING 'NENHUMA NOTA PENDENTE NO PERIODO '
                                   DELIMITED BY SIZE
                      WS-PERIODO   DELIMITED BY SIZE
                      INTO WS-PEND-LINHA-ED
               END-STRING
               MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
               WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            ELSE
               PERFORM 3350-FECHA-MATERIA
                  THRU 3350-FECHA-MATERIA-EXIT
               PERFORM 3300-FECHA-TURMA
                  THRU 3300-FECHA-TURMA-EXIT
            END-IF
            MOVE WS-ALUNOS-LIDOS TO WS-CONT-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'ALUNOS VERIFICADOS...: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 2 LINES
            MOVE WS-TOT-PEND TO WS-CONT-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'NOTAS PENDENTES......: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-ALUNOS-SEM-CURRIC TO WS-CONT-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'ALUNOS SEM CURRICULO.: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE.
       3000-IMPRIME-PENDENCIAS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-PROCESSA-ORDENADO: a change of TURMA closes the      *
      * subject and the class and opens a new page; a change of   *
      * subject inside the class closes the subject group only.   *
      *----------------------------------------------------------*
       3100-PROCESSA-ORDENADO.
            RETURN ARQORD AT END
                 MOVE 'S' TO WS-ORD-EOF
                 GO TO 3100-PROCESSA-ORDENADO-EXIT
            END-RETURN
            IF WS-E-PRIMEIRO OR SD-TURMA NOT = WS-TURMA-ANT
               IF NOT WS-E-PRIMEIRO
                  PERFORM 3350-FECHA-MATERIA
                     THRU 3350-FECHA-MATERIA-EXIT
                  PERFORM 3300-FECHA-TURMA
                     THRU 3300-FECHA-TURMA-EXIT
               END-IF
               PERFORM 3200-ABRE-TURMA
                  THRU 3200-ABRE-TURMA-EXIT
               MOVE 'N'        TO WS-PRIMEIRO
               MOVE SD-TURMA   TO WS-TURMA-ANT
               MOVE SD-MATERIA TO WS-MATERIA-ANT
               MOVE 0          TO WS-MATERIA-PEND
            END-IF
            IF SD-MATERIA NOT = WS-MATERIA-ANT
               PERFORM 3350-FECHA-MATERIA
                  THRU 3350-FECHA-MATERIA-EXIT
               MOVE SD-MATERIA TO WS-MATERIA-ANT
               MOVE 0          TO WS-MATERIA-PEND
            END-IF
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING SD-MATERIA   DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   SD-MATRICULA DELIMITED BY SIZE
                   '    '       DELIMITED BY SIZE
                   SD-NOME      DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            ADD 1 TO WS-MATERIA-PEND
            ADD 1 TO WS-TURMA-PEND.
       3100-PROCESSA-ORDENADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-ABRE-TURMA: one page per class, opened with a form   *
      * feed, so each class's list can go to its teachers.        *
      *----------------------------------------------------------*
       3200-ABRE-TURMA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'NOTAS PENDENTES - PERIODO ' DELIMITED BY SIZE
                   WS-PERIODO                   DELIMITED BY SIZE
                   ' - TURMA '                  DELIMITED BY SIZE
                   SD-TURMA                     DELIMITED BY SIZE
                   '          PAGINA '          DELIMITED BY SIZE
                   WS-PAGINA-ED                 DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING PAGE
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'EMITIDO EM '  DELIMITED BY SIZE
                   WS-DIA-RUN     DELIMITED BY SIZE
                   '/'            DELIMITED BY SIZE
                   WS-MES-RUN     DELIMITED BY SIZE
                   '/'            DELIMITED BY SIZE
                   WS-ANO-RUN     DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            MOVE 'MATERIA    MATRICULA NOME' TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            MOVE ALL '-' TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            MOVE 0 TO WS-TURMA-PEND.
       3200-ABRE-TURMA-EXIT.
            EXIT.

       3300-FECHA-TURMA.
            MOVE ALL '-' TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMA-PEND TO WS-PEND-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING 'NOTAS PENDENTES NA TURMA: ' DELIMITED BY SIZE
                   WS-PEND-ED                   DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE.
       3300-FECHA-TURMA-EXIT.
            EXIT.

       3350-FECHA-MATERIA.
            MOVE WS-MATERIA-PEND TO WS-PEND-ED
            MOVE SPACES TO WS-PEND-LINHA-ED
            STRING '           PENDENTES EM ' DELIMITED BY SIZE
                   WS-MATERIA-ANT             DELIMITED BY SIZE
                   ': '                       DELIMITED BY SIZE
                   WS-PEND-ED                 DELIMITED BY SIZE
                   INTO WS-PEND-LINHA-ED
            END-STRING
            MOVE WS-PEND-LINHA-ED TO FD-PEND-LINHA
            WRITE FD-PEND-LINHA AFTER ADVANCING 1 LINE.
       3350-FECHA-MATERIA-EXIT.
            EXIT.

       9000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            CLOSE ARQNOTAS
            CLOSE ARQTURMA
            CLOSE ARQCURRIC
            CLOSE ARQPEND
            DISPLAY 'ALUNOS VERIFICADOS...: ' WS-ALUNOS-LIDOS
            DISPLAY 'NOTAS PENDENTES......: ' WS-TOT-PEND
            DISPLAY 'ALUNOS SEM CURRICULO.: ' WS-ALUNOS-SEM-CURRIC
            DISPLAY 'NOTAS PENDENTES DO PERIODO - FIM'
            STOP RUN
            EXIT.

       END PROGRAM RELATORIO_PENDENCIAS.
