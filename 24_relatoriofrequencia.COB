      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: monthly attendance report per TURMA off the
      *          indexed ARQFREQ.TXT attendance master loaded by
      *          CARREGA_FREQUENCIA. For the requested competencia
      *          (AAAAMM) every student with marks in the month
      *          gets one line -- days present, days absent and
      *          the attendance percentage -- grouped one TURMA per
      *          page and sorted by name inside the class, in the
      *          RELATORIO_TURMA print-image style. A student under
      *          the legal minimum (FREQ-MINIMA on
      *          PARAMETROS-EXECUCAO.TXT, 75% by default) is
      *          flagged ABAIXO DO MINIMO and counted on the class
      *          subtotal, so the office hears about a truant child
      *          the month it happens instead of off a failing
      *          boletim. A mark is reported under the TURMA it was
      *          taken in. Output: ARQFREQ-REL.TXT. The roster file
      *          name comes from PARAMETROS-EXECUCAO.TXT when
      *          present, with the console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_FREQUENCIA.
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

       SELECT ARQFREQ ASSIGN TO DYNAMIC WS-NOME-ARQFREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-FREQ-CHAVE
              FILE STATUS IS WS-STATUS-ARQFREQ.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQFREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQFREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQFREQ
          LABEL RECORD STANDARD.
           COPY "FREQREC.CPY".

       SD ARQORD.
       01 SD-REGISTRO.
           03 SD-TURMA     PIC X(05).
           03 SD-NOME      PIC X(08).
           03 SD-MATRICULA PIC 9(06).
           03 SD-PRESENCA  PIC X(01).

       FD ARQFREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQFREQ-REL.TXT'.
       01 FD-FREL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQFREQ  PIC X(02).
       01 WS-STATUS-ARQFREL  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQFREQ    PIC X(40) VALUE 'ARQFREQ.TXT'.
       01 WS-FREQ-EOF        PIC X(01).
           88 WS-FREQ-FIM        VALUE 'S'.
       01 WS-ORD-EOF         PIC X(01).
           88 WS-ORD-FIM         VALUE 'S'.
       01 WS-PRIMEIRO        PIC X(01).
           88 WS-E-PRIMEIRO      VALUE 'S'.

       01 WS-COMPETENCIA     PIC X(06).
       01 WS-FREQ-DATA-X     PIC X(08).
       01 WS-TURMA-ANT       PIC X(05).
       01 WS-NOME-ANT        PIC X(08).
       01 WS-MATRICULA-ANT   PIC 9(06).

       01 WS-PAGINA          PIC 9(04).
       01 WS-ALU-PRESENCAS   PIC 9(03).
       01 WS-ALU-FALTAS      PIC 9(03).
       01 WS-ALU-DIAS        PIC 9(03).
       01 WS-ALU-PERC        PIC 9(03)V9(01).
       01 WS-TURMA-ALUNOS    PIC 9(05).
       01 WS-TURMA-ABAIXO    PIC 9(05).
       01 WS-MARCAS-LIDAS    PIC 9(07).
       01 WS-TOT-ALUNOS      PIC 9(07).
       01 WS-TOT-ABAIXO      PIC 9(07).

       01 WS-PAGINA-ED       PIC ZZZ9.
       01 WS-PRES-ED         PIC ZZ9.
       01 WS-FALT-ED         PIC ZZ9.
       01 WS-PERC-ED         PIC ZZ9.9.
       01 WS-MINIMO-ED       PIC ZZ9.
       01 WS-TURMA-CONT-ED   PIC ZZZZ9.
       01 WS-CONT-ED         PIC ZZZZZZ9.
       01 WS-FREL-LINHA-ED   PIC X(80) VALUE SPACES.

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            SORT ARQORD
               ON ASCENDING KEY SD-TURMA
               ON ASCENDING KEY SD-NOME
               ON ASCENDING KEY SD-MATRICULA
               INPUT PROCEDURE IS 2000-SELECIONA-MARCAS
                                THRU 2000-SELECIONA-MARCAS-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-FREQUENCIA
                                THRU 3000-IMPRIME-FREQUENCIA-EXIT
            PERFORM 9000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'RELATORIO DE FREQUENCIA MENSAL - INICIO'
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-ARQUIVO-ALUNO NOT = SPACES
               MOVE PRM-ARQUIVO-ALUNO TO WS-NOME-ARQALUNO
               DISPLAY 'ARQUIVO DE ALUNOS (PARAMETRO): '
                       WS-NOME-ARQALUNO
            ELSE
               DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
               ACCEPT WS-NOME-ARQALUNO
            END-IF
            DISPLAY 'COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
            ACCEPT WS-COMPETENCIA
            IF WS-COMPETENCIA = SPACES
               DISPLAY 'COMPETENCIA NAO INFORMADA'
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
            OPEN INPUT ARQFREQ
            IF WS-STATUS-ARQFREQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQFREQ.TXT - STATUS: '
                       WS-STATUS-ARQFREQ
               DISPLAY 'EXECUTE CARREGA_FREQUENCIA ANTES DESTE'
                       ' PROGRAMA'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQFREL
            IF WS-STATUS-ARQFREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQFREQ-REL.TXT - STATUS: '
                       WS-STATUS-ARQFREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQFREQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-FREQ-EOF
            MOVE 'N' TO WS-ORD-EOF
            MOVE 'S' TO WS-PRIMEIRO
            MOVE SPACES TO WS-TURMA-ANT
            MOVE 0   TO WS-PAGINA
            MOVE 0   TO WS-MARCAS-LIDAS
            MOVE 0   TO WS-TOT-ALUNOS
            MOVE 0   TO WS-TOT-ABAIXO
            MOVE PRM-FREQ-MINIMA TO WS-MINIMO-ED.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-SELECIONA-MARCAS: feeds the SORT with every mark of  *
      * the competencia, carrying the student's name off the      *
      * roster so the class lists in name order. A mark whose     *
      * matricula has since left the master is still counted,     *
      * under a blank name, rather than silently dropped.         *
      *----------------------------------------------------------*
       2000-SELECIONA-MARCAS.
            PERFORM 2100-LE-UMA-MARCA
               THRU 2100-LE-UMA-MARCA-EXIT
               UNTIL WS-FREQ-FIM.
       2000-SELECIONA-MARCAS-EXIT.
            EXIT.

       2100-LE-UMA-MARCA.
            READ ARQFREQ AT END
                 MOVE 'S' TO WS-FREQ-EOF
                 GO TO 2100-LE-UMA-MARCA-EXIT
            END-READ
            MOVE FD-FREQ-DATA TO WS-FREQ-DATA-X
            IF WS-FREQ-DATA-X (1:6) NOT = WS-COMPETENCIA
               GO TO 2100-LE-UMA-MARCA-EXIT
            END-IF
            ADD 1 TO WS-MARCAS-LIDAS
            MOVE FD-FREQ-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               INVALID KEY
                  MOVE SPACES TO FD-NOME
            END-READ
            MOVE FD-FREQ-TURMA     TO SD-TURMA
            MOVE FD-NOME           TO SD-NOME
            MOVE FD-FREQ-MATRICULA TO SD-MATRICULA
            MOVE FD-FREQ-PRESENCA  TO SD-PRESENCA
            RELEASE SD-REGISTRO.
       2100-LE-UMA-MARCA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-IMPRIME-FREQUENCIA: two-level control break fed by   *
      * the SORT -- a change of matricula closes the previous     *
      * student's line, a change of TURMA also closes the class   *
      * subtotal and opens a new page.                            *
      *----------------------------------------------------------*
       3000-IMPRIME-FREQUENCIA.
            PERFORM 3100-PROCESSA-ORDENADO
               THRU 3100-PROCESSA-ORDENADO-EXIT
               UNTIL WS-ORD-FIM
            IF WS-E-PRIMEIRO
               MOVE SPACES TO WS-FREL-LINHA-ED
               STRING 'SEM MARCAS DE FREQUENCIA NA COMPETENCIA '
                                           DELIMITED BY SIZE
                      WS-COMPETENCIA (1:4) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-COMPETENCIA (5:2) DELIMITED BY SIZE
                      INTO WS-FREL-LINHA-ED
               END-STRING
               MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
               WRITE FD-FREL-LINHA AFTER ADVANCING PAGE
            ELSE
               PERFORM 3400-FECHA-ALUNO
                  THRU 3400-FECHA-ALUNO-EXIT
               PERFORM 3300-FECHA-TURMA
                  THRU 3300-FECHA-TURMA-EXIT
            END-IF
            MOVE WS-TOT-ALUNOS TO WS-CONT-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'TOTAL DE ALUNOS......: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 2 LINES
            MOVE WS-TOT-ABAIXO TO WS-CONT-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'ABAIXO DO MINIMO.....: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE.
       3000-IMPRIME-FREQUENCIA-EXIT.
            EXIT.

       3100-PROCESSA-ORDENADO.
            RETURN ARQORD AT END
                 MOVE 'S' TO WS-ORD-EOF
                 GO TO 3100-PROCESSA-ORDENADO-EXIT
            END-RETURN
            IF WS-E-PRIMEIRO
               PERFORM 3200-ABRE-TURMA
                  THRU 3200-ABRE-TURMA-EXIT
               PERFORM 3350-ABRE-ALUNO
                  THRU 3350-ABRE-ALUNO-EXIT
               MOVE 'N' TO WS-PRIMEIRO
            ELSE
               IF SD-TURMA NOT = WS-TURMA-ANT
                  PERFORM 3400-FECHA-ALUNO
                     THRU 3400-FECHA-ALUNO-EXIT
                  PERFORM 3300-FECHA-TURMA
                     THRU 3300-FECHA-TURMA-EXIT
                  PERFORM 3200-ABRE-TURMA
                     THRU 3200-ABRE-TURMA-EXIT
                  PERFORM 3350-ABRE-ALUNO
                     THRU 3350-ABRE-ALUNO-EXIT
               ELSE
                  IF SD-MATRICULA NOT = WS-MATRICULA-ANT
                     PERFORM 3400-FECHA-ALUNO
                        THRU 3400-FECHA-ALUNO-EXIT
                     PERFORM 3350-ABRE-ALUNO
                        THRU 3350-ABRE-ALUNO-EXIT
                  END-IF
               END-IF
            END-IF
            IF SD-PRESENCA = 'P'
               ADD 1 TO WS-ALU-PRESENCAS
            ELSE
               ADD 1 TO WS-ALU-FALTAS
            END-IF.
       3100-PROCESSA-ORDENADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-ABRE-TURMA: heading block of a class's page, opened  *
      * with a form feed -- one TURMA per page.                   *
      *----------------------------------------------------------*
       3200-ABRE-TURMA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'FREQUENCIA MENSAL - COMPETENCIA '
                                        DELIMITED BY SIZE
                   WS-COMPETENCIA (1:4) DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   WS-COMPETENCIA (5:2) DELIMITED BY SIZE
                   '        PAGINA '    DELIMITED BY SIZE
                   WS-PAGINA-ED         DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING PAGE
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'TURMA: '             DELIMITED BY SIZE
                   SD-TURMA              DELIMITED BY SIZE
                   '  FREQUENCIA MINIMA: ' DELIMITED BY SIZE
                   WS-MINIMO-ED          DELIMITED BY SIZE
                   '%'                   DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            MOVE 'MATRICULA NOME     PRESENCAS FALTAS  FREQ% SITUACAO'
               TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            MOVE ALL '-' TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            MOVE SD-TURMA TO WS-TURMA-ANT
            MOVE 0 TO WS-TURMA-ALUNOS
            MOVE 0 TO WS-TURMA-ABAIXO.
       3200-ABRE-TURMA-EXIT.
            EXIT.

       3300-FECHA-TURMA.
            MOVE ALL '-' TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMA-ALUNOS TO WS-TURMA-CONT-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'ALUNOS NA TURMA: '    DELIMITED BY SIZE
                   WS-TURMA-CONT-ED       DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMA-ABAIXO TO WS-TURMA-CONT-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING 'ABAIXO DO MINIMO: '   DELIMITED BY SIZE
                   WS-TURMA-CONT-ED       DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE.
       3300-FECHA-TURMA-EXIT.
            EXIT.

       3350-ABRE-ALUNO.
            MOVE SD-MATRICULA TO WS-MATRICULA-ANT
            MOVE SD-NOME      TO WS-NOME-ANT
            MOVE 0 TO WS-ALU-PRESENCAS
            MOVE 0 TO WS-ALU-FALTAS.
       3350-ABRE-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3400-FECHA-ALUNO: one line per student -- days present,   *
      * days absent and the share of marked days present; under   *
      * the legal minimum the line is flagged and counted.        *
      *----------------------------------------------------------*
       3400-FECHA-ALUNO.
            COMPUTE WS-ALU-DIAS = WS-ALU-PRESENCAS + WS-ALU-FALTAS
            IF WS-ALU-DIAS = 0
               MOVE 0 TO WS-ALU-PERC
            ELSE
               COMPUTE WS-ALU-PERC ROUNDED =
                  WS-ALU-PRESENCAS * 100 / WS-ALU-DIAS
            END-IF
            MOVE WS-ALU-PRESENCAS TO WS-PRES-ED
            MOVE WS-ALU-FALTAS    TO WS-FALT-ED
            MOVE WS-ALU-PERC      TO WS-PERC-ED
            MOVE SPACES TO WS-FREL-LINHA-ED
            STRING WS-MATRICULA-ANT DELIMITED BY SIZE
                   '    '           DELIMITED BY SIZE
                   WS-NOME-ANT      DELIMITED BY SIZE
                   '       '        DELIMITED BY SIZE
                   WS-PRES-ED       DELIMITED BY SIZE
                   '    '           DELIMITED BY SIZE
                   WS-FALT-ED       DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   WS-PERC-ED       DELIMITED BY SIZE
                   INTO WS-FREL-LINHA-ED
            END-STRING
            IF WS-ALU-PERC < PRM-FREQ-MINIMA
               MOVE 'ABAIXO DO MINIMO' TO WS-FREL-LINHA-ED (44:16)
               ADD 1 TO WS-TURMA-ABAIXO
               ADD 1 TO WS-TOT-ABAIXO
            END-IF
            MOVE WS-FREL-LINHA-ED TO FD-FREL-LINHA
            WRITE FD-FREL-LINHA AFTER ADVANCING 1 LINE
            ADD 1 TO WS-TURMA-ALUNOS
            ADD 1 TO WS-TOT-ALUNOS.
       3400-FECHA-ALUNO-EXIT.
            EXIT.

       9000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            CLOSE ARQFREQ
            CLOSE ARQFREL
            DISPLAY 'MARCAS DA COMPETENCIA: ' WS-MARCAS-LIDAS
            DISPLAY 'ALUNOS RELACIONADOS..: ' WS-TOT-ALUNOS
            DISPLAY 'ABAIXO DO MINIMO.....: ' WS-TOT-ABAIXO
            DISPLAY 'RELATORIO DE FREQUENCIA MENSAL - FIM'
            STOP RUN
            EXIT.

       END PROGRAM RELATORIO_FREQUENCIA.
