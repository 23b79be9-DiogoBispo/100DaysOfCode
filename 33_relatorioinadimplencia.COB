      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: delinquency aging of the tuition receivables on
      *          ARQCOBRANCA.TXT as of a reference date (console
      *          AAAAMMDD, today when left blank). Every charge
      *          with an open balance -- amount billed less amount
      *          paid -- is aged by the days past its due date:
      *          CORRENTE (not yet due or under 30 days late),
      *          30, 60 and 90+ days. Balances are totalled per
      *          student, per TURMA and for the school, one page
      *          per TURMA with students by name, using the name
      *          and TURMA the charge was billed under so a
      *          student who has since left is still chased. The
      *          day count is done on calendar day numbers, so it
      *          is right across month and year ends. Output:
      *          INADIMPLENCIA.TXT.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_INADIMPLENCIA.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQCOBRANCA ASSIGN TO DYNAMIC WS-NOME-ARQCOBRANCA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-COB-CHAVE
              FILE STATUS IS WS-STATUS-ARQCOBRANCA.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQAGING ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQAGING.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQCOBRANCA
          LABEL RECORD STANDARD.
           COPY "COBRREC.CPY".

       SD ARQORD.
       01 SD-REGISTRO.
           03 SD-TURMA     PIC X(05).
           03 SD-NOME      PIC X(08).
           03 SD-MATRICULA PIC 9(06).
           03 SD-FAIXA     PIC 9(01).
           03 SD-SALDO     PIC 9(05)V9(02).

       FD ARQAGING
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'INADIMPLENCIA.TXT'.
       01 FD-AGING-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQCOBRANCA PIC X(02).
       01 WS-STATUS-ARQAGING    PIC X(02).
       01 WS-NOME-ARQCOBRANCA   PIC X(40) VALUE 'ARQCOBRANCA.TXT'.
       01 WS-COBRANCA-EOF       PIC X(01).
           88 WS-COBRANCA-FIM       VALUE 'S'.
       01 WS-ORD-EOF            PIC X(01).
           88 WS-ORD-FIM            VALUE 'S'.
       01 WS-PRIMEIRO           PIC X(01).
           88 WS-E-PRIMEIRO         VALUE 'S'.

       01 WS-DATA-BASE-X        PIC X(08).
       01 WS-DATA-BASE          PIC 9(08).
       01 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-DTB-ANO        PIC 9(04).
           03 WS-DTB-MES        PIC 9(02).
           03 WS-DTB-DIA        PIC 9(02).
       01 WS-DN-BASE            PIC 9(07).
       01 WS-DIAS-ATRASO        PIC S9(07).
       01 WS-SALDO              PIC S9(05)V9(02).

      *----------------------------------------------------------*
      * calendar day number: days since a fixed origin, counted   *
      * with March as the first month so February's leap day      *
      * falls at the end of the year -- the difference of two     *
      * day numbers is the number of days between the dates.      *
      *----------------------------------------------------------*
       01 WS-DJ-DATA            PIC 9(08).
       01 WS-DJ-DATA-R REDEFINES WS-DJ-DATA.
           03 WS-DJ-ANO         PIC 9(04).
           03 WS-DJ-MES         PIC 9(02).
           03 WS-DJ-DIA         PIC 9(02).
       01 WS-DJ-A               PIC 9(04).
       01 WS-DJ-M               PIC 9(02).
       01 WS-DJ-Q4              PIC 9(04).
       01 WS-DJ-Q100            PIC 9(04).
       01 WS-DJ-Q400            PIC 9(04).
       01 WS-DJ-QMES            PIC 9(04).
       01 WS-DJ-NUMERO          PIC 9(07).

      *----------------------------------------------------------*
      * balances by age band (1 CORRENTE, 2 30, 3 60, 4 90+,      *
      * 5 total) at three levels: 1 student, 2 TURMA, 3 school.   *
      *----------------------------------------------------------*
       01 WS-TAB-SALDOS.
           03 WS-SALDO-NIVEL OCCURS 3 TIMES.
               05 WS-SALDO-FAIXA PIC 9(07)V9(02) OCCURS 5 TIMES.
       01 WS-NIVEL              PIC 9(01).
       01 WS-FX                 PIC 9(01).

       01 WS-TURMA-ANT          PIC X(05).
       01 WS-NOME-ANT           PIC X(08).
       01 WS-MATRICULA-ANT      PIC 9(06).
       01 WS-PAGINA             PIC 9(04).
       01 WS-COBRANCAS-ABERTAS  PIC 9(07).
       01 WS-ALUNOS-DEVEDORES   PIC 9(07).
       01 WS-ALUNOS-EM-ATRASO   PIC 9(07).
       01 WS-TUR-DEVEDORES      PIC 9(05).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).

       01 WS-AGING-LINHA-ED     PIC X(80) VALUE SPACES.
       01 WS-PAGINA-ED          PIC ZZZ9.
       01 WS-VALOR-ED           PIC ZZZ,ZZ9.99.
       01 WS-CONT-ED            PIC ZZZZZZ9.
       01 WS-TUR-CONT-ED        PIC ZZZZ9.

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            SORT ARQORD
               ON ASCENDING KEY SD-TURMA
               ON ASCENDING KEY SD-NOME
               ON ASCENDING KEY SD-MATRICULA
               INPUT PROCEDURE IS 2000-SELECIONA-COBRANCAS
                                THRU 2000-SELECIONA-COBRANCAS-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-AGING
                                THRU 3000-IMPRIME-AGING-EXIT
            PERFORM 9000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'RELATORIO DE INADIMPLENCIA - INICIO'
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            DISPLAY 'DATA BASE (AAAAMMDD, EM BRANCO = HOJE): '
               WITH NO ADVANCING
            ACCEPT WS-DATA-BASE-X
            IF WS-DATA-BASE-X = SPACES
               MOVE WS-DATAHORA-RUN (1:8) TO WS-DATA-BASE-X
            END-IF
            IF WS-DATA-BASE-X IS NOT NUMERIC
               DISPLAY 'DATA BASE INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-DATA-BASE-X TO WS-DATA-BASE
            IF WS-DTB-MES < 01 OR WS-DTB-MES > 12
               OR WS-DTB-DIA < 01 OR WS-DTB-DIA > 31
               DISPLAY 'DATA BASE INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-DATA-BASE TO WS-DJ-DATA
            PERFORM 8000-CALCULA-DIA-NUMERO
               THRU 8000-CALCULA-DIA-NUMERO-EXIT
            MOVE WS-DJ-NUMERO TO WS-DN-BASE
            OPEN INPUT ARQCOBRANCA
            IF WS-STATUS-ARQCOBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQCOBRANCA.TXT - STATUS: '
                       WS-STATUS-ARQCOBRANCA
               DISPLAY 'EXECUTE GERA_COBRANCA ANTES DESTE PROGRAMA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQAGING
            IF WS-STATUS-ARQAGING NOT = '00'
               DISPLAY 'ERRO AO ABRIR INADIMPLENCIA.TXT - STATUS: '
                       WS-STATUS-ARQAGING
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQCOBRANCA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N'   TO WS-COBRANCA-EOF
            MOVE 'N'   TO WS-ORD-EOF
            MOVE 'S'   TO WS-PRIMEIRO
            MOVE 0     TO WS-PAGINA
            MOVE 0     TO WS-COBRANCAS-ABERTAS
            MOVE 0     TO WS-ALUNOS-DEVEDORES
            MOVE 0     TO WS-ALUNOS-EM-ATRASO
            MOVE ZEROS TO WS-TAB-SALDOS.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-SELECIONA-COBRANCAS: one SORT record per charge with *
      * a balance still open, tagged with its age band.           *
      *----------------------------------------------------------*
       2000-SELECIONA-COBRANCAS.
            PERFORM 2100-LE-COBRANCA
               THRU 2100-LE-COBRANCA-EXIT
               UNTIL WS-COBRANCA-FIM.
       2000-SELECIONA-COBRANCAS-EXIT.
            EXIT.

       2100-LE-COBRANCA.
            READ ARQCOBRANCA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-COBRANCA-EOF
                  GO TO 2100-LE-COBRANCA-EXIT
            END-READ
            IF FD-COB-QUITADA
               GO TO 2100-LE-COBRANCA-EXIT
            END-IF
            COMPUTE WS-SALDO = FD-COB-VALOR - FD-COB-VALOR-PAGO
            IF WS-SALDO NOT > 0
               GO TO 2100-LE-COBRANCA-EXIT
            END-IF
            ADD 1 TO WS-COBRANCAS-ABERTAS
            MOVE FD-COB-VENCIMENTO TO WS-DJ-DATA
            PERFORM 8000-CALCULA-DIA-NUMERO
               THRU 8000-CALCULA-DIA-NUMERO-EXIT
            COMPUTE WS-DIAS-ATRASO = WS-DN-BASE - WS-DJ-NUMERO
            EVALUATE TRUE
               WHEN WS-DIAS-ATRASO < 30
                    MOVE 1 TO SD-FAIXA
               WHEN WS-DIAS-ATRASO < 60
                    MOVE 2 TO SD-FAIXA
               WHEN WS-DIAS-ATRASO < 90
                    MOVE 3 TO SD-FAIXA
               WHEN OTHER
                    MOVE 4 TO SD-FAIXA
            END-EVALUATE
            MOVE FD-COB-TURMA     TO SD-TURMA
            MOVE FD-COB-NOME      TO SD-NOME
            MOVE FD-COB-MATRICULA TO SD-MATRICULA
            MOVE WS-SALDO         TO SD-SALDO
            RELEASE SD-REGISTRO.
       2100-LE-COBRANCA-EXIT.
            EXIT.

       3000-IMPRIME-AGING.
            PERFORM 3100-PROCESSA-ORDENADO
               THRU 3100-PROCESSA-ORDENADO-EXIT
               UNTIL WS-ORD-FIM
            IF WS-E-PRIMEIRO
               MOVE 'NENHUMA COBRANCA EM ABERTO' TO FD-AGING-LINHA
               WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            ELSE
               PERFORM 3300-FECHA-ALUNO
                  THRU 3300-FECHA-ALUNO-EXIT
               PERFORM 3400-FECHA-TURMA
                  THRU 3400-FECHA-TURMA-EXIT
            END-IF
            PERFORM 3800-GRAVA-TOTAIS
               THRU 3800-GRAVA-TOTAIS-EXIT.
       3000-IMPRIME-AGING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-PROCESSA-ORDENADO: one open charge per iteration in  *
      * TURMA/name order; a new matricula closes the previous     *
      * student's line, a new TURMA also closes the class.        *
      *----------------------------------------------------------*
       3100-PROCESSA-ORDENADO.
            RETURN ARQORD AT END
                 MOVE 'S' TO WS-ORD-EOF
                 GO TO 3100-PROCESSA-ORDENADO-EXIT
            END-RETURN
            EVALUATE TRUE
               WHEN WS-E-PRIMEIRO
                    PERFORM 3200-ABRE-TURMA
                       THRU 3200-ABRE-TURMA-EXIT
               WHEN SD-TURMA NOT = WS-TURMA-ANT
                    PERFORM 3300-FECHA-ALUNO
                       THRU 3300-FECHA-ALUNO-EXIT
                    PERFORM 3400-FECHA-TURMA
                       THRU 3400-FECHA-TURMA-EXIT
                    PERFORM 3200-ABRE-TURMA
                       THRU 3200-ABRE-TURMA-EXIT
               WHEN SD-MATRICULA NOT = WS-MATRICULA-ANT
                    PERFORM 3300-FECHA-ALUNO
                       THRU 3300-FECHA-ALUNO-EXIT
               WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE 'N'          TO WS-PRIMEIRO
            MOVE SD-TURMA     TO WS-TURMA-ANT
            MOVE SD-NOME      TO WS-NOME-ANT
            MOVE SD-MATRICULA TO WS-MATRICULA-ANT
            ADD SD-SALDO TO WS-SALDO-FAIXA (1, SD-FAIXA)
            ADD SD-SALDO TO WS-SALDO-FAIXA (1, 5).
       3100-PROCESSA-ORDENADO-EXIT.
            EXIT.

       3200-ABRE-TURMA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-ED
            MOVE 0 TO WS-TUR-DEVEDORES
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'INADIMPLENCIA POR IDADE - DATA BASE '
                                   DELIMITED BY SIZE
                   WS-DATA-BASE    DELIMITED BY SIZE
                   ' - TURMA '     DELIMITED BY SIZE
                   SD-TURMA        DELIMITED BY SIZE
                   '   PAGINA '    DELIMITED BY SIZE
                   WS-PAGINA-ED    DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING PAGE
            MOVE SPACES       TO WS-AGING-LINHA-ED
            MOVE 'MATRICULA'  TO WS-AGING-LINHA-ED (1:9)
            MOVE 'NOME'       TO WS-AGING-LINHA-ED (11:4)
            MOVE '  CORRENTE' TO WS-AGING-LINHA-ED (20:10)
            MOVE '   30 DIAS' TO WS-AGING-LINHA-ED (31:10)
            MOVE '   60 DIAS' TO WS-AGING-LINHA-ED (42:10)
            MOVE '  90+ DIAS' TO WS-AGING-LINHA-ED (53:10)
            MOVE '     TOTAL' TO WS-AGING-LINHA-ED (64:10)
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE ALL '-' TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE.
       3200-ABRE-TURMA-EXIT.
            EXIT.

       3300-FECHA-ALUNO.
            MOVE SPACES TO WS-AGING-LINHA-ED
            MOVE WS-MATRICULA-ANT TO WS-AGING-LINHA-ED (1:6)
            MOVE WS-NOME-ANT      TO WS-AGING-LINHA-ED (11:8)
            MOVE 1 TO WS-NIVEL
            PERFORM 3700-MONTA-VALORES
               THRU 3700-MONTA-VALORES-EXIT
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            ADD 1 TO WS-ALUNOS-DEVEDORES
            ADD 1 TO WS-TUR-DEVEDORES
            IF WS-SALDO-FAIXA (1, 2) > 0
               OR WS-SALDO-FAIXA (1, 3) > 0
               OR WS-SALDO-FAIXA (1, 4) > 0
               ADD 1 TO WS-ALUNOS-EM-ATRASO
            END-IF
            MOVE 2 TO WS-NIVEL
            PERFORM 3750-ACUMULA-NIVEL
               THRU 3750-ACUMULA-NIVEL-EXIT
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
            MOVE ZEROS TO WS-SALDO-NIVEL (1).
       3300-FECHA-ALUNO-EXIT.
            EXIT.

       3400-FECHA-TURMA.
            MOVE ALL '-' TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-AGING-LINHA-ED
            MOVE 'TOTAL TURMA' TO WS-AGING-LINHA-ED (1:11)
            MOVE 2 TO WS-NIVEL
            PERFORM 3700-MONTA-VALORES
               THRU 3700-MONTA-VALORES-EXIT
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TUR-DEVEDORES TO WS-TUR-CONT-ED
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'ALUNOS COM SALDO EM ABERTO: ' DELIMITED BY SIZE
                   WS-TUR-CONT-ED                DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE 3 TO WS-NIVEL
            PERFORM 3750-ACUMULA-NIVEL
               THRU 3750-ACUMULA-NIVEL-EXIT
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
            MOVE ZEROS TO WS-SALDO-NIVEL (2).
       3400-FECHA-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3700-MONTA-VALORES: the five band columns of WS-NIVEL     *
      * into the line being built; 3750 rolls the level below     *
      * WS-NIVEL up into it.                                      *
      *----------------------------------------------------------*
       3700-MONTA-VALORES.
            MOVE WS-SALDO-FAIXA (WS-NIVEL, 1) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO WS-AGING-LINHA-ED (20:10)
            MOVE WS-SALDO-FAIXA (WS-NIVEL, 2) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO WS-AGING-LINHA-ED (31:10)
            MOVE WS-SALDO-FAIXA (WS-NIVEL, 3) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO WS-AGING-LINHA-ED (42:10)
            MOVE WS-SALDO-FAIXA (WS-NIVEL, 4) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO WS-AGING-LINHA-ED (53:10)
            MOVE WS-SALDO-FAIXA (WS-NIVEL, 5) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO WS-AGING-LINHA-ED (64:10).
       3700-MONTA-VALORES-EXIT.
            EXIT.

       3750-ACUMULA-NIVEL.
            ADD WS-SALDO-FAIXA (WS-NIVEL - 1, WS-FX)
               TO WS-SALDO-FAIXA (WS-NIVEL, WS-FX).
       3750-ACUMULA-NIVEL-EXIT.
            EXIT.

       3800-GRAVA-TOTAIS.
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'TOTAL GERAL - DATA BASE ' DELIMITED BY SIZE
                   WS-DATA-BASE               DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING PAGE
            MOVE SPACES       TO WS-AGING-LINHA-ED
            MOVE '  CORRENTE' TO WS-AGING-LINHA-ED (20:10)
            MOVE '   30 DIAS' TO WS-AGING-LINHA-ED (31:10)
            MOVE '   60 DIAS' TO WS-AGING-LINHA-ED (42:10)
            MOVE '  90+ DIAS' TO WS-AGING-LINHA-ED (53:10)
            MOVE '     TOTAL' TO WS-AGING-LINHA-ED (64:10)
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-AGING-LINHA-ED
            MOVE 'TOTAL ESCOLA' TO WS-AGING-LINHA-ED (1:12)
            MOVE 3 TO WS-NIVEL
            PERFORM 3700-MONTA-VALORES
               THRU 3700-MONTA-VALORES-EXIT
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-COBRANCAS-ABERTAS TO WS-CONT-ED
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'COBRANCAS EM ABERTO..........: ' DELIMITED BY SIZE
                   WS-CONT-ED                       DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 2 LINES
            MOVE WS-ALUNOS-DEVEDORES TO WS-CONT-ED
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'ALUNOS COM SALDO EM ABERTO...: ' DELIMITED BY SIZE
                   WS-CONT-ED                       DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-ALUNOS-EM-ATRASO TO WS-CONT-ED
            MOVE SPACES TO WS-AGING-LINHA-ED
            STRING 'ALUNOS COM 30 DIAS OU MAIS...: ' DELIMITED BY SIZE
                   WS-CONT-ED                       DELIMITED BY SIZE
                   INTO WS-AGING-LINHA-ED
            END-STRING
            MOVE WS-AGING-LINHA-ED TO FD-AGING-LINHA
            WRITE FD-AGING-LINHA AFTER ADVANCING 1 LINE.
       3800-GRAVA-TOTAIS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 8000-CALCULA-DIA-NUMERO: WS-DJ-DATA (AAAAMMDD) to its     *
      * calendar day number in WS-DJ-NUMERO. January and February *
      * count as months 13 and 14 of the year before; every       *
      * DIVIDE truncates, which is what the leap-year terms need. *
      *----------------------------------------------------------*
       8000-CALCULA-DIA-NUMERO.
            MOVE WS-DJ-ANO TO WS-DJ-A
            MOVE WS-DJ-MES TO WS-DJ-M
            IF WS-DJ-M < 3
               SUBTRACT 1 FROM WS-DJ-A
               ADD 12 TO WS-DJ-M
            END-IF
            DIVIDE WS-DJ-A BY 4   GIVING WS-DJ-Q4
            DIVIDE WS-DJ-A BY 100 GIVING WS-DJ-Q100
            DIVIDE WS-DJ-A BY 400 GIVING WS-DJ-Q400
            COMPUTE WS-DJ-QMES = 153 * (WS-DJ-M - 3) + 2
            DIVIDE WS-DJ-QMES BY 5 GIVING WS-DJ-QMES
            COMPUTE WS-DJ-NUMERO = 365 * WS-DJ-A
                                 + WS-DJ-Q4 - WS-DJ-Q100 + WS-DJ-Q400
                                 + WS-DJ-QMES + WS-DJ-DIA.
       8000-CALCULA-DIA-NUMERO-EXIT.
            EXIT.

       9000-FINALIZA-PROGRAMA.
            CLOSE ARQCOBRANCA
            CLOSE ARQAGING
            DISPLAY 'COBRANCAS EM ABERTO..........: '
                    WS-COBRANCAS-ABERTAS
            DISPLAY 'ALUNOS COM SALDO EM ABERTO...: '
                    WS-ALUNOS-DEVEDORES
            DISPLAY 'ALUNOS COM 30 DIAS OU MAIS...: '
                    WS-ALUNOS-EM-ATRASO
            DISPLAY 'RELATORIO DE INADIMPLENCIA - FIM'
            STOP RUN
            EXIT.

       END PROGRAM RELATORIO_INADIMPLENCIA.
