      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: monthly tuition billing run. For the competencia
      *          (AAAAMM) given at the console, every student who
      *          was enrolled for at least one day of that month
      *          gets one charge on the indexed receivables file
      *          ARQCOBRANCA.TXT -- every ATIVO student, plus one
      *          withdrawn or transferred out during the month,
      *          who is billed up to FD-DT-SAIDA and never again.
      *          The monthly fee comes from the MENSALIDADE-SERIE.TXT
      *          fee table (serie in columns 1-2, fee with two
      *          implied decimals in columns 3-9) through the
      *          FD-TUR-SERIE of the student's TURMA, and is
      *          pro-rated by calendar day when FD-DT-MATRICULA or
      *          FD-DT-SAIDA falls inside the month -- a student
      *          transferred out is billed up to the day before the
      *          transfer, the day itself being billed where the
      *          student went. A campus transfer that keeps the
      *          matricula bills each roster's part of the month
      *          onto the same charge. The charge falls due on the
      *          DIA-VENCIMENTO of the month (run parameter,
      *          default 10). A month already billed
      *          for a student is not billed again, so the run can
      *          simply be repeated after a crash or a late
      *          enrollment. One line per student on
      *          GERA-COBRANCA-REL.TXT, in the MANUTENCAO_LOTE
      *          disposition style, with the billed total at the
      *          end. The roster file name comes from
      *          PARAMETROS-EXECUCAO.TXT when present, with the
      *          console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      *   15/10/2026 DB  - a transferred-out student is billed up to
      *                    the day before the transfer, and a part
      *                    of the month billed by a second roster
      *                    under the same matricula is added to the
      *                    existing charge instead of being ignored.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA_COBRANCA.
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

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQCOBRANCA ASSIGN TO DYNAMIC WS-NOME-ARQCOBRANCA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-COB-CHAVE
              FILE STATUS IS WS-STATUS-ARQCOBRANCA.

       SELECT ARQMENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQMENSAL.

       SELECT ARQCREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQCOBRANCA
          LABEL RECORD STANDARD.
           COPY "COBRREC.CPY".

       FD ARQMENSAL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'MENSALIDADE-SERIE.TXT'.
       01 FD-MEN-REGISTRO.
           03 FD-MEN-SERIE  PIC X(02).
           03 FD-MEN-VALOR  PIC X(07).

       FD ARQCREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'GERA-COBRANCA-REL.TXT'.
       01 FD-CREL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO    PIC X(02).
       01 WS-STATUS-ARQTURMA    PIC X(02).
       01 WS-STATUS-ARQCOBRANCA PIC X(02).
       01 WS-STATUS-ARQMENSAL   PIC X(02).
       01 WS-STATUS-ARQCREL     PIC X(02).
       01 WS-NOME-ARQALUNO      PIC X(40).
       01 WS-NOME-ARQTURMA      PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQCOBRANCA   PIC X(40) VALUE 'ARQCOBRANCA.TXT'.
       01 WS-ALUNO-EOF          PIC X(01).
           88 WS-ALUNO-FIM          VALUE 'S'.
       01 WS-MENSAL-EOF         PIC X(01).
           88 WS-MENSAL-FIM         VALUE 'S'.
       01 WS-ALUNO-COBRAVEL     PIC X(01).
           88 WS-ALUNO-NO-PERIODO   VALUE 'S'.
       01 WS-COBRANCA-SOMADA    PIC X(01).
           88 WS-FOI-SOMADA         VALUE 'S'.

       01 WS-TAB-MENSALIDADE.
           03 WS-QTD-MENSALIDADES PIC 9(03) COMP VALUE 0.
           03 WS-MEN-ITEM OCCURS 20 TIMES INDEXED BY WS-MEN-IDX.
               05 WS-MEN-SERIE   PIC 9(02).
               05 WS-MEN-VALOR   PIC 9(05)V9(02).
       01 WS-MENSALIDADE-ACHADA PIC X(01).
           88 WS-TEM-MENSALIDADE    VALUE 'S'.
       01 WS-VALOR-MENSAL       PIC 9(05)V9(02).
       01 WS-VALOR-MENSAL-X REDEFINES WS-VALOR-MENSAL PIC X(07).

      *----------------------------------------------------------*
      * days in each month; February is corrected for leap years  *
      * once the competencia is known.                            *
      *----------------------------------------------------------*
       01 WS-TAB-DIAS-MES-V     PIC X(24)
                                VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
           03 WS-DIAS-MES-ITEM  PIC 9(02) OCCURS 12 TIMES.

       01 WS-COMPETENCIA-X      PIC X(06).
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-CMP-ANO        PIC 9(04).
           03 WS-CMP-MES        PIC 9(02).
       01 WS-DIAS-NO-MES        PIC 9(02).
       01 WS-DIA-VENCIMENTO     PIC 9(02).
       01 WS-QUOCIENTE          PIC 9(04).
       01 WS-RESTO-4            PIC 9(03).
       01 WS-RESTO-100          PIC 9(03).
       01 WS-RESTO-400          PIC 9(03).

       01 WS-PRIMEIRO-DIA       PIC 9(08).
       01 WS-ULTIMO-DIA         PIC 9(08).
       01 WS-VENCIMENTO         PIC 9(08).
       01 WS-DATA-INICIO        PIC 9(08).
       01 WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           03 FILLER            PIC 9(06).
           03 WS-DIA-INICIO     PIC 9(02).
       01 WS-DATA-FIM           PIC 9(08).
       01 WS-DATA-FIM-R REDEFINES WS-DATA-FIM.
           03 FILLER            PIC 9(06).
           03 WS-DIA-FIM        PIC 9(02).
       01 WS-DIAS-COBRADOS      PIC 9(02).
       01 WS-VALOR-COBRADO      PIC 9(05)V9(02).

       01 WS-LIDOS              PIC 9(07).
       01 WS-GERADAS            PIC 9(07).
       01 WS-PRO-RATA           PIC 9(07).
       01 WS-SOMADAS            PIC 9(07).
       01 WS-JA-GERADAS         PIC 9(07).
       01 WS-REJEITADAS         PIC 9(07).
       01 WS-FORA-PERIODO       PIC 9(07).
       01 WS-VALOR-TOTAL        PIC 9(09)V9(02).
       01 WS-MOTIVO             PIC X(40).

       01 WS-CREL-LINHA-ED      PIC X(80) VALUE SPACES.
       01 WS-CREL-CONT-ED       PIC ZZZZZZ9.
       01 WS-VALOR-ED           PIC ZZ,ZZ9.99.
       01 WS-VALOR-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DIAS-ED            PIC Z9.
       01 WS-DISPOSICAO-ED      PIC X(30).

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 2000-PROCESSA-ALUNO
               THRU 2000-PROCESSA-ALUNO-EXIT
               UNTIL WS-ALUNO-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'GERACAO DA COBRANCA MENSAL'
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
            ACCEPT WS-COMPETENCIA-X
            IF WS-COMPETENCIA-X IS NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
            IF WS-CMP-MES < 01 OR WS-CMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1050-MONTA-PERIODO
               THRU 1050-MONTA-PERIODO-EXIT
            PERFORM 1100-CARREGA-MENSALIDADES
               THRU 1100-CARREGA-MENSALIDADES-EXIT
            PERFORM 1200-ABRE-ARQUIVOS
               THRU 1200-ABRE-ARQUIVOS-EXIT
            MOVE 0   TO WS-LIDOS
            MOVE 0   TO WS-GERADAS
            MOVE 0   TO WS-PRO-RATA
            MOVE 0   TO WS-SOMADAS
            MOVE 0   TO WS-JA-GERADAS
            MOVE 0   TO WS-REJEITADAS
            MOVE 0   TO WS-FORA-PERIODO
            MOVE 0   TO WS-VALOR-TOTAL
            MOVE 'N' TO WS-ALUNO-EOF
            MOVE 'REGISTRO DE COBRANCA MENSAL' TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'PARAMETROS - ARQUIVO DE ALUNOS: '
                                    DELIMITED BY SIZE
                   WS-NOME-ARQALUNO DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'COMPETENCIA: '  DELIMITED BY SIZE
                   WS-COMPETENCIA   DELIMITED BY SIZE
                   '  VENCIMENTO: ' DELIMITED BY SIZE
                   WS-VENCIMENTO    DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE 'MATRICULA NOME     TURMA DIAS     VALOR DISPOSICAO'
               TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE ALL '-' TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1050-MONTA-PERIODO: first and last calendar day of the    *
      * competencia and its due date. February has 29 days in a   *
      * year divisible by 4, except the centuries not divisible   *
      * by 400. A due day past the end of the month falls on its  *
      * last day.                                                 *
      *----------------------------------------------------------*
       1050-MONTA-PERIODO.
            MOVE WS-DIAS-MES-ITEM (WS-CMP-MES) TO WS-DIAS-NO-MES
            IF WS-CMP-MES = 02
               DIVIDE WS-CMP-ANO BY 4
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-CMP-ANO BY 100
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-CMP-ANO BY 400
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0
                  AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                  MOVE 29 TO WS-DIAS-NO-MES
               END-IF
            END-IF
            COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1
            COMPUTE WS-ULTIMO-DIA = WS-COMPETENCIA * 100
                                  + WS-DIAS-NO-MES
            MOVE PRM-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
            IF PRM-DIA-VENCIMENTO = 0 OR PRM-DIA-VENCIMENTO > 31
               MOVE 10 TO WS-DIA-VENCIMENTO
            END-IF
            IF WS-DIA-VENCIMENTO > WS-DIAS-NO-MES
               MOVE WS-DIAS-NO-MES TO WS-DIA-VENCIMENTO
            END-IF
            COMPUTE WS-VENCIMENTO = WS-COMPETENCIA * 100
                                  + WS-DIA-VENCIMENTO.
       1050-MONTA-PERIODO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-CARREGA-MENSALIDADES: the fee table, one serie per   *
      * line. A malformed line aborts the run before a single     *
      * student is billed -- the same rule VIRADA_ANO applies to  *
      * its promotion rules file.                                 *
      *----------------------------------------------------------*
       1100-CARREGA-MENSALIDADES.
            MOVE 'N' TO WS-MENSAL-EOF
            OPEN INPUT ARQMENSAL
            IF WS-STATUS-ARQMENSAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR MENSALIDADE-SERIE.TXT - STATUS: '
                       WS-STATUS-ARQMENSAL
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1150-LE-MENSALIDADE
               THRU 1150-LE-MENSALIDADE-EXIT
               UNTIL WS-MENSAL-FIM
            CLOSE ARQMENSAL
            IF WS-QTD-MENSALIDADES = 0
               DISPLAY 'MENSALIDADE-SERIE.TXT SEM VALORES'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'MENSALIDADES CARREGADAS: ' WS-QTD-MENSALIDADES.
       1100-CARREGA-MENSALIDADES-EXIT.
            EXIT.

       1150-LE-MENSALIDADE.
            READ ARQMENSAL AT END
                 MOVE 'S' TO WS-MENSAL-EOF
                 GO TO 1150-LE-MENSALIDADE-EXIT
            END-READ
            IF FD-MEN-REGISTRO = SPACES
               GO TO 1150-LE-MENSALIDADE-EXIT
            END-IF
            IF FD-MEN-SERIE IS NOT NUMERIC
               OR FD-MEN-VALOR IS NOT NUMERIC
               DISPLAY 'MENSALIDADE INVALIDA: ' FD-MEN-REGISTRO
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-QTD-MENSALIDADES >= 20
               DISPLAY 'LIMITE DE 20 MENSALIDADES EXCEDIDO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-QTD-MENSALIDADES
            SET WS-MEN-IDX TO WS-QTD-MENSALIDADES
            MOVE FD-MEN-SERIE      TO WS-MEN-SERIE (WS-MEN-IDX)
            MOVE FD-MEN-VALOR      TO WS-VALOR-MENSAL-X
            MOVE WS-VALOR-MENSAL   TO WS-MEN-VALOR (WS-MEN-IDX).
       1150-LE-MENSALIDADE-EXIT.
            EXIT.

       1200-ABRE-ARQUIVOS.
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
            OPEN INPUT ARQTURMA
            IF WS-STATUS-ARQTURMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTURMA.TXT - STATUS: '
                       WS-STATUS-ARQTURMA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQCOBRANCA
            IF WS-STATUS-ARQCOBRANCA = '35'
               CLOSE ARQCOBRANCA
               OPEN OUTPUT ARQCOBRANCA
               CLOSE ARQCOBRANCA
               OPEN I-O ARQCOBRANCA
            END-IF
            IF WS-STATUS-ARQCOBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQCOBRANCA.TXT - STATUS: '
                       WS-STATUS-ARQCOBRANCA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQCREL
            IF WS-STATUS-ARQCREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR GERA-COBRANCA-REL.TXT - STATUS: '
                       WS-STATUS-ARQCREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQCOBRANCA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       1200-ABRE-ARQUIVOS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-ALUNO: one student per iteration, in        *
      * matricula order. A student not enrolled on any day of the *
      * month is skipped without a line -- only counted -- so the *
      * register shows who was billed and who should have been    *
      * and was not.                                              *
      *----------------------------------------------------------*
       2000-PROCESSA-ALUNO.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-ALUNO-EOF
                  GO TO 2000-PROCESSA-ALUNO-EXIT
            END-READ
            ADD 1 TO WS-LIDOS
            PERFORM 2100-VERIFICA-PERIODO
               THRU 2100-VERIFICA-PERIODO-EXIT
            IF NOT WS-ALUNO-NO-PERIODO
               ADD 1 TO WS-FORA-PERIODO
               GO TO 2000-PROCESSA-ALUNO-EXIT
            END-IF
            MOVE SPACES TO WS-MOTIVO
            MOVE 'N'    TO WS-COBRANCA-SOMADA
            MOVE 0      TO WS-VALOR-COBRADO
            PERFORM 2200-CALCULA-VALOR
               THRU 2200-CALCULA-VALOR-EXIT
            IF WS-MOTIVO = SPACES
               PERFORM 2300-GRAVA-COBRANCA
                  THRU 2300-GRAVA-COBRANCA-EXIT
            END-IF
            PERFORM 2500-GRAVA-DISPOSICAO
               THRU 2500-GRAVA-DISPOSICAO-EXIT.
       2000-PROCESSA-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-VERIFICA-PERIODO: the billable stretch of the month  *
      * runs from the later of the 1st and FD-DT-MATRICULA to the *
      * earlier of the last day and FD-DT-SAIDA. A record from    *
      * before enrollment dates were kept (FD-DT-MATRICULA zero)  *
      * counts from the 1st. A withdrawn or transferred-out       *
      * student with no exit date on file is not billed. For a    *
      * transfer the exit date is the first day at the new        *
      * school or campus, so the billing here stops the day       *
      * before; a transfer on the 1st leaves nothing to bill.     *
      *----------------------------------------------------------*
       2100-VERIFICA-PERIODO.
            MOVE 'N'             TO WS-ALUNO-COBRAVEL
            MOVE WS-PRIMEIRO-DIA TO WS-DATA-INICIO
            MOVE WS-ULTIMO-DIA   TO WS-DATA-FIM
            IF FD-DT-MATRICULA > WS-ULTIMO-DIA
               GO TO 2100-VERIFICA-PERIODO-EXIT
            END-IF
            IF FD-DT-MATRICULA > WS-PRIMEIRO-DIA
               MOVE FD-DT-MATRICULA TO WS-DATA-INICIO
            END-IF
            IF NOT FD-SIT-ATIVO
               IF FD-DT-SAIDA = 0 OR FD-DT-SAIDA < WS-PRIMEIRO-DIA
                  GO TO 2100-VERIFICA-PERIODO-EXIT
               END-IF
               IF FD-SIT-TRANSFERIDO
                  IF FD-DT-SAIDA = WS-PRIMEIRO-DIA
                     GO TO 2100-VERIFICA-PERIODO-EXIT
                  END-IF
                  IF FD-DT-SAIDA NOT > WS-ULTIMO-DIA
                     COMPUTE WS-DATA-FIM = FD-DT-SAIDA - 1
                  END-IF
               ELSE
                  IF FD-DT-SAIDA < WS-ULTIMO-DIA
                     MOVE FD-DT-SAIDA TO WS-DATA-FIM
                  END-IF
               END-IF
            END-IF
            IF WS-DATA-FIM < WS-DATA-INICIO
               GO TO 2100-VERIFICA-PERIODO-EXIT
            END-IF
            COMPUTE WS-DIAS-COBRADOS = WS-DIA-FIM - WS-DIA-INICIO + 1
            MOVE 'S' TO WS-ALUNO-COBRAVEL.
       2100-VERIFICA-PERIODO-EXIT.
            EXIT.

       2200-CALCULA-VALOR.
            MOVE FD-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 'TURMA NAO CADASTRADA' TO WS-MOTIVO
                  GO TO 2200-CALCULA-VALOR-EXIT
            END-READ
            MOVE 'N' TO WS-MENSALIDADE-ACHADA
            PERFORM 2250-COMPARA-SERIE
               THRU 2250-COMPARA-SERIE-EXIT
               VARYING WS-MEN-IDX FROM 1 BY 1
                  UNTIL WS-MEN-IDX > WS-QTD-MENSALIDADES
                     OR WS-TEM-MENSALIDADE
            IF NOT WS-TEM-MENSALIDADE
               MOVE 'SERIE SEM MENSALIDADE NA TABELA' TO WS-MOTIVO
               GO TO 2200-CALCULA-VALOR-EXIT
            END-IF
            IF WS-DIAS-COBRADOS = WS-DIAS-NO-MES
               MOVE WS-VALOR-MENSAL TO WS-VALOR-COBRADO
            ELSE
               COMPUTE WS-VALOR-COBRADO ROUNDED =
                  WS-VALOR-MENSAL * WS-DIAS-COBRADOS / WS-DIAS-NO-MES
            END-IF.
       2200-CALCULA-VALOR-EXIT.
            EXIT.

       2250-COMPARA-SERIE.
            IF WS-MEN-SERIE (WS-MEN-IDX) = FD-TUR-SERIE
               MOVE 'S' TO WS-MENSALIDADE-ACHADA
               MOVE WS-MEN-VALOR (WS-MEN-IDX) TO WS-VALOR-MENSAL
            END-IF.
       2250-COMPARA-SERIE-EXIT.
            EXIT.

       2300-GRAVA-COBRANCA.
            MOVE FD-MATRICULA     TO FD-COB-MATRICULA
            MOVE WS-COMPETENCIA   TO FD-COB-COMPETENCIA
            MOVE FD-NOME          TO FD-COB-NOME
            MOVE FD-TURMA         TO FD-COB-TURMA
            MOVE WS-DIAS-COBRADOS TO FD-COB-DIAS
            MOVE WS-VALOR-COBRADO TO FD-COB-VALOR
            MOVE 0                TO FD-COB-VALOR-PAGO
            MOVE WS-VENCIMENTO    TO FD-COB-VENCIMENTO
            MOVE 0                TO FD-COB-DT-PAGTO
            MOVE 'A'              TO FD-COB-SITUACAO
            MOVE WS-DATA-INICIO   TO FD-COB-DT-INICIO
            MOVE WS-DATA-FIM      TO FD-COB-DT-FIM
            WRITE FD-ARQ-COBRANCA
               INVALID KEY
                  PERFORM 2350-SOMA-COBRANCA
                     THRU 2350-SOMA-COBRANCA-EXIT
            END-WRITE.
       2300-GRAVA-COBRANCA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2350-SOMA-COBRANCA: the month is already billed under     *
      * this matricula. A student transferred between campuses    *
      * mid-month keeps the matricula, and each roster bills its  *
      * own part of the month: a part that does not overlap the   *
      * period already on the charge is added to it, and a paid   *
      * charge opens again for the difference. A part that does   *
      * overlap it -- a rerun, or a month already billed whole by *
      * the other roster -- is left alone, so the month is billed *
      * once. The same matricula under another name is a          *
      * different student on another campus and is refused.       *
      *----------------------------------------------------------*
       2350-SOMA-COBRANCA.
            READ ARQCOBRANCA
               INVALID KEY
                  MOVE 'ERRO AO LER A COBRANCA DA COMPETENCIA'
                     TO WS-MOTIVO
                  GO TO 2350-SOMA-COBRANCA-EXIT
            END-READ
            IF FD-COB-NOME NOT = FD-NOME
               MOVE 'MATRICULA JA COBRADA DE OUTRO ALUNO' TO WS-MOTIVO
               GO TO 2350-SOMA-COBRANCA-EXIT
            END-IF
            IF FD-COB-DT-INICIO = 0
               OR (WS-DATA-FIM NOT < FD-COB-DT-INICIO
                   AND WS-DATA-INICIO NOT > FD-COB-DT-FIM)
               MOVE 'COBRANCA JA GERADA NA COMPETENCIA' TO WS-MOTIVO
               GO TO 2350-SOMA-COBRANCA-EXIT
            END-IF
            ADD WS-DIAS-COBRADOS TO FD-COB-DIAS
            ADD WS-VALOR-COBRADO TO FD-COB-VALOR
            IF WS-DATA-INICIO < FD-COB-DT-INICIO
               MOVE WS-DATA-INICIO TO FD-COB-DT-INICIO
            END-IF
            IF WS-DATA-FIM > FD-COB-DT-FIM
               MOVE WS-DATA-FIM TO FD-COB-DT-FIM
            END-IF
            IF FD-COB-VALOR-PAGO < FD-COB-VALOR
               MOVE 'A' TO FD-COB-SITUACAO
            END-IF
            REWRITE FD-ARQ-COBRANCA
               INVALID KEY
                  MOVE 'NAO FOI POSSIVEL SOMAR A COBRANCA' TO WS-MOTIVO
                  GO TO 2350-SOMA-COBRANCA-EXIT
            END-REWRITE
            MOVE 'S' TO WS-COBRANCA-SOMADA.
       2350-SOMA-COBRANCA-EXIT.
            EXIT.

       2500-GRAVA-DISPOSICAO.
            MOVE WS-DIAS-COBRADOS TO WS-DIAS-ED
            MOVE WS-VALOR-COBRADO TO WS-VALOR-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            EVALUATE TRUE
               WHEN WS-MOTIVO = SPACES
                    ADD WS-VALOR-COBRADO TO WS-VALOR-TOTAL
                    IF WS-FOI-SOMADA
                       ADD 1 TO WS-SOMADAS
                       MOVE ' SOMADA A COBRANCA DO MES'
                          TO WS-DISPOSICAO-ED
                    ELSE
                       ADD 1 TO WS-GERADAS
                       IF WS-DIAS-COBRADOS NOT = WS-DIAS-NO-MES
                          ADD 1 TO WS-PRO-RATA
                       END-IF
                       MOVE ' GERADA' TO WS-DISPOSICAO-ED
                    END-IF
                    STRING FD-MATRICULA DELIMITED BY SIZE
                           '    '       DELIMITED BY SIZE
                           FD-NOME      DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           FD-TURMA     DELIMITED BY SIZE
                           '   '        DELIMITED BY SIZE
                           WS-DIAS-ED   DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           WS-VALOR-ED  DELIMITED BY SIZE
                           WS-DISPOSICAO-ED
                                        DELIMITED BY SIZE
                           INTO WS-CREL-LINHA-ED
                    END-STRING
               WHEN WS-MOTIVO (1:18) = 'COBRANCA JA GERADA'
                    ADD 1 TO WS-JA-GERADAS
                    STRING FD-MATRICULA DELIMITED BY SIZE
                           '    '       DELIMITED BY SIZE
                           FD-NOME      DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           FD-TURMA     DELIMITED BY SIZE
                           '   '        DELIMITED BY SIZE
                           WS-DIAS-ED   DELIMITED BY SIZE
                           '           IGNORADA - '
                                        DELIMITED BY SIZE
                           WS-MOTIVO    DELIMITED BY SIZE
                           INTO WS-CREL-LINHA-ED
                    END-STRING
               WHEN OTHER
                    ADD 1 TO WS-REJEITADAS
                    STRING FD-MATRICULA DELIMITED BY SIZE
                           '    '       DELIMITED BY SIZE
                           FD-NOME      DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           FD-TURMA     DELIMITED BY SIZE
                           '   '        DELIMITED BY SIZE
                           WS-DIAS-ED   DELIMITED BY SIZE
                           '           REJEITADA - '
                                        DELIMITED BY SIZE
                           WS-MOTIVO    DELIMITED BY SIZE
                           INTO WS-CREL-LINHA-ED
                    END-STRING
            END-EVALUATE
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA.
       2500-GRAVA-DISPOSICAO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-LIDOS TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'ALUNOS LIDOS........: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-GERADAS TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'COBRANCAS GERADAS...: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-PRO-RATA TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING '  PROPORCIONAIS.....: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-SOMADAS TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'SOMADAS A COBRANCA..: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-JA-GERADAS TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'JA GERADAS ANTES....: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-REJEITADAS TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'REJEITADAS..........: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-FORA-PERIODO TO WS-CREL-CONT-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'FORA DA COMPETENCIA.: ' DELIMITED BY SIZE
                   WS-CREL-CONT-ED          DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-ED
            MOVE SPACES TO WS-CREL-LINHA-ED
            STRING 'VALOR TOTAL COBRADO.: ' DELIMITED BY SIZE
                   WS-VALOR-TOTAL-ED        DELIMITED BY SIZE
                   INTO WS-CREL-LINHA-ED
            END-STRING
            MOVE WS-CREL-LINHA-ED TO FD-CREL-LINHA
            WRITE FD-CREL-LINHA
            DISPLAY 'ALUNOS LIDOS........: ' WS-LIDOS
            DISPLAY 'COBRANCAS GERADAS...: ' WS-GERADAS
            DISPLAY 'SOMADAS A COBRANCA..: ' WS-SOMADAS
            DISPLAY 'JA GERADAS ANTES....: ' WS-JA-GERADAS
            DISPLAY 'REJEITADAS..........: ' WS-REJEITADAS
            DISPLAY 'VALOR TOTAL COBRADO.: ' WS-VALOR-TOTAL-ED
            CLOSE ARQALUNO
            CLOSE ARQTURMA
            CLOSE ARQCOBRANCA
            CLOSE ARQCREL
            DISPLAY 'FIM DA GERACAO DA COBRANCA'
            STOP RUN
            EXIT.

       END PROGRAM GERA_COBRANCA.
