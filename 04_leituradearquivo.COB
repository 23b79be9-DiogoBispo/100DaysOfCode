      *                    and every-100 defaults hold. The values
      *                    actually used are echoed at startup and
      *                    on the EOJ summary.
      *   15/10/2026 DB  - every ATIVO student with no guardian on
      *                    the new ARQRESP.TXT guardian master (see
      *                    MANUTENCAO_RESPONSAVEL) is now listed on
      *                    ARQALUNO-EXCECOES.TXT as SEM RESPONSAVEL
      *                    CADASTRADO so the office can chase the
      *                    missing contact forms; the count is kept
      *                    in the checkpoint and shown on the EOJ
      *                    summary. Like the age/serie check it is
      *                    a worklist, not a reject.
      *   15/10/2026 DB  - a TRANSFERIDO record no longer takes
      *                    part in the cross-file duplicate check:
      *                    a student moved by TRANSFERE_CAMPUS
      *                    keeps the matricula, so the
      *                    transferred-out record on the old
      *                    campus and the ATIVO one on the new
      *                    campus are one student, not a
      *                    duplicate.
      *   15/10/2026 DB  - the SEM RESPONSAVEL count moved to the
      *                    end of the checkpoint record, after the
      *                    class table, so a checkpoint written
      *                    before it was added still lines up; such
      *                    a checkpoint resumes with the count at 0.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ_ARQUIVO.
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQRESP ASSIGN TO DYNAMIC WS-NOME-ARQRESP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-RESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQRESP.

      **********************
       DATA DIVISION.

               05 FD-CKPT-TURMA-COD  PIC X(05).
               05 FD-CKPT-TURMA-CONT PIC 9(05).
               05 FD-CKPT-TURMA-SOMA PIC 9(07).
           03 FD-CKPT-SRESP      PIC 9(07).

       FD ARQHIST
          LABEL RECORD STANDARD
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQRESP
          LABEL RECORD STANDARD.
           COPY "RESPREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQLISTA PIC X(02).
       01 WS-EXC-SERIE-ED      PIC Z9.
       01 WS-EXC-IDADE-ED      PIC ZZ9.
       01 WS-EXC-LINHA-ED      PIC X(80) VALUE SPACES.
       01 WS-STATUS-ARQRESP    PIC X(02).
       01 WS-NOME-ARQRESP      PIC X(40) VALUE 'ARQRESP.TXT'.
       01 WS-RESP-ABERTO       PIC X(01) VALUE 'N'.
           88 WS-RESP-DISPONIVEL  VALUE 'S'.
       01 WS-RESP-ACHADO       PIC X(01).
           88 WS-RESP-EXISTE      VALUE 'S'.
       01 WS-SRESP-CONT        PIC 9(07).
       01 WS-TAB-MATRICULAS.
           03 WS-QTD-MATS      PIC 9(05) COMP VALUE 0.
           03 WS-MAT-COD       PIC 9(06) OCCURS 5000 TIMES
            MOVE 0 TO WS-DUP-CONT
            MOVE 0 TO WS-EXC-CONT
            MOVE 0 TO WS-INATIVO-CONT
            MOVE 0 TO WS-SRESP-CONT
            MOVE 0 TO WS-REG-LIDO
            MOVE 'N' TO WS-LISTA-EOF
            PERFORM 1100-VERIFICA-CHECKPOINT
               THRU 1100-VERIFICA-CHECKPOINT-EXIT
            PERFORM 1300-CARREGA-TURMAS
               THRU 1300-CARREGA-TURMAS-EXIT
            PERFORM 1400-ABRE-RESPONSAVEIS
               THRU 1400-ABRE-RESPONSAVEIS-EXIT
            PERFORM 1160-ABRE-ARQUIVOS-SAIDA
               THRU 1160-ABRE-ARQUIVOS-SAIDA-EXIT
            PERFORM 1200-ABRE-HISTORICO
                 MOVE FD-CKPT-IDMIN      TO WS-IDADE-MIN
                 MOVE FD-CKPT-IDMAX      TO WS-IDADE-MAX
                 MOVE FD-CKPT-QTD-TURMAS TO WS-QTD-TURMAS
                 IF FD-CKPT-SRESP IS NUMERIC
                    MOVE FD-CKPT-SRESP   TO WS-SRESP-CONT
                 ELSE
                    MOVE 0               TO WS-SRESP-CONT
                 END-IF
                 PERFORM 1155-LE-TURMAS-CKPT
                    THRU 1155-LE-TURMAS-CKPT-EXIT
                    VARYING WS-IDX FROM 1 BY 1
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE 'EXCECOES DE IDADE POR SERIE E SEM RESPONSAVEL'
                  TO FD-EXC-LINHA
               WRITE FD-EXC-LINHA
               MOVE 'MATRICULA NOME     TURMA SERIE IDADE FAIXA'
       1350-LE-TURMA-REF-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1400-ABRE-RESPONSAVEIS: the guardian master is only read  *
      * here, positioned per student by 2188. A master that does  *
      * not exist yet (status 35) is not an error -- it means no  *
      * guardian has been keyed, and every ATIVO student goes on  *
      * the worklist. Any other failure aborts like ARQTURMA.     *
      *----------------------------------------------------------*
       1400-ABRE-RESPONSAVEIS.
            OPEN INPUT ARQRESP
            IF WS-STATUS-ARQRESP = '00'
               MOVE 'S' TO WS-RESP-ABERTO
               GO TO 1400-ABRE-RESPONSAVEIS-EXIT
            END-IF
            IF WS-STATUS-ARQRESP = '35'
               DISPLAY 'ARQRESP.TXT NAO ENCONTRADO - TODOS OS ALUNOS'
                       ' ATIVOS IRAO PARA AS EXCECOES'
               MOVE 'N' TO WS-RESP-ABERTO
               GO TO 1400-ABRE-RESPONSAVEIS-EXIT
            END-IF
            DISPLAY 'ERRO AO ABRIR ARQRESP.TXT - STATUS: '
                    WS-STATUS-ARQRESP
            DISPLAY 'PROGRAMA ABORTADO'
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       1400-ABRE-RESPONSAVEIS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-LISTA: one roster file name per line on     *
      * ARQALUNO-LISTA.TXT -- each is processed in turn by        *
                      PERFORM 2135-CONTA-INATIVO
                         THRU 2135-CONTA-INATIVO-EXIT
                     ELSE
                      PERFORM 2188-VERIFICA-RESPONSAVEL
                         THRU 2188-VERIFICA-RESPONSAVEL-EXIT
                      PERFORM 2100-VALIDA-IDADE
                         THRU 2100-VALIDA-IDADE-EXIT
                      IF WS-REG-OK
      * counted once, not twice, in the batch totals. A table     *
      * overflow is announced and further records are taken as    *
      * not duplicated -- counted, since they cannot be checked.  *
      * A TRANSFERIDO record is left out altogether: the student  *
      * it names was moved to another campus under the same       *
      * matricula, and that ATIVO record is the one that counts.  *
      *----------------------------------------------------------*
       2120-VERIFICA-DUPLICATA.
            MOVE 'N' TO WS-MAT-DUPLICADA
            IF FD-SIT-TRANSFERIDO
               GO TO 2120-VERIFICA-DUPLICATA-EXIT
            END-IF
            IF WS-QTD-MATS > 0
               PERFORM 2125-PROCURA-MATRICULA
                  THRU 2125-PROCURA-MATRICULA-EXIT
       2187-VERIFICA-SERIE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2188-VERIFICA-RESPONSAVEL: every ATIVO student (accepted  *
      * or rejected, since a bad age does not make the child any  *
      * less enrolled) must have at least one guardian on         *
      * ARQRESP.TXT. The master is positioned at the student's    *
      * first possible key (sequence 00) and one READ NEXT tells  *
      * whether any guardian follows for this matricula. Without  *
      * the guardian file nobody has a guardian on file, so every *
      * ATIVO student is listed. Like 2187, this is a worklist    *
      * line only; it counts in the SEM RESPONSAVEL total and no  *
      * other.                                                    *
      *----------------------------------------------------------*
       2188-VERIFICA-RESPONSAVEL.
            MOVE 'N' TO WS-RESP-ACHADO
            IF WS-RESP-DISPONIVEL
               MOVE FD-MATRICULA TO FD-RESP-MATRICULA
               MOVE 0            TO FD-RESP-SEQ
               START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
                  INVALID KEY
                     GO TO 2188-GRAVA-EXCECAO
               END-START
               READ ARQRESP NEXT RECORD
                  AT END
                     GO TO 2188-GRAVA-EXCECAO
               END-READ
               IF FD-RESP-MATRICULA = FD-MATRICULA
                  MOVE 'S' TO WS-RESP-ACHADO
               END-IF
            END-IF.
       2188-GRAVA-EXCECAO.
            IF WS-RESP-EXISTE
               GO TO 2188-VERIFICA-RESPONSAVEL-EXIT
            END-IF
            MOVE SPACES TO WS-EXC-LINHA-ED
            STRING FD-MATRICULA     DELIMITED BY SIZE
                   '    '           DELIMITED BY SIZE
                   FD-NOME          DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   FD-TURMA         DELIMITED BY SIZE
                   '              SEM RESPONSAVEL CADASTRADO'
                                    DELIMITED BY SIZE
                   INTO WS-EXC-LINHA-ED
            END-STRING
            MOVE WS-EXC-LINHA-ED TO FD-EXC-LINHA
            WRITE FD-EXC-LINHA
            ADD 1 TO WS-SRESP-CONT
               ON SIZE ERROR
                  DISPLAY 'WS-SRESP-CONT OVERFLOW - TRUNC'
            END-ADD.
       2188-VERIFICA-RESPONSAVEL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2190-GRAVA-CHECKPOINT: every WS-CKPT-INTERVALO records    *
      * write a fresh checkpoint -- last record read, the running *
               MOVE WS-DUP-CONT   TO FD-CKPT-DUP
               MOVE WS-EXC-CONT   TO FD-CKPT-EXC
               MOVE WS-INATIVO-CONT TO FD-CKPT-INAT
               MOVE WS-SRESP-CONT TO FD-CKPT-SRESP
               MOVE WS-IDADE-MIN  TO FD-CKPT-IDMIN
               MOVE WS-IDADE-MAX  TO FD-CKPT-IDMAX
               MOVE WS-QTD-TURMAS TO FD-CKPT-QTD-TURMAS
            DISPLAY 'REGISTROS DUPLICADOS: ' WS-DUP-CONT
            DISPLAY 'EXCECOES IDADE/SERIE: ' WS-EXC-CONT
            DISPLAY 'REGISTROS INATIVOS..: ' WS-INATIVO-CONT
            DISPLAY 'SEM RESPONSAVEL.....: ' WS-SRESP-CONT
            PERFORM 3400-GRAVA-HISTORICO
               THRU 3400-GRAVA-HISTORICO-EXIT
            DISPLAY 'FINALIZA PROGRAMA'
            CLOSE ARQDUP
            CLOSE ARQEXT
            CLOSE ARQEXC
            IF WS-RESP-DISPONIVEL
               CLOSE ARQRESP
            END-IF
            CLOSE ARQREL
            CLOSE ARQCSV
            CLOSE ARQHIST
               THRU 5100-GRAVA-LINHA-EOJ-EXIT
            MOVE 'REGISTROS INATIVOS...: ' TO WS-EOJ-ROTULO
            MOVE WS-INATIVO-CONT TO WS-EOJ-VALOR
            PERFORM 5100-GRAVA-LINHA-EOJ
               THRU 5100-GRAVA-LINHA-EOJ-EXIT
            MOVE 'SEM RESPONSAVEL......: ' TO WS-EOJ-ROTULO
            MOVE WS-SRESP-CONT TO WS-EOJ-VALOR
            PERFORM 5100-GRAVA-LINHA-EOJ
               THRU 5100-GRAVA-LINHA-EOJ-EXIT
            MOVE 'PARM IDADE MINIMA....: ' TO WS-EOJ-ROTULO
