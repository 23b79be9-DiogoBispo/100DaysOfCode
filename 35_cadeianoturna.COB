      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: drives the nightly batch window from a job-chain
      *          control file, CADEIA-NOTURNA.TXT, instead of the
      *          operator running MANUTENCAO_LOTE, READ_ARQUIVO,
      *          RELATORIO_TURMA, RELATORIO_VAGAS,
      *          RELATORIO_TENDENCIA and -- in grading weeks --
      *          CARREGA_NOTAS by hand and reading each return
      *          code. One ';'-delimited line per entry, '*' in
      *          column 1 for a comment:
      *            P;passo;comando;limite;ativo;resumo
      *          runs 'comando' as step 'passo', in file order;
      *          'limite' is the two-digit return code at or above
      *          which the chain stops (blank = 16); 'ativo' N
      *          leaves the step in the chain but skips it (the
      *          CARREGA_NOTAS line outside grading weeks); the
      *          optional 'resumo' names an end-of-job summary,
      *          such as ARQALUNO-EOJ.TXT, copied into the log
      *          after the step.
      *            A;arquivo
      *          names one more input the chain cannot run
      *          without. ALUNO-TRANS.TXT, ARQALUNO-LISTA.TXT, the
      *          ARQTURMA master and every roster on the list are
      *          always checked -- before the first step, so a
      *          missing file fails the night in its first minute.
      *          Every check, the start and end time and return
      *          code of every step, and the outcome of the chain
      *          are appended to the consolidated CADEIA-LOG.TXT.
      *          Each step that ends below its limit is written to
      *          the CADEIA-CKPT.TXT checkpoint; a rerun after a
      *          stopped or crashed chain resumes with the step
      *          after the last one recorded there -- the one that
      *          failed -- and a chain that reaches its end
      *          truncates the checkpoint, as VIRADA_ANO does.
      *          Delete the checkpoint to force a rerun from the
      *          top. Return code: the highest one of the steps
      *          run, 16 when the chain stopped or could not start.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - the chain no longer starts when
      *                    CADEIA-CKPT.TXT cannot be opened.
      *   15/10/2026 DB  - the step's return code is taken from the
      *                    wait status SYSTEM returns (divided by
      *                    256), so an RC 04 or 08 step no longer
      *                    reads as 1024/2048 and stops the chain.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA_NOTURNA.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQCTL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCTL.

       SELECT ARQCLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCLOG.

       SELECT ARQCCKPT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCCKPT.

       SELECT ARQLISTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQLISTA.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQALUNO ASSIGN TO DYNAMIC WS-NOME-ARQALUNO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-MATRICULA
              ALTERNATE RECORD KEY IS FD-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ARQALUNO.

       SELECT ARQENTRADA ASSIGN TO DYNAMIC WS-NOME-ENTRADA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTRADA.

       SELECT ARQRESUMO ASSIGN TO DYNAMIC WS-NOME-RESUMO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESUMO.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQCTL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CADEIA-NOTURNA.TXT'.
       01 FD-CTL-LINHA PIC X(160).

       FD ARQCLOG
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CADEIA-LOG.TXT'.
       01 FD-CLOG-LINHA PIC X(100).

       FD ARQCCKPT
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CADEIA-CKPT.TXT'.
       01 FD-CCK-REGISTRO.
           03 FD-CCK-PASSO    PIC X(30).
           03 FD-CCK-RC       PIC 9(03).
           03 FD-CCK-DATAHORA PIC 9(14).

       FD ARQLISTA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQALUNO-LISTA.TXT'.
       01 FD-LISTA-LINHA PIC X(40).

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQENTRADA
          LABEL RECORD STANDARD.
       01 FD-ENTRADA-LINHA PIC X(80).

       FD ARQRESUMO
          LABEL RECORD STANDARD.
       01 FD-RESUMO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQCTL   PIC X(02).
       01 WS-STATUS-ARQCLOG  PIC X(02).
       01 WS-STATUS-ARQCCKPT PIC X(02).
       01 WS-STATUS-ARQLISTA PIC X(02).
       01 WS-STATUS-ARQTURMA PIC X(02).
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ENTRADA  PIC X(02).
       01 WS-STATUS-RESUMO   PIC X(02).
       01 WS-NOME-ARQTURMA   PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ENTRADA    PIC X(40).
       01 WS-NOME-RESUMO     PIC X(40).
       01 WS-CTL-EOF         PIC X(01).
       01 WS-LISTA-EOF       PIC X(01).
       01 WS-CCKPT-EOF       PIC X(01).
       01 WS-RESUMO-EOF      PIC X(01).
       01 WS-FALTA-ENTRADA   PIC X(01).
           88 WS-FALTOU-ENTRADA  VALUE 'S'.
       01 WS-CADEIA-PARADA   PIC X(01).
           88 WS-CADEIA-PAROU    VALUE 'S'.
       01 WS-ULTIMO-PASSO    PIC X(30).

      *----------------------------------------------------------*
      * one control-file line, as UNSTRING splits it.             *
      *----------------------------------------------------------*
       01 WS-CTL-TIPO        PIC X(01).
       01 WS-CTL-PASSO       PIC X(30).
       01 WS-CTL-COMANDO     PIC X(80).
       01 WS-CTL-LIMITE-X    PIC X(02).
       01 WS-CTL-LIMITE REDEFINES WS-CTL-LIMITE-X PIC 9(02).
       01 WS-CTL-ATIVO       PIC X(01).
       01 WS-CTL-RESUMO      PIC X(40).

       01 WS-TAB-PASSOS.
           03 WS-QTD-PASSOS  PIC 9(02) COMP VALUE 0.
           03 WS-PASSO-ITEM OCCURS 20 TIMES
                            INDEXED BY WS-PAS-IDX.
               05 WS-PAS-NOME    PIC X(30).
               05 WS-PAS-COMANDO PIC X(80).
               05 WS-PAS-LIMITE  PIC 9(02).
               05 WS-PAS-ATIVO   PIC X(01).
               05 WS-PAS-RESUMO  PIC X(40).
       01 WS-PASSO-INICIAL   PIC 9(02) COMP VALUE 1.
       01 WS-PASSO-NUM       PIC 9(02).

       01 WS-TAB-ENTRADAS.
           03 WS-QTD-ENTRADAS PIC 9(02) COMP VALUE 0.
           03 WS-ENTRADA-NOME PIC X(40) OCCURS 20 TIMES
                              INDEXED BY WS-ENT-IDX.

       01 WS-COMANDO         PIC X(80).
       01 WS-RC-SISTEMA      PIC S9(09).
       01 WS-RC-SINAL        PIC 9(03).
       01 WS-RC-PASSO        PIC 9(03).
       01 WS-RC-MAIOR        PIC 9(03) VALUE 0.
       01 WS-PASSOS-EXEC     PIC 9(02) VALUE 0.
       01 WS-PASSOS-PULADOS  PIC 9(02) VALUE 0.

       01 WS-DATAHORA-AGORA.
           03 WS-ANO-AGORA PIC 9(4).
           03 WS-MES-AGORA PIC 9(2).
           03 WS-DIA-AGORA PIC 9(2).
           03 WS-HOR-AGORA PIC 9(2).
           03 WS-MIN-AGORA PIC 9(2).
           03 WS-SEG-AGORA PIC 9(2).
       01 WS-DATAHORA-NUM REDEFINES WS-DATAHORA-AGORA PIC 9(14).
       01 WS-DATAHORA-ED     PIC X(19).

       01 WS-CLOG-LINHA-ED   PIC X(100) VALUE SPACES.
       01 WS-CLOG-SITUACAO   PIC X(13).
       01 WS-RC-ED           PIC 9(03).
       01 WS-LIMITE-ED       PIC 9(03).

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 1200-VERIFICA-ENTRADAS
               THRU 1200-VERIFICA-ENTRADAS-EXIT
            PERFORM 1300-VERIFICA-CHECKPOINT
               THRU 1300-VERIFICA-CHECKPOINT-EXIT
            PERFORM 2000-EXECUTA-PASSO
               THRU 2000-EXECUTA-PASSO-EXIT
               VARYING WS-PAS-IDX FROM WS-PASSO-INICIAL BY 1
                 UNTIL WS-PAS-IDX > WS-QTD-PASSOS
                    OR WS-CADEIA-PAROU
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'CADEIA NOTURNA'
            MOVE 'N' TO WS-CADEIA-PARADA
            MOVE 'N' TO WS-FALTA-ENTRADA
            OPEN EXTEND ARQCLOG
            IF WS-STATUS-ARQCLOG = '35'
               CLOSE ARQCLOG
               OPEN OUTPUT ARQCLOG
               CLOSE ARQCLOG
               OPEN EXTEND ARQCLOG
            END-IF
            IF WS-STATUS-ARQCLOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADEIA-LOG.TXT - STATUS: '
                       WS-STATUS-ARQCLOG
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 8000-FORMATA-AGORA
               THRU 8000-FORMATA-AGORA-EXIT
            MOVE ALL '=' TO FD-CLOG-LINHA
            WRITE FD-CLOG-LINHA
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING 'CADEIA NOTURNA INICIADA EM ' DELIMITED BY SIZE
                   WS-DATAHORA-ED                DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            PERFORM 1100-CARREGA-CONTROLE
               THRU 1100-CARREGA-CONTROLE-EXIT.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-CARREGA-CONTROLE: the whole control file is read up  *
      * front, so a chain that cannot be read -- or has no steps  *
      * -- stops before anything runs.                            *
      *----------------------------------------------------------*
       1100-CARREGA-CONTROLE.
            OPEN INPUT ARQCTL
            IF WS-STATUS-ARQCTL NOT = '00'
               MOVE SPACES TO WS-CLOG-LINHA-ED
               STRING 'ERRO AO ABRIR CADEIA-NOTURNA.TXT - STATUS: '
                                     DELIMITED BY SIZE
                      WS-STATUS-ARQCTL DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
            END-IF
            MOVE 'N' TO WS-CTL-EOF
            PERFORM 1150-LE-CONTROLE
               THRU 1150-LE-CONTROLE-EXIT
               UNTIL WS-CTL-EOF = 'S'
            CLOSE ARQCTL
            IF WS-QTD-PASSOS = 0
               MOVE 'NENHUM PASSO EM CADEIA-NOTURNA.TXT'
                  TO WS-CLOG-LINHA-ED
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
            END-IF.
       1100-CARREGA-CONTROLE-EXIT.
            EXIT.

       1150-LE-CONTROLE.
            READ ARQCTL AT END
                 MOVE 'S' TO WS-CTL-EOF
                 GO TO 1150-LE-CONTROLE-EXIT
            END-READ
            IF FD-CTL-LINHA = SPACES OR FD-CTL-LINHA (1:1) = '*'
               GO TO 1150-LE-CONTROLE-EXIT
            END-IF
            MOVE SPACES TO WS-CTL-TIPO
            MOVE SPACES TO WS-CTL-PASSO
            MOVE SPACES TO WS-CTL-COMANDO
            MOVE SPACES TO WS-CTL-LIMITE-X
            MOVE SPACES TO WS-CTL-ATIVO
            MOVE SPACES TO WS-CTL-RESUMO
            UNSTRING FD-CTL-LINHA DELIMITED BY ';'
               INTO WS-CTL-TIPO
                    WS-CTL-PASSO
                    WS-CTL-COMANDO
                    WS-CTL-LIMITE-X
                    WS-CTL-ATIVO
                    WS-CTL-RESUMO
            END-UNSTRING
            EVALUATE WS-CTL-TIPO
               WHEN 'A'
                    IF WS-QTD-ENTRADAS >= 20
                       DISPLAY 'LIMITE DE 20 ARQUIVOS EXCEDIDO - '
                               'IGNORADO: ' WS-CTL-PASSO
                    ELSE
                       ADD 1 TO WS-QTD-ENTRADAS
                       SET WS-ENT-IDX TO WS-QTD-ENTRADAS
                       MOVE WS-CTL-PASSO
                          TO WS-ENTRADA-NOME (WS-ENT-IDX)
                    END-IF
               WHEN 'P'
                    PERFORM 1160-ACRESCENTA-PASSO
                       THRU 1160-ACRESCENTA-PASSO-EXIT
               WHEN OTHER
                    DISPLAY 'LINHA DE CONTROLE INVALIDA - IGNORADA: '
                            FD-CTL-LINHA (1:40)
            END-EVALUATE.
       1150-LE-CONTROLE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * a step with no command, or more than the table holds,     *
      * fails the chain outright -- running a night with a step   *
      * silently missing is worse than not running it at all.     *
      *----------------------------------------------------------*
       1160-ACRESCENTA-PASSO.
            IF WS-CTL-PASSO = SPACES OR WS-CTL-COMANDO = SPACES
               OR WS-QTD-PASSOS >= 20
               MOVE SPACES TO WS-CLOG-LINHA-ED
               STRING 'PASSO INVALIDO OU ALEM DO LIMITE DE 20: '
                                  DELIMITED BY SIZE
                      WS-CTL-PASSO DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
            END-IF
            IF WS-CTL-LIMITE-X = SPACES
               MOVE 16 TO WS-CTL-LIMITE
            END-IF
            IF WS-CTL-LIMITE-X IS NOT NUMERIC
               MOVE SPACES TO WS-CLOG-LINHA-ED
               STRING 'LIMITE DE RETORNO INVALIDO NO PASSO '
                                  DELIMITED BY SIZE
                      WS-CTL-PASSO DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
            END-IF
            ADD 1 TO WS-QTD-PASSOS
            SET WS-PAS-IDX TO WS-QTD-PASSOS
            MOVE WS-CTL-PASSO   TO WS-PAS-NOME (WS-PAS-IDX)
            MOVE WS-CTL-COMANDO TO WS-PAS-COMANDO (WS-PAS-IDX)
            MOVE WS-CTL-LIMITE  TO WS-PAS-LIMITE (WS-PAS-IDX)
            MOVE WS-CTL-RESUMO  TO WS-PAS-RESUMO (WS-PAS-IDX)
            IF WS-CTL-ATIVO = 'N'
               MOVE 'N' TO WS-PAS-ATIVO (WS-PAS-IDX)
            ELSE
               MOVE 'S' TO WS-PAS-ATIVO (WS-PAS-IDX)
            END-IF.
       1160-ACRESCENTA-PASSO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-VERIFICA-ENTRADAS: every input the chain needs is    *
      * opened once and closed again before the first step.       *
      * Each is logged OK or AUSENTE; a single absence stops the  *
      * chain, but only after all of them were checked, so one    *
      * look at the log shows everything that has to be fixed.    *
      *----------------------------------------------------------*
       1200-VERIFICA-ENTRADAS.
            MOVE 'ALUNO-TRANS.TXT' TO WS-NOME-ENTRADA
            PERFORM 1210-VERIFICA-ARQUIVO
               THRU 1210-VERIFICA-ARQUIVO-EXIT
            MOVE 'ARQALUNO-LISTA.TXT' TO WS-NOME-ENTRADA
            PERFORM 1210-VERIFICA-ARQUIVO
               THRU 1210-VERIFICA-ARQUIVO-EXIT
            OPEN INPUT ARQTURMA
            MOVE WS-NOME-ARQTURMA   TO WS-NOME-ENTRADA
            MOVE WS-STATUS-ARQTURMA TO WS-STATUS-ENTRADA
            IF WS-STATUS-ARQTURMA = '00'
               CLOSE ARQTURMA
            END-IF
            PERFORM 1220-REGISTRA-VERIFICACAO
               THRU 1220-REGISTRA-VERIFICACAO-EXIT
            OPEN INPUT ARQLISTA
            IF WS-STATUS-ARQLISTA = '00'
               MOVE 'N' TO WS-LISTA-EOF
               PERFORM 1250-VERIFICA-CADASTRO
                  THRU 1250-VERIFICA-CADASTRO-EXIT
                  UNTIL WS-LISTA-EOF = 'S'
               CLOSE ARQLISTA
            END-IF
            IF WS-QTD-ENTRADAS > 0
               PERFORM 1230-VERIFICA-ADICIONAL
                  THRU 1230-VERIFICA-ADICIONAL-EXIT
                  VARYING WS-ENT-IDX FROM 1 BY 1
                    UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
            END-IF
            IF WS-FALTOU-ENTRADA
               MOVE 'ARQUIVO DE ENTRADA AUSENTE - CADEIA NAO INICIADA'
                  TO WS-CLOG-LINHA-ED
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
            END-IF.
       1200-VERIFICA-ENTRADAS-EXIT.
            EXIT.

       1210-VERIFICA-ARQUIVO.
            OPEN INPUT ARQENTRADA
            IF WS-STATUS-ENTRADA = '00'
               CLOSE ARQENTRADA
            END-IF
            PERFORM 1220-REGISTRA-VERIFICACAO
               THRU 1220-REGISTRA-VERIFICACAO-EXIT.
       1210-VERIFICA-ARQUIVO-EXIT.
            EXIT.

       1220-REGISTRA-VERIFICACAO.
            MOVE SPACES TO WS-CLOG-LINHA-ED
            IF WS-STATUS-ENTRADA = '00'
               STRING 'VERIFICADO  ' DELIMITED BY SIZE
                      WS-NOME-ENTRADA DELIMITED BY SIZE
                      ' OK'           DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
            ELSE
               MOVE 'S' TO WS-FALTA-ENTRADA
               STRING 'VERIFICADO  ' DELIMITED BY SIZE
                      WS-NOME-ENTRADA DELIMITED BY SIZE
                      ' AUSENTE - STATUS ' DELIMITED BY SIZE
                      WS-STATUS-ENTRADA DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               DISPLAY WS-CLOG-LINHA-ED
            END-IF
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT.
       1220-REGISTRA-VERIFICACAO-EXIT.
            EXIT.

       1230-VERIFICA-ADICIONAL.
            MOVE WS-ENTRADA-NOME (WS-ENT-IDX) TO WS-NOME-ENTRADA
            PERFORM 1210-VERIFICA-ARQUIVO
               THRU 1210-VERIFICA-ARQUIVO-EXIT.
       1230-VERIFICA-ADICIONAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1250-VERIFICA-CADASTRO: each roster READ_ARQUIVO will be  *
      * asked to read tonight, opened as the indexed master it is.*
      *----------------------------------------------------------*
       1250-VERIFICA-CADASTRO.
            READ ARQLISTA AT END
                 MOVE 'S' TO WS-LISTA-EOF
                 GO TO 1250-VERIFICA-CADASTRO-EXIT
            END-READ
            IF FD-LISTA-LINHA = SPACES
               GO TO 1250-VERIFICA-CADASTRO-EXIT
            END-IF
            MOVE FD-LISTA-LINHA TO WS-NOME-ARQALUNO
            OPEN INPUT ARQALUNO
            MOVE WS-NOME-ARQALUNO   TO WS-NOME-ENTRADA
            MOVE WS-STATUS-ARQALUNO TO WS-STATUS-ENTRADA
            IF WS-STATUS-ARQALUNO = '00'
               CLOSE ARQALUNO
            END-IF
            PERFORM 1220-REGISTRA-VERIFICACAO
               THRU 1220-REGISTRA-VERIFICACAO-EXIT.
       1250-VERIFICA-CADASTRO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-VERIFICA-CHECKPOINT: CADEIA-CKPT.TXT holds one       *
      * record per step that ended below its limit. A chain that  *
      * reached its end truncated it, so records here mean last   *
      * night stopped -- the rerun starts with the step after the *
      * last one recorded. A recorded step no longer in the       *
      * control file means the chain was edited in between; that  *
      * is for the operator to sort out, not to guess at.         *
      *----------------------------------------------------------*
       1300-VERIFICA-CHECKPOINT.
            MOVE SPACES TO WS-ULTIMO-PASSO
            MOVE 'N' TO WS-CCKPT-EOF
            OPEN INPUT ARQCCKPT
            IF WS-STATUS-ARQCCKPT = '35'
               CLOSE ARQCCKPT
               OPEN OUTPUT ARQCCKPT
               CLOSE ARQCCKPT
               PERFORM 1380-ABRE-CHECKPOINT
                  THRU 1380-ABRE-CHECKPOINT-EXIT
               GO TO 1300-VERIFICA-CHECKPOINT-EXIT
            END-IF
            IF WS-STATUS-ARQCCKPT NOT = '00'
               PERFORM 1390-ERRO-CHECKPOINT
                  THRU 1390-ERRO-CHECKPOINT-EXIT
            END-IF
            PERFORM 1350-LE-CHECKPOINT
               THRU 1350-LE-CHECKPOINT-EXIT
               UNTIL WS-CCKPT-EOF = 'S'
            CLOSE ARQCCKPT
            PERFORM 1380-ABRE-CHECKPOINT
               THRU 1380-ABRE-CHECKPOINT-EXIT
            IF WS-ULTIMO-PASSO = SPACES
               GO TO 1300-VERIFICA-CHECKPOINT-EXIT
            END-IF
            SET WS-PAS-IDX TO 1
            SEARCH WS-PASSO-ITEM
               AT END
                  MOVE SPACES TO WS-CLOG-LINHA-ED
                  STRING 'PASSO DO CHECKPOINT FORA DA CADEIA: '
                                        DELIMITED BY SIZE
                         WS-ULTIMO-PASSO DELIMITED BY SIZE
                         INTO WS-CLOG-LINHA-ED
                  END-STRING
                  PERFORM 8100-GRAVA-LOG
                     THRU 8100-GRAVA-LOG-EXIT
                  PERFORM 9000-ABORTA
                     THRU 9000-ABORTA-EXIT
               WHEN WS-PAS-NOME (WS-PAS-IDX) = WS-ULTIMO-PASSO
                  SET WS-PASSO-INICIAL TO WS-PAS-IDX
                  ADD 1 TO WS-PASSO-INICIAL
            END-SEARCH
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING 'CADEIA RETOMADA APOS O PASSO ' DELIMITED BY SIZE
                   WS-ULTIMO-PASSO                 DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT.
       1300-VERIFICA-CHECKPOINT-EXIT.
            EXIT.

       1350-LE-CHECKPOINT.
            READ ARQCCKPT AT END
                 MOVE 'S' TO WS-CCKPT-EOF
            NOT AT END
                 MOVE FD-CCK-PASSO TO WS-ULTIMO-PASSO
            END-READ.
       1350-LE-CHECKPOINT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1380-ABRE-CHECKPOINT: a checkpoint that cannot be written *
      * would let a finished step run again after a stop, so the  *
      * chain does not start without it.                          *
      *----------------------------------------------------------*
       1380-ABRE-CHECKPOINT.
            OPEN EXTEND ARQCCKPT
            IF WS-STATUS-ARQCCKPT NOT = '00'
               PERFORM 1390-ERRO-CHECKPOINT
                  THRU 1390-ERRO-CHECKPOINT-EXIT
            END-IF.
       1380-ABRE-CHECKPOINT-EXIT.
            EXIT.

       1390-ERRO-CHECKPOINT.
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING 'ERRO AO ABRIR CADEIA-CKPT.TXT - STATUS: '
                                    DELIMITED BY SIZE
                   WS-STATUS-ARQCCKPT DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            PERFORM 9000-ABORTA
               THRU 9000-ABORTA-EXIT.
       1390-ERRO-CHECKPOINT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-EXECUTA-PASSO: start line, the step itself, end line *
      * with its return code. A start line with no end line on    *
      * the log is a step the machine died in. A return code at   *
      * or above the step's limit stops the chain and leaves the  *
      * step out of the checkpoint, so the rerun runs it again.   *
      *----------------------------------------------------------*
       2000-EXECUTA-PASSO.
            SET WS-PASSO-NUM TO WS-PAS-IDX
            IF WS-PAS-ATIVO (WS-PAS-IDX) = 'N'
               ADD 1 TO WS-PASSOS-PULADOS
               MOVE SPACES TO WS-CLOG-LINHA-ED
               STRING WS-PASSO-NUM              DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAS-NOME (WS-PAS-IDX) (1:20)
                                                DELIMITED BY SIZE
                      ' DESATIVADO - NAO EXECUTADO'
                                                DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               GO TO 2000-EXECUTA-PASSO-EXIT
            END-IF
            PERFORM 8000-FORMATA-AGORA
               THRU 8000-FORMATA-AGORA-EXIT
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING WS-PASSO-NUM                 DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-PAS-NOME (WS-PAS-IDX) (1:20)
                                                DELIMITED BY SIZE
                   ' INICIO '                   DELIMITED BY SIZE
                   WS-DATAHORA-ED               DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            MOVE WS-PAS-COMANDO (WS-PAS-IDX) TO WS-COMANDO
      *----------------------------------------------------------*
      * SYSTEM hands back the shell's wait status: the step's    *
      * return code times 256, plus the signal number when the   *
      * step was killed. A killed or unstartable step is 999.    *
      *----------------------------------------------------------*
            CALL 'SYSTEM' USING WS-COMANDO
            MOVE RETURN-CODE TO WS-RC-SISTEMA
            IF WS-RC-SISTEMA < 0
               MOVE 999 TO WS-RC-PASSO
            ELSE
               DIVIDE WS-RC-SISTEMA BY 256
                  GIVING WS-RC-PASSO REMAINDER WS-RC-SINAL
               IF WS-RC-SINAL NOT = 0
                  MOVE 999 TO WS-RC-PASSO
               END-IF
            END-IF
            MOVE 0 TO RETURN-CODE
            ADD 1 TO WS-PASSOS-EXEC
            IF WS-RC-PASSO > WS-RC-MAIOR
               MOVE WS-RC-PASSO TO WS-RC-MAIOR
            END-IF
            IF WS-RC-PASSO >= WS-PAS-LIMITE (WS-PAS-IDX)
               MOVE 'S' TO WS-CADEIA-PARADA
               MOVE 'CADEIA PARADA' TO WS-CLOG-SITUACAO
            ELSE
               MOVE 'OK' TO WS-CLOG-SITUACAO
            END-IF
            PERFORM 8000-FORMATA-AGORA
               THRU 8000-FORMATA-AGORA-EXIT
            MOVE WS-RC-PASSO TO WS-RC-ED
            MOVE WS-PAS-LIMITE (WS-PAS-IDX) TO WS-LIMITE-ED
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING WS-PASSO-NUM                 DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-PAS-NOME (WS-PAS-IDX) (1:20)
                                                DELIMITED BY SIZE
                   ' FIM    '                   DELIMITED BY SIZE
                   WS-DATAHORA-ED               DELIMITED BY SIZE
                   ' RC '                       DELIMITED BY SIZE
                   WS-RC-ED                     DELIMITED BY SIZE
                   ' LIM '                      DELIMITED BY SIZE
                   WS-LIMITE-ED                 DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-CLOG-SITUACAO             DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            IF WS-PAS-RESUMO (WS-PAS-IDX) NOT = SPACES
               PERFORM 2100-COPIA-RESUMO
                  THRU 2100-COPIA-RESUMO-EXIT
            END-IF
            IF WS-CADEIA-PAROU
               GO TO 2000-EXECUTA-PASSO-EXIT
            END-IF
            MOVE WS-PAS-NOME (WS-PAS-IDX) TO FD-CCK-PASSO
            MOVE WS-RC-PASSO              TO FD-CCK-RC
            MOVE WS-DATAHORA-NUM          TO FD-CCK-DATAHORA
            WRITE FD-CCK-REGISTRO.
       2000-EXECUTA-PASSO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-COPIA-RESUMO: the step's end-of-job summary goes on  *
      * the log under its end line, so the morning check is one   *
      * file instead of one per program.                          *
      *----------------------------------------------------------*
       2100-COPIA-RESUMO.
            MOVE WS-PAS-RESUMO (WS-PAS-IDX) TO WS-NOME-RESUMO
            OPEN INPUT ARQRESUMO
            IF WS-STATUS-RESUMO NOT = '00'
               MOVE SPACES TO WS-CLOG-LINHA-ED
               STRING '   RESUMO NAO ENCONTRADO: ' DELIMITED BY SIZE
                      WS-NOME-RESUMO               DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
               PERFORM 8100-GRAVA-LOG
                  THRU 8100-GRAVA-LOG-EXIT
               GO TO 2100-COPIA-RESUMO-EXIT
            END-IF
            MOVE 'N' TO WS-RESUMO-EOF
            PERFORM 2150-LE-RESUMO
               THRU 2150-LE-RESUMO-EXIT
               UNTIL WS-RESUMO-EOF = 'S'
            CLOSE ARQRESUMO.
       2100-COPIA-RESUMO-EXIT.
            EXIT.

       2150-LE-RESUMO.
            READ ARQRESUMO AT END
                 MOVE 'S' TO WS-RESUMO-EOF
                 GO TO 2150-LE-RESUMO-EXIT
            END-READ
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING '   | '          DELIMITED BY SIZE
                   FD-RESUMO-LINHA DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT.
       2150-LE-RESUMO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            PERFORM 8000-FORMATA-AGORA
               THRU 8000-FORMATA-AGORA-EXIT
            MOVE SPACES TO WS-CLOG-LINHA-ED
            IF WS-CADEIA-PAROU
               STRING 'CADEIA PARADA EM '   DELIMITED BY SIZE
                      WS-DATAHORA-ED        DELIMITED BY SIZE
                      ' - CORRIJA E EXECUTE NOVAMENTE PARA RETOMAR'
                                            DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
            ELSE
               STRING 'CADEIA CONCLUIDA EM ' DELIMITED BY SIZE
                      WS-DATAHORA-ED         DELIMITED BY SIZE
                      INTO WS-CLOG-LINHA-ED
               END-STRING
            END-IF
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            MOVE WS-RC-MAIOR TO WS-RC-ED
            MOVE SPACES TO WS-CLOG-LINHA-ED
            STRING 'PASSOS EXECUTADOS: ' DELIMITED BY SIZE
                   WS-PASSOS-EXEC        DELIMITED BY SIZE
                   '  DESATIVADOS: '     DELIMITED BY SIZE
                   WS-PASSOS-PULADOS     DELIMITED BY SIZE
                   '  MAIOR RC: '        DELIMITED BY SIZE
                   WS-RC-ED              DELIMITED BY SIZE
                   INTO WS-CLOG-LINHA-ED
            END-STRING
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            CLOSE ARQCLOG
      *----------------------------------------------------------*
      * the chain ran to its end, so the checkpoint no longer    *
      * applies -- truncate it so tomorrow starts at the top. A  *
      * stopped chain keeps it for the rerun.                    *
      *----------------------------------------------------------*
            CLOSE ARQCCKPT
            IF WS-CADEIA-PAROU
               MOVE 16 TO RETURN-CODE
            ELSE
               OPEN OUTPUT ARQCCKPT
               CLOSE ARQCCKPT
               MOVE WS-RC-MAIOR TO RETURN-CODE
            END-IF
            DISPLAY 'FIM DA CADEIA NOTURNA'
            STOP RUN.

       8000-FORMATA-AGORA.
            CALL 'DATAEHORA' USING WS-DATAHORA-AGORA
            MOVE SPACES TO WS-DATAHORA-ED
            STRING WS-DIA-AGORA DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WS-MES-AGORA DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WS-ANO-AGORA DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-HOR-AGORA DELIMITED BY SIZE
                   ':'          DELIMITED BY SIZE
                   WS-MIN-AGORA DELIMITED BY SIZE
                   ':'          DELIMITED BY SIZE
                   WS-SEG-AGORA DELIMITED BY SIZE
                   INTO WS-DATAHORA-ED
            END-STRING.
       8000-FORMATA-AGORA-EXIT.
            EXIT.

       8100-GRAVA-LOG.
            MOVE WS-CLOG-LINHA-ED TO FD-CLOG-LINHA
            WRITE FD-CLOG-LINHA.
       8100-GRAVA-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-ABORTA: the chain cannot start. The reason is        *
      * already on the log; the checkpoint, if any, is kept.      *
      *----------------------------------------------------------*
       9000-ABORTA.
            MOVE 'CADEIA NAO EXECUTADA - PROGRAMA ABORTADO'
               TO WS-CLOG-LINHA-ED
            DISPLAY WS-CLOG-LINHA-ED
            PERFORM 8100-GRAVA-LOG
               THRU 8100-GRAVA-LOG-EXIT
            CLOSE ARQCLOG
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       9000-ABORTA-EXIT.
            EXIT.

       END PROGRAM CADEIA_NOTURNA.
