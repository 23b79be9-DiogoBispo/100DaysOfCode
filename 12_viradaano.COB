      *                    console ACCEPTs still work. The
      *                    parameters actually used are echoed on
      *                    the promotion register.
      *   15/10/2026 DB  - promotion now follows the year-end
      *                    decisions ATA_RESULTADOS writes to
      *                    RESULTADO-FINAL.TXT instead of moving
      *                    every student up: APROVADO is promoted
      *                    or graduated as before, RETIDO stays in
      *                    the same TURMA, and a student with no
      *                    current decision, in RECUPERACAO or
      *                    INCOMPLETO, or in a class the ledger
      *                    blocked is held and listed. Each
      *                    applied decision is marked so it is
      *                    never applied twice. New RETIDOS and
      *                    PENDENTES counters on the register and
      *                    the checkpoint. The run refuses to start
      *                    without the decision file.
      *   15/10/2026 DB  - the roster file name now goes to
      *                    GRAVA_AUDIT with every change
      *                    (AUD-CADASTRO), so an audit replay
      *                    can tell which master a change
      *                    belongs to.
      *   15/10/2026 DB  - a retention is checkpointed before its
      *                    decision is marked applied, with a flag
      *                    saying the mark is due; a run resumed
      *                    after a stop between the two finishes
      *                    the mark instead of holding the student
      *                    as PENDENTE.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRADA_ANO.
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQRESULT ASSIGN TO DYNAMIC WS-NOME-ARQRESULT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-RES-MATRICULA
              FILE STATUS IS WS-STATUS-ARQRESULT.

       SELECT ARQPROMO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQPROMO.
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQRESULT
          LABEL RECORD STANDARD.
           COPY "RESULREC.CPY".

       FD ARQPROMO
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'TURMA-PROMO.TXT'.
           03 FD-VCK-SEM-REGRA  PIC 9(07).
           03 FD-VCK-INATIVOS   PIC 9(07).
           03 FD-VCK-ERROS      PIC 9(07).
           03 FD-VCK-RETIDOS    PIC 9(07).
           03 FD-VCK-PENDENTES  PIC 9(07).
           03 FD-VCK-MARCAR     PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQTURMA PIC X(02).
       01 WS-STATUS-ARQRESULT PIC X(02).
       01 WS-STATUS-ARQPROMO PIC X(02).
       01 WS-STATUS-ARQFORM  PIC X(02).
       01 WS-STATUS-ARQPREL  PIC X(02).
       01 WS-MAT-INICIAL     PIC 9(06) VALUE 0.
       01 WS-HOUVE-RESTART   PIC X(01) VALUE 'N'.
           88 WS-RESTART-OCORREU VALUE 'S'.
       01 WS-MARCA-CKPT      PIC X(01) VALUE 'N'.
           88 WS-MARCA-PENDENTE  VALUE 'S'.
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQTURMA   PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQRESULT  PIC X(40) VALUE 'RESULTADO-FINAL.TXT'.
       01 WS-OPERADOR        PIC X(08).
       01 WS-PROMO-EOF       PIC X(01).
       01 WS-ALUNO-EOF       PIC X(01).
       01 WS-REGRA-ACHADA    PIC X(01).
           88 WS-TEM-REGRA       VALUE 'S'.
       01 WS-PROXIMA-TURMA   PIC X(05).
       01 WS-DECISAO-VIRADA  PIC X(01).
           88 WS-DEC-PROMOVER    VALUE 'A'.
           88 WS-DEC-RETER       VALUE 'T'.
           88 WS-DEC-SEGURAR     VALUE 'P'.
       01 WS-MOTIVO-PENDENCIA PIC X(26).

       01 WS-LIDOS           PIC 9(07).
       01 WS-PROMOVIDOS      PIC 9(07).
       01 WS-SEM-REGRA       PIC 9(07).
       01 WS-INATIVOS        PIC 9(07).
       01 WS-ERROS           PIC 9(07).
       01 WS-RETIDOS         PIC 9(07).
       01 WS-PENDENTES       PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
            END-IF
            PERFORM 1100-CARREGA-REGRAS
               THRU 1100-CARREGA-REGRAS-EXIT
      *----------------------------------------------------------*
      * no decision file, no rollover: without the ledger every  *
      * student would be held, and a year-end run that moves no  *
      * one is a mistake better stopped before it starts.        *
      *----------------------------------------------------------*
            OPEN I-O ARQRESULT
            IF WS-STATUS-ARQRESULT NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESULTADO-FINAL.TXT - STATUS: '
                       WS-STATUS-ARQRESULT
               DISPLAY 'EXECUTE ATA_RESULTADOS ANTES DA VIRADA'
               DISPLAY 'PROGRAMA ABORTADO'
               STOP RUN
            END-IF
            OPEN I-O ARQALUNO
            IF WS-STATUS-ARQALUNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO: ' WS-NOME-ARQALUNO
                          ' CONVERTE_ALUNO'
               END-IF
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQRESULT
               STOP RUN
            END-IF
            MOVE 0   TO WS-LIDOS
            MOVE 0   TO WS-SEM-REGRA
            MOVE 0   TO WS-INATIVOS
            MOVE 0   TO WS-ERROS
            MOVE 0   TO WS-RETIDOS
            MOVE 0   TO WS-PENDENTES
            MOVE 'N' TO WS-ALUNO-EOF
            PERFORM 1200-VERIFICA-CHECKPOINT
               THRU 1200-VERIFICA-CHECKPOINT-EXIT
            IF WS-RESTART-OCORREU AND WS-MARCA-PENDENTE
               PERFORM 1270-CONCLUI-MARCA
                  THRU 1270-CONCLUI-MARCA-EXIT
            END-IF
            PERFORM 1300-ABRE-SAIDAS
               THRU 1300-ABRE-SAIDAS-EXIT
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
                 MOVE FD-VCK-SEM-REGRA   TO WS-SEM-REGRA
                 MOVE FD-VCK-INATIVOS    TO WS-INATIVOS
                 MOVE FD-VCK-ERROS       TO WS-ERROS
                 MOVE FD-VCK-RETIDOS     TO WS-RETIDOS
                 MOVE FD-VCK-PENDENTES   TO WS-PENDENTES
                 MOVE FD-VCK-MARCAR      TO WS-MARCA-CKPT
            END-READ.
       1250-LE-CHECKPOINT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1270-CONCLUI-MARCA: the last checkpointed student was     *
      * retained and counted, but the run stopped before the      *
      * decision was marked applied. The mark is made now --      *
      * left unmarked, next year's rollover would retain the      *
      * student again on this year's decision.                    *
      *----------------------------------------------------------*
       1270-CONCLUI-MARCA.
            MOVE 'N'            TO WS-MARCA-CKPT
            MOVE WS-MAT-INICIAL TO FD-RES-MATRICULA
            READ ARQRESULT
               INVALID KEY
                  GO TO 1270-CONCLUI-MARCA-EXIT
            END-READ
            IF NOT FD-RES-JA-APLICADO
               PERFORM 2080-MARCA-APLICADO
                  THRU 2080-MARCA-APLICADO-EXIT
            END-IF.
       1270-CONCLUI-MARCA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-CARREGA-REGRAS: loads TURMA-PROMO.TXT -- one rule    *
      * per line, current TURMA in columns 1-5 and next TURMA in  *
                       WS-STATUS-ARQFORM
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQRESULT
               STOP RUN
            END-IF
      *----------------------------------------------------------*
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQFORM
               CLOSE ARQRESULT
               STOP RUN
            END-IF
            IF NOT WS-RESTART-OCORREU
                  THRU 2700-GRAVA-CHECKPOINT-EXIT
               GO TO 2000-PROCESSA-ALUNO-EXIT
            END-IF
            PERFORM 2050-VERIFICA-RESULTADO
               THRU 2050-VERIFICA-RESULTADO-EXIT
            IF WS-DEC-SEGURAR
               ADD 1 TO WS-PENDENTES
               PERFORM 2500-GRAVA-REGISTRO-PROMO
                  THRU 2500-GRAVA-REGISTRO-PROMO-EXIT
               PERFORM 2700-GRAVA-CHECKPOINT
                  THRU 2700-GRAVA-CHECKPOINT-EXIT
               GO TO 2000-PROCESSA-ALUNO-EXIT
            END-IF
      *----------------------------------------------------------*
      * a retention changes nothing on the master, so a          *
      * restart cannot see it there: the checkpoint goes first,  *
      * saying the mark is due, and a stop before the mark is    *
      * finished by the rerun (1270-CONCLUI-MARCA).              *
      *----------------------------------------------------------*
            IF WS-DEC-RETER
               ADD 1 TO WS-RETIDOS
               PERFORM 2500-GRAVA-REGISTRO-PROMO
                  THRU 2500-GRAVA-REGISTRO-PROMO-EXIT
               MOVE 'S' TO WS-MARCA-CKPT
               PERFORM 2700-GRAVA-CHECKPOINT
                  THRU 2700-GRAVA-CHECKPOINT-EXIT
               PERFORM 2080-MARCA-APLICADO
                  THRU 2080-MARCA-APLICADO-EXIT
               MOVE 'N' TO WS-MARCA-CKPT
               GO TO 2000-PROCESSA-ALUNO-EXIT
            END-IF
            IF WS-PROXIMA-TURMA = SPACES
               PERFORM 2200-FORMA-ALUNO
                  THRU 2200-FORMA-ALUNO-EXIT
       2000-PROCESSA-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2050-VERIFICA-RESULTADO: the student's ATA_RESULTADOS     *
      * decision. Only one taken for the TURMA the student is in  *
      * now, and not yet applied by an earlier rollover, counts;  *
      * anything else -- and a blocked class, RECUPERACAO or      *
      * INCOMPLETO -- holds the student where they are.           *
      *----------------------------------------------------------*
       2050-VERIFICA-RESULTADO.
            MOVE 'P'    TO WS-DECISAO-VIRADA
            MOVE SPACES TO WS-MOTIVO-PENDENCIA
            MOVE FD-MATRICULA TO FD-RES-MATRICULA
            READ ARQRESULT
               INVALID KEY
                  MOVE 'SEM RESULTADO - MANTIDO' TO WS-MOTIVO-PENDENCIA
                  GO TO 2050-VERIFICA-RESULTADO-EXIT
            END-READ
            IF FD-RES-TURMA NOT = FD-TURMA OR FD-RES-JA-APLICADO
               MOVE 'SEM RESULTADO - MANTIDO' TO WS-MOTIVO-PENDENCIA
               GO TO 2050-VERIFICA-RESULTADO-EXIT
            END-IF
            IF FD-RES-TURMA-BLOQUEADA
               MOVE 'TURMA BLOQUEADA - MANTIDO'
                  TO WS-MOTIVO-PENDENCIA
               GO TO 2050-VERIFICA-RESULTADO-EXIT
            END-IF
            EVALUATE TRUE
               WHEN FD-RES-APROVADO
                    MOVE 'A' TO WS-DECISAO-VIRADA
               WHEN FD-RES-RETIDO
                    MOVE 'T' TO WS-DECISAO-VIRADA
               WHEN FD-RES-RECUPERACAO
                    MOVE 'RECUPERACAO - MANTIDO'
                       TO WS-MOTIVO-PENDENCIA
               WHEN OTHER
                    MOVE 'INCOMPLETO - MANTIDO' TO WS-MOTIVO-PENDENCIA
            END-EVALUATE.
       2050-VERIFICA-RESULTADO-EXIT.
            EXIT.

       2080-MARCA-APLICADO.
            MOVE 'S' TO FD-RES-VIRADA
            REWRITE FD-ARQ-RESULTADO
               INVALID KEY
                  DISPLAY 'ERRO AO MARCAR RESULTADO DA MATRICULA '
                          FD-RES-MATRICULA
                          ' - STATUS: ' WS-STATUS-ARQRESULT
            END-REWRITE.
       2080-MARCA-APLICADO-EXIT.
            EXIT.

       2100-PROCURA-REGRA.
            MOVE 'N'    TO WS-REGRA-ACHADA
            MOVE SPACES TO WS-PROXIMA-TURMA
                  MOVE SPACES TO AUD-DEPOIS
                  PERFORM 2400-GRAVA-AUDITORIA
                     THRU 2400-GRAVA-AUDITORIA-EXIT
                  PERFORM 2080-MARCA-APLICADO
                     THRU 2080-MARCA-APLICADO-EXIT
                  PERFORM 2500-GRAVA-REGISTRO-PROMO
                     THRU 2500-GRAVA-REGISTRO-PROMO-EXIT
            END-DELETE.
                  MOVE FD-ARQ-ALUNO TO AUD-DEPOIS
                  PERFORM 2400-GRAVA-AUDITORIA
                     THRU 2400-GRAVA-AUDITORIA-EXIT
                  PERFORM 2080-MARCA-APLICADO
                     THRU 2080-MARCA-APLICADO-EXIT
                  PERFORM 2500-GRAVA-REGISTRO-PROMO
                     THRU 2500-GRAVA-REGISTRO-PROMO-EXIT
            END-REWRITE.

       2400-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE WS-NOME-ARQALUNO TO AUD-CADASTRO
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       2400-GRAVA-AUDITORIA-EXIT.
            EXIT.
                                         DELIMITED BY SIZE
                           INTO WS-PREL-LINHA-ED
                    END-STRING
               WHEN WS-DEC-SEGURAR
                    STRING FD-MATRICULA  DELIMITED BY SIZE
                           '    '        DELIMITED BY SIZE
                           FD-NOME       DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           FD-TURMA      DELIMITED BY SIZE
                           ' -     '     DELIMITED BY SIZE
                           WS-MOTIVO-PENDENCIA
                                         DELIMITED BY SIZE
                           INTO WS-PREL-LINHA-ED
                    END-STRING
               WHEN WS-DEC-RETER
                    STRING FD-MATRICULA  DELIMITED BY SIZE
                           '    '        DELIMITED BY SIZE
                           FD-NOME       DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           FD-TURMA      DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           FD-TURMA      DELIMITED BY SIZE
                           ' RETIDO'     DELIMITED BY SIZE
                           INTO WS-PREL-LINHA-ED
                    END-STRING
               WHEN WS-PROXIMA-TURMA = SPACES
                    STRING FD-MATRICULA  DELIMITED BY SIZE
                           '    '        DELIMITED BY SIZE
            MOVE WS-SEM-REGRA  TO FD-VCK-SEM-REGRA
            MOVE WS-INATIVOS   TO FD-VCK-INATIVOS
            MOVE WS-ERROS      TO FD-VCK-ERROS
            MOVE WS-RETIDOS    TO FD-VCK-RETIDOS
            MOVE WS-PENDENTES  TO FD-VCK-PENDENTES
            MOVE WS-MARCA-CKPT TO FD-VCK-MARCAR
            WRITE FD-VCK-REGISTRO.
       2700-GRAVA-CHECKPOINT-EXIT.
            EXIT.
            END-STRING
            MOVE WS-PREL-LINHA-ED TO FD-PREL-LINHA
            WRITE FD-PREL-LINHA
            MOVE WS-RETIDOS TO WS-PREL-CONT-ED
            MOVE SPACES TO WS-PREL-LINHA-ED
            STRING 'ALUNOS RETIDOS...: ' DELIMITED BY SIZE
                   WS-PREL-CONT-ED       DELIMITED BY SIZE
                   INTO WS-PREL-LINHA-ED
            END-STRING
            MOVE WS-PREL-LINHA-ED TO FD-PREL-LINHA
            WRITE FD-PREL-LINHA
            MOVE WS-PENDENTES TO WS-PREL-CONT-ED
            MOVE SPACES TO WS-PREL-LINHA-ED
            STRING 'ALUNOS MANTIDOS..: ' DELIMITED BY SIZE
                   WS-PREL-CONT-ED       DELIMITED BY SIZE
                   INTO WS-PREL-LINHA-ED
            END-STRING
            MOVE WS-PREL-LINHA-ED TO FD-PREL-LINHA
            WRITE FD-PREL-LINHA
            MOVE WS-INATIVOS TO WS-PREL-CONT-ED
            MOVE SPACES TO WS-PREL-LINHA-ED
            STRING 'ALUNOS INATIVOS..: ' DELIMITED BY SIZE
            DISPLAY 'ALUNOS LIDOS.....: ' WS-LIDOS
            DISPLAY 'ALUNOS PROMOVIDOS: ' WS-PROMOVIDOS
            DISPLAY 'ALUNOS FORMADOS..: ' WS-FORMADOS
            DISPLAY 'ALUNOS RETIDOS...: ' WS-RETIDOS
            DISPLAY 'ALUNOS MANTIDOS..: ' WS-PENDENTES
            DISPLAY 'ALUNOS INATIVOS..: ' WS-INATIVOS
            DISPLAY 'SEM REGRA........: ' WS-SEM-REGRA
            DISPLAY 'ERROS............: ' WS-ERROS
            CLOSE ARQALUNO
            CLOSE ARQFORM
            CLOSE ARQPREL
            CLOSE ARQRESULT
      *----------------------------------------------------------*
      * the rollover finished the whole master cleanly, so the   *
      * checkpoint no longer applies -- truncate it so next      *
