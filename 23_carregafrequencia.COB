      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: batch load of the homeroom teachers' daily
      *          attendance sheets onto the indexed ARQFREQ.TXT
      *          attendance master -- one mark per line on
      *          FREQ-TRANS.TXT (matricula, date AAAAMMDD, TURMA
      *          and P for present or F for absent). Each line is
      *          checked the way CARREGA_NOTAS checks a grade: the
      *          matricula must be on the indexed student master
      *          and still ATIVO, and the TURMA must be on
      *          ARQTURMA and be the class the student is in. A
      *          mark dated before the student's FD-DT-MATRICULA,
      *          or after a filled-in FD-DT-SAIDA, is refused --
      *          the child was not ours that day. A reloaded mark
      *          (same matricula and date) replaces the one on
      *          file, so a corrected sheet is simply sent again.
      *          One disposition line per mark on
      *          FREQ-TRANS-REL.TXT, in the MANUTENCAO_LOTE style.
      *          The roster file name comes from
      *          PARAMETROS-EXECUCAO.TXT when present, with the
      *          console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - a mark dated on a day the month does not
      *                    have (31/04, 29/02 outside a leap year)
      *                    is now refused as DATA INVALIDA; only an
      *                    ATIVO student takes a mark, whatever the
      *                    other situation codes. An aborted run
      *                    now ends with RC 16, so CADEIA_NOTURNA
      *                    stops instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA_FREQUENCIA.
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

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQFREQ ASSIGN TO DYNAMIC WS-NOME-ARQFREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-FREQ-CHAVE
              FILE STATUS IS WS-STATUS-ARQFREQ.

       SELECT ARQFTRANS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQFTRANS.

       SELECT ARQFDISP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQFDISP.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQFREQ
          LABEL RECORD STANDARD.
           COPY "FREQREC.CPY".

       FD ARQFTRANS
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'FREQ-TRANS.TXT'.
       01 FD-FTR-REGISTRO.
           03 FD-FTR-MATRICULA PIC X(06).
           03 FD-FTR-DATA      PIC X(08).
           03 FD-FTR-TURMA     PIC X(05).
           03 FD-FTR-PRESENCA  PIC X(01).

       FD ARQFDISP
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'FREQ-TRANS-REL.TXT'.
       01 FD-FDISP-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO  PIC X(02).
       01 WS-STATUS-ARQTURMA  PIC X(02).
       01 WS-STATUS-ARQFREQ   PIC X(02).
       01 WS-STATUS-ARQFTRANS PIC X(02).
       01 WS-STATUS-ARQFDISP  PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQTURMA    PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQFREQ     PIC X(40) VALUE 'ARQFREQ.TXT'.
       01 WS-TRANS-EOF        PIC X(01).
           88 WS-TRANS-FIM        VALUE 'S'.

       01 WS-TRN-CONT         PIC 9(07).
       01 WS-APL-CONT         PIC 9(07).
       01 WS-REJ-CONT         PIC 9(07).
       01 WS-MOTIVO           PIC X(40).

       01 WS-DATA-MARCA       PIC 9(08).
       01 WS-DATA-MARCA-R REDEFINES WS-DATA-MARCA.
           03 WS-DTM-ANO      PIC 9(04).
           03 WS-DTM-MES      PIC 9(02).
           03 WS-DTM-DIA      PIC 9(02).

      *----------------------------------------------------------*
      * days in each month; February is corrected for leap years  *
      * once the year of the mark is known.                       *
      *----------------------------------------------------------*
       01 WS-TAB-DIAS-MES-V   PIC X(24)
                              VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
           03 WS-DIAS-MES-ITEM PIC 9(02) OCCURS 12 TIMES.
       01 WS-DIAS-NO-MES      PIC 9(02).
       01 WS-QUOCIENTE        PIC 9(04).
       01 WS-RESTO-4          PIC 9(03).
       01 WS-RESTO-100        PIC 9(03).
       01 WS-RESTO-400        PIC 9(03).

       01 WS-FDISP-LINHA-ED   PIC X(80) VALUE SPACES.
       01 WS-FDISP-CONT-ED    PIC ZZZZZZ9.

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL WS-TRANS-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'CARGA DE FREQUENCIA EM LOTE'
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
            OPEN INPUT ARQTURMA
            IF WS-STATUS-ARQTURMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTURMA.TXT - STATUS: '
                       WS-STATUS-ARQTURMA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQFREQ
            IF WS-STATUS-ARQFREQ = '35'
               CLOSE ARQFREQ
               OPEN OUTPUT ARQFREQ
               CLOSE ARQFREQ
               OPEN I-O ARQFREQ
            END-IF
            IF WS-STATUS-ARQFREQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQFREQ.TXT - STATUS: '
                       WS-STATUS-ARQFREQ
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQFTRANS
            IF WS-STATUS-ARQFTRANS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FREQ-TRANS.TXT - STATUS: '
                       WS-STATUS-ARQFTRANS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQFREQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQFDISP
            IF WS-STATUS-ARQFDISP NOT = '00'
               DISPLAY 'ERRO AO ABRIR FREQ-TRANS-REL.TXT - STATUS: '
                       WS-STATUS-ARQFDISP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQTURMA
               CLOSE ARQFREQ
               CLOSE ARQFTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 0   TO WS-TRN-CONT
            MOVE 0   TO WS-APL-CONT
            MOVE 0   TO WS-REJ-CONT
            MOVE 'N' TO WS-TRANS-EOF
            MOVE 'RELATORIO DE CARGA DE FREQUENCIA' TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE SPACES TO WS-FDISP-LINHA-ED
            STRING 'PARAMETROS - ARQUIVO DE ALUNOS: '
                                    DELIMITED BY SIZE
                   WS-NOME-ARQALUNO DELIMITED BY SIZE
                   INTO WS-FDISP-LINHA-ED
            END-STRING
            MOVE WS-FDISP-LINHA-ED TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE 'MATRICULA DATA     TURMA P DISPOSICAO'
               TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE ALL '-' TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-TRANSACOES: one attendance mark per         *
      * iteration -- validated against the roster and the class   *
      * master, then written onto the attendance master; a key    *
      * already on file means a corrected sheet and the mark is   *
      * rewritten in place.                                       *
      *----------------------------------------------------------*
       2000-PROCESSA-TRANSACOES.
            READ ARQFTRANS AT END
                 MOVE 'S' TO WS-TRANS-EOF
                 GO TO 2000-PROCESSA-TRANSACOES-EXIT
            END-READ
            ADD 1 TO WS-TRN-CONT
            MOVE SPACES TO WS-MOTIVO
            PERFORM 2100-VALIDA-TRANSACAO
               THRU 2100-VALIDA-TRANSACAO-EXIT
            IF WS-MOTIVO = SPACES
               PERFORM 2200-GRAVA-FREQUENCIA
                  THRU 2200-GRAVA-FREQUENCIA-EXIT
            END-IF
            IF WS-MOTIVO = SPACES
               ADD 1 TO WS-APL-CONT
            ELSE
               ADD 1 TO WS-REJ-CONT
            END-IF
            PERFORM 2500-GRAVA-DISPOSICAO
               THRU 2500-GRAVA-DISPOSICAO-EXIT.
       2000-PROCESSA-TRANSACOES-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDA-TRANSACAO: the mark must be P or F on a real  *
      * calendar date, the TURMA must be on ARQTURMA, and the     *
      * matricula must be on the indexed student master, sitting  *
      * in that TURMA and still ATIVO. The date must also fall    *
      * inside the student's enrollment -- not before             *
      * FD-DT-MATRICULA and, when a withdrawal date is on file,   *
      * not after FD-DT-SAIDA.                                    *
      *----------------------------------------------------------*
       2100-VALIDA-TRANSACAO.
            IF FD-FTR-MATRICULA IS NOT NUMERIC
               MOVE 'MATRICULA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF FD-FTR-DATA IS NOT NUMERIC
               MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            MOVE FD-FTR-DATA TO WS-DATA-MARCA
            IF WS-DTM-MES < 01 OR WS-DTM-MES > 12
               OR WS-DTM-DIA < 01
               MOVE 'DATA INVALIDA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            PERFORM 2150-DIAS-NO-MES
               THRU 2150-DIAS-NO-MES-EXIT
            IF WS-DTM-DIA > WS-DIAS-NO-MES
               MOVE 'DATA INVALIDA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF FD-FTR-PRESENCA NOT = 'P' AND NOT = 'F'
               MOVE 'PRESENCA DEVE SER P OU F' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF FD-FTR-TURMA = SPACES
               MOVE 'TURMA NAO INFORMADA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            MOVE FD-FTR-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 'TURMA NAO CADASTRADA' TO WS-MOTIVO
                  GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-READ
            MOVE FD-FTR-MATRICULA TO FD-MATRICULA
            READ ARQALUNO
               INVALID KEY
                  MOVE 'MATRICULA NAO CADASTRADA' TO WS-MOTIVO
                  GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-READ
            IF NOT FD-SIT-ATIVO
               MOVE 'ALUNO INATIVO' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF FD-TURMA NOT = FD-FTR-TURMA
               MOVE 'ALUNO NAO PERTENCE A TURMA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF WS-DATA-MARCA < FD-DT-MATRICULA
               MOVE 'DATA ANTERIOR A MATRICULA' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            IF FD-DT-SAIDA NOT = 0
               AND WS-DATA-MARCA > FD-DT-SAIDA
               MOVE 'DATA POSTERIOR A SAIDA' TO WS-MOTIVO
            END-IF.
       2100-VALIDA-TRANSACAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2150-DIAS-NO-MES: length of the month of the mark.        *
      * February has 29 days in a year divisible by 4, except the *
      * centuries not divisible by 400.                           *
      *----------------------------------------------------------*
       2150-DIAS-NO-MES.
            MOVE WS-DIAS-MES-ITEM (WS-DTM-MES) TO WS-DIAS-NO-MES
            IF WS-DTM-MES = 02
               DIVIDE WS-DTM-ANO BY 4
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-DTM-ANO BY 100
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-DTM-ANO BY 400
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0
                  AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                  MOVE 29 TO WS-DIAS-NO-MES
               END-IF
            END-IF.
       2150-DIAS-NO-MES-EXIT.
            EXIT.

       2200-GRAVA-FREQUENCIA.
            MOVE FD-FTR-MATRICULA TO FD-FREQ-MATRICULA
            MOVE WS-DATA-MARCA    TO FD-FREQ-DATA
            MOVE FD-FTR-TURMA     TO FD-FREQ-TURMA
            MOVE FD-FTR-PRESENCA  TO FD-FREQ-PRESENCA
            WRITE FD-ARQ-FREQ
               INVALID KEY
                  REWRITE FD-ARQ-FREQ
                     INVALID KEY
                        MOVE 'NAO FOI POSSIVEL GRAVAR A FREQUENCIA'
                           TO WS-MOTIVO
                  END-REWRITE
            END-WRITE.
       2200-GRAVA-FREQUENCIA-EXIT.
            EXIT.

       2500-GRAVA-DISPOSICAO.
            MOVE SPACES TO WS-FDISP-LINHA-ED
            IF WS-MOTIVO = SPACES
               STRING FD-FTR-MATRICULA DELIMITED BY SIZE
                      '    '           DELIMITED BY SIZE
                      FD-FTR-DATA      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FD-FTR-TURMA     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FD-FTR-PRESENCA  DELIMITED BY SIZE
                      ' APLICADA'      DELIMITED BY SIZE
                      INTO WS-FDISP-LINHA-ED
               END-STRING
            ELSE
               STRING FD-FTR-MATRICULA DELIMITED BY SIZE
                      '    '           DELIMITED BY SIZE
                      FD-FTR-DATA      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FD-FTR-TURMA     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FD-FTR-PRESENCA  DELIMITED BY SIZE
                      ' REJEITADA - '  DELIMITED BY SIZE
                      WS-MOTIVO        DELIMITED BY SIZE
                      INTO WS-FDISP-LINHA-ED
               END-STRING
            END-IF
            MOVE WS-FDISP-LINHA-ED TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA.
       2500-GRAVA-DISPOSICAO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE WS-TRN-CONT TO WS-FDISP-CONT-ED
            MOVE SPACES TO WS-FDISP-LINHA-ED
            STRING 'MARCAS LIDAS......: ' DELIMITED BY SIZE
                   WS-FDISP-CONT-ED       DELIMITED BY SIZE
                   INTO WS-FDISP-LINHA-ED
            END-STRING
            MOVE WS-FDISP-LINHA-ED TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE WS-APL-CONT TO WS-FDISP-CONT-ED
            MOVE SPACES TO WS-FDISP-LINHA-ED
            STRING 'MARCAS APLICADAS..: ' DELIMITED BY SIZE
                   WS-FDISP-CONT-ED       DELIMITED BY SIZE
                   INTO WS-FDISP-LINHA-ED
            END-STRING
            MOVE WS-FDISP-LINHA-ED TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            MOVE WS-REJ-CONT TO WS-FDISP-CONT-ED
            MOVE SPACES TO WS-FDISP-LINHA-ED
            STRING 'MARCAS REJEITADAS.: ' DELIMITED BY SIZE
                   WS-FDISP-CONT-ED       DELIMITED BY SIZE
                   INTO WS-FDISP-LINHA-ED
            END-STRING
            MOVE WS-FDISP-LINHA-ED TO FD-FDISP-LINHA
            WRITE FD-FDISP-LINHA
            DISPLAY 'MARCAS LIDAS......: ' WS-TRN-CONT
            DISPLAY 'MARCAS APLICADAS..: ' WS-APL-CONT
            DISPLAY 'MARCAS REJEITADAS.: ' WS-REJ-CONT
            CLOSE ARQALUNO
            CLOSE ARQTURMA
            CLOSE ARQFREQ
            CLOSE ARQFTRANS
            CLOSE ARQFDISP
            DISPLAY 'FIM DA CARGA DE FREQUENCIA'
            STOP RUN
            EXIT.

       END PROGRAM CARREGA_FREQUENCIA.
