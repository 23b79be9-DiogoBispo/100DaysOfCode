      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: builds the education-ministry school census
      *          submission file, CENSO-ESCOLAR.TXT, in the
      *          ministry's fixed-position layout, as of the census
      *          reference date given at the console: a '00' school
      *          header, one '20' class record per ARQTURMA.TXT
      *          entry with its serie, capacity and enrollment on
      *          the reference date, one '60' student record per
      *          matricula -- birthdate, TURMA, situation on the
      *          reference date, enrollment and exit dates -- and a
      *          '99' trailer with the record counts and the sum of
      *          the matriculas. Students come from every roster on
      *          ARQALUNO-LISTA.TXT plus the graduates VIRADA_ANO
      *          archived to ALUNO-FORMADOS.TXT in the twelve months
      *          up to the reference date (situation 'F'); a student
      *          who left before that window is not the year's and
      *          is left out. A matricula found more than once --
      *          transferred between campuses, readmitted -- goes
      *          out once, from the record of its latest standing.
      *          The ministry's consistency rules run over
      *          everything first (missing birthdate, enrollment
      *          after the reference date, TURMA no longer on
      *          ARQTURMA, class over capacity, a student ATIVO on
      *          two rosters); any failure is listed on
      *          CENSO-ERROS.TXT and the submission file is left
      *          empty, return code 08, so only a clean file ever
      *          goes to the ministry. CENSO-TOTAIS.TXT carries the
      *          control totals of every run.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - a transfer made after the reference date
      *                    no longer shows as ATIVO EM DOIS
      *                    CADASTROS or as an enrollment after the
      *                    date: the record entered after the date
      *                    is dropped and the student goes out from
      *                    the old campus, also when the transfer
      *                    gave a new matricula. The reference date
      *                    is checked against the month's length.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO_ESCOLAR.
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

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQCTRB ASSIGN TO DYNAMIC WS-NOME-ARQCTRB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CTB-MATRICULA
              ALTERNATE RECORD KEY IS FD-CTB-TURMA WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-CTB-NOME WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ARQCTRB.

       SELECT ARQLISTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQLISTA.

       SELECT ARQFORM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQFORM.

       SELECT ARQCENSO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCENSO.

       SELECT ARQCERR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCERR.

       SELECT ARQCTOT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCTOT.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

      *----------------------------------------------------------*
      * CENSO-TRAB.TXT: the census population, one record per     *
      * matricula -- the roster or archive image, where it came   *
      * from, its situation on the reference date and the date    *
      * that ranks it against another record of the same student  *
      * (99999999 while the student is enrolled). A student who   *
      * transferred out after the reference date keeps the        *
      * transfer date, to find the record the transfer created.   *
      *----------------------------------------------------------*
       FD ARQCTRB
          LABEL RECORD STANDARD.
       01 FD-CTB-REGISTRO.
           03 FD-CTB-ALUNO.
               05 FD-CTB-MATRICULA    PIC 9(06).
               05 FD-CTB-NOME         PIC X(08).
               05 FD-CTB-TURMA        PIC X(05).
               05 FD-CTB-IDADE        PIC X(02).
               05 FD-CTB-NASCIMENTO   PIC X(08).
               05 FD-CTB-SITUACAO     PIC X(01).
               05 FD-CTB-DT-MATRICULA PIC X(08).
               05 FD-CTB-DT-SAIDA     PIC X(08).
           03 FD-CTB-ORIGEM          PIC X(01).
               88 FD-CTB-DO-CADASTRO     VALUE 'C'.
               88 FD-CTB-DO-ARQUIVO      VALUE 'F'.
           03 FD-CTB-SIT-CENSO       PIC X(01).
           03 FD-CTB-DT-EVENTO       PIC 9(08).
           03 FD-CTB-CADASTRO        PIC X(40).
           03 FD-CTB-DT-TRANSF       PIC 9(08).

       FD ARQLISTA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQALUNO-LISTA.TXT'.
       01 FD-LISTA-LINHA PIC X(40).

       FD ARQFORM
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ALUNO-FORMADOS.TXT'.
       01 FD-FORM-REGISTRO.
           03 FD-FORM-ALUNO  PIC X(46).
           03 FD-FORM-SEP    PIC X(01).
           03 FD-FORM-DATA   PIC X(08).

      *----------------------------------------------------------*
      * the ministry's fixed-position submission record: record   *
      * type and school code, then one of four layouts.           *
      *----------------------------------------------------------*
       FD ARQCENSO
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CENSO-ESCOLAR.TXT'.
       01 FD-CNS-REGISTRO.
           03 FD-CNS-TIPO            PIC X(02).
           03 FD-CNS-ESCOLA          PIC 9(08).
           03 FD-CNS-DADOS           PIC X(90).
           03 FD-CNS-CAB REDEFINES FD-CNS-DADOS.
               05 FD-CNS-DT-REFERENCIA  PIC 9(08).
               05 FD-CNS-DT-GERACAO     PIC 9(08).
               05 FILLER                PIC X(74).
           03 FD-CNS-TUR REDEFINES FD-CNS-DADOS.
               05 FD-CNS-TUR-CODIGO     PIC X(05).
               05 FD-CNS-TUR-DESCRICAO  PIC X(20).
               05 FD-CNS-TUR-SERIE      PIC 9(02).
               05 FD-CNS-TUR-CAPACIDADE PIC 9(03).
               05 FD-CNS-TUR-MATRICULAS PIC 9(04).
               05 FILLER                PIC X(56).
           03 FD-CNS-ALU REDEFINES FD-CNS-DADOS.
               05 FD-CNS-ALU-MATRICULA  PIC 9(06).
               05 FD-CNS-ALU-NOME       PIC X(08).
               05 FD-CNS-ALU-TURMA      PIC X(05).
               05 FD-CNS-ALU-NASCIMENTO PIC 9(08).
               05 FD-CNS-ALU-SITUACAO   PIC X(01).
               05 FD-CNS-ALU-DT-MATRIC  PIC 9(08).
               05 FD-CNS-ALU-DT-SAIDA   PIC 9(08).
               05 FILLER                PIC X(46).
           03 FD-CNS-TRL REDEFINES FD-CNS-DADOS.
               05 FD-CNS-QTD-TURMAS     PIC 9(06).
               05 FD-CNS-QTD-ALUNOS     PIC 9(07).
               05 FD-CNS-QTD-REGISTROS  PIC 9(07).
               05 FD-CNS-SOMA-MAT       PIC 9(13).
               05 FILLER                PIC X(57).

       FD ARQCERR
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CENSO-ERROS.TXT'.
       01 FD-CERR-LINHA PIC X(132).

       FD ARQCTOT
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'CENSO-TOTAIS.TXT'.
       01 FD-CTOT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQTURMA PIC X(02).
       01 WS-STATUS-ARQCTRB  PIC X(02).
       01 WS-STATUS-ARQLISTA PIC X(02).
       01 WS-STATUS-ARQFORM  PIC X(02).
       01 WS-STATUS-ARQCENSO PIC X(02).
       01 WS-STATUS-ARQCERR  PIC X(02).
       01 WS-STATUS-ARQCTOT  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQTURMA   PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQCTRB    PIC X(40) VALUE 'CENSO-TRAB.TXT'.
       01 WS-LISTA-EOF       PIC X(01).
       01 WS-ALUNO-EOF       PIC X(01).
           88 WS-ALUNO-FIM       VALUE 'S'.
       01 WS-FORM-EOF        PIC X(01).
           88 WS-FORM-FIM        VALUE 'S'.
       01 WS-TURMA-EOF       PIC X(01).
           88 WS-TURMA-FIM       VALUE 'S'.
       01 WS-CTRB-EOF        PIC X(01).
           88 WS-CTRB-FIM        VALUE 'S'.
       01 WS-FIM-OCUPACAO    PIC X(01).
           88 WS-OCUPACAO-FIM    VALUE 'S'.
       01 WS-FORM-ACHADO     PIC X(01).
           88 WS-TEM-FORMADOS    VALUE 'S'.

       01 WS-CODIGO-ESCOLA-X PIC X(08).
       01 WS-CODIGO-ESCOLA   PIC 9(08).
       01 WS-DATA-REF-X      PIC X(08).
       01 WS-DATA-REF        PIC 9(08).
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           03 WS-REF-ANO     PIC 9(04).
           03 WS-REF-MES     PIC 9(02).
           03 WS-REF-DIA     PIC 9(02).
       01 WS-DATA-INICIO     PIC 9(08).

      *----------------------------------------------------------*
      * days in each month; February is corrected for leap years  *
      * once the year of the reference date is known.             *
      *----------------------------------------------------------*
       01 WS-TAB-DIAS-MES-V  PIC X(24)
                             VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
           03 WS-DIAS-MES-ITEM PIC 9(02) OCCURS 12 TIMES.
       01 WS-DIAS-NO-MES     PIC 9(02).
       01 WS-QUOCIENTE       PIC 9(04).
       01 WS-RESTO-4         PIC 9(03).
       01 WS-RESTO-100       PIC 9(03).
       01 WS-RESTO-400       PIC 9(03).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATAHORA-RUN-R REDEFINES WS-DATAHORA-RUN.
           03 WS-DATA-RUN PIC 9(08).
           03 FILLER      PIC 9(06).

      *----------------------------------------------------------*
      * the candidate record -- built from a roster or archive    *
      * line in the CENSO-TRAB.TXT layout before it is merged.    *
      *----------------------------------------------------------*
       01 WS-CND-REGISTRO.
           03 WS-CND-ALUNO.
               05 WS-CND-MATRICULA    PIC 9(06).
               05 WS-CND-NOME         PIC X(08).
               05 WS-CND-TURMA        PIC X(05).
               05 WS-CND-IDADE        PIC X(02).
               05 WS-CND-NASCIMENTO   PIC X(08).
               05 WS-CND-SITUACAO     PIC X(01).
               05 WS-CND-DT-MATRICULA PIC X(08).
               05 WS-CND-DT-SAIDA     PIC X(08).
           03 WS-CND-ORIGEM          PIC X(01).
           03 WS-CND-SIT-CENSO       PIC X(01).
           03 WS-CND-DT-EVENTO       PIC 9(08).
           03 WS-CND-CADASTRO        PIC X(40).
           03 WS-CND-DT-TRANSF       PIC 9(08).
       01 WS-DT-SAIDA        PIC 9(08).
       01 WS-DT-FORMATURA    PIC 9(08).
       01 WS-CND-POSTERIOR   PIC X(01).
           88 WS-CND-ENTROU-DEPOIS  VALUE 'S'.
       01 WS-CTB-POSTERIOR   PIC X(01).
           88 WS-CTB-ENTROU-DEPOIS  VALUE 'S'.

      *----------------------------------------------------------*
      * the transferred-out record whose destination is being     *
      * looked up by name.                                        *
      *----------------------------------------------------------*
       01 WS-ORI-MATRICULA   PIC 9(06).
       01 WS-ORI-NOME        PIC X(08).
       01 WS-ORI-NASCIMENTO  PIC X(08).
       01 WS-ORI-DT-TRANSF   PIC 9(08).
       01 WS-ORI-DT-TRANSF-X REDEFINES WS-ORI-DT-TRANSF PIC X(08).
       01 WS-FIM-NOME        PIC X(01).
           88 WS-NOME-FIM        VALUE 'S'.

       01 WS-TURMA-ALVO      PIC X(05).
       01 WS-OCUPACAO        PIC 9(05).

       01 WS-CADASTROS       PIC 9(03) VALUE 0.
       01 WS-CAD-ILEGIVEIS   PIC 9(03) VALUE 0.
       01 WS-LIDOS-CADASTRO  PIC 9(07) VALUE 0.
       01 WS-LIDOS-FORMADOS  PIC 9(07) VALUE 0.
       01 WS-FORMADOS-ANO    PIC 9(07) VALUE 0.
       01 WS-FORA-PERIODO    PIC 9(07) VALUE 0.
       01 WS-DUPLICADOS      PIC 9(07) VALUE 0.
       01 WS-ENTRADA-POSTERIOR PIC 9(07) VALUE 0.
       01 WS-QTD-TURMAS      PIC 9(06) VALUE 0.
       01 WS-QTD-ALUNOS      PIC 9(07) VALUE 0.
       01 WS-QTD-CURSANDO    PIC 9(07) VALUE 0.
       01 WS-QTD-RETIRADO    PIC 9(07) VALUE 0.
       01 WS-QTD-TRANSFER    PIC 9(07) VALUE 0.
       01 WS-QTD-CONCLUINTE  PIC 9(07) VALUE 0.
       01 WS-QTD-REGISTROS   PIC 9(07) VALUE 0.
       01 WS-SOMA-MAT        PIC 9(13) VALUE 0.

       01 WS-QTD-ERROS       PIC 9(07) VALUE 0.
       01 WS-ERR-NASCIMENTO  PIC 9(07) VALUE 0.
       01 WS-ERR-DT-MATRIC   PIC 9(07) VALUE 0.
       01 WS-ERR-TURMA       PIC 9(07) VALUE 0.
       01 WS-ERR-CAPACIDADE  PIC 9(07) VALUE 0.
       01 WS-ERR-SITUACAO    PIC 9(07) VALUE 0.
       01 WS-ERR-DUPLICADO   PIC 9(07) VALUE 0.

       01 WS-ERR-CHAVE       PIC X(06).
       01 WS-ERR-TURMA-ED    PIC X(05).
       01 WS-ERR-MOTIVO      PIC X(50).
       01 WS-ERR-CADASTRO    PIC X(40).

       01 WS-CERR-LINHA-ED   PIC X(132) VALUE SPACES.
       01 WS-CTOT-LINHA-ED   PIC X(80) VALUE SPACES.
       01 WS-CTOT-ROTULO     PIC X(40).
       01 WS-CONT-ED         PIC ZZZZZZ9.
       01 WS-SOMA-ED         PIC ZZZZZZZZZZZZ9.
       01 WS-CAP-ED          PIC ZZ9.
       01 WS-OCU-ED          PIC ZZZZ9.

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 2000-CARREGA-CADASTRO
               THRU 2000-CARREGA-CADASTRO-EXIT
               UNTIL WS-LISTA-EOF = 'S'
            CLOSE ARQLISTA
            PERFORM 2500-CARREGA-FORMADOS
               THRU 2500-CARREGA-FORMADOS-EXIT
            PERFORM 2900-CASA-TRANSFERENCIAS
               THRU 2900-CASA-TRANSFERENCIAS-EXIT
            PERFORM 3000-CRITICA-TURMAS
               THRU 3000-CRITICA-TURMAS-EXIT
            PERFORM 3200-CRITICA-ALUNOS
               THRU 3200-CRITICA-ALUNOS-EXIT
            PERFORM 4000-GERA-ARQUIVO-CENSO
               THRU 4000-GERA-ARQUIVO-CENSO-EXIT
            PERFORM 5000-FINALIZA-PROGRAMA.

      *----------------------------------------------------------*
      * 1000-INICIO-PROGRAMA: the school's ministry code and the  *
      * census reference date come from the console -- the run    *
      * is once a year, by the secretary's office.                *
      *----------------------------------------------------------*
       1000-INICIO-PROGRAMA.
            DISPLAY 'CENSO ESCOLAR - ARQUIVO DE ENVIO AO MINISTERIO'
            DISPLAY 'CODIGO DA ESCOLA NO MINISTERIO (8 DIGITOS): '
                    WITH NO ADVANCING
            ACCEPT WS-CODIGO-ESCOLA-X
            IF WS-CODIGO-ESCOLA-X IS NOT NUMERIC
               DISPLAY 'CODIGO DA ESCOLA INVALIDO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-CODIGO-ESCOLA-X TO WS-CODIGO-ESCOLA
            DISPLAY 'DATA DE REFERENCIA DO CENSO (AAAAMMDD): '
                    WITH NO ADVANCING
            ACCEPT WS-DATA-REF-X
            IF WS-DATA-REF-X IS NOT NUMERIC
               DISPLAY 'DATA DE REFERENCIA INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-DATA-REF-X TO WS-DATA-REF
            IF WS-REF-MES < 01 OR WS-REF-MES > 12
               OR WS-REF-DIA < 01
               DISPLAY 'DATA DE REFERENCIA INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1050-DIAS-NO-MES
               THRU 1050-DIAS-NO-MES-EXIT
            IF WS-REF-DIA > WS-DIAS-NO-MES
               DISPLAY 'DATA DE REFERENCIA INVALIDA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WS-DATA-INICIO = WS-DATA-REF - 10000
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            OPEN INPUT ARQLISTA
            IF WS-STATUS-ARQLISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQALUNO-LISTA.TXT - STATUS: '
                       WS-STATUS-ARQLISTA
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
               CLOSE ARQLISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQCTRB
            CLOSE ARQCTRB
            OPEN I-O ARQCTRB
            IF WS-STATUS-ARQCTRB NOT = '00'
               DISPLAY 'ERRO AO ABRIR CENSO-TRAB.TXT - STATUS: '
                       WS-STATUS-ARQCTRB
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQLISTA
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQCERR
            IF WS-STATUS-ARQCERR NOT = '00'
               DISPLAY 'ERRO AO ABRIR CENSO-ERROS.TXT - STATUS: '
                       WS-STATUS-ARQCERR
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQLISTA
               CLOSE ARQTURMA
               CLOSE ARQCTRB
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-CERR-LINHA-ED
            STRING 'CENSO ESCOLAR - CRITICA DE CONSISTENCIA - ESCOLA '
                                    DELIMITED BY SIZE
                   WS-CODIGO-ESCOLA DELIMITED BY SIZE
                   ' - REFERENCIA ' DELIMITED BY SIZE
                   WS-REF-DIA       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-REF-MES       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-REF-ANO       DELIMITED BY SIZE
                   INTO WS-CERR-LINHA-ED
            END-STRING
            MOVE WS-CERR-LINHA-ED TO FD-CERR-LINHA
            WRITE FD-CERR-LINHA
            MOVE 'CHAVE  TURMA MOTIVO' TO FD-CERR-LINHA
            MOVE 'CADASTRO' TO FD-CERR-LINHA (65:8)
            WRITE FD-CERR-LINHA
            MOVE ALL '-' TO FD-CERR-LINHA
            WRITE FD-CERR-LINHA
            MOVE 'N' TO WS-LISTA-EOF.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1050-DIAS-NO-MES: length of the reference month. February *
      * has 29 days in a year divisible by 4, except the          *
      * centuries not divisible by 400.                           *
      *----------------------------------------------------------*
       1050-DIAS-NO-MES.
            MOVE WS-DIAS-MES-ITEM (WS-REF-MES) TO WS-DIAS-NO-MES
            IF WS-REF-MES = 02
               DIVIDE WS-REF-ANO BY 4
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-REF-ANO BY 100
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-REF-ANO BY 400
                  GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0
                  AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                  MOVE 29 TO WS-DIAS-NO-MES
               END-IF
            END-IF.
       1050-DIAS-NO-MES-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-CARREGA-CADASTRO: one roster of the list. A roster   *
      * that cannot be read leaves the census incomplete, which   *
      * is an error like any other.                               *
      *----------------------------------------------------------*
       2000-CARREGA-CADASTRO.
            READ ARQLISTA AT END
                 MOVE 'S' TO WS-LISTA-EOF
                 GO TO 2000-CARREGA-CADASTRO-EXIT
            END-READ
            IF FD-LISTA-LINHA = SPACES
               GO TO 2000-CARREGA-CADASTRO-EXIT
            END-IF
            MOVE FD-LISTA-LINHA TO WS-NOME-ARQALUNO
            OPEN INPUT ARQALUNO
            IF WS-STATUS-ARQALUNO NOT = '00'
               ADD 1 TO WS-CAD-ILEGIVEIS
               MOVE SPACES           TO WS-ERR-CHAVE
               MOVE SPACES           TO WS-ERR-TURMA-ED
               MOVE SPACES           TO WS-ERR-MOTIVO
               STRING 'CADASTRO ILEGIVEL - CENSO INCOMPLETO - STATUS '
                                     DELIMITED BY SIZE
                      WS-STATUS-ARQALUNO DELIMITED BY SIZE
                      INTO WS-ERR-MOTIVO
               END-STRING
               MOVE WS-NOME-ARQALUNO TO WS-ERR-CADASTRO
               PERFORM 8100-GRAVA-ERRO
                  THRU 8100-GRAVA-ERRO-EXIT
               GO TO 2000-CARREGA-CADASTRO-EXIT
            END-IF
            ADD 1 TO WS-CADASTROS
            MOVE 'N' TO WS-ALUNO-EOF
            PERFORM 2100-CARREGA-ALUNO
               THRU 2100-CARREGA-ALUNO-EXIT
               UNTIL WS-ALUNO-FIM
            CLOSE ARQALUNO.
       2000-CARREGA-CADASTRO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-CARREGA-ALUNO: the situation on the reference date.  *
      * A student who left after it was still enrolled on it and  *
      * goes out ATIVO with no exit date; one who left before the *
      * twelve months up to it is not part of this census. A      *
      * RETIRADO or TRANSFERIDO without an exit date (recorded    *
      * before the date was kept) cannot be placed and goes in.   *
      *----------------------------------------------------------*
       2100-CARREGA-ALUNO.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-ALUNO-EOF
                  GO TO 2100-CARREGA-ALUNO-EXIT
            END-READ
            ADD 1 TO WS-LIDOS-CADASTRO
            MOVE FD-ARQ-ALUNO     TO WS-CND-ALUNO
            MOVE 'C'              TO WS-CND-ORIGEM
            MOVE WS-NOME-ARQALUNO TO WS-CND-CADASTRO
            MOVE 0                TO WS-CND-DT-TRANSF
            MOVE 0 TO WS-DT-SAIDA
            IF FD-DT-SAIDA IS NUMERIC
               MOVE FD-DT-SAIDA TO WS-DT-SAIDA
            END-IF
            EVALUATE TRUE
               WHEN FD-SIT-ATIVO
                    MOVE 'A'      TO WS-CND-SIT-CENSO
                    MOVE 99999999 TO WS-CND-DT-EVENTO
               WHEN (FD-SIT-RETIRADO OR FD-SIT-TRANSFERIDO)
                    AND WS-DT-SAIDA > WS-DATA-REF
                    MOVE 'A'      TO WS-CND-SIT-CENSO
                    MOVE 99999999 TO WS-CND-DT-EVENTO
                    MOVE ZEROS    TO WS-CND-DT-SAIDA
                    IF FD-SIT-TRANSFERIDO
                       MOVE WS-DT-SAIDA TO WS-CND-DT-TRANSF
                    END-IF
               WHEN (FD-SIT-RETIRADO OR FD-SIT-TRANSFERIDO)
                    AND WS-DT-SAIDA NOT = 0
                    AND WS-DT-SAIDA NOT > WS-DATA-INICIO
                    ADD 1 TO WS-FORA-PERIODO
                    GO TO 2100-CARREGA-ALUNO-EXIT
               WHEN OTHER
                    MOVE FD-SITUACAO TO WS-CND-SIT-CENSO
                    MOVE WS-DT-SAIDA TO WS-CND-DT-EVENTO
            END-EVALUATE
            PERFORM 2800-INCLUI-CANDIDATO
               THRU 2800-INCLUI-CANDIDATO-EXIT.
       2100-CARREGA-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-CARREGA-FORMADOS: the archive VIRADA_ANO appends to. *
      * Only graduations in the twelve months up to the reference *
      * date are the year's concluintes. Lines written before the *
      * roster record grew to 46 bytes (';' in column 30) carry   *
      * no situation or dates of their own.                       *
      *----------------------------------------------------------*
       2500-CARREGA-FORMADOS.
            MOVE 'N' TO WS-FORM-ACHADO
            OPEN INPUT ARQFORM
            IF WS-STATUS-ARQFORM NOT = '00'
               DISPLAY 'ALUNO-FORMADOS.TXT NAO ENCONTRADO - CENSO SEM '
                       'CONCLUINTES'
               GO TO 2500-CARREGA-FORMADOS-EXIT
            END-IF
            MOVE 'S' TO WS-FORM-ACHADO
            MOVE 'N' TO WS-FORM-EOF
            PERFORM 2550-CARREGA-FORMADO
               THRU 2550-CARREGA-FORMADO-EXIT
               UNTIL WS-FORM-FIM
            CLOSE ARQFORM.
       2500-CARREGA-FORMADOS-EXIT.
            EXIT.

       2550-CARREGA-FORMADO.
            READ ARQFORM AT END
                 MOVE 'S' TO WS-FORM-EOF
                 GO TO 2550-CARREGA-FORMADO-EXIT
            END-READ
            ADD 1 TO WS-LIDOS-FORMADOS
            MOVE SPACES TO WS-CND-REGISTRO
            IF FD-FORM-REGISTRO (30:1) = ';'
               MOVE FD-FORM-REGISTRO (1:29) TO WS-CND-ALUNO
               MOVE FD-FORM-REGISTRO (31:8) TO WS-CND-DT-SAIDA
            ELSE
               MOVE FD-FORM-ALUNO           TO WS-CND-ALUNO
               MOVE FD-FORM-DATA            TO WS-CND-DT-SAIDA
            END-IF
            IF WS-CND-DT-SAIDA IS NOT NUMERIC
               OR WS-CND-ALUNO (1:6) IS NOT NUMERIC
               GO TO 2550-CARREGA-FORMADO-EXIT
            END-IF
            MOVE WS-CND-DT-SAIDA TO WS-DT-FORMATURA
            IF WS-DT-FORMATURA NOT > WS-DATA-INICIO
               OR WS-DT-FORMATURA > WS-DATA-REF
               GO TO 2550-CARREGA-FORMADO-EXIT
            END-IF
            ADD 1 TO WS-FORMADOS-ANO
            IF WS-CND-DT-MATRICULA IS NOT NUMERIC
               MOVE ZEROS TO WS-CND-DT-MATRICULA
            END-IF
            MOVE 'F'                  TO WS-CND-ORIGEM
            MOVE 'F'                  TO WS-CND-SIT-CENSO
            MOVE WS-DT-FORMATURA      TO WS-CND-DT-EVENTO
            MOVE 'ALUNO-FORMADOS.TXT' TO WS-CND-CADASTRO
            MOVE 0                    TO WS-CND-DT-TRANSF
            PERFORM 2800-INCLUI-CANDIDATO
               THRU 2800-INCLUI-CANDIDATO-EXIT.
       2550-CARREGA-FORMADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-INCLUI-CANDIDATO: one record per matricula. A second *
      * record of the same student replaces the first only when   *
      * it is later -- enrolled beats left, a later exit or       *
      * graduation beats an earlier one. Enrolled on two rosters  *
      * at once is counted twice by the ministry and is an error  *
      * -- unless one of the two only entered after the reference *
      * date: a transfer made after it leaves the student ATIVO   *
      * at the old campus on the date (left later) and ATIVO at   *
      * the new one (entered later). The record enrolled on the   *
      * date stands; the other is dropped.                        *
      *----------------------------------------------------------*
       2800-INCLUI-CANDIDATO.
            MOVE WS-CND-MATRICULA TO FD-CTB-MATRICULA
            READ ARQCTRB
               INVALID KEY
                  WRITE FD-CTB-REGISTRO FROM WS-CND-REGISTRO
                  GO TO 2800-INCLUI-CANDIDATO-EXIT
            END-READ
            ADD 1 TO WS-DUPLICADOS
            IF FD-CTB-SIT-CENSO = 'A' AND WS-CND-SIT-CENSO = 'A'
               PERFORM 2850-VERIFICA-ENTRADA
                  THRU 2850-VERIFICA-ENTRADA-EXIT
               IF WS-CND-ENTROU-DEPOIS AND NOT WS-CTB-ENTROU-DEPOIS
                  ADD 1 TO WS-ENTRADA-POSTERIOR
                  GO TO 2800-INCLUI-CANDIDATO-EXIT
               END-IF
               IF WS-CTB-ENTROU-DEPOIS AND NOT WS-CND-ENTROU-DEPOIS
                  ADD 1 TO WS-ENTRADA-POSTERIOR
                  REWRITE FD-CTB-REGISTRO FROM WS-CND-REGISTRO
                  GO TO 2800-INCLUI-CANDIDATO-EXIT
               END-IF
            END-IF
            IF FD-CTB-SIT-CENSO = 'A' AND WS-CND-SIT-CENSO = 'A'
               ADD 1 TO WS-ERR-DUPLICADO
               MOVE WS-CND-ALUNO (1:6) TO WS-ERR-CHAVE
               MOVE WS-CND-TURMA       TO WS-ERR-TURMA-ED
               MOVE SPACES             TO WS-ERR-MOTIVO
               STRING 'ATIVO EM DOIS CADASTROS - TAMBEM EM '
                                       DELIMITED BY SIZE
                      FD-CTB-CADASTRO  DELIMITED BY SPACE
                      INTO WS-ERR-MOTIVO
               END-STRING
               MOVE WS-CND-CADASTRO    TO WS-ERR-CADASTRO
               PERFORM 8100-GRAVA-ERRO
                  THRU 8100-GRAVA-ERRO-EXIT
               GO TO 2800-INCLUI-CANDIDATO-EXIT
            END-IF
            IF WS-CND-DT-EVENTO > FD-CTB-DT-EVENTO
               REWRITE FD-CTB-REGISTRO FROM WS-CND-REGISTRO
            END-IF.
       2800-INCLUI-CANDIDATO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2850-VERIFICA-ENTRADA: which of the two roster records    *
      * was entered after the reference date.                     *
      *----------------------------------------------------------*
       2850-VERIFICA-ENTRADA.
            MOVE 'N' TO WS-CND-POSTERIOR
            MOVE 'N' TO WS-CTB-POSTERIOR
            IF WS-CND-ORIGEM = 'C'
               AND WS-CND-DT-MATRICULA IS NUMERIC
               AND WS-CND-DT-MATRICULA > WS-DATA-REF-X
               MOVE 'S' TO WS-CND-POSTERIOR
            END-IF
            IF FD-CTB-DO-CADASTRO
               AND FD-CTB-DT-MATRICULA IS NUMERIC
               AND FD-CTB-DT-MATRICULA > WS-DATA-REF-X
               MOVE 'S' TO WS-CTB-POSTERIOR
            END-IF.
       2850-VERIFICA-ENTRADA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-CASA-TRANSFERENCIAS: a transfer after the reference  *
      * date that gave the student a new matricula leaves two     *
      * matriculas ATIVO on the date. From each record that       *
      * transferred out after the date, the record the transfer   *
      * created -- same name and birthdate, ATIVO on a roster,    *
      * entered on the transfer date under another matricula --   *
      * is looked up through the name key and dropped: the        *
      * student is counted once, at the old campus.               *
      *----------------------------------------------------------*
       2900-CASA-TRANSFERENCIAS.
            PERFORM 3900-POSICIONA-TRAB
               THRU 3900-POSICIONA-TRAB-EXIT
            PERFORM 2910-LE-ORIGEM
               THRU 2910-LE-ORIGEM-EXIT
               UNTIL WS-CTRB-FIM.
       2900-CASA-TRANSFERENCIAS-EXIT.
            EXIT.

       2910-LE-ORIGEM.
            READ ARQCTRB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CTRB-EOF
                  GO TO 2910-LE-ORIGEM-EXIT
            END-READ
            IF FD-CTB-DT-TRANSF = 0
               GO TO 2910-LE-ORIGEM-EXIT
            END-IF
            MOVE FD-CTB-MATRICULA  TO WS-ORI-MATRICULA
            MOVE FD-CTB-NOME       TO WS-ORI-NOME
            MOVE FD-CTB-NASCIMENTO TO WS-ORI-NASCIMENTO
            MOVE FD-CTB-DT-TRANSF  TO WS-ORI-DT-TRANSF
            MOVE 'N' TO WS-FIM-NOME
            START ARQCTRB KEY IS EQUAL TO FD-CTB-NOME
               INVALID KEY
                  MOVE 'S' TO WS-FIM-NOME
            END-START
            PERFORM 2920-PROCURA-DESTINO
               THRU 2920-PROCURA-DESTINO-EXIT
               UNTIL WS-NOME-FIM
            MOVE WS-ORI-MATRICULA TO FD-CTB-MATRICULA
            START ARQCTRB KEY IS GREATER THAN FD-CTB-MATRICULA
               INVALID KEY
                  MOVE 'S' TO WS-CTRB-EOF
            END-START.
       2910-LE-ORIGEM-EXIT.
            EXIT.

       2920-PROCURA-DESTINO.
            READ ARQCTRB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-NOME
                  GO TO 2920-PROCURA-DESTINO-EXIT
            END-READ
            IF FD-CTB-NOME NOT = WS-ORI-NOME
               MOVE 'S' TO WS-FIM-NOME
               GO TO 2920-PROCURA-DESTINO-EXIT
            END-IF
            IF FD-CTB-DO-CADASTRO
               AND FD-CTB-SIT-CENSO = 'A'
               AND FD-CTB-MATRICULA NOT = WS-ORI-MATRICULA
               AND FD-CTB-NASCIMENTO = WS-ORI-NASCIMENTO
               AND FD-CTB-DT-MATRICULA = WS-ORI-DT-TRANSF-X
               DELETE ARQCTRB RECORD
               ADD 1 TO WS-ENTRADA-POSTERIOR
               MOVE 'S' TO WS-FIM-NOME
            END-IF.
       2920-PROCURA-DESTINO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-CRITICA-TURMAS: every class on the reference master  *
      * against its capacity, counting the students enrolled on   *
      * the reference date. Capacity zero is not enforced, as     *
      * everywhere else.                                          *
      *----------------------------------------------------------*
       3000-CRITICA-TURMAS.
            MOVE 'N'    TO WS-TURMA-EOF
            MOVE LOW-VALUES TO FD-TUR-CODIGO
            START ARQTURMA KEY IS NOT LESS THAN FD-TUR-CODIGO
               INVALID KEY
                  MOVE 'S' TO WS-TURMA-EOF
            END-START
            PERFORM 3050-CRITICA-TURMA
               THRU 3050-CRITICA-TURMA-EXIT
               UNTIL WS-TURMA-FIM.
       3000-CRITICA-TURMAS-EXIT.
            EXIT.

       3050-CRITICA-TURMA.
            READ ARQTURMA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-TURMA-EOF
                  GO TO 3050-CRITICA-TURMA-EXIT
            END-READ
            ADD 1 TO WS-QTD-TURMAS
            MOVE FD-TUR-CODIGO TO WS-TURMA-ALVO
            PERFORM 3100-CONTA-OCUPACAO
               THRU 3100-CONTA-OCUPACAO-EXIT
            IF FD-TUR-CAPACIDADE > 0
               AND WS-OCUPACAO > FD-TUR-CAPACIDADE
               ADD 1 TO WS-ERR-CAPACIDADE
               MOVE FD-TUR-CAPACIDADE TO WS-CAP-ED
               MOVE WS-OCUPACAO       TO WS-OCU-ED
               MOVE SPACES            TO WS-ERR-CHAVE
               MOVE WS-TURMA-ALVO     TO WS-ERR-TURMA-ED
               MOVE SPACES            TO WS-ERR-MOTIVO
               STRING 'TURMA ACIMA DA CAPACIDADE - ALUNOS '
                                      DELIMITED BY SIZE
                      WS-OCU-ED       DELIMITED BY SIZE
                      ' CAPAC '       DELIMITED BY SIZE
                      WS-CAP-ED       DELIMITED BY SIZE
                      INTO WS-ERR-MOTIVO
               END-STRING
               MOVE WS-NOME-ARQTURMA  TO WS-ERR-CADASTRO
               PERFORM 8100-GRAVA-ERRO
                  THRU 8100-GRAVA-ERRO-EXIT
            END-IF.
       3050-CRITICA-TURMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-CONTA-OCUPACAO: the census population of one class   *
      * through the work file's TURMA key -- only roster students *
      * enrolled on the reference date hold a seat.               *
      *----------------------------------------------------------*
       3100-CONTA-OCUPACAO.
            MOVE 0             TO WS-OCUPACAO
            MOVE 'N'           TO WS-FIM-OCUPACAO
            MOVE WS-TURMA-ALVO TO FD-CTB-TURMA
            START ARQCTRB KEY IS NOT LESS THAN FD-CTB-TURMA
               INVALID KEY
                  MOVE 'S' TO WS-FIM-OCUPACAO
            END-START
            PERFORM 3150-CONTA-UM-ALUNO
               THRU 3150-CONTA-UM-ALUNO-EXIT
               UNTIL WS-OCUPACAO-FIM.
       3100-CONTA-OCUPACAO-EXIT.
            EXIT.

       3150-CONTA-UM-ALUNO.
            READ ARQCTRB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-OCUPACAO
                  GO TO 3150-CONTA-UM-ALUNO-EXIT
            END-READ
            IF FD-CTB-TURMA NOT = WS-TURMA-ALVO
               MOVE 'S' TO WS-FIM-OCUPACAO
               GO TO 3150-CONTA-UM-ALUNO-EXIT
            END-IF
            IF FD-CTB-DO-CADASTRO AND FD-CTB-SIT-CENSO = 'A'
               ADD 1 TO WS-OCUPACAO
            END-IF.
       3150-CONTA-UM-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-CRITICA-ALUNOS: the ministry's rules over every      *
      * student the file would carry, in matricula order.         *
      *----------------------------------------------------------*
       3200-CRITICA-ALUNOS.
            PERFORM 3900-POSICIONA-TRAB
               THRU 3900-POSICIONA-TRAB-EXIT
            PERFORM 3250-CRITICA-ALUNO
               THRU 3250-CRITICA-ALUNO-EXIT
               UNTIL WS-CTRB-FIM.
       3200-CRITICA-ALUNOS-EXIT.
            EXIT.

       3250-CRITICA-ALUNO.
            READ ARQCTRB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CTRB-EOF
                  GO TO 3250-CRITICA-ALUNO-EXIT
            END-READ
            ADD 1                TO WS-QTD-ALUNOS
            ADD FD-CTB-MATRICULA TO WS-SOMA-MAT
            MOVE FD-CTB-ALUNO (1:6) TO WS-ERR-CHAVE
            MOVE FD-CTB-TURMA       TO WS-ERR-TURMA-ED
            MOVE FD-CTB-CADASTRO    TO WS-ERR-CADASTRO
            EVALUATE FD-CTB-SIT-CENSO
               WHEN 'A'
                    ADD 1 TO WS-QTD-CURSANDO
               WHEN 'R'
                    ADD 1 TO WS-QTD-RETIRADO
               WHEN 'T'
                    ADD 1 TO WS-QTD-TRANSFER
               WHEN 'F'
                    ADD 1 TO WS-QTD-CONCLUINTE
               WHEN OTHER
                    ADD 1 TO WS-ERR-SITUACAO
                    MOVE 'SITUACAO DO ALUNO INVALIDA' TO WS-ERR-MOTIVO
                    PERFORM 8100-GRAVA-ERRO
                       THRU 8100-GRAVA-ERRO-EXIT
            END-EVALUATE
            IF FD-CTB-NASCIMENTO IS NOT NUMERIC
               OR FD-CTB-NASCIMENTO = ZEROS
               ADD 1 TO WS-ERR-NASCIMENTO
               MOVE 'DATA DE NASCIMENTO NAO INFORMADA' TO WS-ERR-MOTIVO
               PERFORM 8100-GRAVA-ERRO
                  THRU 8100-GRAVA-ERRO-EXIT
            END-IF
            IF FD-CTB-DO-CADASTRO
               AND FD-CTB-DT-MATRICULA IS NUMERIC
               AND FD-CTB-DT-MATRICULA > WS-DATA-REF-X
               ADD 1 TO WS-ERR-DT-MATRIC
               MOVE 'DATA DE MATRICULA POSTERIOR A DATA DE REFERENCIA'
                  TO WS-ERR-MOTIVO
               PERFORM 8100-GRAVA-ERRO
                  THRU 8100-GRAVA-ERRO-EXIT
            END-IF
            MOVE FD-CTB-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  ADD 1 TO WS-ERR-TURMA
                  MOVE 'TURMA NAO EXISTE MAIS NO CADASTRO DE TURMAS'
                     TO WS-ERR-MOTIVO
                  PERFORM 8100-GRAVA-ERRO
                     THRU 8100-GRAVA-ERRO-EXIT
            END-READ.
       3250-CRITICA-ALUNO-EXIT.
            EXIT.

       3900-POSICIONA-TRAB.
            MOVE 'N'   TO WS-CTRB-EOF
            MOVE ZEROS TO FD-CTB-MATRICULA
            START ARQCTRB KEY IS NOT LESS THAN FD-CTB-MATRICULA
               INVALID KEY
                  MOVE 'S' TO WS-CTRB-EOF
            END-START.
       3900-POSICIONA-TRAB-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-GERA-ARQUIVO-CENSO: written only when nothing failed *
      * -- otherwise the file is emptied, so a rejected run never *
      * leaves last year's file looking like this year's.         *
      *----------------------------------------------------------*
       4000-GERA-ARQUIVO-CENSO.
            OPEN OUTPUT ARQCENSO
            IF WS-STATUS-ARQCENSO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CENSO-ESCOLAR.TXT - STATUS: '
                       WS-STATUS-ARQCENSO
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQTURMA
               CLOSE ARQCTRB
               CLOSE ARQCERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-QTD-ERROS > 0
               CLOSE ARQCENSO
               GO TO 4000-GERA-ARQUIVO-CENSO-EXIT
            END-IF
            MOVE SPACES           TO FD-CNS-REGISTRO
            MOVE '00'             TO FD-CNS-TIPO
            MOVE WS-CODIGO-ESCOLA TO FD-CNS-ESCOLA
            MOVE WS-DATA-REF      TO FD-CNS-DT-REFERENCIA
            MOVE WS-DATA-RUN      TO FD-CNS-DT-GERACAO
            WRITE FD-CNS-REGISTRO
            ADD 1 TO WS-QTD-REGISTROS
            MOVE 'N'    TO WS-TURMA-EOF
            MOVE LOW-VALUES TO FD-TUR-CODIGO
            START ARQTURMA KEY IS NOT LESS THAN FD-TUR-CODIGO
               INVALID KEY
                  MOVE 'S' TO WS-TURMA-EOF
            END-START
            PERFORM 4100-GRAVA-TURMA
               THRU 4100-GRAVA-TURMA-EXIT
               UNTIL WS-TURMA-FIM
            PERFORM 3900-POSICIONA-TRAB
               THRU 3900-POSICIONA-TRAB-EXIT
            PERFORM 4200-GRAVA-ALUNO
               THRU 4200-GRAVA-ALUNO-EXIT
               UNTIL WS-CTRB-FIM
            ADD 1 TO WS-QTD-REGISTROS
            MOVE SPACES           TO FD-CNS-REGISTRO
            MOVE '99'             TO FD-CNS-TIPO
            MOVE WS-CODIGO-ESCOLA TO FD-CNS-ESCOLA
            MOVE WS-QTD-TURMAS    TO FD-CNS-QTD-TURMAS
            MOVE WS-QTD-ALUNOS    TO FD-CNS-QTD-ALUNOS
            MOVE WS-QTD-REGISTROS TO FD-CNS-QTD-REGISTROS
            MOVE WS-SOMA-MAT      TO FD-CNS-SOMA-MAT
            WRITE FD-CNS-REGISTRO
            CLOSE ARQCENSO.
       4000-GERA-ARQUIVO-CENSO-EXIT.
            EXIT.

       4100-GRAVA-TURMA.
            READ ARQTURMA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-TURMA-EOF
                  GO TO 4100-GRAVA-TURMA-EXIT
            END-READ
            MOVE FD-TUR-CODIGO TO WS-TURMA-ALVO
            PERFORM 3100-CONTA-OCUPACAO
               THRU 3100-CONTA-OCUPACAO-EXIT
            MOVE SPACES            TO FD-CNS-REGISTRO
            MOVE '20'              TO FD-CNS-TIPO
            MOVE WS-CODIGO-ESCOLA  TO FD-CNS-ESCOLA
            MOVE FD-TUR-CODIGO     TO FD-CNS-TUR-CODIGO
            MOVE FD-TUR-DESCRICAO  TO FD-CNS-TUR-DESCRICAO
            MOVE FD-TUR-SERIE      TO FD-CNS-TUR-SERIE
            MOVE FD-TUR-CAPACIDADE TO FD-CNS-TUR-CAPACIDADE
            MOVE WS-OCUPACAO       TO FD-CNS-TUR-MATRICULAS
            WRITE FD-CNS-REGISTRO
            ADD 1 TO WS-QTD-REGISTROS.
       4100-GRAVA-TURMA-EXIT.
            EXIT.

       4200-GRAVA-ALUNO.
            READ ARQCTRB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CTRB-EOF
                  GO TO 4200-GRAVA-ALUNO-EXIT
            END-READ
            MOVE SPACES              TO FD-CNS-REGISTRO
            MOVE '60'                TO FD-CNS-TIPO
            MOVE WS-CODIGO-ESCOLA    TO FD-CNS-ESCOLA
            MOVE FD-CTB-MATRICULA    TO FD-CNS-ALU-MATRICULA
            MOVE FD-CTB-NOME         TO FD-CNS-ALU-NOME
            MOVE FD-CTB-TURMA        TO FD-CNS-ALU-TURMA
            MOVE FD-CTB-NASCIMENTO   TO FD-CNS-ALU-NASCIMENTO
            MOVE FD-CTB-SIT-CENSO    TO FD-CNS-ALU-SITUACAO
            MOVE ZEROS               TO FD-CNS-ALU-DT-MATRIC
            IF FD-CTB-DT-MATRICULA IS NUMERIC
               MOVE FD-CTB-DT-MATRICULA TO FD-CNS-ALU-DT-MATRIC
            END-IF
            MOVE ZEROS               TO FD-CNS-ALU-DT-SAIDA
            IF FD-CTB-DT-SAIDA IS NUMERIC
               MOVE FD-CTB-DT-SAIDA  TO FD-CNS-ALU-DT-SAIDA
            END-IF
            WRITE FD-CNS-REGISTRO
            ADD 1 TO WS-QTD-REGISTROS.
       4200-GRAVA-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5000-FINALIZA-PROGRAMA: the control-totals page, the      *
      * figures the ministry's receipt is checked against.        *
      *----------------------------------------------------------*
       5000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-CERR-LINHA
            WRITE FD-CERR-LINHA
            MOVE WS-QTD-ERROS TO WS-CONT-ED
            MOVE SPACES TO WS-CERR-LINHA-ED
            STRING 'ERROS DE CONSISTENCIA: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-CERR-LINHA-ED
            END-STRING
            MOVE WS-CERR-LINHA-ED TO FD-CERR-LINHA
            WRITE FD-CERR-LINHA
            CLOSE ARQCERR
            CLOSE ARQTURMA
            CLOSE ARQCTRB
            OPEN OUTPUT ARQCTOT
            IF WS-STATUS-ARQCTOT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CENSO-TOTAIS.TXT - STATUS: '
                       WS-STATUS-ARQCTOT
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'CENSO ESCOLAR - TOTAIS DE CONTROLE' TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE SPACES TO WS-CTOT-LINHA-ED
            STRING 'ESCOLA: '       DELIMITED BY SIZE
                   WS-CODIGO-ESCOLA DELIMITED BY SIZE
                   '  REFERENCIA: ' DELIMITED BY SIZE
                   WS-REF-DIA       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-REF-MES       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-REF-ANO       DELIMITED BY SIZE
                   '  GERADO EM: '  DELIMITED BY SIZE
                   WS-DIA-RUN       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-MES-RUN       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WS-ANO-RUN       DELIMITED BY SIZE
                   INTO WS-CTOT-LINHA-ED
            END-STRING
            MOVE WS-CTOT-LINHA-ED TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE ALL '-' TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE 'CADASTROS LIDOS.....................:'
               TO WS-CTOT-ROTULO
            MOVE WS-CADASTROS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'CADASTROS ILEGIVEIS.................:'
               TO WS-CTOT-ROTULO
            MOVE WS-CAD-ILEGIVEIS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'REGISTROS LIDOS DOS CADASTROS.......:'
               TO WS-CTOT-ROTULO
            MOVE WS-LIDOS-CADASTRO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'SAIDAS ANTERIORES AO PERIODO........:'
               TO WS-CTOT-ROTULO
            MOVE WS-FORA-PERIODO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            IF WS-TEM-FORMADOS
               MOVE 'REGISTROS LIDOS DE FORMADOS.........:'
                  TO WS-CTOT-ROTULO
               MOVE WS-LIDOS-FORMADOS TO WS-CONT-ED
               PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            ELSE
               MOVE 'ALUNO-FORMADOS.TXT NAO ENCONTRADO' TO FD-CTOT-LINHA
               WRITE FD-CTOT-LINHA
            END-IF
            MOVE 'FORMADOS NO PERIODO.................:'
               TO WS-CTOT-ROTULO
            MOVE WS-FORMADOS-ANO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'MATRICULAS EM MAIS DE UM REGISTRO...:'
               TO WS-CTOT-ROTULO
            MOVE WS-DUPLICADOS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'ENTRADAS APOS A REFERENCIA..........:'
               TO WS-CTOT-ROTULO
            MOVE WS-ENTRADA-POSTERIOR TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE ALL '-' TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE 'TURMAS (REGISTRO 20)................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-TURMAS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'ALUNOS (REGISTRO 60)................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-ALUNOS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE '  CURSANDO (A)......................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-CURSANDO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE '  RETIRADOS (R).....................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-RETIRADO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE '  TRANSFERIDOS (T)..................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-TRANSFER TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE '  CONCLUINTES (F)...................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-CONCLUINTE TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE WS-SOMA-MAT TO WS-SOMA-ED
            MOVE SPACES TO WS-CTOT-LINHA-ED
            MOVE 'SOMA DAS MATRICULAS.................:'
               TO WS-CTOT-ROTULO
            STRING WS-CTOT-ROTULO DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-SOMA-ED     DELIMITED BY SIZE
                   INTO WS-CTOT-LINHA-ED
            END-STRING
            MOVE WS-CTOT-LINHA-ED TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE ALL '-' TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            MOVE 'DATA DE NASCIMENTO NAO INFORMADA....:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-NASCIMENTO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'MATRICULA APOS A DATA DE REFERENCIA.:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-DT-MATRIC TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'ALUNO EM TURMA INEXISTENTE..........:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-TURMA TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'TURMA ACIMA DA CAPACIDADE...........:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-CAPACIDADE TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'SITUACAO INVALIDA...................:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-SITUACAO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'ATIVO EM DOIS CADASTROS.............:'
               TO WS-CTOT-ROTULO
            MOVE WS-ERR-DUPLICADO TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE 'TOTAL DE ERROS......................:'
               TO WS-CTOT-ROTULO
            MOVE WS-QTD-ERROS TO WS-CONT-ED
            PERFORM 8200-GRAVA-TOTAL THRU 8200-GRAVA-TOTAL-EXIT
            MOVE ALL '-' TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA
            IF WS-QTD-ERROS > 0
               MOVE 'ARQUIVO NAO GERADO - CORRIJA OS ERROS DE CENSO-ERRO
      -            'S.TXT' TO FD-CTOT-LINHA
               MOVE 08 TO RETURN-CODE
            ELSE
               MOVE WS-QTD-REGISTROS TO WS-CONT-ED
               MOVE SPACES TO WS-CTOT-LINHA-ED
               STRING 'CENSO-ESCOLAR.TXT GERADO - REGISTROS: '
                                     DELIMITED BY SIZE
                      WS-CONT-ED     DELIMITED BY SIZE
                      INTO WS-CTOT-LINHA-ED
               END-STRING
               MOVE WS-CTOT-LINHA-ED TO FD-CTOT-LINHA
               MOVE 0 TO RETURN-CODE
            END-IF
            WRITE FD-CTOT-LINHA
            DISPLAY FD-CTOT-LINHA
            CLOSE ARQCTOT
            DISPLAY 'FIM DO CENSO ESCOLAR'
            STOP RUN.

      *----------------------------------------------------------*
      * 8100-GRAVA-ERRO: one line of the error listing -- the     *
      * matricula (or blank for a class or file), the TURMA, the  *
      * rule broken and where the record came from.               *
      *----------------------------------------------------------*
       8100-GRAVA-ERRO.
            ADD 1 TO WS-QTD-ERROS
            MOVE SPACES TO WS-CERR-LINHA-ED
            STRING WS-ERR-CHAVE    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-ERR-TURMA-ED DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-ERR-MOTIVO   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-ERR-CADASTRO DELIMITED BY SIZE
                   INTO WS-CERR-LINHA-ED
            END-STRING
            MOVE WS-CERR-LINHA-ED TO FD-CERR-LINHA
            WRITE FD-CERR-LINHA.
       8100-GRAVA-ERRO-EXIT.
            EXIT.

       8200-GRAVA-TOTAL.
            MOVE SPACES TO WS-CTOT-LINHA-ED
            STRING WS-CTOT-ROTULO DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-CONT-ED     DELIMITED BY SIZE
                   INTO WS-CTOT-LINHA-ED
            END-STRING
            MOVE WS-CTOT-LINHA-ED TO FD-CTOT-LINHA
            WRITE FD-CTOT-LINHA.
       8200-GRAVA-TOTAL-EXIT.
            EXIT.

       END PROGRAM CENSO_ESCOLAR.
