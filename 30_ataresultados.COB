      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: year-end final results ledger (ata de resultados)
      *          -- decides, before VIRADA_ANO runs, who moves up.
      *          For one school year (AAAA) every ATIVO student is
      *          held against the curriculum of their TURMA
      *          (ARQCURRIC.TXT) and every periodo of that year on
      *          ARQNOTAS.TXT (FD-NOTA-PERIODO starting with AAAA)
      *          is averaged per subject. Average at or above
      *          MEDIA-APROVACAO is APROVADO; at or above
      *          MEDIA-RECUPERACAO it is RECUPERACAO, resolved by
      *          the recovery exam when one is on file (periodo
      *          AAAARC, never part of the average): a recovery
      *          mark at or above MEDIA-APROVACAO passes, anything
      *          less retains; below MEDIA-RECUPERACAO is RETIDO.
      *          A subject with fewer grades than PERIODOS-ANO is
      *          INCOMPLETO, and one incomplete student -- or a
      *          class with no curriculum -- blocks the whole
      *          class instead of letting it default to
      *          promotion. The student's result is the worst of
      *          their subjects. Prints the official per-TURMA
      *          ledger to ATA-RESULTADOS.TXT (one page per class,
      *          students by name) and writes one decision per
      *          student to the indexed RESULTADO-FINAL.TXT that
      *          VIRADA_ANO honours; a rerun -- after the recovery
      *          marks are loaded -- replaces the earlier
      *          decisions. Ends with return code 04 when any class
      *          is blocked, 00 otherwise. The roster file name
      *          comes from PARAMETROS-EXECUCAO.TXT when present,
      *          with the console as fallback.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATA_RESULTADOS.
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

       SELECT ARQNOTAS ASSIGN TO DYNAMIC WS-NOME-ARQNOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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

       SELECT ARQRESULT ASSIGN TO DYNAMIC WS-NOME-ARQRESULT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-RES-MATRICULA
              FILE STATUS IS WS-STATUS-ARQRESULT.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQATA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQATA.

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

       FD ARQRESULT
          LABEL RECORD STANDARD.
           COPY "RESULREC.CPY".

       SD ARQORD.
       01 SD-REGISTRO.
           03 SD-TURMA     PIC X(05).
           03 SD-NOME      PIC X(08).
           03 SD-MATRICULA PIC 9(06).

       FD ARQATA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ATA-RESULTADOS.TXT'.
       01 FD-ATA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO  PIC X(02).
       01 WS-STATUS-ARQNOTAS  PIC X(02).
       01 WS-STATUS-ARQTURMA  PIC X(02).
       01 WS-STATUS-ARQCURRIC PIC X(02).
       01 WS-STATUS-ARQRESULT PIC X(02).
       01 WS-STATUS-ARQATA    PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQNOTAS    PIC X(40) VALUE 'ARQNOTAS.TXT'.
       01 WS-NOME-ARQTURMA    PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQCURRIC   PIC X(40) VALUE 'ARQCURRIC.TXT'.
       01 WS-NOME-ARQRESULT   PIC X(40) VALUE 'RESULTADO-FINAL.TXT'.
       01 WS-ALUNO-EOF        PIC X(01).
           88 WS-ALUNO-FIM        VALUE 'S'.
       01 WS-ORD-EOF          PIC X(01).
           88 WS-ORD-FIM          VALUE 'S'.
       01 WS-NOTA-EOF         PIC X(01).
           88 WS-NOTA-FIM         VALUE 'S'.
       01 WS-CURRIC-EOF       PIC X(01).
           88 WS-CURRIC-FIM       VALUE 'S'.
       01 WS-PRIMEIRO         PIC X(01).
           88 WS-E-PRIMEIRO       VALUE 'S'.
       01 WS-MATERIA-ACHADA   PIC X(01).
           88 WS-MATERIA-EXISTE   VALUE 'S'.
       01 WS-TURMA-BLOQ       PIC X(01).
           88 WS-TURMA-BLOQUEADA  VALUE 'S'.

       01 WS-ANO-X            PIC X(04).
       01 WS-ANO-LETIVO       PIC 9(04).
       01 WS-MEDIA-APROV      PIC 9(02)V9(01).
       01 WS-MEDIA-RECUP      PIC 9(02)V9(01).
       01 WS-PERIODOS-ANO     PIC 9(03).

      *----------------------------------------------------------*
      * curriculum of the class on the page, with one set of      *
      * accumulators per subject for the student being worked --  *
      * zeroed for every student, rebuilt only when TURMA breaks. *
      *----------------------------------------------------------*
       01 WS-TAB-CURRICULO.
           03 WS-QTD-MATERIAS   PIC 9(03) COMP VALUE 0.
           03 WS-CUR-ITEM OCCURS 40 TIMES INDEXED BY WS-CUR-IDX.
               05 WS-CUR-MATERIA   PIC X(10).
               05 WS-CUR-QTD       PIC 9(02).
               05 WS-CUR-SOMA      PIC 9(03)V9(01).
               05 WS-CUR-MEDIA     PIC 9(02)V9(02).
               05 WS-CUR-REC       PIC 9(02)V9(01).
               05 WS-CUR-TEM-REC   PIC X(01).
               05 WS-CUR-GRAVIDADE PIC 9(01).
       01 WS-GRUPO-TIPO       PIC X(01).
       01 WS-GRUPO-CODIGO     PIC X(05).
       01 WS-MATERIA-PROCURA  PIC X(10).
       01 WS-IDX-ACHADO       PIC 9(03) COMP.

      *----------------------------------------------------------*
      * gravidade: 1 APROVADO, 2 RECUPERACAO, 3 RETIDO,           *
      * 4 INCOMPLETO -- the student's result is the highest one   *
      * among their subjects.                                     *
      *----------------------------------------------------------*
       01 WS-GRAV-ALUNO       PIC 9(01).
       01 WS-GRAV-TRABALHO    PIC 9(01).
       01 WS-RESULTADO-ED     PIC X(12).

       01 WS-TAB-DECISOES.
           03 WS-QTD-DECISOES  PIC 9(04) COMP VALUE 0.
           03 WS-DEC-ITEM OCCURS 999 TIMES INDEXED BY WS-DEC-IDX.
               05 WS-DEC-MATRICULA PIC 9(06).
               05 WS-DEC-DECISAO   PIC X(01).

       01 WS-TURMA-ANT        PIC X(05).
       01 WS-PAGINA           PIC 9(04).
       01 WS-TUR-APROV        PIC 9(05).
       01 WS-TUR-RECUP        PIC 9(05).
       01 WS-TUR-RETIDO       PIC 9(05).
       01 WS-TUR-INCOMPL      PIC 9(05).
       01 WS-TOT-APROV        PIC 9(07).
       01 WS-TOT-RECUP        PIC 9(07).
       01 WS-TOT-RETIDO       PIC 9(07).
       01 WS-TOT-INCOMPL      PIC 9(07).
       01 WS-TURMAS-LIBERADAS PIC 9(05).
       01 WS-TURMAS-BLOQUEADAS PIC 9(05).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATA-RUN         PIC 9(08).

       01 WS-PAGINA-ED        PIC ZZZ9.
       01 WS-QTD-ED           PIC Z9.
       01 WS-MEDIA-ED         PIC Z9.99.
       01 WS-REC-ED           PIC Z9.9.
       01 WS-REC-X            PIC X(04).
       01 WS-PARM-ED          PIC Z9.9.
       01 WS-PARM-ED-2        PIC Z9.9.
       01 WS-TUR-CONT-ED      PIC ZZZZ9.
       01 WS-CONT-ED          PIC ZZZZZZ9.
       01 WS-ATA-LINHA-ED     PIC X(80) VALUE SPACES.

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
               OUTPUT PROCEDURE IS 3000-IMPRIME-ATA
                                THRU 3000-IMPRIME-ATA-EXIT
            PERFORM 9000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'ATA DE RESULTADOS FINAIS - INICIO'
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-ARQUIVO-ALUNO NOT = SPACES
               MOVE PRM-ARQUIVO-ALUNO TO WS-NOME-ARQALUNO
               DISPLAY 'ARQUIVO DE ALUNOS (PARAMETRO): '
                       WS-NOME-ARQALUNO
            ELSE
               DISPLAY 'ARQUIVO DE ALUNOS: ' WITH NO ADVANCING
               ACCEPT WS-NOME-ARQALUNO
            END-IF
            DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
            ACCEPT WS-ANO-X
            IF WS-ANO-X IS NOT NUMERIC
               DISPLAY 'ANO LETIVO INVALIDO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-ANO-X TO WS-ANO-LETIVO
      *----------------------------------------------------------*
      * the marks carry one implied decimal on the parameter file *
      * exactly as on FD-NOTA-VALOR: 060 is 6.0. A recovery floor *
      * above the passing mark would send nobody to recovery, and *
      * zero periods would pass every empty subject -- both fall  *
      * back to the historical values.                            *
      *----------------------------------------------------------*
            COMPUTE WS-MEDIA-APROV = PRM-MEDIA-APROVACAO / 10
            COMPUTE WS-MEDIA-RECUP = PRM-MEDIA-RECUPERACAO / 10
            MOVE PRM-PERIODOS-ANO TO WS-PERIODOS-ANO
            IF WS-MEDIA-APROV = 0 OR WS-MEDIA-APROV > 10
               MOVE 6.0 TO WS-MEDIA-APROV
            END-IF
            IF WS-MEDIA-RECUP > WS-MEDIA-APROV
               MOVE WS-MEDIA-APROV TO WS-MEDIA-RECUP
            END-IF
            IF WS-PERIODOS-ANO = 0
               MOVE 4 TO WS-PERIODOS-ANO
            END-IF
            DISPLAY 'PARAMETROS - MEDIA APROVACAO: ' WS-MEDIA-APROV
                    '  RECUPERACAO: ' WS-MEDIA-RECUP
                    '  PERIODOS: ' WS-PERIODOS-ANO
            PERFORM 1100-ABRE-ARQUIVOS
               THRU 1100-ABRE-ARQUIVOS-EXIT
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE WS-DATAHORA-RUN (1:8) TO WS-DATA-RUN
            MOVE 'N' TO WS-ALUNO-EOF
            MOVE 'N' TO WS-ORD-EOF
            MOVE 'S' TO WS-PRIMEIRO
            MOVE 0   TO WS-PAGINA
            MOVE 0   TO WS-TOT-APROV
            MOVE 0   TO WS-TOT-RECUP
            MOVE 0   TO WS-TOT-RETIDO
            MOVE 0   TO WS-TOT-INCOMPL
            MOVE 0   TO WS-TURMAS-LIBERADAS
            MOVE 0   TO WS-TURMAS-BLOQUEADAS.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

       1100-ABRE-ARQUIVOS.
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
            OPEN I-O ARQRESULT
            IF WS-STATUS-ARQRESULT = '35'
               CLOSE ARQRESULT
               OPEN OUTPUT ARQRESULT
               CLOSE ARQRESULT
               OPEN I-O ARQRESULT
            END-IF
            IF WS-STATUS-ARQRESULT NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESULTADO-FINAL.TXT - STATUS: '
                       WS-STATUS-ARQRESULT
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               CLOSE ARQCURRIC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQATA
            IF WS-STATUS-ARQATA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATA-RESULTADOS.TXT - STATUS: '
                       WS-STATUS-ARQATA
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               CLOSE ARQCURRIC
               CLOSE ARQRESULT
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       1100-ABRE-ARQUIVOS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-SELECIONA-ALUNOS: only ATIVO students are decided -- *
      * a withdrawn or transferred-out student is not on the ata  *
      * and VIRADA_ANO leaves that record where it is anyway.     *
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

       3000-IMPRIME-ATA.
            PERFORM 3100-PROCESSA-ORDENADO
               THRU 3100-PROCESSA-ORDENADO-EXIT
               UNTIL WS-ORD-FIM
            IF WS-E-PRIMEIRO
               MOVE 'NENHUM ALUNO ATIVO NO CADASTRO' TO FD-ATA-LINHA
               WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            ELSE
               PERFORM 3300-FECHA-TURMA
                  THRU 3300-FECHA-TURMA-EXIT
            END-IF
            PERFORM 3800-GRAVA-TOTAIS
               THRU 3800-GRAVA-TOTAIS-EXIT.
       3000-IMPRIME-ATA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-PROCESSA-ORDENADO: one student per iteration in      *
      * TURMA/name order. A change of TURMA closes the previous   *
      * class -- which is when its decisions are written, since   *
      * only then is it known whether the class is blocked.       *
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
               MOVE 'N'      TO WS-PRIMEIRO
               MOVE SD-TURMA TO WS-TURMA-ANT
            END-IF
            PERFORM 3400-APURA-ALUNO
               THRU 3400-APURA-ALUNO-EXIT
            PERFORM 3500-IMPRIME-ALUNO
               THRU 3500-IMPRIME-ALUNO-EXIT
            PERFORM 3600-GUARDA-DECISAO
               THRU 3600-GUARDA-DECISAO-EXIT.
       3100-PROCESSA-ORDENADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-ABRE-TURMA: new page for the class and its           *
      * curriculum -- the TURMA's own subjects plus those of its  *
      * serie, each once, the same union CARREGA_NOTAS accepts.   *
      *----------------------------------------------------------*
       3200-ABRE-TURMA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'ATA DE RESULTADOS FINAIS - ANO LETIVO '
                                     DELIMITED BY SIZE
                   WS-ANO-LETIVO     DELIMITED BY SIZE
                   ' - TURMA '       DELIMITED BY SIZE
                   SD-TURMA          DELIMITED BY SIZE
                   '   PAGINA '      DELIMITED BY SIZE
                   WS-PAGINA-ED      DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING PAGE
            MOVE WS-MEDIA-APROV TO WS-PARM-ED
            MOVE WS-MEDIA-RECUP TO WS-PARM-ED-2
            MOVE WS-PERIODOS-ANO TO WS-QTD-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'PARAMETROS - MEDIA: '  DELIMITED BY SIZE
                   WS-PARM-ED              DELIMITED BY SIZE
                   '  RECUPERACAO: '       DELIMITED BY SIZE
                   WS-PARM-ED-2            DELIMITED BY SIZE
                   '  PERIODOS: '          DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE 'MATRICULA NOME     MATERIA    QTD  MEDIA  REC   RESULT
      -         'ADO' TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE ALL '-' TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE 'N' TO WS-TURMA-BLOQ
            MOVE 0   TO WS-QTD-DECISOES
            MOVE 0   TO WS-TUR-APROV
            MOVE 0   TO WS-TUR-RECUP
            MOVE 0   TO WS-TUR-RETIDO
            MOVE 0   TO WS-TUR-INCOMPL
            MOVE 0   TO WS-QTD-MATERIAS
            MOVE 'T'      TO WS-GRUPO-TIPO
            MOVE SD-TURMA TO WS-GRUPO-CODIGO
            PERFORM 3250-CARREGA-GRUPO
               THRU 3250-CARREGA-GRUPO-EXIT
            MOVE SD-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 0 TO FD-TUR-SERIE
            END-READ
            IF FD-TUR-SERIE > 0
               MOVE 'S'          TO WS-GRUPO-TIPO
               MOVE SPACES       TO WS-GRUPO-CODIGO
               MOVE FD-TUR-SERIE TO WS-GRUPO-CODIGO (1:2)
               PERFORM 3250-CARREGA-GRUPO
                  THRU 3250-CARREGA-GRUPO-EXIT
            END-IF
            IF WS-QTD-MATERIAS = 0
               MOVE 'S' TO WS-TURMA-BLOQ
               MOVE 'TURMA SEM CURRICULO CADASTRADO' TO FD-ATA-LINHA
               WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            END-IF.
       3200-ABRE-TURMA-EXIT.
            EXIT.

       3250-CARREGA-GRUPO.
            MOVE 'N'             TO WS-CURRIC-EOF
            MOVE WS-GRUPO-TIPO   TO FD-CUR-TIPO
            MOVE WS-GRUPO-CODIGO TO FD-CUR-CODIGO
            MOVE LOW-VALUES      TO FD-CUR-MATERIA
            START ARQCURRIC KEY IS NOT LESS THAN FD-CUR-CHAVE
               INVALID KEY
                  GO TO 3250-CARREGA-GRUPO-EXIT
            END-START
            PERFORM 3260-LE-CURRICULO
               THRU 3260-LE-CURRICULO-EXIT
               UNTIL WS-CURRIC-FIM.
       3250-CARREGA-GRUPO-EXIT.
            EXIT.

       3260-LE-CURRICULO.
            READ ARQCURRIC NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CURRIC-EOF
                  GO TO 3260-LE-CURRICULO-EXIT
            END-READ
            IF FD-CUR-TIPO NOT = WS-GRUPO-TIPO
               OR FD-CUR-CODIGO NOT = WS-GRUPO-CODIGO
               MOVE 'S' TO WS-CURRIC-EOF
               GO TO 3260-LE-CURRICULO-EXIT
            END-IF
            MOVE FD-CUR-MATERIA TO WS-MATERIA-PROCURA
            PERFORM 3270-LOCALIZA-MATERIA
               THRU 3270-LOCALIZA-MATERIA-EXIT
            IF WS-MATERIA-EXISTE
               GO TO 3260-LE-CURRICULO-EXIT
            END-IF
            IF WS-QTD-MATERIAS >= 40
               DISPLAY 'LIMITE DE 40 MATERIAS EXCEDIDO NA TURMA '
                       SD-TURMA ' - ' FD-CUR-MATERIA ' IGNORADA'
               GO TO 3260-LE-CURRICULO-EXIT
            END-IF
            ADD 1 TO WS-QTD-MATERIAS
            MOVE FD-CUR-MATERIA TO WS-CUR-MATERIA (WS-QTD-MATERIAS).
       3260-LE-CURRICULO-EXIT.
            EXIT.

       3270-LOCALIZA-MATERIA.
            MOVE 'N' TO WS-MATERIA-ACHADA
            MOVE 0   TO WS-IDX-ACHADO
            PERFORM 3275-COMPARA-MATERIA
               THRU 3275-COMPARA-MATERIA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS
                     OR WS-MATERIA-EXISTE.
       3270-LOCALIZA-MATERIA-EXIT.
            EXIT.

       3275-COMPARA-MATERIA.
            IF WS-CUR-MATERIA (WS-CUR-IDX) = WS-MATERIA-PROCURA
               MOVE 'S' TO WS-MATERIA-ACHADA
               SET WS-IDX-ACHADO TO WS-CUR-IDX
            END-IF.
       3275-COMPARA-MATERIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3300-FECHA-TURMA: class totals, the verdict for the class *
      * and the decisions themselves -- every student of a        *
      * blocked class goes out flagged, so VIRADA_ANO holds the   *
      * whole class, not just the student with the missing mark.  *
      *----------------------------------------------------------*
       3300-FECHA-TURMA.
            MOVE ALL '-' TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-ATA-LINHA-ED
            MOVE 'APROVADOS: '     TO WS-ATA-LINHA-ED (1:11)
            MOVE WS-TUR-APROV      TO WS-TUR-CONT-ED
            MOVE WS-TUR-CONT-ED    TO WS-ATA-LINHA-ED (12:5)
            MOVE '  RECUPERACAO: ' TO WS-ATA-LINHA-ED (17:15)
            MOVE WS-TUR-RECUP      TO WS-TUR-CONT-ED
            MOVE WS-TUR-CONT-ED    TO WS-ATA-LINHA-ED (32:5)
            MOVE '  RETIDOS: '     TO WS-ATA-LINHA-ED (37:11)
            MOVE WS-TUR-RETIDO     TO WS-TUR-CONT-ED
            MOVE WS-TUR-CONT-ED    TO WS-ATA-LINHA-ED (48:5)
            MOVE '  INCOMPLETOS: ' TO WS-ATA-LINHA-ED (53:15)
            MOVE WS-TUR-INCOMPL    TO WS-TUR-CONT-ED
            MOVE WS-TUR-CONT-ED    TO WS-ATA-LINHA-ED (68:5)
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            IF WS-TURMA-BLOQUEADA
               ADD 1 TO WS-TURMAS-BLOQUEADAS
               MOVE 'TURMA BLOQUEADA - NOTAS FALTANTES, NAO SERA VIRADA'
                  TO FD-ATA-LINHA
            ELSE
               ADD 1 TO WS-TURMAS-LIBERADAS
               MOVE 'TURMA LIBERADA PARA A VIRADA DE ANO'
                  TO FD-ATA-LINHA
            END-IF
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            PERFORM 3350-GRAVA-DECISAO
               THRU 3350-GRAVA-DECISAO-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
                  UNTIL WS-DEC-IDX > WS-QTD-DECISOES.
       3300-FECHA-TURMA-EXIT.
            EXIT.

       3350-GRAVA-DECISAO.
            MOVE WS-DEC-MATRICULA (WS-DEC-IDX) TO FD-RES-MATRICULA
            MOVE WS-ANO-LETIVO                 TO FD-RES-ANO
            MOVE WS-TURMA-ANT                  TO FD-RES-TURMA
            MOVE WS-DEC-DECISAO (WS-DEC-IDX)   TO FD-RES-DECISAO
            MOVE WS-TURMA-BLOQ                 TO FD-RES-BLOQUEIO
            MOVE WS-DATA-RUN                   TO FD-RES-DATA
            MOVE 'N'                           TO FD-RES-VIRADA
            WRITE FD-ARQ-RESULTADO
               INVALID KEY
                  REWRITE FD-ARQ-RESULTADO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RESULTADO DA MATRICULA '
                                FD-RES-MATRICULA
                                ' - STATUS: ' WS-STATUS-ARQRESULT
                  END-REWRITE
            END-WRITE.
       3350-GRAVA-DECISAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3400-APURA-ALUNO: zero the subject accumulators, walk the *
      * student's grades on ARQNOTAS (keyed matricula + materia + *
      * periodo, so they sit together), keep the ones of the      *
      * school year -- the AAAARC recovery mark apart from the    *
      * average -- then decide each subject.                      *
      *----------------------------------------------------------*
       3400-APURA-ALUNO.
            PERFORM 3410-ZERA-MATERIA
               THRU 3410-ZERA-MATERIA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS
            MOVE 'N'          TO WS-NOTA-EOF
            MOVE SD-MATRICULA TO FD-NOTA-MATRICULA
            MOVE LOW-VALUES   TO FD-NOTA-MATERIA
            MOVE LOW-VALUES   TO FD-NOTA-PERIODO
            START ARQNOTAS KEY IS NOT LESS THAN FD-NOTA-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-NOTA-EOF
            END-START
            PERFORM 3420-LE-UMA-NOTA
               THRU 3420-LE-UMA-NOTA-EXIT
               UNTIL WS-NOTA-FIM
            IF WS-QTD-MATERIAS = 0
               MOVE 4 TO WS-GRAV-ALUNO
               GO TO 3400-APURA-ALUNO-EXIT
            END-IF
            MOVE 1 TO WS-GRAV-ALUNO
            PERFORM 3450-DECIDE-MATERIA
               THRU 3450-DECIDE-MATERIA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS.
       3400-APURA-ALUNO-EXIT.
            EXIT.

       3410-ZERA-MATERIA.
            MOVE 0   TO WS-CUR-QTD (WS-CUR-IDX)
            MOVE 0   TO WS-CUR-SOMA (WS-CUR-IDX)
            MOVE 0   TO WS-CUR-MEDIA (WS-CUR-IDX)
            MOVE 0   TO WS-CUR-REC (WS-CUR-IDX)
            MOVE 'N' TO WS-CUR-TEM-REC (WS-CUR-IDX)
            MOVE 0   TO WS-CUR-GRAVIDADE (WS-CUR-IDX).
       3410-ZERA-MATERIA-EXIT.
            EXIT.

       3420-LE-UMA-NOTA.
            READ ARQNOTAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-NOTA-EOF
                  GO TO 3420-LE-UMA-NOTA-EXIT
            END-READ
            IF FD-NOTA-MATRICULA NOT = SD-MATRICULA
               MOVE 'S' TO WS-NOTA-EOF
               GO TO 3420-LE-UMA-NOTA-EXIT
            END-IF
            IF FD-NOTA-PERIODO (1:4) NOT = WS-ANO-X
               GO TO 3420-LE-UMA-NOTA-EXIT
            END-IF
            MOVE FD-NOTA-MATERIA TO WS-MATERIA-PROCURA
            PERFORM 3270-LOCALIZA-MATERIA
               THRU 3270-LOCALIZA-MATERIA-EXIT
            IF NOT WS-MATERIA-EXISTE
               GO TO 3420-LE-UMA-NOTA-EXIT
            END-IF
            IF FD-NOTA-PERIODO (5:2) = 'RC'
               MOVE FD-NOTA-VALOR TO WS-CUR-REC (WS-IDX-ACHADO)
               MOVE 'S'           TO WS-CUR-TEM-REC (WS-IDX-ACHADO)
            ELSE
               ADD 1             TO WS-CUR-QTD (WS-IDX-ACHADO)
               ADD FD-NOTA-VALOR TO WS-CUR-SOMA (WS-IDX-ACHADO)
            END-IF.
       3420-LE-UMA-NOTA-EXIT.
            EXIT.

       3450-DECIDE-MATERIA.
            IF WS-CUR-QTD (WS-CUR-IDX) < WS-PERIODOS-ANO
               MOVE 4 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
               IF WS-CUR-QTD (WS-CUR-IDX) > 0
                  COMPUTE WS-CUR-MEDIA (WS-CUR-IDX) ROUNDED =
                     WS-CUR-SOMA (WS-CUR-IDX) / WS-CUR-QTD (WS-CUR-IDX)
               END-IF
               GO TO 3450-ACUMULA-GRAVIDADE
            END-IF
            COMPUTE WS-CUR-MEDIA (WS-CUR-IDX) ROUNDED =
               WS-CUR-SOMA (WS-CUR-IDX) / WS-CUR-QTD (WS-CUR-IDX)
            EVALUATE TRUE
               WHEN WS-CUR-MEDIA (WS-CUR-IDX) >= WS-MEDIA-APROV
                    MOVE 1 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
               WHEN WS-CUR-MEDIA (WS-CUR-IDX) >= WS-MEDIA-RECUP
                    AND WS-CUR-TEM-REC (WS-CUR-IDX) = 'S'
                    IF WS-CUR-REC (WS-CUR-IDX) >= WS-MEDIA-APROV
                       MOVE 1 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
                    ELSE
                       MOVE 3 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
                    END-IF
               WHEN WS-CUR-MEDIA (WS-CUR-IDX) >= WS-MEDIA-RECUP
                    MOVE 2 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
               WHEN OTHER
                    MOVE 3 TO WS-CUR-GRAVIDADE (WS-CUR-IDX)
            END-EVALUATE.
       3450-ACUMULA-GRAVIDADE.
            IF WS-CUR-GRAVIDADE (WS-CUR-IDX) > WS-GRAV-ALUNO
               MOVE WS-CUR-GRAVIDADE (WS-CUR-IDX) TO WS-GRAV-ALUNO
            END-IF.
       3450-DECIDE-MATERIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3500-IMPRIME-ALUNO: one line per subject -- the student's *
      * matricula and name on the first only -- then the final    *
      * result of the student.                                    *
      *----------------------------------------------------------*
       3500-IMPRIME-ALUNO.
            IF WS-QTD-MATERIAS = 0
               MOVE SPACES TO WS-ATA-LINHA-ED
               STRING SD-MATRICULA DELIMITED BY SIZE
                      '    '       DELIMITED BY SIZE
                      SD-NOME      DELIMITED BY SIZE
                      INTO WS-ATA-LINHA-ED
               END-STRING
               MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
               WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            END-IF
            PERFORM 3510-IMPRIME-MATERIA
               THRU 3510-IMPRIME-MATERIA-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
                  UNTIL WS-CUR-IDX > WS-QTD-MATERIAS
            MOVE WS-GRAV-ALUNO TO WS-GRAV-TRABALHO
            PERFORM 3550-NOME-RESULTADO
               THRU 3550-NOME-RESULTADO-EXIT
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING '                   RESULTADO FINAL: '
                                    DELIMITED BY SIZE
                   WS-RESULTADO-ED  DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE.
       3500-IMPRIME-ALUNO-EXIT.
            EXIT.

       3510-IMPRIME-MATERIA.
            MOVE WS-CUR-QTD (WS-CUR-IDX)   TO WS-QTD-ED
            MOVE WS-CUR-MEDIA (WS-CUR-IDX) TO WS-MEDIA-ED
            IF WS-CUR-TEM-REC (WS-CUR-IDX) = 'S'
               MOVE WS-CUR-REC (WS-CUR-IDX) TO WS-REC-ED
               MOVE WS-REC-ED TO WS-REC-X
            ELSE
               MOVE SPACES TO WS-REC-X
            END-IF
            MOVE WS-CUR-GRAVIDADE (WS-CUR-IDX) TO WS-GRAV-TRABALHO
            PERFORM 3550-NOME-RESULTADO
               THRU 3550-NOME-RESULTADO-EXIT
            MOVE SPACES TO WS-ATA-LINHA-ED
            IF WS-CUR-IDX = 1
               STRING SD-MATRICULA DELIMITED BY SIZE
                      '    '       DELIMITED BY SIZE
                      SD-NOME      DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      INTO WS-ATA-LINHA-ED
               END-STRING
            END-IF
            MOVE WS-CUR-MATERIA (WS-CUR-IDX) TO WS-ATA-LINHA-ED (20:10)
            MOVE WS-QTD-ED       TO WS-ATA-LINHA-ED (32:2)
            MOVE WS-MEDIA-ED     TO WS-ATA-LINHA-ED (36:5)
            MOVE WS-REC-X        TO WS-ATA-LINHA-ED (43:4)
            MOVE WS-RESULTADO-ED TO WS-ATA-LINHA-ED (49:12)
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE.
       3510-IMPRIME-MATERIA-EXIT.
            EXIT.

       3550-NOME-RESULTADO.
            EVALUATE WS-GRAV-TRABALHO
               WHEN 1
                    MOVE 'APROVADO'    TO WS-RESULTADO-ED
               WHEN 2
                    MOVE 'RECUPERACAO' TO WS-RESULTADO-ED
               WHEN 3
                    MOVE 'RETIDO'      TO WS-RESULTADO-ED
               WHEN OTHER
                    MOVE 'INCOMPLETO'  TO WS-RESULTADO-ED
            END-EVALUATE.
       3550-NOME-RESULTADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3600-GUARDA-DECISAO: holds the student's decision until   *
      * the class closes; an INCOMPLETO student blocks the class. *
      *----------------------------------------------------------*
       3600-GUARDA-DECISAO.
            IF WS-QTD-DECISOES >= 999
               DISPLAY 'LIMITE DE 999 ALUNOS POR TURMA EXCEDIDO - '
                       SD-TURMA ' BLOQUEADA'
               MOVE 'S' TO WS-TURMA-BLOQ
               GO TO 3600-GUARDA-DECISAO-EXIT
            END-IF
            ADD 1 TO WS-QTD-DECISOES
            MOVE SD-MATRICULA TO WS-DEC-MATRICULA (WS-QTD-DECISOES)
            EVALUATE WS-GRAV-ALUNO
               WHEN 1
                    MOVE 'A' TO WS-DEC-DECISAO (WS-QTD-DECISOES)
                    ADD 1 TO WS-TUR-APROV
                    ADD 1 TO WS-TOT-APROV
               WHEN 2
                    MOVE 'R' TO WS-DEC-DECISAO (WS-QTD-DECISOES)
                    ADD 1 TO WS-TUR-RECUP
                    ADD 1 TO WS-TOT-RECUP
               WHEN 3
                    MOVE 'T' TO WS-DEC-DECISAO (WS-QTD-DECISOES)
                    ADD 1 TO WS-TUR-RETIDO
                    ADD 1 TO WS-TOT-RETIDO
               WHEN OTHER
                    MOVE 'I' TO WS-DEC-DECISAO (WS-QTD-DECISOES)
                    ADD 1 TO WS-TUR-INCOMPL
                    ADD 1 TO WS-TOT-INCOMPL
                    MOVE 'S' TO WS-TURMA-BLOQ
            END-EVALUATE.
       3600-GUARDA-DECISAO-EXIT.
            EXIT.

       3800-GRAVA-TOTAIS.
            MOVE WS-TOT-APROV TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TOTAL APROVADOS......: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 2 LINES
            MOVE WS-TOT-RECUP TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TOTAL EM RECUPERACAO.: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TOT-RETIDO TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TOTAL RETIDOS........: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TOT-INCOMPL TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TOTAL INCOMPLETOS....: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMAS-LIBERADAS TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TURMAS LIBERADAS.....: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE
            MOVE WS-TURMAS-BLOQUEADAS TO WS-CONT-ED
            MOVE SPACES TO WS-ATA-LINHA-ED
            STRING 'TURMAS BLOQUEADAS....: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-ATA-LINHA-ED
            END-STRING
            MOVE WS-ATA-LINHA-ED TO FD-ATA-LINHA
            WRITE FD-ATA-LINHA AFTER ADVANCING 1 LINE.
       3800-GRAVA-TOTAIS-EXIT.
            EXIT.

       9000-FINALIZA-PROGRAMA.
            CLOSE ARQALUNO
            CLOSE ARQNOTAS
            CLOSE ARQTURMA
            CLOSE ARQCURRIC
            CLOSE ARQRESULT
            CLOSE ARQATA
            DISPLAY 'APROVADOS............: ' WS-TOT-APROV
            DISPLAY 'EM RECUPERACAO.......: ' WS-TOT-RECUP
            DISPLAY 'RETIDOS..............: ' WS-TOT-RETIDO
            DISPLAY 'INCOMPLETOS..........: ' WS-TOT-INCOMPL
            DISPLAY 'TURMAS BLOQUEADAS....: ' WS-TURMAS-BLOQUEADAS
            DISPLAY 'ATA DE RESULTADOS FINAIS - FIM'
            IF WS-TURMAS-BLOQUEADAS > 0
               MOVE 04 TO RETURN-CODE
            ELSE
               MOVE 00 TO RETURN-CODE
            END-IF
            STOP RUN
            EXIT.

       END PROGRAM ATA_RESULTADOS.
