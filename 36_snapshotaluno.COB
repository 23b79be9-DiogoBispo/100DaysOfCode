      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: takes a dated, sequential full image of every
      *          roster master named on ARQALUNO-LISTA.TXT into one
      *          SNAPSHOT-AAAAMMDD-HHMMSS.TXT file (layout on
      *          SNAPREC.CPY): per master a header with its file
      *          name and the moment its image was taken, every
      *          record in matricula order, and a trailer with the
      *          record count, the sum of the matriculas and the
      *          count by FD-SITUACAO. Only a snapshot that was
      *          written to the end is added to the
      *          SNAPSHOT-CATALOGO.TXT catalog, so an interrupted
      *          run never becomes the restore point VERIFICA_AUDIT
      *          replays the audit trail from. The totals of every
      *          master go to SNAPSHOT-REL.TXT. A master that cannot
      *          be opened is left out and listed, return code 04;
      *          16 when no snapshot could be written at all.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT_ALUNO.
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

       SELECT ARQLISTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQLISTA.

       SELECT ARQSNAP ASSIGN TO DYNAMIC WS-NOME-SNAPSHOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQSNAP.

       SELECT ARQCATAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCATAL.

       SELECT ARQSREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQSREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQLISTA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQALUNO-LISTA.TXT'.
       01 FD-LISTA-LINHA PIC X(40).

       FD ARQSNAP
          LABEL RECORD STANDARD.
           COPY "SNAPREC.CPY".

       FD ARQCATAL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'SNAPSHOT-CATALOGO.TXT'.
       01 FD-CAT-REGISTRO.
           03 FD-CAT-ARQUIVO   PIC X(40).
           03 FD-CAT-DATAHORA  PIC X(14).
           03 FD-CAT-CADASTROS PIC 9(03).
           03 FD-CAT-FALHAS    PIC 9(03).

       FD ARQSREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'SNAPSHOT-REL.TXT'.
       01 FD-SREL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQLISTA PIC X(02).
       01 WS-STATUS-ARQSNAP  PIC X(02).
       01 WS-STATUS-ARQCATAL PIC X(02).
       01 WS-STATUS-ARQSREL  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-SNAPSHOT   PIC X(40).
       01 WS-LISTA-EOF       PIC X(01).
       01 WS-ALUNO-EOF       PIC X(01).
           88 WS-ALUNO-FIM       VALUE 'S'.

       01 WS-CADASTROS       PIC 9(03) VALUE 0.
       01 WS-FALHAS          PIC 9(03) VALUE 0.

      *----------------------------------------------------------*
      * totals of the master being imaged -- the same figures     *
      * the 'T' trailer carries.                                  *
      *----------------------------------------------------------*
       01 WS-TOT-CADASTRO.
           03 WS-TOT-REG      PIC 9(07).
           03 WS-TOT-SOMA-MAT PIC 9(13).
           03 WS-TOT-ATIVO    PIC 9(07).
           03 WS-TOT-RETIR    PIC 9(07).
           03 WS-TOT-TRANSF   PIC 9(07).
           03 WS-TOT-OUTRA    PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATAHORA-RUN-X REDEFINES WS-DATAHORA-RUN PIC X(14).
       01 WS-DATAHORA-CAD    PIC X(14).
       01 WS-DATAHORA-SNAP   PIC X(14).

       01 WS-SREL-LINHA-ED   PIC X(80) VALUE SPACES.
       01 WS-QTD-ED          PIC ZZZZZZ9.
       01 WS-SOMA-ED         PIC ZZZZZZZZZZZZ9.
       01 WS-ATIVO-ED        PIC ZZZZZZ9.
       01 WS-RETIR-ED        PIC ZZZZZZ9.
       01 WS-TRANSF-ED       PIC ZZZZZZ9.
       01 WS-OUTRA-ED        PIC ZZZZZZ9.

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 2000-PROCESSA-CADASTRO
               THRU 2000-PROCESSA-CADASTRO-EXIT
               UNTIL WS-LISTA-EOF = 'S'
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'SNAPSHOT DOS CADASTROS DE ALUNOS'
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE WS-DATAHORA-RUN-X TO WS-DATAHORA-SNAP
            MOVE SPACES TO WS-NOME-SNAPSHOT
            STRING 'SNAPSHOT-'  DELIMITED BY SIZE
                   WS-ANO-RUN   DELIMITED BY SIZE
                   WS-MES-RUN   DELIMITED BY SIZE
                   WS-DIA-RUN   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-HOR-RUN   DELIMITED BY SIZE
                   WS-MIN-RUN   DELIMITED BY SIZE
                   WS-SEG-RUN   DELIMITED BY SIZE
                   '.TXT'       DELIMITED BY SIZE
                   INTO WS-NOME-SNAPSHOT
            END-STRING
            OPEN INPUT ARQLISTA
            IF WS-STATUS-ARQLISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQALUNO-LISTA.TXT - STATUS: '
                       WS-STATUS-ARQLISTA
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQSNAP
            IF WS-STATUS-ARQSNAP NOT = '00'
               DISPLAY 'ERRO AO CRIAR ' WS-NOME-SNAPSHOT
                       ' - STATUS: ' WS-STATUS-ARQSNAP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQLISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQSREL
            IF WS-STATUS-ARQSREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR SNAPSHOT-REL.TXT - STATUS: '
                       WS-STATUS-ARQSREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQLISTA
               CLOSE ARQSNAP
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'SNAPSHOT DOS CADASTROS DE ALUNOS' TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            MOVE SPACES TO WS-SREL-LINHA-ED
            STRING 'ARQUIVO: '        DELIMITED BY SIZE
                   WS-NOME-SNAPSHOT   DELIMITED BY SIZE
                   INTO WS-SREL-LINHA-ED
            END-STRING
            MOVE WS-SREL-LINHA-ED TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            MOVE 'CADASTRO' TO FD-SREL-LINHA
            MOVE 'REGISTROS   SOMA MATRIC' TO FD-SREL-LINHA (30:23)
            WRITE FD-SREL-LINHA
            MOVE SPACES TO FD-SREL-LINHA
            MOVE 'ATIVOS RETIRADOS TRANSFERIDOS   OUTROS'
               TO FD-SREL-LINHA (28:38)
            WRITE FD-SREL-LINHA
            MOVE ALL '-' TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            MOVE 'N' TO WS-LISTA-EOF.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-CADASTRO: one roster from the list, imaged  *
      * whole in matricula order between its header and its       *
      * trailer. The header time is taken as the master is        *
      * opened: audit records from that second on are the ones a  *
      * replay must apply over this image.                        *
      *----------------------------------------------------------*
       2000-PROCESSA-CADASTRO.
            READ ARQLISTA AT END
                 MOVE 'S' TO WS-LISTA-EOF
                 GO TO 2000-PROCESSA-CADASTRO-EXIT
            END-READ
            IF FD-LISTA-LINHA = SPACES
               GO TO 2000-PROCESSA-CADASTRO-EXIT
            END-IF
            MOVE FD-LISTA-LINHA TO WS-NOME-ARQALUNO
            OPEN INPUT ARQALUNO
            IF WS-STATUS-ARQALUNO NOT = '00'
               ADD 1 TO WS-FALHAS
               MOVE SPACES TO WS-SREL-LINHA-ED
               STRING WS-NOME-ARQALUNO (1:30) DELIMITED BY SIZE
                      ' ILEGIVEL - STATUS '   DELIMITED BY SIZE
                      WS-STATUS-ARQALUNO      DELIMITED BY SIZE
                      ' - FORA DO SNAPSHOT'   DELIMITED BY SIZE
                      INTO WS-SREL-LINHA-ED
               END-STRING
               MOVE WS-SREL-LINHA-ED TO FD-SREL-LINHA
               WRITE FD-SREL-LINHA
               DISPLAY WS-SREL-LINHA-ED
               GO TO 2000-PROCESSA-CADASTRO-EXIT
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE WS-DATAHORA-RUN-X TO WS-DATAHORA-CAD
            INITIALIZE WS-TOT-CADASTRO
            MOVE SPACES           TO FD-ARQ-SNAPSHOT
            MOVE 'H'              TO FD-SNP-TIPO
            MOVE WS-NOME-ARQALUNO TO FD-SNP-CADASTRO
            MOVE WS-DATAHORA-CAD  TO FD-SNP-DATAHORA
            WRITE FD-ARQ-SNAPSHOT
            MOVE 'N' TO WS-ALUNO-EOF
            MOVE ZEROS TO FD-MATRICULA
            START ARQALUNO KEY IS NOT LESS THAN FD-MATRICULA
               INVALID KEY
                  MOVE 'S' TO WS-ALUNO-EOF
            END-START
            PERFORM 2100-GRAVA-DETALHE
               THRU 2100-GRAVA-DETALHE-EXIT
               UNTIL WS-ALUNO-FIM
            CLOSE ARQALUNO
            MOVE SPACES           TO FD-ARQ-SNAPSHOT
            MOVE 'T'              TO FD-SNP-TIPO
            MOVE WS-TOT-REG       TO FD-SNP-QTD-REG
            MOVE WS-TOT-SOMA-MAT  TO FD-SNP-SOMA-MAT
            MOVE WS-TOT-ATIVO     TO FD-SNP-QTD-ATIVO
            MOVE WS-TOT-RETIR     TO FD-SNP-QTD-RETIR
            MOVE WS-TOT-TRANSF    TO FD-SNP-QTD-TRANSF
            MOVE WS-TOT-OUTRA     TO FD-SNP-QTD-OUTRA
            WRITE FD-ARQ-SNAPSHOT
            ADD 1 TO WS-CADASTROS
            PERFORM 2200-GRAVA-TOTAIS
               THRU 2200-GRAVA-TOTAIS-EXIT.
       2000-PROCESSA-CADASTRO-EXIT.
            EXIT.

       2100-GRAVA-DETALHE.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-ALUNO-EOF
                  GO TO 2100-GRAVA-DETALHE-EXIT
            END-READ
            MOVE SPACES       TO FD-ARQ-SNAPSHOT
            MOVE 'D'          TO FD-SNP-TIPO
            MOVE FD-ARQ-ALUNO TO FD-SNP-IMAGEM
            WRITE FD-ARQ-SNAPSHOT
            ADD 1            TO WS-TOT-REG
            ADD FD-MATRICULA TO WS-TOT-SOMA-MAT
            EVALUATE TRUE
               WHEN FD-SIT-ATIVO
                    ADD 1 TO WS-TOT-ATIVO
               WHEN FD-SIT-RETIRADO
                    ADD 1 TO WS-TOT-RETIR
               WHEN FD-SIT-TRANSFERIDO
                    ADD 1 TO WS-TOT-TRANSF
               WHEN OTHER
                    ADD 1 TO WS-TOT-OUTRA
            END-EVALUATE.
       2100-GRAVA-DETALHE-EXIT.
            EXIT.

       2200-GRAVA-TOTAIS.
            MOVE WS-TOT-REG      TO WS-QTD-ED
            MOVE WS-TOT-SOMA-MAT TO WS-SOMA-ED
            MOVE SPACES TO WS-SREL-LINHA-ED
            STRING WS-NOME-ARQALUNO (1:30) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-SOMA-ED              DELIMITED BY SIZE
                   INTO WS-SREL-LINHA-ED
            END-STRING
            MOVE WS-SREL-LINHA-ED TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            DISPLAY WS-SREL-LINHA-ED
            MOVE WS-TOT-ATIVO  TO WS-ATIVO-ED
            MOVE WS-TOT-RETIR  TO WS-RETIR-ED
            MOVE WS-TOT-TRANSF TO WS-TRANSF-ED
            MOVE WS-TOT-OUTRA  TO WS-OUTRA-ED
            MOVE SPACES TO WS-SREL-LINHA-ED
            STRING '                          ' DELIMITED BY SIZE
                   WS-ATIVO-ED                  DELIMITED BY SIZE
                   '   '                        DELIMITED BY SIZE
                   WS-RETIR-ED                  DELIMITED BY SIZE
                   '      '                     DELIMITED BY SIZE
                   WS-TRANSF-ED                 DELIMITED BY SIZE
                   '  '                         DELIMITED BY SIZE
                   WS-OUTRA-ED                  DELIMITED BY SIZE
                   INTO WS-SREL-LINHA-ED
            END-STRING
            MOVE WS-SREL-LINHA-ED TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA.
       2200-GRAVA-TOTAIS-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            CLOSE ARQLISTA
            CLOSE ARQSNAP
            MOVE ALL '-' TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            MOVE SPACES TO WS-SREL-LINHA-ED
            STRING 'CADASTROS NO SNAPSHOT: ' DELIMITED BY SIZE
                   WS-CADASTROS              DELIMITED BY SIZE
                   '  ILEGIVEIS: '           DELIMITED BY SIZE
                   WS-FALHAS                 DELIMITED BY SIZE
                   INTO WS-SREL-LINHA-ED
            END-STRING
            MOVE WS-SREL-LINHA-ED TO FD-SREL-LINHA
            WRITE FD-SREL-LINHA
            DISPLAY WS-SREL-LINHA-ED
            IF WS-CADASTROS = 0
               MOVE 'NENHUM CADASTRO LIDO - SNAPSHOT NAO CATALOGADO'
                  TO FD-SREL-LINHA
               WRITE FD-SREL-LINHA
               DISPLAY FD-SREL-LINHA
               CLOSE ARQSREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      *----------------------------------------------------------*
      * the snapshot is complete -- only now does it go on the   *
      * catalog and become the restore point to verify from.     *
      *----------------------------------------------------------*
            OPEN EXTEND ARQCATAL
            IF WS-STATUS-ARQCATAL = '35'
               CLOSE ARQCATAL
               OPEN OUTPUT ARQCATAL
               CLOSE ARQCATAL
               OPEN EXTEND ARQCATAL
            END-IF
            IF WS-STATUS-ARQCATAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR SNAPSHOT-CATALOGO.TXT - STATUS: '
                       WS-STATUS-ARQCATAL
               DISPLAY 'SNAPSHOT GRAVADO MAS NAO CATALOGADO'
               CLOSE ARQSREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-NOME-SNAPSHOT  TO FD-CAT-ARQUIVO
            MOVE WS-DATAHORA-SNAP  TO FD-CAT-DATAHORA
            MOVE WS-CADASTROS      TO FD-CAT-CADASTROS
            MOVE WS-FALHAS         TO FD-CAT-FALHAS
            WRITE FD-CAT-REGISTRO
            CLOSE ARQCATAL
            CLOSE ARQSREL
            IF WS-FALHAS > 0
               MOVE 04 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF
            DISPLAY 'SNAPSHOT GRAVADO: ' WS-NOME-SNAPSHOT
            STOP RUN.

       END PROGRAM SNAPSHOT_ALUNO.
