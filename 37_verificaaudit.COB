      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: proves each roster master against its last
      *          snapshot plus the audit trail. Takes the newest
      *          snapshot on SNAPSHOT-CATALOGO.TXT (written by
      *          SNAPSHOT_ALUNO), checks every section of it
      *          against its own trailer totals, loads it into the
      *          VERIFICA-TRAB.TXT work master, replays over it
      *          every ARQALUNO-AUDIT.TXT change made on that
      *          roster since its image was taken, and compares
      *          the result with the live master record by record.
      *          Whatever differs was changed without passing
      *          through GRAVA_AUDIT -- a restored backup, a
      *          hand-edited file, a program that forgot the
      *          audit -- and is listed on VERIFICA-AUDIT-REL.TXT
      *          with the expected and the actual image side by
      *          side: ALTERADO, INCLUIDO or EXCLUIDO for the
      *          master as it stands, TRILHA for an audited change
      *          whose before image was not what the replay
      *          expected (something changed the record off the
      *          books before it). A trail record names the
      *          roster it was made on; one written before it
      *          did is applied only where its before image
      *          matches -- or, for an INCLUSAO, where the
      *          matricula exists on the live master -- since
      *          without the name it could belong to any campus.
      *          Return code 08 when any difference was found, 16
      *          when the snapshot or a master could not be used.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - the snapshot image view is the 46 bytes
      *                    of ALUNOREC, so the situacao recount
      *                    agrees with the trailer; report headings
      *                    line up with the detail columns.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA_AUDIT.
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

       SELECT ARQTRAB ASSIGN TO DYNAMIC WS-NOME-ARQTRAB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-TRB-MATRICULA
              FILE STATUS IS WS-STATUS-ARQTRAB.

       SELECT ARQCATAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQCATAL.

       SELECT ARQSNAP ASSIGN TO DYNAMIC WS-NOME-SNAPSHOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQSNAP.

       SELECT ARQAUDIT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQAUDIT.

       SELECT ARQVREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQVREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQALUNO
          LABEL RECORD STANDARD.
           COPY "ALUNOREC.CPY".

       FD ARQTRAB
          LABEL RECORD STANDARD.
       01 FD-TRB-REGISTRO.
           03 FD-TRB-MATRICULA PIC 9(06).
           03 FD-TRB-RESTO     PIC X(40).

       FD ARQCATAL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'SNAPSHOT-CATALOGO.TXT'.
       01 FD-CAT-REGISTRO.
           03 FD-CAT-ARQUIVO   PIC X(40).
           03 FD-CAT-DATAHORA  PIC X(14).
           03 FD-CAT-CADASTROS PIC 9(03).
           03 FD-CAT-FALHAS    PIC 9(03).

       FD ARQSNAP
          LABEL RECORD STANDARD.
           COPY "SNAPREC.CPY".

       FD ARQAUDIT
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQALUNO-AUDIT.TXT'.
       01 FD-AUD-REGISTRO.
           03 FD-AUD-TIMESTAMP PIC X(14).
           03 FD-AUD-SEP-1    PIC X(01).
           03 FD-AUD-OPERACAO PIC X(01).
           03 FD-AUD-SEP-2    PIC X(01).
           03 FD-AUD-OPERADOR PIC X(08).
           03 FD-AUD-SEP-3    PIC X(01).
           03 FD-AUD-ANTES    PIC X(46).
           03 FD-AUD-SEP-4    PIC X(01).
           03 FD-AUD-DEPOIS   PIC X(46).
           03 FD-AUD-SEP-5    PIC X(01).
           03 FD-AUD-CADASTRO PIC X(40).

       FD ARQVREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'VERIFICA-AUDIT-REL.TXT'.
       01 FD-VREL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQALUNO PIC X(02).
       01 WS-STATUS-ARQTRAB  PIC X(02).
       01 WS-STATUS-ARQCATAL PIC X(02).
       01 WS-STATUS-ARQSNAP  PIC X(02).
       01 WS-STATUS-ARQAUDIT PIC X(02).
       01 WS-STATUS-ARQVREL  PIC X(02).
       01 WS-NOME-ARQALUNO   PIC X(40).
       01 WS-NOME-ARQTRAB    PIC X(40) VALUE 'VERIFICA-TRAB.TXT'.
       01 WS-NOME-SNAPSHOT   PIC X(40).
       01 WS-SNAP-DATAHORA   PIC X(14).
       01 WS-CAD-DATAHORA    PIC X(14).
       01 WS-CATAL-EOF       PIC X(01).
       01 WS-CATAL-LIDOS     PIC 9(05) VALUE 0.
       01 WS-SNAP-EOF        PIC X(01).
           88 WS-SNAP-FIM        VALUE 'S'.
       01 WS-AUD-EOF         PIC X(01).
           88 WS-AUD-FIM         VALUE 'S'.
       01 WS-FALHA           PIC X(01) VALUE 'N'.
           88 WS-HOUVE-FALHA     VALUE 'S'.
       01 WS-SEM-CADASTRO    PIC X(01).
           88 WS-AUD-SEM-CADASTRO VALUE 'S'.

      *----------------------------------------------------------*
      * the section totals recounted while the snapshot loads,    *
      * held against its 'T' trailer.                             *
      *----------------------------------------------------------*
       01 WS-TOT-CADASTRO.
           03 WS-TOT-REG      PIC 9(07).
           03 WS-TOT-SOMA-MAT PIC 9(13).
           03 WS-TOT-ATIVO    PIC 9(07).
           03 WS-TOT-RETIR    PIC 9(07).
           03 WS-TOT-TRANSF   PIC 9(07).
           03 WS-TOT-OUTRA    PIC 9(07).
       01 WS-IMG-SNAPSHOT.
           03 WS-IMG-MATRICULA PIC 9(06).
           03 FILLER           PIC X(23).
           03 WS-IMG-SITUACAO  PIC X(01).
           03 FILLER           PIC X(16).

       01 WS-ESPERADO        PIC X(46).
       01 WS-ESPERADO-ACHADO PIC X(01).
           88 WS-TEM-ESPERADO    VALUE 'S'.
       01 WS-CHAVE-TRB       PIC 9(07).
       01 WS-CHAVE-ALU       PIC 9(07).

       01 WS-AUD-APLICADOS   PIC 9(07).
       01 WS-AUD-OUTROS      PIC 9(07).
       01 WS-REG-CONFERE     PIC 9(07).
       01 WS-DIF-CADASTRO    PIC 9(07).
       01 WS-DIF-TOTAL       PIC 9(07) VALUE 0.
       01 WS-CAD-VERIFICADOS PIC 9(03) VALUE 0.

       01 WS-DIF-MATRICULA   PIC 9(06).
       01 WS-DIF-TIPO        PIC X(10).
       01 WS-DIF-ESPERADO    PIC X(46).
       01 WS-DIF-ATUAL       PIC X(46).
       01 WS-DIF-QUANDO      PIC X(14).

       01 WS-DATAHORA-FMT    PIC X(14).
       01 WS-DATAHORA-ED     PIC X(19).
       01 WS-VREL-LINHA-ED   PIC X(132) VALUE SPACES.
       01 WS-CONT-ED         PIC ZZZZZZ9.

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 2000-VERIFICA-CADASTRO
               THRU 2000-VERIFICA-CADASTRO-EXIT
               UNTIL WS-SNAP-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

      *----------------------------------------------------------*
      * 1000-INICIO-PROGRAMA: the catalog is read to its last     *
      * record -- the newest snapshot that was written whole.     *
      *----------------------------------------------------------*
       1000-INICIO-PROGRAMA.
            DISPLAY 'VERIFICACAO DOS CADASTROS PELA TRILHA DE'
                    ' AUDITORIA'
            OPEN INPUT ARQCATAL
            IF WS-STATUS-ARQCATAL = '00'
               MOVE 'N' TO WS-CATAL-EOF
               PERFORM 1050-LE-CATALOGO
                  THRU 1050-LE-CATALOGO-EXIT
                  UNTIL WS-CATAL-EOF = 'S'
               CLOSE ARQCATAL
            END-IF
            IF WS-CATAL-LIDOS = 0
               DISPLAY 'NENHUM SNAPSHOT CATALOGADO - EXECUTE '
                       'SNAPSHOT_ALUNO PRIMEIRO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQSNAP
            IF WS-STATUS-ARQSNAP NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-SNAPSHOT
                       ' - STATUS: ' WS-STATUS-ARQSNAP
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQVREL
            IF WS-STATUS-ARQVREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR VERIFICA-AUDIT-REL.TXT - '
                       'STATUS: ' WS-STATUS-ARQVREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQSNAP
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'VERIFICACAO DOS CADASTROS: SNAPSHOT + TRILHA DE AUDITO
      -         'RIA CONTRA O CADASTRO ATUAL' TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-SNAP-DATAHORA TO WS-DATAHORA-FMT
            PERFORM 8000-FORMATA-DATAHORA
               THRU 8000-FORMATA-DATAHORA-EXIT
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING 'SNAPSHOT: '     DELIMITED BY SIZE
                   WS-NOME-SNAPSHOT DELIMITED BY SIZE
                   ' DE '           DELIMITED BY SIZE
                   WS-DATAHORA-ED   DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE 'ALTERADO/INCLUIDO/EXCLUIDO: O CADASTRO DIFERE DA IMAGE
      -         'M ESPERADA SEM REGISTRO NA TRILHA' TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE 'TRILHA: A IMAGEM ANTERIOR DE UMA MUDANCA AUDITADA DIFE
      -        'RE DA ESPERADA - HOUVE MUDANCA SEM AUDITORIA ANTES DELA'
                TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE 'N' TO WS-SNAP-EOF
            PERFORM 1900-LE-SNAPSHOT
               THRU 1900-LE-SNAPSHOT-EXIT.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

       1050-LE-CATALOGO.
            READ ARQCATAL AT END
                 MOVE 'S' TO WS-CATAL-EOF
            NOT AT END
                 ADD 1 TO WS-CATAL-LIDOS
                 MOVE FD-CAT-ARQUIVO  TO WS-NOME-SNAPSHOT
                 MOVE FD-CAT-DATAHORA TO WS-SNAP-DATAHORA
            END-READ.
       1050-LE-CATALOGO-EXIT.
            EXIT.

       1900-LE-SNAPSHOT.
            READ ARQSNAP AT END
                 MOVE 'S' TO WS-SNAP-EOF
            END-READ.
       1900-LE-SNAPSHOT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-VERIFICA-CADASTRO: one snapshot section, from its    *
      * header to its trailer. A section whose recount does not   *
      * match its trailer is no restore point and is not used.    *
      *----------------------------------------------------------*
       2000-VERIFICA-CADASTRO.
            IF NOT FD-SNP-CABECALHO
               MOVE 'SNAPSHOT FORA DE SEQUENCIA - VERIFICACAO INTERROMPI
      -            'DA' TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               DISPLAY FD-VREL-LINHA (1:60)
               MOVE 'S' TO WS-FALHA
               MOVE 'S' TO WS-SNAP-EOF
               GO TO 2000-VERIFICA-CADASTRO-EXIT
            END-IF
            MOVE FD-SNP-CADASTRO TO WS-NOME-ARQALUNO
            MOVE FD-SNP-DATAHORA TO WS-CAD-DATAHORA
            MOVE 0 TO WS-AUD-APLICADOS
            MOVE 0 TO WS-AUD-OUTROS
            MOVE 0 TO WS-REG-CONFERE
            MOVE 0 TO WS-DIF-CADASTRO
            INITIALIZE WS-TOT-CADASTRO
            MOVE ALL '-' TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-CAD-DATAHORA TO WS-DATAHORA-FMT
            PERFORM 8000-FORMATA-DATAHORA
               THRU 8000-FORMATA-DATAHORA-EXIT
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING 'CADASTRO: '     DELIMITED BY SIZE
                   WS-NOME-ARQALUNO DELIMITED BY SIZE
                   ' IMAGEM DE '    DELIMITED BY SIZE
                   WS-DATAHORA-ED   DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            DISPLAY WS-VREL-LINHA-ED (1:80)
            OPEN OUTPUT ARQTRAB
            CLOSE ARQTRAB
            OPEN I-O ARQTRAB
            IF WS-STATUS-ARQTRAB NOT = '00'
               DISPLAY 'ERRO AO ABRIR VERIFICA-TRAB.TXT - STATUS: '
                       WS-STATUS-ARQTRAB
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQSNAP
               CLOSE ARQVREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1900-LE-SNAPSHOT
               THRU 1900-LE-SNAPSHOT-EXIT
            PERFORM 2100-CARREGA-DETALHE
               THRU 2100-CARREGA-DETALHE-EXIT
               UNTIL WS-SNAP-FIM OR NOT FD-SNP-DETALHE
            IF WS-SNAP-FIM OR NOT FD-SNP-TOTAIS
               MOVE '   SECAO SEM TRAILER NO SNAPSHOT - CADASTRO NAO VER
      -            'IFICADO' TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               MOVE 'S' TO WS-FALHA
               CLOSE ARQTRAB
               GO TO 2000-VERIFICA-CADASTRO-EXIT
            END-IF
            IF WS-TOT-REG      NOT = FD-SNP-QTD-REG
            OR WS-TOT-SOMA-MAT NOT = FD-SNP-SOMA-MAT
            OR WS-TOT-ATIVO    NOT = FD-SNP-QTD-ATIVO
            OR WS-TOT-RETIR    NOT = FD-SNP-QTD-RETIR
            OR WS-TOT-TRANSF   NOT = FD-SNP-QTD-TRANSF
            OR WS-TOT-OUTRA    NOT = FD-SNP-QTD-OUTRA
               MOVE '   TOTAIS DE CONTROLE DO SNAPSHOT NAO CONFEREM - CA
      -            'DASTRO NAO VERIFICADO' TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               MOVE 'S' TO WS-FALHA
               CLOSE ARQTRAB
               PERFORM 1900-LE-SNAPSHOT
                  THRU 1900-LE-SNAPSHOT-EXIT
               GO TO 2000-VERIFICA-CADASTRO-EXIT
            END-IF
            PERFORM 1900-LE-SNAPSHOT
               THRU 1900-LE-SNAPSHOT-EXIT
            OPEN INPUT ARQALUNO
            IF WS-STATUS-ARQALUNO NOT = '00'
               MOVE SPACES TO WS-VREL-LINHA-ED
               STRING '   CADASTRO ILEGIVEL - STATUS ' DELIMITED BY SIZE
                      WS-STATUS-ARQALUNO DELIMITED BY SIZE
                      INTO WS-VREL-LINHA-ED
               END-STRING
               MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               MOVE 'S' TO WS-FALHA
               CLOSE ARQTRAB
               GO TO 2000-VERIFICA-CADASTRO-EXIT
            END-IF
            MOVE 'MATRIC DIFERENCA  ESPERADO (SNAPSHOT + TRILHA)'
               TO FD-VREL-LINHA
            MOVE '| ATUAL' TO FD-VREL-LINHA (67:7)
            MOVE 'AUDITORIA' TO FD-VREL-LINHA (117:9)
            WRITE FD-VREL-LINHA
            PERFORM 2300-REPLAY-AUDITORIA
               THRU 2300-REPLAY-AUDITORIA-EXIT
            PERFORM 2500-COMPARA-CADASTRO
               THRU 2500-COMPARA-CADASTRO-EXIT
            CLOSE ARQALUNO
            CLOSE ARQTRAB
            ADD 1 TO WS-CAD-VERIFICADOS
            PERFORM 2700-TOTAIS-CADASTRO
               THRU 2700-TOTAIS-CADASTRO-EXIT.
       2000-VERIFICA-CADASTRO-EXIT.
            EXIT.

       2100-CARREGA-DETALHE.
            MOVE FD-SNP-IMAGEM TO WS-IMG-SNAPSHOT
            MOVE FD-SNP-IMAGEM TO FD-TRB-REGISTRO
            WRITE FD-TRB-REGISTRO
               INVALID KEY
                  DISPLAY 'MATRICULA REPETIDA NO SNAPSHOT: '
                          WS-IMG-MATRICULA
            END-WRITE
            ADD 1                TO WS-TOT-REG
            ADD WS-IMG-MATRICULA TO WS-TOT-SOMA-MAT
            EVALUATE WS-IMG-SITUACAO
               WHEN 'A'
                    ADD 1 TO WS-TOT-ATIVO
               WHEN 'R'
                    ADD 1 TO WS-TOT-RETIR
               WHEN 'T'
                    ADD 1 TO WS-TOT-TRANSF
               WHEN OTHER
                    ADD 1 TO WS-TOT-OUTRA
            END-EVALUATE
            PERFORM 1900-LE-SNAPSHOT
               THRU 1900-LE-SNAPSHOT-EXIT.
       2100-CARREGA-DETALHE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-REPLAY-AUDITORIA: the whole trail, in the order it   *
      * was written; only changes from the second this section's  *
      * image was taken on are replayed. A change already present *
      * in the image -- made in that same second -- is recognized *
      * by its after image and not applied twice.                 *
      *----------------------------------------------------------*
       2300-REPLAY-AUDITORIA.
            OPEN INPUT ARQAUDIT
            IF WS-STATUS-ARQAUDIT NOT = '00'
               MOVE '   TRILHA DE AUDITORIA NAO ENCONTRADA - NADA A APLI
      -            'CAR' TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               GO TO 2300-REPLAY-AUDITORIA-EXIT
            END-IF
            MOVE 'N' TO WS-AUD-EOF
            PERFORM 2350-APLICA-AUDITORIA
               THRU 2350-APLICA-AUDITORIA-EXIT
               UNTIL WS-AUD-FIM
            CLOSE ARQAUDIT.
       2300-REPLAY-AUDITORIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2350-APLICA-AUDITORIA: a record written with the old      *
      * 29-byte images (its fourth ';' in column 56) predates any *
      * snapshot and is passed over, as is one made on another    *
      * roster. The key is in the after image of an INCLUSAO and  *
      * in the before image of anything else.                     *
      *----------------------------------------------------------*
       2350-APLICA-AUDITORIA.
            READ ARQAUDIT AT END
                 MOVE 'S' TO WS-AUD-EOF
                 GO TO 2350-APLICA-AUDITORIA-EXIT
            END-READ
            IF FD-AUD-REGISTRO (56:1) = ';'
               GO TO 2350-APLICA-AUDITORIA-EXIT
            END-IF
            IF FD-AUD-TIMESTAMP < WS-CAD-DATAHORA
               GO TO 2350-APLICA-AUDITORIA-EXIT
            END-IF
            IF FD-AUD-CADASTRO NOT = SPACES
               AND FD-AUD-CADASTRO NOT = WS-NOME-ARQALUNO
               ADD 1 TO WS-AUD-OUTROS
               GO TO 2350-APLICA-AUDITORIA-EXIT
            END-IF
            IF FD-AUD-CADASTRO = SPACES
               MOVE 'S' TO WS-SEM-CADASTRO
            ELSE
               MOVE 'N' TO WS-SEM-CADASTRO
            END-IF
            IF FD-AUD-OPERACAO = 'I'
               MOVE FD-AUD-DEPOIS (1:6) TO FD-TRB-MATRICULA
            ELSE
               MOVE FD-AUD-ANTES (1:6)  TO FD-TRB-MATRICULA
            END-IF
            MOVE FD-TRB-MATRICULA TO WS-DIF-MATRICULA
            READ ARQTRAB
               INVALID KEY
                  MOVE 'N'    TO WS-ESPERADO-ACHADO
                  MOVE SPACES TO WS-ESPERADO
               NOT INVALID KEY
                  MOVE 'S'             TO WS-ESPERADO-ACHADO
                  MOVE FD-TRB-REGISTRO TO WS-ESPERADO
            END-READ
            EVALUATE FD-AUD-OPERACAO
               WHEN 'I'
                    PERFORM 2360-REPLAY-INCLUSAO
                       THRU 2360-REPLAY-INCLUSAO-EXIT
               WHEN 'A'
                    PERFORM 2370-REPLAY-ALTERACAO
                       THRU 2370-REPLAY-ALTERACAO-EXIT
               WHEN 'E'
                    PERFORM 2380-REPLAY-EXCLUSAO
                       THRU 2380-REPLAY-EXCLUSAO-EXIT
               WHEN OTHER
                    ADD 1 TO WS-AUD-OUTROS
            END-EVALUATE.
       2350-APLICA-AUDITORIA-EXIT.
            EXIT.

       2360-REPLAY-INCLUSAO.
            IF WS-ESPERADO = FD-AUD-DEPOIS
               ADD 1 TO WS-AUD-APLICADOS
               GO TO 2360-REPLAY-INCLUSAO-EXIT
            END-IF
            IF WS-TEM-ESPERADO
               IF WS-AUD-SEM-CADASTRO
                  ADD 1 TO WS-AUD-OUTROS
                  GO TO 2360-REPLAY-INCLUSAO-EXIT
               END-IF
               MOVE WS-ESPERADO TO WS-DIF-ESPERADO
               PERFORM 2390-DIFERENCA-TRILHA
                  THRU 2390-DIFERENCA-TRILHA-EXIT
               MOVE FD-AUD-DEPOIS TO FD-TRB-REGISTRO
               REWRITE FD-TRB-REGISTRO
               ADD 1 TO WS-AUD-APLICADOS
               GO TO 2360-REPLAY-INCLUSAO-EXIT
            END-IF
            IF WS-AUD-SEM-CADASTRO
               MOVE WS-DIF-MATRICULA TO FD-MATRICULA
               READ ARQALUNO
                  INVALID KEY
                     ADD 1 TO WS-AUD-OUTROS
                     GO TO 2360-REPLAY-INCLUSAO-EXIT
               END-READ
            END-IF
            MOVE FD-AUD-DEPOIS TO FD-TRB-REGISTRO
            WRITE FD-TRB-REGISTRO
            ADD 1 TO WS-AUD-APLICADOS.
       2360-REPLAY-INCLUSAO-EXIT.
            EXIT.

       2370-REPLAY-ALTERACAO.
            IF WS-ESPERADO = FD-AUD-DEPOIS
               ADD 1 TO WS-AUD-APLICADOS
               GO TO 2370-REPLAY-ALTERACAO-EXIT
            END-IF
            IF WS-TEM-ESPERADO AND WS-ESPERADO = FD-AUD-ANTES
               MOVE FD-AUD-DEPOIS TO FD-TRB-REGISTRO
               REWRITE FD-TRB-REGISTRO
               ADD 1 TO WS-AUD-APLICADOS
               GO TO 2370-REPLAY-ALTERACAO-EXIT
            END-IF
            IF WS-AUD-SEM-CADASTRO
               ADD 1 TO WS-AUD-OUTROS
               GO TO 2370-REPLAY-ALTERACAO-EXIT
            END-IF
            MOVE WS-ESPERADO TO WS-DIF-ESPERADO
            PERFORM 2390-DIFERENCA-TRILHA
               THRU 2390-DIFERENCA-TRILHA-EXIT
            MOVE FD-AUD-DEPOIS TO FD-TRB-REGISTRO
            IF WS-TEM-ESPERADO
               REWRITE FD-TRB-REGISTRO
            ELSE
               WRITE FD-TRB-REGISTRO
            END-IF
            ADD 1 TO WS-AUD-APLICADOS.
       2370-REPLAY-ALTERACAO-EXIT.
            EXIT.

       2380-REPLAY-EXCLUSAO.
            IF NOT WS-TEM-ESPERADO
               IF WS-AUD-SEM-CADASTRO
                  OR FD-AUD-TIMESTAMP = WS-CAD-DATAHORA
                  ADD 1 TO WS-AUD-OUTROS
                  GO TO 2380-REPLAY-EXCLUSAO-EXIT
               END-IF
               MOVE SPACES TO WS-DIF-ESPERADO
               PERFORM 2390-DIFERENCA-TRILHA
                  THRU 2390-DIFERENCA-TRILHA-EXIT
               ADD 1 TO WS-AUD-APLICADOS
               GO TO 2380-REPLAY-EXCLUSAO-EXIT
            END-IF
            IF WS-ESPERADO NOT = FD-AUD-ANTES
               IF WS-AUD-SEM-CADASTRO
                  ADD 1 TO WS-AUD-OUTROS
                  GO TO 2380-REPLAY-EXCLUSAO-EXIT
               END-IF
               MOVE WS-ESPERADO TO WS-DIF-ESPERADO
               PERFORM 2390-DIFERENCA-TRILHA
                  THRU 2390-DIFERENCA-TRILHA-EXIT
            END-IF
            DELETE ARQTRAB
            ADD 1 TO WS-AUD-APLICADOS.
       2380-REPLAY-EXCLUSAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2390-DIFERENCA-TRILHA: an audited change found the record *
      * in another state than the replay expected -- the change   *
      * is still applied, so what follows is measured against the *
      * audited result, and the gap before it is listed.          *
      *----------------------------------------------------------*
       2390-DIFERENCA-TRILHA.
            MOVE 'TRILHA'         TO WS-DIF-TIPO
            MOVE FD-AUD-ANTES     TO WS-DIF-ATUAL
            MOVE FD-AUD-TIMESTAMP TO WS-DIF-QUANDO
            PERFORM 2800-GRAVA-DIFERENCA
               THRU 2800-GRAVA-DIFERENCA-EXIT.
       2390-DIFERENCA-TRILHA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-COMPARA-CADASTRO: the replayed work master and the   *
      * live master, both read in matricula order and matched     *
      * like two sorted files; an exhausted side holds the high   *
      * key 9999999.                                              *
      *----------------------------------------------------------*
       2500-COMPARA-CADASTRO.
            MOVE SPACES TO WS-DIF-QUANDO
            MOVE ZEROS TO FD-TRB-MATRICULA
            START ARQTRAB KEY IS NOT LESS THAN FD-TRB-MATRICULA
               INVALID KEY
                  MOVE 9999999 TO WS-CHAVE-TRB
               NOT INVALID KEY
                  PERFORM 2510-LE-TRAB
                     THRU 2510-LE-TRAB-EXIT
            END-START
            MOVE ZEROS TO FD-MATRICULA
            START ARQALUNO KEY IS NOT LESS THAN FD-MATRICULA
               INVALID KEY
                  MOVE 9999999 TO WS-CHAVE-ALU
               NOT INVALID KEY
                  PERFORM 2520-LE-CADASTRO
                     THRU 2520-LE-CADASTRO-EXIT
            END-START
            PERFORM 2550-COMPARA-REGISTRO
               THRU 2550-COMPARA-REGISTRO-EXIT
               UNTIL WS-CHAVE-TRB = 9999999
                 AND WS-CHAVE-ALU = 9999999.
       2500-COMPARA-CADASTRO-EXIT.
            EXIT.

       2510-LE-TRAB.
            READ ARQTRAB NEXT RECORD
               AT END
                  MOVE 9999999 TO WS-CHAVE-TRB
               NOT AT END
                  MOVE FD-TRB-MATRICULA TO WS-CHAVE-TRB
            END-READ.
       2510-LE-TRAB-EXIT.
            EXIT.

       2520-LE-CADASTRO.
            READ ARQALUNO NEXT RECORD
               AT END
                  MOVE 9999999 TO WS-CHAVE-ALU
               NOT AT END
                  MOVE FD-MATRICULA TO WS-CHAVE-ALU
            END-READ.
       2520-LE-CADASTRO-EXIT.
            EXIT.

       2550-COMPARA-REGISTRO.
            IF WS-CHAVE-TRB < WS-CHAVE-ALU
               MOVE 'EXCLUIDO'       TO WS-DIF-TIPO
               MOVE FD-TRB-MATRICULA TO WS-DIF-MATRICULA
               MOVE FD-TRB-REGISTRO  TO WS-DIF-ESPERADO
               MOVE SPACES           TO WS-DIF-ATUAL
               PERFORM 2800-GRAVA-DIFERENCA
                  THRU 2800-GRAVA-DIFERENCA-EXIT
               PERFORM 2510-LE-TRAB
                  THRU 2510-LE-TRAB-EXIT
               GO TO 2550-COMPARA-REGISTRO-EXIT
            END-IF
            IF WS-CHAVE-TRB > WS-CHAVE-ALU
               MOVE 'INCLUIDO'   TO WS-DIF-TIPO
               MOVE FD-MATRICULA TO WS-DIF-MATRICULA
               MOVE SPACES       TO WS-DIF-ESPERADO
               MOVE FD-ARQ-ALUNO TO WS-DIF-ATUAL
               PERFORM 2800-GRAVA-DIFERENCA
                  THRU 2800-GRAVA-DIFERENCA-EXIT
               PERFORM 2520-LE-CADASTRO
                  THRU 2520-LE-CADASTRO-EXIT
               GO TO 2550-COMPARA-REGISTRO-EXIT
            END-IF
            IF FD-TRB-REGISTRO = FD-ARQ-ALUNO
               ADD 1 TO WS-REG-CONFERE
            ELSE
               MOVE 'ALTERADO'       TO WS-DIF-TIPO
               MOVE FD-MATRICULA     TO WS-DIF-MATRICULA
               MOVE FD-TRB-REGISTRO  TO WS-DIF-ESPERADO
               MOVE FD-ARQ-ALUNO     TO WS-DIF-ATUAL
               PERFORM 2800-GRAVA-DIFERENCA
                  THRU 2800-GRAVA-DIFERENCA-EXIT
            END-IF
            PERFORM 2510-LE-TRAB
               THRU 2510-LE-TRAB-EXIT
            PERFORM 2520-LE-CADASTRO
               THRU 2520-LE-CADASTRO-EXIT.
       2550-COMPARA-REGISTRO-EXIT.
            EXIT.

       2700-TOTAIS-CADASTRO.
            MOVE WS-AUD-APLICADOS TO WS-CONT-ED
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING '   MUDANCAS AUDITADAS APLICADAS....: '
                                     DELIMITED BY SIZE
                   WS-CONT-ED        DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-AUD-OUTROS TO WS-CONT-ED
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING '   MUDANCAS DE OUTROS CADASTROS....: '
                                     DELIMITED BY SIZE
                   WS-CONT-ED        DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-REG-CONFERE TO WS-CONT-ED
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING '   REGISTROS CONFERIDOS............: '
                                     DELIMITED BY SIZE
                   WS-CONT-ED        DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-DIF-CADASTRO TO WS-CONT-ED
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING '   MUDANCAS SEM AUDITORIA..........: '
                                     DELIMITED BY SIZE
                   WS-CONT-ED        DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            DISPLAY WS-VREL-LINHA-ED (1:80).
       2700-TOTAIS-CADASTRO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-GRAVA-DIFERENCA: one line per unaudited change, the  *
      * expected image and the one actually found side by side;   *
      * a TRILHA line also carries the time of the audited change *
      * that exposed it.                                          *
      *----------------------------------------------------------*
       2800-GRAVA-DIFERENCA.
            ADD 1 TO WS-DIF-CADASTRO
            ADD 1 TO WS-DIF-TOTAL
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING WS-DIF-MATRICULA DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-DIF-TIPO      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-DIF-ESPERADO  DELIMITED BY SIZE
                   '  | '           DELIMITED BY SIZE
                   WS-DIF-ATUAL     DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   WS-DIF-QUANDO    DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA.
       2800-GRAVA-DIFERENCA-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            MOVE WS-DIF-TOTAL TO WS-CONT-ED
            MOVE SPACES TO WS-VREL-LINHA-ED
            STRING 'CADASTROS VERIFICADOS: ' DELIMITED BY SIZE
                   WS-CAD-VERIFICADOS        DELIMITED BY SIZE
                   '  MUDANCAS SEM AUDITORIA: ' DELIMITED BY SIZE
                   WS-CONT-ED                DELIMITED BY SIZE
                   INTO WS-VREL-LINHA-ED
            END-STRING
            MOVE WS-VREL-LINHA-ED TO FD-VREL-LINHA
            WRITE FD-VREL-LINHA
            DISPLAY WS-VREL-LINHA-ED (1:80)
            IF WS-HOUVE-FALHA
               MOVE 'ATENCAO: SNAPSHOT OU CADASTRO INUTILIZAVEL - VER AC
      -            'IMA' TO FD-VREL-LINHA
               WRITE FD-VREL-LINHA
               DISPLAY FD-VREL-LINHA (1:60)
            END-IF
            CLOSE ARQSNAP
            CLOSE ARQVREL
            EVALUATE TRUE
               WHEN WS-HOUVE-FALHA
                    MOVE 16 TO RETURN-CODE
               WHEN WS-DIF-TOTAL > 0
                    MOVE 08 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            DISPLAY 'FIM DA VERIFICACAO'
            STOP RUN.

      *----------------------------------------------------------*
      * 8000-FORMATA-DATAHORA: AAAAMMDDHHMMSS, as the trail and   *
      * the snapshot keep it, shown dd/mm/aaaa hh:mm:ss.          *
      *----------------------------------------------------------*
       8000-FORMATA-DATAHORA.
            MOVE SPACES TO WS-DATAHORA-ED
            STRING WS-DATAHORA-FMT (7:2)  DELIMITED BY SIZE
                   '/'                    DELIMITED BY SIZE
                   WS-DATAHORA-FMT (5:2)  DELIMITED BY SIZE
                   '/'                    DELIMITED BY SIZE
                   WS-DATAHORA-FMT (1:4)  DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-DATAHORA-FMT (9:2)  DELIMITED BY SIZE
                   ':'                    DELIMITED BY SIZE
                   WS-DATAHORA-FMT (11:2) DELIMITED BY SIZE
                   ':'                    DELIMITED BY SIZE
                   WS-DATAHORA-FMT (13:2) DELIMITED BY SIZE
                   INTO WS-DATAHORA-ED
            END-STRING.
       8000-FORMATA-DATAHORA-EXIT.
            EXIT.

       END PROGRAM VERIFICA_AUDIT.
