      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 DB  - original version.
      *   15/10/2026 DB  - the subject must now be on the
      *                    ARQMATERIA.TXT catalog and on the
      *                    student's class curriculum
      *                    (ARQCURRIC.TXT: the TURMA's own
      *                    subjects plus those of its serie), so
      *                    "MAT" and "MATEMAT" bounce here
      *                    instead of opening a new line on the
      *                    boletim.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA_NOTAS.
              RECORD KEY IS FD-NOTA-CHAVE
              FILE STATUS IS WS-STATUS-ARQNOTAS.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQMATERIA ASSIGN TO DYNAMIC WS-NOME-ARQMATERIA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-MATE-CODIGO
              FILE STATUS IS WS-STATUS-ARQMATERIA.

       SELECT ARQCURRIC ASSIGN TO DYNAMIC WS-NOME-ARQCURRIC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CUR-CHAVE
              FILE STATUS IS WS-STATUS-ARQCURRIC.

       SELECT ARQNTRANS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQNTRANS.
          LABEL RECORD STANDARD.
           COPY "NOTAREC.CPY".

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQMATERIA
          LABEL RECORD STANDARD.
           COPY "MATERREC.CPY".

       FD ARQCURRIC
          LABEL RECORD STANDARD.
           COPY "CURRREC.CPY".

       FD ARQNTRANS
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'NOTA-TRANS.TXT'.
       01 WS-STATUS-ARQNDISP  PIC X(02).
       01 WS-NOME-ARQALUNO    PIC X(40).
       01 WS-NOME-ARQNOTAS    PIC X(40) VALUE 'ARQNOTAS.TXT'.
       01 WS-STATUS-ARQTURMA   PIC X(02).
       01 WS-STATUS-ARQMATERIA PIC X(02).
       01 WS-STATUS-ARQCURRIC  PIC X(02).
       01 WS-NOME-ARQTURMA     PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQMATERIA   PIC X(40) VALUE 'ARQMATERIA.TXT'.
       01 WS-NOME-ARQCURRIC    PIC X(40) VALUE 'ARQCURRIC.TXT'.
       01 WS-TRANS-EOF        PIC X(01).
           88 WS-TRANS-FIM        VALUE 'S'.

                          ' CONVERTE_SITUACAO'
               END-IF
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQNOTAS
                       WS-STATUS-ARQNOTAS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1100-ABRE-REFERENCIAS
               THRU 1100-ABRE-REFERENCIAS-EXIT
            OPEN INPUT ARQNTRANS
            IF WS-STATUS-ARQNTRANS NOT = '00'
               DISPLAY 'ERRO AO ABRIR NOTA-TRANS.TXT - STATUS: '
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               CLOSE ARQMATERIA
               CLOSE ARQCURRIC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQNDISP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
               CLOSE ARQMATERIA
               CLOSE ARQCURRIC
               CLOSE ARQNTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 0   TO WS-TRN-CONT
            WRITE FD-NDISP-LINHA
            EXIT.

      *----------------------------------------------------------*
      * 1100-ABRE-REFERENCIAS: the class master, the subject      *
      * catalog and the curriculum are all required -- without    *
      * them every grade would bounce, so a missing file stops    *
      * the load up front instead of rejecting the whole batch.   *
      *----------------------------------------------------------*
       1100-ABRE-REFERENCIAS.
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
            OPEN INPUT ARQMATERIA
            IF WS-STATUS-ARQMATERIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQMATERIA.TXT - STATUS: '
                       WS-STATUS-ARQMATERIA
               DISPLAY 'CADASTRE AS MATERIAS COM MANUTENCAO_MATERIA'
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQALUNO
               CLOSE ARQNOTAS
               CLOSE ARQTURMA
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
               CLOSE ARQMATERIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       1100-ABRE-REFERENCIAS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-TRANSACOES: one grade per iteration --      *
      * validated against the roster, then written onto the       *
      * on the indexed student master, and the student must still *
      * be ATIVO -- a grade for a withdrawn student is the exact  *
      * report card this system exists to stop. The nota carries  *
      * one implied decimal and tops out at 100 (10.0). The       *
      * subject must be on the catalog and on the curriculum of   *
      * the student's TURMA (see 2150).                           *
      *----------------------------------------------------------*
       2100-VALIDA-TRANSACAO.
            IF FD-NTR-MATRICULA IS NOT NUMERIC
            END-READ
            IF FD-SIT-RETIRADO OR FD-SIT-TRANSFERIDO
               MOVE 'ALUNO INATIVO' TO WS-MOTIVO
               GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-IF
            MOVE FD-NTR-MATERIA TO FD-MATE-CODIGO
            READ ARQMATERIA
               INVALID KEY
                  MOVE 'MATERIA NAO CADASTRADA' TO WS-MOTIVO
                  GO TO 2100-VALIDA-TRANSACAO-EXIT
            END-READ
            PERFORM 2150-VERIFICA-CURRICULO
               THRU 2150-VERIFICA-CURRICULO-EXIT.
       2100-VALIDA-TRANSACAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2150-VERIFICA-CURRICULO: a class takes the subjects keyed *
      * for the TURMA itself plus those keyed for its serie; the  *
      * grade is accepted if either entry exists. A class that is *
      * no longer on ARQTURMA, or has no serie, can only match on *
      * its own TURMA entries.                                    *
      *----------------------------------------------------------*
       2150-VERIFICA-CURRICULO.
            MOVE 'T'            TO FD-CUR-TIPO
            MOVE FD-TURMA       TO FD-CUR-CODIGO
            MOVE FD-NTR-MATERIA TO FD-CUR-MATERIA
            READ ARQCURRIC
               NOT INVALID KEY
                  GO TO 2150-VERIFICA-CURRICULO-EXIT
            END-READ
            MOVE 'MATERIA FORA DO CURRICULO DA TURMA' TO WS-MOTIVO
            MOVE FD-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  GO TO 2150-VERIFICA-CURRICULO-EXIT
            END-READ
            IF FD-TUR-SERIE = 0
               GO TO 2150-VERIFICA-CURRICULO-EXIT
            END-IF
            MOVE 'S'            TO FD-CUR-TIPO
            MOVE SPACES         TO FD-CUR-CODIGO
            MOVE FD-TUR-SERIE   TO FD-CUR-SERIE
            MOVE FD-NTR-MATERIA TO FD-CUR-MATERIA
            READ ARQCURRIC
               NOT INVALID KEY
                  MOVE SPACES TO WS-MOTIVO
            END-READ.
       2150-VERIFICA-CURRICULO-EXIT.
            EXIT.

       2200-GRAVA-NOTA.
            MOVE FD-NTR-MATRICULA TO FD-NOTA-MATRICULA
            MOVE FD-NTR-MATERIA   TO FD-NOTA-MATERIA
            DISPLAY 'NOTAS REJEITADAS.: ' WS-REJ-CONT
            CLOSE ARQALUNO
            CLOSE ARQNOTAS
            CLOSE ARQTURMA
            CLOSE ARQMATERIA
            CLOSE ARQCURRIC
            CLOSE ARQNTRANS
            CLOSE ARQNDISP
            DISPLAY 'FIM DA CARGA DE NOTAS'
