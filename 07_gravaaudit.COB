      *   02/09/2026 DB  - before/after images widened to 46 bytes
      *                    for the new FD-SITUACAO and enrollment/
      *                    withdrawal dates on ALUNOREC.CPY.
      *   15/10/2026 DB  - AUD-ARQUIVO 'R' now sends the change to
      *                    a separate guardian trail,
      *                    ARQRESP-AUDIT.TXT, with the wider
      *                    ARQRESP.TXT record images -- the
      *                    student trail keeps its exact layout so
      *                    CONSULTA_AUDIT and RECUPERA_AUDIT read
      *                    it unchanged.
      *   15/10/2026 DB  - the student trail record now ends with
      *                    the roster file name the caller passes
      *                    in AUD-CADASTRO, after a fifth ';' --
      *                    added at the end so every earlier field
      *                    keeps its offset. Records written before
      *                    carry it blank.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA_AUDIT.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQAUDIT.

       SELECT ARQRAUD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQRAUD.

      **********************
       DATA DIVISION.

           03 FD-AUD-ANTES    PIC X(46).
           03 FD-AUD-SEP-4    PIC X(01).
           03 FD-AUD-DEPOIS   PIC X(46).
           03 FD-AUD-SEP-5    PIC X(01).
           03 FD-AUD-CADASTRO PIC X(40).

       FD ARQRAUD
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQRESP-AUDIT.TXT'.
       01 FD-RAUD-REGISTRO.
           03 FD-RAUD-TIMESTAMP PIC X(14).
           03 FD-RAUD-SEP-1     PIC X(01).
           03 FD-RAUD-OPERACAO  PIC X(01).
           03 FD-RAUD-SEP-2     PIC X(01).
           03 FD-RAUD-OPERADOR  PIC X(08).
           03 FD-RAUD-SEP-3     PIC X(01).
           03 FD-RAUD-ANTES     PIC X(104).
           03 FD-RAUD-SEP-4     PIC X(01).
           03 FD-RAUD-DEPOIS    PIC X(104).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQAUDIT PIC X(02).
       01 WS-STATUS-ARQRAUD  PIC X(02).

       01 WS-DATAHORA-AUD.
           03 WS-ANO-AUD PIC 9(4).

      **********************
       PROCEDURE DIVISION USING AUDIT-PARM.
            IF AUD-ARQ-RESPONSAVEL
               PERFORM 3000-GRAVA-RESPONSAVEL
                  THRU 3000-GRAVA-RESPONSAVEL-EXIT
               GOBACK
            END-IF
            PERFORM 1000-ABRE-AUDITORIA
               THRU 1000-ABRE-AUDITORIA-EXIT
            PERFORM 2000-GRAVA-REGISTRO
            MOVE AUD-ANTES    TO FD-AUD-ANTES
            MOVE ';'          TO FD-AUD-SEP-4
            MOVE AUD-DEPOIS   TO FD-AUD-DEPOIS
            MOVE ';'          TO FD-AUD-SEP-5
            MOVE AUD-CADASTRO TO FD-AUD-CADASTRO
            WRITE FD-AUD-REGISTRO.
       2000-GRAVA-REGISTRO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-GRAVA-RESPONSAVEL: a guardian change goes to its own *
      * trail, ARQRESP-AUDIT.TXT, opened for EXTEND and created   *
      * the first time exactly like the student trail. The        *
      * timestamp is the same AAAAMMDDHHMMSS DATAEHORA gives.     *
      *----------------------------------------------------------*
       3000-GRAVA-RESPONSAVEL.
            OPEN EXTEND ARQRAUD
            IF WS-STATUS-ARQRAUD = '35'
               OPEN OUTPUT ARQRAUD
               CLOSE ARQRAUD
               OPEN EXTEND ARQRAUD
            END-IF
            IF WS-STATUS-ARQRAUD NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRESP-AUDIT.TXT - STATUS: '
                       WS-STATUS-ARQRAUD
               GO TO 3000-GRAVA-RESPONSAVEL-EXIT
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-AUD
            MOVE WS-DATAHORA-AUD  TO FD-RAUD-TIMESTAMP
            MOVE ';'              TO FD-RAUD-SEP-1
            MOVE AUD-OPERACAO     TO FD-RAUD-OPERACAO
            MOVE ';'              TO FD-RAUD-SEP-2
            MOVE AUD-OPERADOR     TO FD-RAUD-OPERADOR
            MOVE ';'              TO FD-RAUD-SEP-3
            MOVE AUD-RESP-ANTES   TO FD-RAUD-ANTES
            MOVE ';'              TO FD-RAUD-SEP-4
            MOVE AUD-RESP-DEPOIS  TO FD-RAUD-DEPOIS
            WRITE FD-RAUD-REGISTRO
            CLOSE ARQRAUD.
       3000-GRAVA-RESPONSAVEL-EXIT.
            EXIT.

       END PROGRAM GRAVA_AUDIT.
