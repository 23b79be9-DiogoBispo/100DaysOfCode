      *                    reversal matches the converted master
      *                    instead of reporting a false REGISTRO
      *                    DIVERGE.
      *   15/10/2026 DB  - the roster file name now goes to
      *                    GRAVA_AUDIT with every change
      *                    (AUD-CADASTRO), so an audit replay
      *                    can tell which master a change
      *                    belongs to.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA_AUDIT.
           03 FD-AUD-ANTES    PIC X(46).
           03 FD-AUD-SEP-4    PIC X(01).
           03 FD-AUD-DEPOIS   PIC X(46).
           03 FD-AUD-SEP-5    PIC X(01).
           03 FD-AUD-CADASTRO PIC X(40).

       FD ARQRREL
          LABEL RECORD STANDARD
      *----------------------------------------------------------*
       3500-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE WS-NOME-ARQALUNO TO AUD-CADASTRO
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       3500-GRAVA-AUDITORIA-EXIT.
            EXIT.
