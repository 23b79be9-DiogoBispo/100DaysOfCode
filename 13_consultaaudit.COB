      *                    change lists correctly instead of
      *                    showing a shifted after-image and
      *                    phantom ALTERADO flags.
      *   15/10/2026 DB  - the FD now carries the roster file name
      *                    GRAVA_AUDIT appends to each trail
      *                    record (blank on older records).
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_AUDIT.
           03 FD-AUD-ANTES    PIC X(46).
           03 FD-AUD-SEP-4    PIC X(01).
           03 FD-AUD-DEPOIS   PIC X(46).
           03 FD-AUD-SEP-5    PIC X(01).
           03 FD-AUD-CADASTRO PIC X(40).

       FD ARQCONS
          LABEL RECORD STANDARD
