      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the year-end decision
      *          file, RESULTADO-FINAL.TXT -- one record per
      *          student, keyed by FD-RES-MATRICULA, written by
      *          ATA_RESULTADOS and honoured by VIRADA_ANO: only an
      *          APROVADO student in a class that is not blocked
      *          moves up; RETIDO stays in the same TURMA;
      *          RECUPERACAO and INCOMPLETO are still open and the
      *          student is held. FD-RES-TURMA is the class the
      *          decision was taken for, so a student moved since
      *          the ledger ran is not promoted on a stale result.
      *          FD-RES-BLOQUEIO 'S' means some student of the
      *          class had missing grades and the whole class is
      *          held until the ledger is run clean.
      *          FD-RES-VIRADA 'S' is set by VIRADA_ANO once the
      *          decision has been applied, so a RETIDO student --
      *          still in the same TURMA -- is not held back again
      *          next year on last year's result.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-RESULTADO.
           03 FD-RES-MATRICULA  PIC 9(06).
           03 FD-RES-ANO        PIC 9(04).
           03 FD-RES-TURMA      PIC X(05).
           03 FD-RES-DECISAO    PIC X(01).
               88 FD-RES-APROVADO    VALUE 'A'.
               88 FD-RES-RECUPERACAO VALUE 'R'.
               88 FD-RES-RETIDO      VALUE 'T'.
               88 FD-RES-INCOMPLETO  VALUE 'I'.
           03 FD-RES-BLOQUEIO   PIC X(01).
               88 FD-RES-TURMA-BLOQUEADA VALUE 'S'.
           03 FD-RES-DATA       PIC 9(08).
           03 FD-RES-VIRADA     PIC X(01).
               88 FD-RES-JA-APLICADO     VALUE 'S'.
