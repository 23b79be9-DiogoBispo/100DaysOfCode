      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the indexed attendance
      *          master, ARQFREQ.TXT -- one record per student and
      *          school day, keyed by FD-FREQ-CHAVE (matricula +
      *          date AAAAMMDD) so a corrected sheet replaces the
      *          mark on file instead of duplicating it. Loaded by
      *          CARREGA_FREQUENCIA from the homeroom teachers'
      *          daily sheets and read by RELATORIO_FREQUENCIA for
      *          the monthly attendance report. FD-FREQ-TURMA keeps
      *          the class the mark was taken in, so a student who
      *          changes TURMA mid-month is counted in each class.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-FREQ.
           03 FD-FREQ-CHAVE.
               05 FD-FREQ-MATRICULA PIC 9(06).
               05 FD-FREQ-DATA      PIC 9(08).
           03 FD-FREQ-TURMA     PIC X(05).
           03 FD-FREQ-PRESENCA  PIC X(01).
               88 FD-FREQ-PRESENTE  VALUE 'P'.
               88 FD-FREQ-FALTA     VALUE 'F'.
