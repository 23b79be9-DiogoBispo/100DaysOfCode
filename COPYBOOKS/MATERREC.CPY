      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the subject reference
      *          master, ARQMATERIA.TXT -- the one list of valid
      *          subject codes, keyed by FD-MATE-CODIGO, the same
      *          10 bytes as FD-NOTA-MATERIA so a grade's subject
      *          is looked up as typed. Maintained by
      *          MANUTENCAO_MATERIA and read by
      *          MANUTENCAO_CURRICULO, CARREGA_NOTAS and
      *          RELATORIO_PENDENCIAS, ending the "MATEMATICA" /
      *          "MATEMAT" / "MAT" splits on the boletim the same
      *          way ARQTURMA.TXT ended them for class codes.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-MATERIA.
           03 FD-MATE-CODIGO    PIC X(10).
           03 FD-MATE-DESCRICAO PIC X(30).
