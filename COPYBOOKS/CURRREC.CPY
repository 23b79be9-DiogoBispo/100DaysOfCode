      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the class curriculum,
      *          ARQCURRIC.TXT -- one record per subject a class
      *          takes, keyed by FD-CUR-CHAVE. An entry is either
      *          for one TURMA (FD-CUR-TIPO 'T', FD-CUR-CODIGO the
      *          class code) or for a whole grade level
      *          (FD-CUR-TIPO 'S', FD-CUR-SERIE the FD-TUR-SERIE,
      *          left-justified in FD-CUR-CODIGO). A class takes
      *          every subject of its serie plus any subject
      *          entered for the class itself, so the common core
      *          is keyed once per serie and only the exceptions
      *          per TURMA. Maintained by MANUTENCAO_CURRICULO;
      *          read by CARREGA_NOTAS and RELATORIO_PENDENCIAS.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-CURRICULO.
           03 FD-CUR-CHAVE.
               05 FD-CUR-TIPO       PIC X(01).
                   88 FD-CUR-POR-TURMA VALUE 'T'.
                   88 FD-CUR-POR-SERIE VALUE 'S'.
               05 FD-CUR-CODIGO     PIC X(05).
               05 FD-CUR-CODIGO-SERIE REDEFINES FD-CUR-CODIGO.
                   07 FD-CUR-SERIE  PIC 9(02).
                   07 FILLER        PIC X(03).
               05 FD-CUR-MATERIA    PIC X(10).
