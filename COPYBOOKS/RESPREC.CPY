      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the indexed guardian
      *          (responsavel) master, ARQRESP.TXT -- one record
      *          per guardian, keyed by FD-RESP-CHAVE (matricula +
      *          a two-digit sequence), so a student can have as
      *          many guardians on file as the family hands in.
      *          Maintained by MANUTENCAO_RESPONSAVEL (every
      *          change audited through GRAVA_AUDIT), listed per
      *          TURMA by RELATORIO_CONTATOS, and checked by
      *          READ_ARQUIVO, which puts every ATIVO student with
      *          no guardian on ARQALUNO-EXCECOES.TXT.
      *          FD-RESP-RETIRADA says whether this person may
      *          pick the child up at the gate.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-RESP.
           03 FD-RESP-CHAVE.
               05 FD-RESP-MATRICULA  PIC 9(06).
               05 FD-RESP-SEQ        PIC 9(02).
           03 FD-RESP-NOME       PIC X(30).
           03 FD-RESP-PARENTESCO PIC X(10).
           03 FD-RESP-TELEFONE   PIC X(15).
           03 FD-RESP-ENDERECO   PIC X(40).
           03 FD-RESP-RETIRADA   PIC X(01).
               88 FD-RESP-PODE-RETIRAR VALUE 'S'.
               88 FD-RESP-NAO-RETIRA   VALUE 'N'.
