      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the indexed waiting list,
      *          LISTA-ESPERA.TXT -- one request per record, keyed
      *          by TURMA and the moment the request was taken, so
      *          reading a TURMA's key range returns its families in
      *          the order they asked. FD-ESP-SEQ tells apart two
      *          requests taken in the same second. Written by
      *          GRAVA_ESPERA (fed by every TURMA LOTADA rejection
      *          in MANUTENCAO_ALUNO, MANUTENCAO_LOTE and the
      *          batch TRANSFERE_CAMPUS, and by hand through
      *          MANUTENCAO_ESPERA), worked by the
      *          nightly OFERTA_VAGAS and counted by RELATORIO_VAGAS.
      *          A request carries everything an 'I' transaction
      *          needs, so an accepted offer becomes one for
      *          MANUTENCAO_LOTE without anybody re-keying it, and
      *          the roster file it belongs to. FD-ESP-SITUACAO:
      *          'E' em espera, 'O' vaga ofertada, 'A' oferta
      *          aceita, 'M' inclusao enviada ao lote, 'F'
      *          matriculado, 'X' oferta expirada, 'C' cancelado.
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - FD-ESP-ORIGEM 'T' for a request queued by
      *                    a transfer refused TURMA LOTADA.
      **********************
       01 FD-ARQ-ESPERA.
           03 FD-ESP-CHAVE.
               05 FD-ESP-TURMA       PIC X(05).
               05 FD-ESP-DATAHORA    PIC X(14).
               05 FD-ESP-SEQ         PIC 9(03).
           03 FD-ESP-MATRICULA   PIC 9(06).
           03 FD-ESP-NOME        PIC X(08).
           03 FD-ESP-IDADE       PIC 9(02).
           03 FD-ESP-NASCIMENTO  PIC 9(08).
           03 FD-ESP-CADASTRO    PIC X(40).
           03 FD-ESP-ORIGEM      PIC X(01).
               88 FD-ESP-DO-LOTE     VALUE 'L'.
               88 FD-ESP-DO-MENU     VALUE 'M'.
               88 FD-ESP-DIGITADO    VALUE 'D'.
               88 FD-ESP-DA-TRANSFERENCIA VALUE 'T'.
           03 FD-ESP-OPERADOR    PIC X(08).
           03 FD-ESP-SITUACAO    PIC X(01).
               88 FD-ESP-AGUARDANDO  VALUE 'E'.
               88 FD-ESP-OFERTADA    VALUE 'O'.
               88 FD-ESP-ACEITA      VALUE 'A'.
               88 FD-ESP-ENCAMINHADA VALUE 'M'.
               88 FD-ESP-MATRICULADA VALUE 'F'.
               88 FD-ESP-EXPIRADA    VALUE 'X'.
               88 FD-ESP-CANCELADA   VALUE 'C'.
               88 FD-ESP-PENDENTE    VALUE 'E' 'O' 'A' 'M'.
               88 FD-ESP-RESERVA     VALUE 'O' 'A' 'M'.
           03 FD-ESP-DT-OFERTA   PIC 9(08).
           03 FD-ESP-DT-LIMITE   PIC 9(08).
           03 FD-ESP-DT-RESPOSTA PIC 9(08).
