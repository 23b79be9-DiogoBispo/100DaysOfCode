      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the indexed tuition
      *          receivables file, ARQCOBRANCA.TXT -- one charge
      *          per student and month, keyed by FD-COB-CHAVE
      *          (matricula + competencia AAAAMM) so a billing run
      *          repeated for the same month cannot bill a student
      *          twice. Written by GERA_COBRANCA, settled by
      *          BAIXA_PAGAMENTOS from the bank's return file and
      *          aged by RELATORIO_INADIMPLENCIA. Name and TURMA
      *          are those at billing time, so a charge still
      *          reads correctly after the student moves class or
      *          leaves. FD-COB-DIAS is the number of days billed
      *          (less than the month when the student joined or
      *          left mid-month). FD-COB-DT-INICIO/-FIM are the
      *          first and last day billed; a student transferred
      *          mid-month between campuses under the same
      *          matricula has both rosters' parts on the one
      *          charge, from the earlier start to the later end.
      *          Amounts carry two decimals.
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - FD-COB-DT-INICIO and FD-COB-DT-FIM, the
      *                    period billed.
      **********************
       01 FD-ARQ-COBRANCA.
           03 FD-COB-CHAVE.
               05 FD-COB-MATRICULA   PIC 9(06).
               05 FD-COB-COMPETENCIA PIC 9(06).
           03 FD-COB-NOME        PIC X(08).
           03 FD-COB-TURMA       PIC X(05).
           03 FD-COB-DIAS        PIC 9(02).
           03 FD-COB-VALOR       PIC 9(05)V9(02).
           03 FD-COB-VALOR-PAGO  PIC 9(05)V9(02).
           03 FD-COB-VENCIMENTO  PIC 9(08).
           03 FD-COB-DT-PAGTO    PIC 9(08).
           03 FD-COB-SITUACAO    PIC X(01).
               88 FD-COB-ABERTA      VALUE 'A'.
               88 FD-COB-QUITADA     VALUE 'Q'.
           03 FD-COB-DT-INICIO   PIC 9(08).
           03 FD-COB-DT-FIM      PIC 9(08).
