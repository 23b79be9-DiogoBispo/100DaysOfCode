      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: shared record layout for the roster snapshot
      *          files SNAPSHOT_ALUNO writes (SNAPSHOT-AAAAMMDD-
      *          HHMMSS.TXT) and VERIFICA_AUDIT replays the audit
      *          trail over. One section per roster master on
      *          ARQALUNO-LISTA.TXT: an 'H' header with the roster
      *          file name and the moment its image was taken, one
      *          'D' detail per record with the full 46-byte
      *          ALUNOREC image, and a 'T' trailer with the record
      *          count and hash totals -- the sum of the matriculas
      *          and the count by FD-SITUACAO -- so a snapshot that
      *          was truncated or edited is caught before anyone
      *          trusts it as a restore point.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 FD-ARQ-SNAPSHOT.
           03 FD-SNP-TIPO        PIC X(01).
               88 FD-SNP-CABECALHO   VALUE 'H'.
               88 FD-SNP-DETALHE     VALUE 'D'.
               88 FD-SNP-TOTAIS      VALUE 'T'.
           03 FD-SNP-DADOS       PIC X(99).
           03 FD-SNP-CAB REDEFINES FD-SNP-DADOS.
               05 FD-SNP-CADASTRO    PIC X(40).
               05 FD-SNP-DATAHORA    PIC X(14).
               05 FILLER             PIC X(45).
           03 FD-SNP-DET REDEFINES FD-SNP-DADOS.
               05 FD-SNP-IMAGEM      PIC X(46).
               05 FILLER             PIC X(53).
           03 FD-SNP-TOT REDEFINES FD-SNP-DADOS.
               05 FD-SNP-QTD-REG     PIC 9(07).
               05 FD-SNP-SOMA-MAT    PIC 9(13).
               05 FD-SNP-QTD-ATIVO   PIC 9(07).
               05 FD-SNP-QTD-RETIR   PIC 9(07).
               05 FD-SNP-QTD-TRANSF  PIC 9(07).
               05 FD-SNP-QTD-OUTRA   PIC 9(07).
               05 FILLER             PIC X(51).
