      *          interactive programs fall back to the console.
      * Modification History:
      *   02/09/2026 DB  - original version.
      *   15/10/2026 DB  - added PRM-FREQ-MINIMA, the legal minimum
      *                    attendance percentage for
      *                    RELATORIO_FREQUENCIA.
      *   15/10/2026 DB  - added PRM-MEDIA-APROVACAO,
      *                    PRM-MEDIA-RECUPERACAO (one implied
      *                    decimal, as on FD-NOTA-VALOR: 060 is
      *                    6.0) and PRM-PERIODOS-ANO for the
      *                    year-end ATA_RESULTADOS ledger.
      *   15/10/2026 DB  - added PRM-DIA-VENCIMENTO, the day of the
      *                    month the tuition charges of
      *                    GERA_COBRANCA fall due.
      *   15/10/2026 DB  - added PRM-PRAZO-OFERTA, the days a
      *                    family has to answer a waiting-list
      *                    seat offer from OFERTA_VAGAS.
      **********************
       01 PARAM-EXECUCAO.
           03 PRM-ARQUIVO-ACHADO  PIC X(01).
           03 PRM-IDADE-MAXIMA    PIC 9(02).
           03 PRM-CKPT-INTERVALO  PIC 9(03).
           03 PRM-LIMITE-VARIACAO PIC 9(03).
           03 PRM-FREQ-MINIMA     PIC 9(03).
           03 PRM-MEDIA-APROVACAO PIC 9(03).
           03 PRM-MEDIA-RECUPERACAO PIC 9(03).
           03 PRM-PERIODOS-ANO    PIC 9(03).
           03 PRM-DIA-VENCIMENTO  PIC 9(03).
           03 PRM-PRAZO-OFERTA    PIC 9(03).
