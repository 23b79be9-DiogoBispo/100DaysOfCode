      *          programs -- one CHAVE=VALOR line per parameter,
      *          '*' in column 1 for a comment line. Recognized
      *          keys: ARQUIVO-ALUNO, OPERADOR, IDADE-MINIMA,
      *          IDADE-MAXIMA, CKPT-INTERVALO, LIMITE-VARIACAO,
      *          FREQ-MINIMA, MEDIA-APROVACAO, MEDIA-RECUPERACAO,
      *          PERIODOS-ANO, DIA-VENCIMENTO, PRAZO-OFERTA. Every
      *          field is seeded with its historical default first
      *          (faixa 05-18, checkpoint a cada 100, variacao de
      *          30%, frequencia minima de 75%, media 6.0,
      *          recuperacao a partir de 4.0, quatro periodos,
      *          vencimento no dia 10, oferta de vaga por 7 dias), so a
      *          parameter file that names only what it wants to
      *          change leaves the rest alone, and a missing file
      *          changes nothing at all -- PRM-TEM-ARQUIVO just
      *          comes back 'N' so the interactive programs know to
      *          ask the console. An unknown key or a non-numeric
      *          value is announced and skipped, never silently
      *          applied.
      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 DB  - original version.
      *                    ignored instead of silently becoming
      *                    zero -- 'CKPT-INTERVALO=1000' or
      *                    'IDADE-MINIMA=' must never apply 0.
      *   15/10/2026 DB  - new key FREQ-MINIMA (default 075), the
      *                    legal minimum attendance percentage.
      *   15/10/2026 DB  - new keys MEDIA-APROVACAO (default 060,
      *                    6.0), MEDIA-RECUPERACAO (default 040,
      *                    4.0) and PERIODOS-ANO (default 004) for
      *                    the year-end results ledger.
      *   15/10/2026 DB  - new key DIA-VENCIMENTO (default 010),
      *                    the due day of the monthly tuition
      *                    charges.
      *   15/10/2026 DB  - new key PRAZO-OFERTA (default 007), the
      *                    days a waiting-list seat offer stays
      *                    open before it expires.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LE_PARAMETROS.
            MOVE 05     TO PRM-IDADE-MINIMA
            MOVE 18     TO PRM-IDADE-MAXIMA
            MOVE 100    TO PRM-CKPT-INTERVALO
            MOVE 030    TO PRM-LIMITE-VARIACAO
            MOVE 075    TO PRM-FREQ-MINIMA
            MOVE 060    TO PRM-MEDIA-APROVACAO
            MOVE 040    TO PRM-MEDIA-RECUPERACAO
            MOVE 004    TO PRM-PERIODOS-ANO
            MOVE 010    TO PRM-DIA-VENCIMENTO
            MOVE 007    TO PRM-PRAZO-OFERTA.
       1000-INICIALIZA-DEFAULTS-EXIT.
            EXIT.

                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-LIMITE-VARIACAO
                    END-IF
               WHEN 'FREQ-MINIMA'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-FREQ-MINIMA
                    END-IF
               WHEN 'MEDIA-APROVACAO'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-MEDIA-APROVACAO
                    END-IF
               WHEN 'MEDIA-RECUPERACAO'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-MEDIA-RECUPERACAO
                    END-IF
               WHEN 'PERIODOS-ANO'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-PERIODOS-ANO
                    END-IF
               WHEN 'DIA-VENCIMENTO'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-DIA-VENCIMENTO
                    END-IF
               WHEN 'PRAZO-OFERTA'
                    PERFORM 2100-CONVERTE-VALOR
                       THRU 2100-CONVERTE-VALOR-EXIT
                    IF WS-VALOR-NUMERICO
                       MOVE WS-VALOR-NUM TO PRM-PRAZO-OFERTA
                    END-IF
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONHECIDO IGNORADO: '
                            WS-CHAVE
