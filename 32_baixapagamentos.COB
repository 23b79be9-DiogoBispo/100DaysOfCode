      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: batch posting of the bank's payment return file,
      *          RETORNO-BANCO.TXT, against the tuition charges
      *          GERA_COBRANCA put on ARQCOBRANCA.TXT -- one
      *          payment per line (matricula, competencia AAAAMM,
      *          amount with two implied decimals, payment date
      *          AAAAMMDD). A payment is added to the charge it
      *          names; once the amount paid covers the charge it
      *          is QUITADA. A payment that matches no charge, or
      *          a charge already settled, is not posted anywhere
      *          and is listed REJEITADA with its reason, so the
      *          finance office can chase it with the bank. One
      *          disposition line per payment on
      *          BAIXA-PAGAMENTOS-REL.TXT, in the MANUTENCAO_LOTE
      *          style, with the amounts posted and refused at the
      *          end. Ends with return code 04 when any payment
      *          was refused, 00 otherwise.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - every payment posted is kept on the new
      *                    indexed BAIXA-LOG.TXT, keyed by
      *                    matricula, competencia, payment date and
      *                    amount; the same payment sent again --
      *                    the same return file run twice -- is
      *                    refused as PAGAMENTO JA BAIXADO instead
      *                    of being added to the charge once more.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA_PAGAMENTOS.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQCOBRANCA ASSIGN TO DYNAMIC WS-NOME-ARQCOBRANCA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-COB-CHAVE
              FILE STATUS IS WS-STATUS-ARQCOBRANCA.

       SELECT ARQBLOG ASSIGN TO DYNAMIC WS-NOME-ARQBLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-BLG-CHAVE
              FILE STATUS IS WS-STATUS-ARQBLOG.

       SELECT ARQRETORNO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQRETORNO.

       SELECT ARQBDISP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQBDISP.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQCOBRANCA
          LABEL RECORD STANDARD.
           COPY "COBRREC.CPY".

      *----------------------------------------------------------*
      * BAIXA-LOG.TXT: every payment ever posted, keyed by what   *
      * the bank sends for it, with the date and time of the run  *
      * that posted it.                                           *
      *----------------------------------------------------------*
       FD ARQBLOG
          LABEL RECORD STANDARD.
       01 FD-BLG-REGISTRO.
           03 FD-BLG-CHAVE.
               05 FD-BLG-MATRICULA   PIC 9(06).
               05 FD-BLG-COMPETENCIA PIC 9(06).
               05 FD-BLG-DATA        PIC 9(08).
               05 FD-BLG-VALOR       PIC 9(05)V9(02).
           03 FD-BLG-DATAHORA        PIC 9(14).

       FD ARQRETORNO
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'RETORNO-BANCO.TXT'.
       01 FD-RET-REGISTRO.
           03 FD-RET-MATRICULA   PIC X(06).
           03 FD-RET-COMPETENCIA PIC X(06).
           03 FD-RET-VALOR       PIC X(07).
           03 FD-RET-DATA        PIC X(08).

       FD ARQBDISP
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'BAIXA-PAGAMENTOS-REL.TXT'.
       01 FD-BDISP-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQCOBRANCA PIC X(02).
       01 WS-STATUS-ARQRETORNO  PIC X(02).
       01 WS-STATUS-ARQBDISP    PIC X(02).
       01 WS-STATUS-ARQBLOG     PIC X(02).
       01 WS-NOME-ARQCOBRANCA   PIC X(40) VALUE 'ARQCOBRANCA.TXT'.
       01 WS-NOME-ARQBLOG       PIC X(40) VALUE 'BAIXA-LOG.TXT'.
       01 WS-RETORNO-EOF        PIC X(01).
           88 WS-RETORNO-FIM        VALUE 'S'.

       01 WS-TRN-CONT           PIC 9(07).
       01 WS-APL-CONT           PIC 9(07).
       01 WS-REJ-CONT           PIC 9(07).
       01 WS-VALOR-APLICADO     PIC 9(09)V9(02).
       01 WS-VALOR-REJEITADO    PIC 9(09)V9(02).
       01 WS-MOTIVO             PIC X(40).
       01 WS-OBSERVACAO         PIC X(30).

       01 WS-VALOR-PAGO         PIC 9(05)V9(02).
       01 WS-VALOR-PAGO-X REDEFINES WS-VALOR-PAGO PIC X(07).
       01 WS-DATA-PAGTO         PIC 9(08).
       01 WS-DATA-PAGTO-R REDEFINES WS-DATA-PAGTO.
           03 WS-DTP-ANO        PIC 9(04).
           03 WS-DTP-MES        PIC 9(02).
           03 WS-DTP-DIA        PIC 9(02).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATAHORA-RUN-N REDEFINES WS-DATAHORA-RUN PIC 9(14).

       01 WS-BDISP-LINHA-ED     PIC X(80) VALUE SPACES.
       01 WS-BDISP-CONT-ED      PIC ZZZZZZ9.
       01 WS-VALOR-ED           PIC ZZ,ZZ9.99.
       01 WS-VALOR-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.99.

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
            PERFORM 2000-PROCESSA-PAGAMENTOS
               THRU 2000-PROCESSA-PAGAMENTOS-EXIT
               UNTIL WS-RETORNO-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'BAIXA DE PAGAMENTOS DO RETORNO BANCARIO'
            OPEN I-O ARQCOBRANCA
            IF WS-STATUS-ARQCOBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQCOBRANCA.TXT - STATUS: '
                       WS-STATUS-ARQCOBRANCA
               DISPLAY 'EXECUTE GERA_COBRANCA ANTES DESTE PROGRAMA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARQRETORNO
            IF WS-STATUS-ARQRETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETORNO-BANCO.TXT - STATUS: '
                       WS-STATUS-ARQRETORNO
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQCOBRANCA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      *----------------------------------------------------------*
      * the posted-payment log outlives every run; it is created  *
      * empty the first time payments are posted.                 *
      *----------------------------------------------------------*
            OPEN I-O ARQBLOG
            IF WS-STATUS-ARQBLOG = '35'
               CLOSE ARQBLOG
               OPEN OUTPUT ARQBLOG
               CLOSE ARQBLOG
               OPEN I-O ARQBLOG
            END-IF
            IF WS-STATUS-ARQBLOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR BAIXA-LOG.TXT - STATUS: '
                       WS-STATUS-ARQBLOG
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQCOBRANCA
               CLOSE ARQRETORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQBDISP
            IF WS-STATUS-ARQBDISP NOT = '00'
               DISPLAY 'ERRO AO ABRIR BAIXA-PAGAMENTOS-REL.TXT'
                       ' - STATUS: ' WS-STATUS-ARQBDISP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQCOBRANCA
               CLOSE ARQRETORNO
               CLOSE ARQBLOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE 0   TO WS-TRN-CONT
            MOVE 0   TO WS-APL-CONT
            MOVE 0   TO WS-REJ-CONT
            MOVE 0   TO WS-VALOR-APLICADO
            MOVE 0   TO WS-VALOR-REJEITADO
            MOVE 'N' TO WS-RETORNO-EOF
            MOVE 'RELATORIO DE BAIXA DE PAGAMENTOS' TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE 'MATRICULA COMPET.     VALOR DATA     DISPOSICAO'
               TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE ALL '-' TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-PAGAMENTOS: one bank payment per iteration  *
      * -- validated, matched to its charge by matricula and      *
      * competencia, and posted; anything that cannot be posted   *
      * is refused whole, never split across charges.             *
      *----------------------------------------------------------*
       2000-PROCESSA-PAGAMENTOS.
            READ ARQRETORNO AT END
                 MOVE 'S' TO WS-RETORNO-EOF
                 GO TO 2000-PROCESSA-PAGAMENTOS-EXIT
            END-READ
            ADD 1 TO WS-TRN-CONT
            MOVE SPACES TO WS-MOTIVO
            MOVE SPACES TO WS-OBSERVACAO
            MOVE 0      TO WS-VALOR-PAGO
            PERFORM 2100-VALIDA-PAGAMENTO
               THRU 2100-VALIDA-PAGAMENTO-EXIT
            IF WS-MOTIVO = SPACES
               PERFORM 2200-APLICA-PAGAMENTO
                  THRU 2200-APLICA-PAGAMENTO-EXIT
            END-IF
            IF WS-MOTIVO = SPACES
               ADD 1 TO WS-APL-CONT
               ADD WS-VALOR-PAGO TO WS-VALOR-APLICADO
            ELSE
               ADD 1 TO WS-REJ-CONT
               ADD WS-VALOR-PAGO TO WS-VALOR-REJEITADO
            END-IF
            PERFORM 2500-GRAVA-DISPOSICAO
               THRU 2500-GRAVA-DISPOSICAO-EXIT.
       2000-PROCESSA-PAGAMENTOS-EXIT.
            EXIT.

       2100-VALIDA-PAGAMENTO.
            IF FD-RET-MATRICULA IS NOT NUMERIC
               MOVE 'MATRICULA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            IF FD-RET-COMPETENCIA IS NOT NUMERIC
               MOVE 'COMPETENCIA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            IF FD-RET-VALOR IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            MOVE FD-RET-VALOR TO WS-VALOR-PAGO-X
            IF WS-VALOR-PAGO = 0
               MOVE 'VALOR ZERADO' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            IF FD-RET-DATA IS NOT NUMERIC
               MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            MOVE FD-RET-DATA TO WS-DATA-PAGTO
            IF WS-DTP-MES < 01 OR WS-DTP-MES > 12
               OR WS-DTP-DIA < 01 OR WS-DTP-DIA > 31
               MOVE 'DATA INVALIDA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-IF
            MOVE FD-RET-MATRICULA   TO FD-COB-MATRICULA
            MOVE FD-RET-COMPETENCIA TO FD-COB-COMPETENCIA
            READ ARQCOBRANCA
               INVALID KEY
                  MOVE 'COBRANCA NAO ENCONTRADA' TO WS-MOTIVO
                  GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-READ
            PERFORM 2150-MONTA-LOG
               THRU 2150-MONTA-LOG-EXIT
            READ ARQBLOG
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'PAGAMENTO JA BAIXADO' TO WS-MOTIVO
                  GO TO 2100-VALIDA-PAGAMENTO-EXIT
            END-READ
            IF FD-COB-QUITADA
               MOVE 'COBRANCA JA QUITADA' TO WS-MOTIVO
            END-IF.
       2100-VALIDA-PAGAMENTO-EXIT.
            EXIT.

       2150-MONTA-LOG.
            MOVE FD-RET-MATRICULA   TO FD-BLG-MATRICULA
            MOVE FD-RET-COMPETENCIA TO FD-BLG-COMPETENCIA
            MOVE WS-DATA-PAGTO      TO FD-BLG-DATA
            MOVE WS-VALOR-PAGO      TO FD-BLG-VALOR
            MOVE WS-DATAHORA-RUN-N  TO FD-BLG-DATAHORA.
       2150-MONTA-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-APLICA-PAGAMENTO: the payment adds to what was       *
      * already paid -- a family may pay a month in two parts --  *
      * and the charge is QUITADA once the total covers it. An    *
      * overpayment is posted and flagged for the finance office. *
      * The payment goes on BAIXA-LOG.TXT before the charge is    *
      * rewritten: a run stopped between the two lists the        *
      * payment as refused on the rerun, where finance sees it,   *
      * rather than posting it twice.                             *
      *----------------------------------------------------------*
       2200-APLICA-PAGAMENTO.
            ADD WS-VALOR-PAGO TO FD-COB-VALOR-PAGO
               ON SIZE ERROR
                  MOVE 'VALOR ACUMULADO EXCEDE O LIMITE' TO WS-MOTIVO
                  GO TO 2200-APLICA-PAGAMENTO-EXIT
            END-ADD
            PERFORM 2150-MONTA-LOG
               THRU 2150-MONTA-LOG-EXIT
            WRITE FD-BLG-REGISTRO
               INVALID KEY
                  MOVE 'PAGAMENTO JA BAIXADO' TO WS-MOTIVO
                  GO TO 2200-APLICA-PAGAMENTO-EXIT
            END-WRITE
            IF WS-STATUS-ARQBLOG NOT = '00'
               MOVE 'NAO FOI POSSIVEL GRAVAR BAIXA-LOG.TXT'
                  TO WS-MOTIVO
               GO TO 2200-APLICA-PAGAMENTO-EXIT
            END-IF
            MOVE WS-DATA-PAGTO TO FD-COB-DT-PAGTO
            EVALUATE TRUE
               WHEN FD-COB-VALOR-PAGO < FD-COB-VALOR
                    MOVE 'PAGAMENTO PARCIAL' TO WS-OBSERVACAO
               WHEN FD-COB-VALOR-PAGO > FD-COB-VALOR
                    MOVE 'Q' TO FD-COB-SITUACAO
                    MOVE 'PAGO A MAIOR' TO WS-OBSERVACAO
               WHEN OTHER
                    MOVE 'Q' TO FD-COB-SITUACAO
            END-EVALUATE
            REWRITE FD-ARQ-COBRANCA
               INVALID KEY
                  MOVE 'NAO FOI POSSIVEL GRAVAR A BAIXA' TO WS-MOTIVO
                  DELETE ARQBLOG RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
            END-REWRITE.
       2200-APLICA-PAGAMENTO-EXIT.
            EXIT.

       2500-GRAVA-DISPOSICAO.
            MOVE WS-VALOR-PAGO TO WS-VALOR-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                    STRING FD-RET-MATRICULA   DELIMITED BY SIZE
                           '    '             DELIMITED BY SIZE
                           FD-RET-COMPETENCIA DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-VALOR-ED        DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           FD-RET-DATA        DELIMITED BY SIZE
                           ' REJEITADA - '    DELIMITED BY SIZE
                           WS-MOTIVO          DELIMITED BY SIZE
                           INTO WS-BDISP-LINHA-ED
                    END-STRING
               WHEN WS-OBSERVACAO NOT = SPACES
                    STRING FD-RET-MATRICULA   DELIMITED BY SIZE
                           '    '             DELIMITED BY SIZE
                           FD-RET-COMPETENCIA DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-VALOR-ED        DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           FD-RET-DATA        DELIMITED BY SIZE
                           ' APLICADA - '     DELIMITED BY SIZE
                           WS-OBSERVACAO      DELIMITED BY SIZE
                           INTO WS-BDISP-LINHA-ED
                    END-STRING
               WHEN OTHER
                    STRING FD-RET-MATRICULA   DELIMITED BY SIZE
                           '    '             DELIMITED BY SIZE
                           FD-RET-COMPETENCIA DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-VALOR-ED        DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           FD-RET-DATA        DELIMITED BY SIZE
                           ' APLICADA'        DELIMITED BY SIZE
                           INTO WS-BDISP-LINHA-ED
                    END-STRING
            END-EVALUATE
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA.
       2500-GRAVA-DISPOSICAO-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE WS-TRN-CONT TO WS-BDISP-CONT-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            STRING 'PAGAMENTOS LIDOS......: ' DELIMITED BY SIZE
                   WS-BDISP-CONT-ED           DELIMITED BY SIZE
                   INTO WS-BDISP-LINHA-ED
            END-STRING
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE WS-APL-CONT TO WS-BDISP-CONT-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            STRING 'PAGAMENTOS APLICADOS..: ' DELIMITED BY SIZE
                   WS-BDISP-CONT-ED           DELIMITED BY SIZE
                   INTO WS-BDISP-LINHA-ED
            END-STRING
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE WS-REJ-CONT TO WS-BDISP-CONT-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            STRING 'PAGAMENTOS REJEITADOS.: ' DELIMITED BY SIZE
                   WS-BDISP-CONT-ED           DELIMITED BY SIZE
                   INTO WS-BDISP-LINHA-ED
            END-STRING
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE WS-VALOR-APLICADO TO WS-VALOR-TOTAL-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            STRING 'VALOR APLICADO........: ' DELIMITED BY SIZE
                   WS-VALOR-TOTAL-ED          DELIMITED BY SIZE
                   INTO WS-BDISP-LINHA-ED
            END-STRING
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            MOVE WS-VALOR-REJEITADO TO WS-VALOR-TOTAL-ED
            MOVE SPACES TO WS-BDISP-LINHA-ED
            STRING 'VALOR REJEITADO.......: ' DELIMITED BY SIZE
                   WS-VALOR-TOTAL-ED          DELIMITED BY SIZE
                   INTO WS-BDISP-LINHA-ED
            END-STRING
            MOVE WS-BDISP-LINHA-ED TO FD-BDISP-LINHA
            WRITE FD-BDISP-LINHA
            DISPLAY 'PAGAMENTOS LIDOS......: ' WS-TRN-CONT
            DISPLAY 'PAGAMENTOS APLICADOS..: ' WS-APL-CONT
            DISPLAY 'PAGAMENTOS REJEITADOS.: ' WS-REJ-CONT
            CLOSE ARQCOBRANCA
            CLOSE ARQRETORNO
            CLOSE ARQBLOG
            CLOSE ARQBDISP
            DISPLAY 'FIM DA BAIXA DE PAGAMENTOS'
            IF WS-REJ-CONT > 0
               MOVE 04 TO RETURN-CODE
            ELSE
               MOVE 00 TO RETURN-CODE
            END-IF
            STOP RUN
            EXIT.

       END PROGRAM BAIXA_PAGAMENTOS.
