      *                    file the 30% default holds. The value
      *                    actually used is echoed on the report
      *                    heading.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_TENDENCIA.
               DISPLAY 'ERRO AO ABRIR ARQALUNO-HIST.TXT - STATUS: '
                       WS-STATUS-ARQHIST
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARQTEND
               DISPLAY 'ERRO AO ABRIR ARQALUNO-TEND.TXT - STATUS: '
                       WS-STATUS-ARQTEND
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 0   TO WS-LIDAS
