      * Tectonics: cobc
      * Modification History:
      *   23/08/2026 DB  - original version.
      *   15/10/2026 DB  - an aborted run now ends with return
      *                    code 16, so CADEIA_NOTURNA stops the
      *                    chain instead of logging the step OK.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_TURMA.
                       WS-STATUS-ARQEXT
               DISPLAY 'EXECUTE READ_ARQUIVO ANTES DESTE PROGRAMA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CLOSE ARQEXT
               DISPLAY 'ERRO AO ABRIR ARQALUNO-TURMA-REL.TXT'
                       ' - STATUS: ' WS-STATUS-ARQTREL
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'S' TO WS-PRIMEIRO
