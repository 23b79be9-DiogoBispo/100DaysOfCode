      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 DB  - original version.
      *   15/10/2026 DB  - the roster file name now goes to
      *                    GRAVA_AUDIT with every change
      *                    (AUD-CADASTRO), so an audit replay
      *                    can tell which master a change
      *                    belongs to.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_FORMADOS.

       7000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE WS-NOME-ARQALUNO TO AUD-CADASTRO
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       7000-GRAVA-AUDITORIA-EXIT.
            EXIT.
