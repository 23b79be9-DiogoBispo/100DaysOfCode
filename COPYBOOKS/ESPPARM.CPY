      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: parameter area for the GRAVA_ESPERA subprogram --
      *          the request a full TURMA turned away (everything
      *          the later 'I' transaction needs, the roster file it
      *          is for, where it came from and who took it). On
      *          return ESP-RETORNO says whether it was added ('I'),
      *          was already waiting on that TURMA ('J') or could
      *          not be written ('X'), and ESP-POSICAO is the
      *          family's place in the TURMA's line. Called with
      *          ESP-FUNCAO 'R' it writes nothing and returns in
      *          ESP-RESERVAS the seats of ESP-TURMA held by open
      *          offers on that roster, other than ESP-MATRICULA's
      *          own, for the callers' capacity checks.
      * Modification History:
      *   15/10/2026 DB  - original version.
      **********************
       01 ESPERA-PARM.
           03 ESP-FUNCAO      PIC X(01).
               88 ESP-GRAVAR            VALUE 'G'.
               88 ESP-CONTAR-RESERVAS   VALUE 'R'.
           03 ESP-TURMA       PIC X(05).
           03 ESP-MATRICULA   PIC 9(06).
           03 ESP-NOME        PIC X(08).
           03 ESP-IDADE       PIC 9(02).
           03 ESP-NASCIMENTO  PIC 9(08).
           03 ESP-CADASTRO    PIC X(40).
           03 ESP-ORIGEM      PIC X(01).
           03 ESP-OPERADOR    PIC X(08).
           03 ESP-RETORNO     PIC X(01).
               88 ESP-INCLUIDO     VALUE 'I'.
               88 ESP-JA-NA-LISTA  VALUE 'J'.
               88 ESP-ERRO         VALUE 'X'.
           03 ESP-POSICAO     PIC 9(04).
           03 ESP-RESERVAS    PIC 9(04).
