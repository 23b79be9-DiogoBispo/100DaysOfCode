      *          the ARQALUNO-AUDIT.TXT trail with the operation
      *          ('I' INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO), the
      *          operator, and the full before/after record images.
      *          AUD-ARQUIVO 'R' routes the call to the guardian
      *          trail, ARQRESP-AUDIT.TXT, with the 104-byte
      *          guardian images in AUD-RESP-ANTES/DEPOIS; any
      *          other value is a student change, as always.
      * Modification History:
      *   23/08/2026 DB  - original version.
      *   02/09/2026 DB  - images widened to 46 bytes for the new
      *                    FD-SITUACAO and enrollment/withdrawal
      *                    dates on ALUNOREC.CPY.
      *   15/10/2026 DB  - added AUD-ARQUIVO and the guardian
      *                    images for the new ARQRESP.TXT master.
      *   15/10/2026 DB  - added AUD-CADASTRO, the roster file the
      *                    student change was made on, written at
      *                    the end of the trail record so the
      *                    audit replay knows which master to
      *                    apply it to.
      **********************
       01 AUDIT-PARM.
           03 AUD-OPERACAO   PIC X(01).
           03 AUD-OPERADOR   PIC X(08).
           03 AUD-ANTES      PIC X(46).
           03 AUD-DEPOIS     PIC X(46).
           03 AUD-ARQUIVO    PIC X(01) VALUE SPACE.
               88 AUD-ARQ-RESPONSAVEL VALUE 'R'.
           03 AUD-RESP-ANTES  PIC X(104).
           03 AUD-RESP-DEPOIS PIC X(104).
           03 AUD-CADASTRO    PIC X(40) VALUE SPACES.
