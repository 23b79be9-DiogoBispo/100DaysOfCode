      **********************
      * Author: DIOGO BISPO
      * Date: 15/10/2026
      * Purpose: moves a student from one campus roster to another
      *          -- both named on ARQALUNO-LISTA.TXT -- as a single
      *          unit of work, instead of a 6-SITUACAO 'T' on the
      *          old file, an INCLUIR on the new one and the grades
      *          re-keyed by hand. Runs interactively (one transfer
      *          per screen, with the same full-class override as
      *          MANUTENCAO_ALUNO) or in batch from TRANSF-PEDIDOS.TXT
      *          (';'-delimited, the way RESOLVE_DUPS reads its
      *          decision file: matricula;roster de origem;roster de
      *          destino;TURMA no destino;data AAAAMMDD;matricula no
      *          destino -- a blank date is the run date, a blank
      *          destination matricula keeps the student's own,
      *          and a full class is refused TURMA LOTADA as in
      *          MANUTENCAO_LOTE). Each transfer creates the target
      *          record ATIVO in a TURMA checked against ARQTURMA
      *          and its capacity, with the transfer date as
      *          enrollment date; re-keys the student's ARQNOTAS
      *          grades and ARQRESP guardians when the destination
      *          numbers the student differently; and marks the
      *          source record TRANSFERIDO with the transfer date.
      *          Every change goes through GRAVA_AUDIT. Before the
      *          first change the whole transfer -- both rosters,
      *          both matriculas and every before/after image -- is
      *          written to the TRANSF-LOG.TXT restart log, and each
      *          finished step is logged after it: a rerun after a
      *          crash first finishes the interrupted transfer from
      *          the step it reached or, when one of the files was
      *          changed in the meantime, undoes it, so a student is
      *          never left on both rosters or on neither. One
      *          disposition per transfer on TRANSF-REL.TXT. Return
      *          code 04 when any transfer was refused or undone,
      *          16 when the run aborted or a transfer could be
      *          neither finished nor undone.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 DB  - original version.
      *   15/10/2026 DB  - each student change names its roster in
      *                    AUD-CADASTRO -- a transfer audits two
      *                    masters, and the audit replay must put
      *                    each change on the right one.
      *   15/10/2026 DB  - the capacity check counts the seats held
      *                    by open waiting-list offers, and a batch
      *                    transfer refused TURMA LOTADA is put on
      *                    the destination TURMA's waiting list.
      *   15/10/2026 DB  - ends with RC 16 when TRANSF-LOG.TXT
      *                    cannot be opened.
      *   15/10/2026 DB  - a transfer whose first log record cannot
      *                    be written is refused; a later step that
      *                    cannot be logged ends the run with RC 16.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERE_CAMPUS.
      **********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-ORI-MATRICULA
              ALTERNATE RECORD KEY IS FD-ORI-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-ORI-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-ORIGEM.

       SELECT ARQDESTINO ASSIGN TO DYNAMIC WS-NOME-DESTINO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-DES-MATRICULA
              ALTERNATE RECORD KEY IS FD-DES-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS FD-DES-TURMA WITH DUPLICATES
              FILE STATUS IS WS-STATUS-DESTINO.

       SELECT ARQTURMA ASSIGN TO DYNAMIC WS-NOME-ARQTURMA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-TUR-CODIGO
              FILE STATUS IS WS-STATUS-ARQTURMA.

       SELECT ARQNOTAS ASSIGN TO DYNAMIC WS-NOME-ARQNOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-NOTA-CHAVE
              FILE STATUS IS WS-STATUS-ARQNOTAS.

       SELECT ARQRESP ASSIGN TO DYNAMIC WS-NOME-ARQRESP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-RESP-CHAVE
              FILE STATUS IS WS-STATUS-ARQRESP.

       SELECT ARQLISTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQLISTA.

       SELECT ARQTPED ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQTPED.

       SELECT ARQTLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQTLOG.

       SELECT ARQTREL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARQTREL.

      **********************
       DATA DIVISION.

       FILE SECTION.
       FD ARQORIGEM
          LABEL RECORD STANDARD.
       01 FD-ORI-REGISTRO.
           03 FD-ORI-MATRICULA  PIC 9(06).
           03 FD-ORI-NOME       PIC X(08).
           03 FD-ORI-TURMA      PIC X(05).
           03 FD-ORI-IDADE      PIC 9(02).
           03 FD-ORI-NASCIMENTO PIC 9(08).
           03 FD-ORI-SITUACAO   PIC X(01).
               88 FD-ORI-ATIVO      VALUE 'A'.
           03 FD-ORI-DT-MATR    PIC 9(08).
           03 FD-ORI-DT-SAIDA   PIC 9(08).

       FD ARQDESTINO
          LABEL RECORD STANDARD.
       01 FD-DES-REGISTRO.
           03 FD-DES-MATRICULA  PIC 9(06).
           03 FD-DES-NOME       PIC X(08).
           03 FD-DES-TURMA      PIC X(05).
           03 FD-DES-IDADE      PIC 9(02).
           03 FD-DES-NASCIMENTO PIC 9(08).
           03 FD-DES-SITUACAO   PIC X(01).
               88 FD-DES-ATIVO      VALUE 'A'.
           03 FD-DES-DT-MATR    PIC 9(08).
           03 FD-DES-DT-SAIDA   PIC 9(08).

       FD ARQTURMA
          LABEL RECORD STANDARD.
           COPY "TURMAREC.CPY".

       FD ARQNOTAS
          LABEL RECORD STANDARD.
           COPY "NOTAREC.CPY".

       FD ARQRESP
          LABEL RECORD STANDARD.
           COPY "RESPREC.CPY".

       FD ARQLISTA
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'ARQALUNO-LISTA.TXT'.
       01 FD-LISTA-LINHA PIC X(40).

       FD ARQTPED
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'TRANSF-PEDIDOS.TXT'.
       01 FD-TPED-LINHA PIC X(120).

       FD ARQTLOG
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'TRANSF-LOG.TXT'.
       01 FD-TLG-REGISTRO.
           03 FD-TLG-ETAPA       PIC X(01).
           03 FD-TLG-ORIGEM      PIC X(40).
           03 FD-TLG-DESTINO     PIC X(40).
           03 FD-TLG-MAT-ORIGEM  PIC 9(06).
           03 FD-TLG-MAT-DESTINO PIC 9(06).
           03 FD-TLG-TURMA       PIC X(05).
           03 FD-TLG-DATA        PIC 9(08).
           03 FD-TLG-ORI-ANTES   PIC X(46).
           03 FD-TLG-ORI-DEPOIS  PIC X(46).
           03 FD-TLG-DES-ANTES   PIC X(46).
           03 FD-TLG-DES-DEPOIS  PIC X(46).

       FD ARQTREL
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS 'TRANSF-REL.TXT'.
       01 FD-TREL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ORIGEM   PIC X(02).
       01 WS-STATUS-DESTINO  PIC X(02).
       01 WS-STATUS-ARQTURMA PIC X(02).
       01 WS-STATUS-ARQNOTAS PIC X(02).
       01 WS-STATUS-ARQRESP  PIC X(02).
       01 WS-STATUS-ARQLISTA PIC X(02).
       01 WS-STATUS-ARQTPED  PIC X(02).
       01 WS-STATUS-ARQTLOG  PIC X(02).
       01 WS-STATUS-ARQTREL  PIC X(02).
       01 WS-NOME-ORIGEM     PIC X(40).
       01 WS-NOME-DESTINO    PIC X(40).
       01 WS-NOME-ARQTURMA   PIC X(40) VALUE 'ARQTURMA.TXT'.
       01 WS-NOME-ARQNOTAS   PIC X(40) VALUE 'ARQNOTAS.TXT'.
       01 WS-NOME-ARQRESP    PIC X(40) VALUE 'ARQRESP.TXT'.
       01 WS-OPERADOR        PIC X(08).
       01 WS-MODO            PIC X(01).
           88 WS-MODO-INTERATIVO VALUE '1'.
           88 WS-MODO-LOTE       VALUE '2'.
       01 WS-FIM-PEDIDOS     PIC X(01).
           88 WS-PEDIDOS-FIM     VALUE 'S'.
       01 WS-LISTA-EOF       PIC X(01).
       01 WS-TLOG-EOF        PIC X(01).
       01 WS-TLOG-LIDOS      PIC 9(07).
       01 WS-ORIGEM-ABERTA   PIC X(01).
           88 WS-ORIGEM-ESTA-ABERTA  VALUE 'S'.
       01 WS-DESTINO-ABERTO  PIC X(01).
           88 WS-DESTINO-ESTA-ABERTO VALUE 'S'.
       01 WS-PENDENCIA       PIC X(01) VALUE 'N'.
           88 WS-PENDENCIA-MANUAL    VALUE 'S'.
       01 WS-RESPOSTA        PIC X(01).

       01 WS-TAB-CAMPI.
           03 WS-QTD-CAMPI   PIC 9(03) COMP VALUE 0.
           03 WS-CAMPUS-NOME PIC X(40) OCCURS 50 TIMES
                             INDEXED BY WS-CAM-IDX.
       01 WS-CAMPUS-PROCURADO PIC X(40).
       01 WS-CAMPUS-ACHADO   PIC X(01).
           88 WS-ACHOU-CAMPUS    VALUE 'S'.

       01 WS-PED-MATRICULA-X PIC X(06).
       01 WS-PED-MATRICULA REDEFINES WS-PED-MATRICULA-X PIC 9(06).
       01 WS-PED-ORIGEM      PIC X(40).
       01 WS-PED-DESTINO     PIC X(40).
       01 WS-PED-TURMA       PIC X(05).
       01 WS-PED-DATA-X      PIC X(08).
       01 WS-PED-DATA REDEFINES WS-PED-DATA-X PIC 9(08).
       01 WS-PED-NOVA-MAT-X  PIC X(06).
       01 WS-PED-NOVA-MAT REDEFINES WS-PED-NOVA-MAT-X PIC 9(06).

      *----------------------------------------------------------*
      * one transfer in flight -- the exact image of a            *
      * TRANSF-LOG.TXT record, so the log is written and reread   *
      * with a single MOVE.                                       *
      *----------------------------------------------------------*
       01 WS-TRANSFERENCIA.
           03 WS-TRF-ETAPA       PIC X(01).
               88 WS-TRF-INICIADA     VALUE 'I'.
               88 WS-TRF-DESTINO-OK   VALUE 'D'.
               88 WS-TRF-HISTORICO-OK VALUE 'N'.
               88 WS-TRF-CONCLUIDA    VALUE 'C'.
               88 WS-TRF-DESFEITA     VALUE 'X'.
           03 WS-TRF-ORIGEM      PIC X(40).
           03 WS-TRF-DESTINO     PIC X(40).
           03 WS-TRF-MAT-ORIGEM  PIC 9(06).
           03 WS-TRF-MAT-DESTINO PIC 9(06).
           03 WS-TRF-TURMA       PIC X(05).
           03 WS-TRF-DATA        PIC 9(08).
           03 WS-TRF-ORI-ANTES   PIC X(46).
           03 WS-TRF-ORI-DEPOIS  PIC X(46).
           03 WS-TRF-DES-ANTES   PIC X(46).
           03 WS-TRF-DES-DEPOIS  PIC X(46).
       01 WS-REG-ATUAL       PIC X(46).

       01 WS-TUR-CAPACIDADE  PIC 9(03).
       01 WS-OCUPACAO        PIC 9(05).
       01 WS-FIM-OCUPACAO    PIC X(01).
           88 WS-OCUPACAO-FIM    VALUE 'S'.
       01 WS-TURMA-LOTADA    PIC X(01).
           88 WS-ESTA-LOTADA     VALUE 'S'.

       01 WS-HIST-DE         PIC 9(06).
       01 WS-HIST-PARA       PIC 9(06).
       01 WS-HIST-EOF        PIC X(01).
           88 WS-HIST-FIM        VALUE 'S'.
       01 WS-HIST-FALHA      PIC X(01).
           88 WS-HIST-FALHOU     VALUE 'S'.
       01 WS-QTD-NOTAS       PIC 9(05).
       01 WS-QTD-RESP        PIC 9(03).
       01 WS-NOTA-COPIA      PIC X(25).
       01 WS-RESP-COPIA      PIC X(104).

       01 WS-RESULTADO       PIC X(01).
           88 WS-RES-TRANSFERIDA VALUE 'T'.
           88 WS-RES-REJEITADA   VALUE 'R'.
           88 WS-RES-DESFEITA    VALUE 'D'.
           88 WS-RES-PENDENTE    VALUE 'P'.
       01 WS-MOTIVO          PIC X(40).

       01 WS-PED-CONT        PIC 9(07).
       01 WS-TRANSF-CONT     PIC 9(07).
       01 WS-REJ-CONT        PIC 9(07).
       01 WS-DESF-CONT       PIC 9(07).
       01 WS-NOTAS-CONT      PIC 9(07).
       01 WS-RESP-CONT       PIC 9(07).

       01 WS-DATAHORA-RUN.
           03 WS-ANO-RUN PIC 9(4).
           03 WS-MES-RUN PIC 9(2).
           03 WS-DIA-RUN PIC 9(2).
           03 WS-HOR-RUN PIC 9(2).
           03 WS-MIN-RUN PIC 9(2).
           03 WS-SEG-RUN PIC 9(2).
       01 WS-DATA-RUN REDEFINES WS-DATAHORA-RUN.
           03 WS-DATA-RUN-AMD PIC 9(08).
           03 FILLER          PIC X(06).

       01 WS-TREL-LINHA-ED   PIC X(80) VALUE SPACES.
       01 WS-TREL-CONT-ED    PIC ZZZZZZ9.
       01 WS-NOTAS-ED        PIC ZZZZ9.
       01 WS-RESP-ED         PIC ZZ9.

           COPY "AUDITPRM.CPY".

           COPY "ESPPARM.CPY".

           COPY "PARAMREC.CPY".

      **********************
       PROCEDURE DIVISION.
            PERFORM 1000-INICIO-PROGRAMA
               THRU 1000-INICIO-PROGRAMA-EXIT
            PERFORM 1200-VERIFICA-PENDENTE
               THRU 1200-VERIFICA-PENDENTE-EXIT
            PERFORM 2000-PROCESSA-PEDIDO
               THRU 2000-PROCESSA-PEDIDO-EXIT
               UNTIL WS-PEDIDOS-FIM
            PERFORM 3000-FINALIZA-PROGRAMA.

       1000-INICIO-PROGRAMA.
            DISPLAY 'TRANSFERENCIA DE ALUNOS ENTRE CAMPI'
      *----------------------------------------------------------*
      * the run-parameter file, when present, names the operator *
      * so a batch of transfers can run unattended; without it   *
      * the console is asked, as always.                         *
      *----------------------------------------------------------*
            CALL 'LE_PARAMETROS' USING PARAM-EXECUCAO
            IF PRM-TEM-ARQUIVO AND PRM-OPERADOR NOT = SPACES
               MOVE PRM-OPERADOR TO WS-OPERADOR
               DISPLAY 'OPERADOR (PARAMETRO): ' WS-OPERADOR
            ELSE
               DISPLAY 'OPERADOR: ' WITH NO ADVANCING
               ACCEPT WS-OPERADOR
            END-IF
            DISPLAY 'MODO (1-INTERATIVO  2-LOTE TRANSF-PEDIDOS.TXT): '
               WITH NO ADVANCING
            ACCEPT WS-MODO
            IF NOT WS-MODO-INTERATIVO AND NOT WS-MODO-LOTE
               DISPLAY 'MODO INVALIDO'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 1100-CARREGA-CAMPI
               THRU 1100-CARREGA-CAMPI-EXIT
            OPEN INPUT ARQTURMA
            IF WS-STATUS-ARQTURMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTURMA.TXT - STATUS: '
                       WS-STATUS-ARQTURMA
               DISPLAY 'CADASTRE AS TURMAS COM MANUTENCAO_TURMA'
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQNOTAS
            IF WS-STATUS-ARQNOTAS = '35'
               CLOSE ARQNOTAS
               OPEN OUTPUT ARQNOTAS
               CLOSE ARQNOTAS
               OPEN I-O ARQNOTAS
            END-IF
            IF WS-STATUS-ARQNOTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQNOTAS.TXT - STATUS: '
                       WS-STATUS-ARQNOTAS
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQTURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARQRESP
            IF WS-STATUS-ARQRESP = '35'
               CLOSE ARQRESP
               OPEN OUTPUT ARQRESP
               CLOSE ARQRESP
               OPEN I-O ARQRESP
            END-IF
            IF WS-STATUS-ARQRESP NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRESP.TXT - STATUS: '
                       WS-STATUS-ARQRESP
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQTURMA
               CLOSE ARQNOTAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-MODO-LOTE
               OPEN INPUT ARQTPED
               IF WS-STATUS-ARQTPED NOT = '00'
                  DISPLAY 'ERRO AO ABRIR TRANSF-PEDIDOS.TXT - STATUS: '
                          WS-STATUS-ARQTPED
                  DISPLAY 'PROGRAMA ABORTADO'
                  CLOSE ARQTURMA
                  CLOSE ARQNOTAS
                  CLOSE ARQRESP
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            OPEN OUTPUT ARQTREL
            IF WS-STATUS-ARQTREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANSF-REL.TXT - STATUS: '
                       WS-STATUS-ARQTREL
               DISPLAY 'PROGRAMA ABORTADO'
               CLOSE ARQTURMA
               CLOSE ARQNOTAS
               CLOSE ARQRESP
               IF WS-MODO-LOTE
                  CLOSE ARQTPED
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL 'DATAEHORA' USING WS-DATAHORA-RUN
            MOVE 0   TO WS-PED-CONT
            MOVE 0   TO WS-TRANSF-CONT
            MOVE 0   TO WS-REJ-CONT
            MOVE 0   TO WS-DESF-CONT
            MOVE 0   TO WS-NOTAS-CONT
            MOVE 0   TO WS-RESP-CONT
            MOVE 'N' TO WS-FIM-PEDIDOS
            MOVE 'N' TO WS-ORIGEM-ABERTA
            MOVE 'N' TO WS-DESTINO-ABERTO
            MOVE 'RELATORIO DE TRANSFERENCIAS ENTRE CAMPI'
               TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'PARAMETROS - OPERADOR: ' DELIMITED BY SIZE
                   WS-OPERADOR              DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE 'MATRIC    NO DESTINO TURMA DISPOSICAO'
               TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE ALL '-' TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA.
       1000-INICIO-PROGRAMA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-CARREGA-CAMPI: the campus rosters READ_ARQUIVO runs  *
      * every night. A transfer may only move a student between   *
      * two of them -- a roster off the list would never be       *
      * counted, and the student would vanish from the totals.    *
      *----------------------------------------------------------*
       1100-CARREGA-CAMPI.
            OPEN INPUT ARQLISTA
            IF WS-STATUS-ARQLISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQALUNO-LISTA.TXT - STATUS: '
                       WS-STATUS-ARQLISTA
               DISPLAY 'PROGRAMA ABORTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-LISTA-EOF
            PERFORM 1150-LE-CAMPUS
               THRU 1150-LE-CAMPUS-EXIT
               UNTIL WS-LISTA-EOF = 'S'
            CLOSE ARQLISTA.
       1100-CARREGA-CAMPI-EXIT.
            EXIT.

       1150-LE-CAMPUS.
            READ ARQLISTA AT END
                 MOVE 'S' TO WS-LISTA-EOF
                 GO TO 1150-LE-CAMPUS-EXIT
            END-READ
            IF FD-LISTA-LINHA = SPACES
               GO TO 1150-LE-CAMPUS-EXIT
            END-IF
            IF WS-QTD-CAMPI >= 50
               DISPLAY 'LIMITE DE 50 CAMPI EXCEDIDO - IGNORADO: '
                       FD-LISTA-LINHA
               GO TO 1150-LE-CAMPUS-EXIT
            END-IF
            ADD 1 TO WS-QTD-CAMPI
            SET WS-CAM-IDX TO WS-QTD-CAMPI
            MOVE FD-LISTA-LINHA TO WS-CAMPUS-NOME (WS-CAM-IDX).
       1150-LE-CAMPUS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-VERIFICA-PENDENTE: a clean run truncates             *
      * TRANSF-LOG.TXT, so a log with records means the previous  *
      * run died mid-transfer. Its last record is the state that  *
      * transfer reached; anything short of CONCLUIDA or DESFEITA *
      * is settled here, before any new transfer is taken. A      *
      * transfer that can be neither finished nor undone stops    *
      * the run with the log left intact for the office.          *
      *----------------------------------------------------------*
       1200-VERIFICA-PENDENTE.
            MOVE 'N' TO WS-TLOG-EOF
            MOVE 0   TO WS-TLOG-LIDOS
            OPEN INPUT ARQTLOG
            IF WS-STATUS-ARQTLOG = '35'
               CLOSE ARQTLOG
               OPEN OUTPUT ARQTLOG
               CLOSE ARQTLOG
               OPEN EXTEND ARQTLOG
               IF WS-STATUS-ARQTLOG NOT = '00'
                  PERFORM 1290-ERRO-LOG
                     THRU 1290-ERRO-LOG-EXIT
               END-IF
               GO TO 1200-VERIFICA-PENDENTE-EXIT
            END-IF
            IF WS-STATUS-ARQTLOG NOT = '00'
               PERFORM 1290-ERRO-LOG
                  THRU 1290-ERRO-LOG-EXIT
            END-IF
            PERFORM 1250-LE-LOG
               THRU 1250-LE-LOG-EXIT
               UNTIL WS-TLOG-EOF = 'S'
            CLOSE ARQTLOG
            OPEN EXTEND ARQTLOG
            IF WS-STATUS-ARQTLOG NOT = '00'
               PERFORM 1290-ERRO-LOG
                  THRU 1290-ERRO-LOG-EXIT
            END-IF
            IF WS-TLOG-LIDOS = 0
               OR WS-TRF-CONCLUIDA OR WS-TRF-DESFEITA
               GO TO 1200-VERIFICA-PENDENTE-EXIT
            END-IF
            DISPLAY 'TRANSFERENCIA INTERROMPIDA DETECTADA - MATRICULA '
                    WS-TRF-MAT-ORIGEM ' - RETOMANDO'
            PERFORM 1300-RETOMA-PENDENTE
               THRU 1300-RETOMA-PENDENTE-EXIT
            IF WS-PENDENCIA-MANUAL
               DISPLAY 'TRANSFERENCIA NAO PODE SER CONCLUIDA NEM'
                       ' DESFEITA - VER TRANSF-LOG.TXT'
               MOVE 'S' TO WS-FIM-PEDIDOS
            END-IF.
       1200-VERIFICA-PENDENTE-EXIT.
            EXIT.

       1250-LE-LOG.
            READ ARQTLOG AT END
                 MOVE 'S' TO WS-TLOG-EOF
                 GO TO 1250-LE-LOG-EXIT
            END-READ
            ADD 1 TO WS-TLOG-LIDOS
            MOVE FD-TLG-REGISTRO TO WS-TRANSFERENCIA.
       1250-LE-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1290-ERRO-LOG: without the restart log no transfer can be *
      * carried out safely -- the run stops before the first one, *
      * leaving whatever the log holds for the next run.          *
      *----------------------------------------------------------*
       1290-ERRO-LOG.
            DISPLAY 'ERRO AO ABRIR TRANSF-LOG.TXT - STATUS: '
                    WS-STATUS-ARQTLOG
            DISPLAY 'PROGRAMA ABORTADO'
            CLOSE ARQTURMA
            CLOSE ARQNOTAS
            CLOSE ARQRESP
            CLOSE ARQTREL
            IF WS-MODO-LOTE
               CLOSE ARQTPED
            END-IF
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       1290-ERRO-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-RETOMA-PENDENTE: reopens the two rosters the log     *
      * names and runs the same steps a live transfer runs, from  *
      * the one the log reached -- each step checks the file      *
      * first, so a step that completed just before the crash is  *
      * not applied twice.                                        *
      *----------------------------------------------------------*
       1300-RETOMA-PENDENTE.
            MOVE WS-TRF-MAT-ORIGEM  TO WS-PED-MATRICULA
            MOVE WS-TRF-MAT-DESTINO TO WS-PED-NOVA-MAT
            MOVE WS-TRF-TURMA       TO WS-PED-TURMA
            MOVE WS-TRF-ORIGEM      TO WS-PED-ORIGEM
            MOVE WS-TRF-DESTINO     TO WS-PED-DESTINO
            MOVE SPACES             TO WS-MOTIVO
            MOVE 'RETOMADA DE TRANSFERENCIA INTERROMPIDA:'
               TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            PERFORM 2120-ABRE-CADASTROS
               THRU 2120-ABRE-CADASTROS-EXIT
            IF WS-MOTIVO NOT = SPACES
               MOVE 'S' TO WS-PENDENCIA
               MOVE 'P' TO WS-RESULTADO
            ELSE
               PERFORM 2400-CONCLUI-TRANSFERENCIA
                  THRU 2400-CONCLUI-TRANSFERENCIA-EXIT
            END-IF
            PERFORM 2190-FECHA-CADASTROS
               THRU 2190-FECHA-CADASTROS-EXIT
            PERFORM 2550-CONTA-RESULTADO
               THRU 2550-CONTA-RESULTADO-EXIT
            PERFORM 2500-GRAVA-DISPOSICAO
               THRU 2500-GRAVA-DISPOSICAO-EXIT
            IF NOT WS-PENDENCIA-MANUAL
               CLOSE ARQTLOG
               OPEN OUTPUT ARQTLOG
               IF WS-STATUS-ARQTLOG NOT = '00'
                  PERFORM 1290-ERRO-LOG
                     THRU 1290-ERRO-LOG-EXIT
               END-IF
            END-IF.
       1300-RETOMA-PENDENTE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESSA-PEDIDO: one transfer per iteration, from    *
      * the screen or from the batch file. Whatever fails the     *
      * checks is refused before anything is touched; a transfer  *
      * that passes is carried out whole or undone whole.         *
      *----------------------------------------------------------*
       2000-PROCESSA-PEDIDO.
            MOVE SPACES TO WS-MOTIVO
            MOVE 0      TO WS-QTD-NOTAS
            MOVE 0      TO WS-QTD-RESP
            IF WS-MODO-LOTE
               PERFORM 2050-LE-PEDIDO-LOTE
                  THRU 2050-LE-PEDIDO-LOTE-EXIT
            ELSE
               PERFORM 2060-LE-PEDIDO-TELA
                  THRU 2060-LE-PEDIDO-TELA-EXIT
            END-IF
            IF WS-PEDIDOS-FIM OR WS-PED-MATRICULA-X = SPACES
               GO TO 2000-PROCESSA-PEDIDO-EXIT
            END-IF
            ADD 1 TO WS-PED-CONT
            PERFORM 2100-VALIDA-PEDIDO
               THRU 2100-VALIDA-PEDIDO-EXIT
            IF WS-MOTIVO = SPACES AND WS-MODO-INTERATIVO
               PERFORM 2150-CONFIRMA-TRANSFERENCIA
                  THRU 2150-CONFIRMA-TRANSFERENCIA-EXIT
            END-IF
            IF WS-MOTIVO = SPACES
               PERFORM 2200-MONTA-TRANSFERENCIA
                  THRU 2200-MONTA-TRANSFERENCIA-EXIT
            END-IF
            IF WS-MOTIVO = SPACES
               PERFORM 2400-CONCLUI-TRANSFERENCIA
                  THRU 2400-CONCLUI-TRANSFERENCIA-EXIT
            ELSE
               MOVE 'R' TO WS-RESULTADO
            END-IF
            PERFORM 2190-FECHA-CADASTROS
               THRU 2190-FECHA-CADASTROS-EXIT
            PERFORM 2550-CONTA-RESULTADO
               THRU 2550-CONTA-RESULTADO-EXIT
            PERFORM 2500-GRAVA-DISPOSICAO
               THRU 2500-GRAVA-DISPOSICAO-EXIT
            IF WS-PENDENCIA-MANUAL
               DISPLAY 'TRANSFERENCIA NAO PODE SER CONCLUIDA NEM'
                       ' DESFEITA - VER TRANSF-LOG.TXT'
               MOVE 'S' TO WS-FIM-PEDIDOS
            END-IF.
       2000-PROCESSA-PEDIDO-EXIT.
            EXIT.

       2050-LE-PEDIDO-LOTE.
            MOVE SPACES TO WS-PED-MATRICULA-X
            MOVE SPACES TO WS-PED-ORIGEM
            MOVE SPACES TO WS-PED-DESTINO
            MOVE SPACES TO WS-PED-TURMA
            MOVE SPACES TO WS-PED-DATA-X
            MOVE SPACES TO WS-PED-NOVA-MAT-X
            READ ARQTPED AT END
                 MOVE 'S' TO WS-FIM-PEDIDOS
                 GO TO 2050-LE-PEDIDO-LOTE-EXIT
            END-READ
            IF FD-TPED-LINHA = SPACES OR FD-TPED-LINHA (1:1) = '*'
               GO TO 2050-LE-PEDIDO-LOTE-EXIT
            END-IF
            UNSTRING FD-TPED-LINHA DELIMITED BY ';'
               INTO WS-PED-MATRICULA-X
                    WS-PED-ORIGEM
                    WS-PED-DESTINO
                    WS-PED-TURMA
                    WS-PED-DATA-X
                    WS-PED-NOVA-MAT-X
            END-UNSTRING.
       2050-LE-PEDIDO-LOTE-EXIT.
            EXIT.

       2060-LE-PEDIDO-TELA.
            MOVE SPACES TO WS-PED-MATRICULA-X
            MOVE SPACES TO WS-PED-ORIGEM
            MOVE SPACES TO WS-PED-DESTINO
            MOVE SPACES TO WS-PED-TURMA
            MOVE SPACES TO WS-PED-DATA-X
            MOVE SPACES TO WS-PED-NOVA-MAT-X
            DISPLAY '-----------------------------------'
            DISPLAY 'MATRICULA (000000 = SAIR): ' WITH NO ADVANCING
            ACCEPT WS-PED-MATRICULA-X
            IF WS-PED-MATRICULA-X = SPACES OR '000000'
               MOVE 'S' TO WS-FIM-PEDIDOS
               GO TO 2060-LE-PEDIDO-TELA-EXIT
            END-IF
            DISPLAY 'ARQUIVO DE ORIGEM : ' WITH NO ADVANCING
            ACCEPT WS-PED-ORIGEM
            DISPLAY 'ARQUIVO DE DESTINO: ' WITH NO ADVANCING
            ACCEPT WS-PED-DESTINO
            DISPLAY 'TURMA NO DESTINO  : ' WITH NO ADVANCING
            ACCEPT WS-PED-TURMA
            DISPLAY 'DATA DA TRANSFERENCIA AAAAMMDD (BRANCO=HOJE): '
               WITH NO ADVANCING
            ACCEPT WS-PED-DATA-X
            DISPLAY 'MATRICULA NO DESTINO (BRANCO=A MESMA): '
               WITH NO ADVANCING
            ACCEPT WS-PED-NOVA-MAT-X.
       2060-LE-PEDIDO-TELA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDA-PEDIDO: every check runs before the first     *
      * change. The student must be ATIVO at the origin; the      *
      * destination matricula must be free there -- or be the     *
      * student's own inactive record, for a student returning to *
      * a campus they left -- and a new matricula must not        *
      * already carry grades or guardians, so the history moved   *
      * in can always be told apart and moved back.               *
      *----------------------------------------------------------*
       2100-VALIDA-PEDIDO.
            IF WS-PED-MATRICULA-X IS NOT NUMERIC
               MOVE 'MATRICULA NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            IF WS-PED-NOVA-MAT-X = SPACES OR WS-PED-NOVA-MAT-X = ZEROS
               MOVE WS-PED-MATRICULA TO WS-PED-NOVA-MAT
            END-IF
            IF WS-PED-NOVA-MAT-X IS NOT NUMERIC
               MOVE 'MATRICULA DE DESTINO NAO NUMERICA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            IF WS-PED-DATA-X = SPACES OR WS-PED-DATA-X = ZEROS
               MOVE WS-DATA-RUN-AMD TO WS-PED-DATA
            END-IF
            IF WS-PED-DATA-X IS NOT NUMERIC
               MOVE 'DATA DE TRANSFERENCIA INVALIDA' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            IF WS-PED-ORIGEM = WS-PED-DESTINO
               MOVE 'ORIGEM E DESTINO SAO O MESMO ARQUIVO'
                  TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            MOVE WS-PED-ORIGEM TO WS-CAMPUS-PROCURADO
            PERFORM 2110-PROCURA-CAMPUS
               THRU 2110-PROCURA-CAMPUS-EXIT
            IF NOT WS-ACHOU-CAMPUS
               MOVE 'ORIGEM FORA DE ARQALUNO-LISTA.TXT' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            MOVE WS-PED-DESTINO TO WS-CAMPUS-PROCURADO
            PERFORM 2110-PROCURA-CAMPUS
               THRU 2110-PROCURA-CAMPUS-EXIT
            IF NOT WS-ACHOU-CAMPUS
               MOVE 'DESTINO FORA DE ARQALUNO-LISTA.TXT' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            MOVE WS-PED-TURMA TO FD-TUR-CODIGO
            READ ARQTURMA
               INVALID KEY
                  MOVE 'TURMA NAO CADASTRADA' TO WS-MOTIVO
                  GO TO 2100-VALIDA-PEDIDO-EXIT
               NOT INVALID KEY
                  MOVE FD-TUR-CAPACIDADE TO WS-TUR-CAPACIDADE
            END-READ
            PERFORM 2120-ABRE-CADASTROS
               THRU 2120-ABRE-CADASTROS-EXIT
            IF WS-MOTIVO NOT = SPACES
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            MOVE WS-PED-MATRICULA TO FD-ORI-MATRICULA
            READ ARQORIGEM
               INVALID KEY
                  MOVE 'MATRICULA NAO ENCONTRADA NA ORIGEM'
                     TO WS-MOTIVO
                  GO TO 2100-VALIDA-PEDIDO-EXIT
            END-READ
            IF NOT FD-ORI-ATIVO
               MOVE 'ALUNO NAO ESTA ATIVO NA ORIGEM' TO WS-MOTIVO
               GO TO 2100-VALIDA-PEDIDO-EXIT
            END-IF
            MOVE FD-ORI-REGISTRO TO WS-TRF-ORI-ANTES
            MOVE SPACES TO WS-TRF-DES-ANTES
            MOVE WS-PED-NOVA-MAT TO FD-DES-MATRICULA
            READ ARQDESTINO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE FD-DES-REGISTRO TO WS-TRF-DES-ANTES
            END-READ
            IF WS-TRF-DES-ANTES NOT = SPACES
               IF FD-DES-ATIVO
                  MOVE 'MATRICULA JA ATIVA NO DESTINO' TO WS-MOTIVO
                  GO TO 2100-VALIDA-PEDIDO-EXIT
               END-IF
               IF WS-PED-NOVA-MAT NOT = WS-PED-MATRICULA
                  MOVE 'MATRICULA DE DESTINO JA EXISTE' TO WS-MOTIVO
                  GO TO 2100-VALIDA-PEDIDO-EXIT
               END-IF
            END-IF
            IF WS-PED-NOVA-MAT NOT = WS-PED-MATRICULA
               MOVE WS-PED-NOVA-MAT TO WS-HIST-DE
               PERFORM 2130-CONTA-HISTORICO
                  THRU 2130-CONTA-HISTORICO-EXIT
               IF WS-QTD-NOTAS > 0 OR WS-QTD-RESP > 0
                  MOVE 'MATRICULA DE DESTINO JA TEM HISTORICO'
                     TO WS-MOTIVO
                  MOVE 0 TO WS-QTD-NOTAS
                  MOVE 0 TO WS-QTD-RESP
                  GO TO 2100-VALIDA-PEDIDO-EXIT
               END-IF
            END-IF
            PERFORM 2800-VERIFICA-LOTACAO
               THRU 2800-VERIFICA-LOTACAO-EXIT
            IF WS-ESTA-LOTADA
               MOVE 'TURMA LOTADA' TO WS-MOTIVO
               IF WS-MODO-LOTE
                  PERFORM 2820-GRAVA-ESPERA
                     THRU 2820-GRAVA-ESPERA-EXIT
               END-IF
            END-IF.
       2100-VALIDA-PEDIDO-EXIT.
            EXIT.

       2110-PROCURA-CAMPUS.
            MOVE 'N' TO WS-CAMPUS-ACHADO
            IF WS-QTD-CAMPI > 0
               PERFORM 2115-COMPARA-CAMPUS
                  THRU 2115-COMPARA-CAMPUS-EXIT
                  VARYING WS-CAM-IDX FROM 1 BY 1
                     UNTIL WS-CAM-IDX > WS-QTD-CAMPI
                        OR WS-ACHOU-CAMPUS
            END-IF.
       2110-PROCURA-CAMPUS-EXIT.
            EXIT.

       2115-COMPARA-CAMPUS.
            IF WS-CAMPUS-NOME (WS-CAM-IDX) = WS-CAMPUS-PROCURADO
               MOVE 'S' TO WS-CAMPUS-ACHADO
            END-IF.
       2115-COMPARA-CAMPUS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2120-ABRE-CADASTROS: both rosters I-O for the one         *
      * transfer, closed again by 2190 -- each transfer may pair  *
      * a different two campuses.                                 *
      *----------------------------------------------------------*
       2120-ABRE-CADASTROS.
            MOVE WS-PED-ORIGEM TO WS-NOME-ORIGEM
            OPEN I-O ARQORIGEM
            IF WS-STATUS-ORIGEM NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO: ' WS-NOME-ORIGEM
                       ' - STATUS: ' WS-STATUS-ORIGEM
               MOVE 'ERRO AO ABRIR O ARQUIVO DE ORIGEM' TO WS-MOTIVO
               GO TO 2120-ABRE-CADASTROS-EXIT
            END-IF
            MOVE 'S' TO WS-ORIGEM-ABERTA
            MOVE WS-PED-DESTINO TO WS-NOME-DESTINO
            OPEN I-O ARQDESTINO
            IF WS-STATUS-DESTINO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO: ' WS-NOME-DESTINO
                       ' - STATUS: ' WS-STATUS-DESTINO
               MOVE 'ERRO AO ABRIR O ARQUIVO DE DESTINO' TO WS-MOTIVO
               GO TO 2120-ABRE-CADASTROS-EXIT
            END-IF
            MOVE 'S' TO WS-DESTINO-ABERTO.
       2120-ABRE-CADASTROS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2130-CONTA-HISTORICO: the grades and guardians filed      *
      * under the matricula in WS-HIST-DE.                        *
      *----------------------------------------------------------*
       2130-CONTA-HISTORICO.
            MOVE 0          TO WS-QTD-NOTAS
            MOVE 0          TO WS-QTD-RESP
            MOVE 'N'        TO WS-HIST-EOF
            MOVE WS-HIST-DE TO FD-NOTA-MATRICULA
            MOVE LOW-VALUES TO FD-NOTA-MATERIA
            MOVE LOW-VALUES TO FD-NOTA-PERIODO
            START ARQNOTAS KEY IS NOT LESS THAN FD-NOTA-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-HIST-EOF
            END-START
            PERFORM 2135-CONTA-UMA-NOTA
               THRU 2135-CONTA-UMA-NOTA-EXIT
               UNTIL WS-HIST-FIM
            MOVE 'N'        TO WS-HIST-EOF
            MOVE WS-HIST-DE TO FD-RESP-MATRICULA
            MOVE 0          TO FD-RESP-SEQ
            START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-HIST-EOF
            END-START
            PERFORM 2137-CONTA-UM-RESP
               THRU 2137-CONTA-UM-RESP-EXIT
               UNTIL WS-HIST-FIM.
       2130-CONTA-HISTORICO-EXIT.
            EXIT.

       2135-CONTA-UMA-NOTA.
            READ ARQNOTAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2135-CONTA-UMA-NOTA-EXIT
            END-READ
            IF FD-NOTA-MATRICULA NOT = WS-HIST-DE
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2135-CONTA-UMA-NOTA-EXIT
            END-IF
            ADD 1 TO WS-QTD-NOTAS.
       2135-CONTA-UMA-NOTA-EXIT.
            EXIT.

       2137-CONTA-UM-RESP.
            READ ARQRESP NEXT RECORD
               AT END
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2137-CONTA-UM-RESP-EXIT
            END-READ
            IF FD-RESP-MATRICULA NOT = WS-HIST-DE
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2137-CONTA-UM-RESP-EXIT
            END-IF
            ADD 1 TO WS-QTD-RESP.
       2137-CONTA-UM-RESP-EXIT.
            EXIT.

       2150-CONFIRMA-TRANSFERENCIA.
            DISPLAY 'ALUNO: ' FD-ORI-NOME '  TURMA ATUAL: '
                    FD-ORI-TURMA '  NOVA TURMA: ' WS-PED-TURMA
            DISPLAY 'DE  : ' WS-PED-ORIGEM
            DISPLAY 'PARA: ' WS-PED-DESTINO
            DISPLAY 'MATRICULA NO DESTINO: ' WS-PED-NOVA-MAT
                    '  DATA: ' WS-PED-DATA
            DISPLAY 'CONFIRMA A TRANSFERENCIA? (S/N): '
               WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S'
               MOVE 'CANCELADA PELO OPERADOR' TO WS-MOTIVO
            END-IF.
       2150-CONFIRMA-TRANSFERENCIA-EXIT.
            EXIT.

       2190-FECHA-CADASTROS.
            IF WS-ORIGEM-ESTA-ABERTA
               CLOSE ARQORIGEM
               MOVE 'N' TO WS-ORIGEM-ABERTA
            END-IF
            IF WS-DESTINO-ESTA-ABERTO
               CLOSE ARQDESTINO
               MOVE 'N' TO WS-DESTINO-ABERTO
            END-IF.
       2190-FECHA-CADASTROS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-MONTA-TRANSFERENCIA: the whole transfer, before and  *
      * after images included, is worked out and logged before    *
      * the first WRITE -- from here on the log alone is enough   *
      * to finish or undo it; a transfer whose first record       *
      * cannot be logged is refused untouched. The target record  *
      * is the source one with the destination matricula and      *
      * TURMA, ATIVO, entered on the transfer date; the source    *
      * one becomes TRANSFERIDO with the transfer date as exit    *
      * date.                                                     *
      *----------------------------------------------------------*
       2200-MONTA-TRANSFERENCIA.
            MOVE 'I'              TO WS-TRF-ETAPA
            MOVE WS-PED-ORIGEM    TO WS-TRF-ORIGEM
            MOVE WS-PED-DESTINO   TO WS-TRF-DESTINO
            MOVE WS-PED-MATRICULA TO WS-TRF-MAT-ORIGEM
            MOVE WS-PED-NOVA-MAT  TO WS-TRF-MAT-DESTINO
            MOVE WS-PED-TURMA     TO WS-TRF-TURMA
            MOVE WS-PED-DATA      TO WS-TRF-DATA
            MOVE WS-TRF-ORI-ANTES TO FD-ORI-REGISTRO
            MOVE 'T'              TO FD-ORI-SITUACAO
            MOVE WS-TRF-DATA      TO FD-ORI-DT-SAIDA
            MOVE FD-ORI-REGISTRO  TO WS-TRF-ORI-DEPOIS
            MOVE WS-TRF-ORI-ANTES TO FD-DES-REGISTRO
            MOVE WS-TRF-MAT-DESTINO TO FD-DES-MATRICULA
            MOVE WS-TRF-TURMA     TO FD-DES-TURMA
            MOVE 'A'              TO FD-DES-SITUACAO
            MOVE WS-TRF-DATA      TO FD-DES-DT-MATR
            MOVE ZEROS            TO FD-DES-DT-SAIDA
            MOVE FD-DES-REGISTRO  TO WS-TRF-DES-DEPOIS
            PERFORM 2700-GRAVA-LOG
               THRU 2700-GRAVA-LOG-EXIT
            IF WS-STATUS-ARQTLOG NOT = '00'
               MOVE 'ERRO NO LOG DE TRANSFERENCIA' TO WS-MOTIVO
            END-IF.
       2200-MONTA-TRANSFERENCIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-CONCLUI-TRANSFERENCIA: destination first, then the   *
      * history, then the source -- until the last step the       *
      * student is still ATIVO where they came from. Each step is *
      * logged once it is on file; a step that fails undoes the   *
      * steps before it.                                          *
      *----------------------------------------------------------*
       2400-CONCLUI-TRANSFERENCIA.
            MOVE 'T' TO WS-RESULTADO
            IF WS-TRF-INICIADA
               PERFORM 2410-GRAVA-DESTINO
                  THRU 2410-GRAVA-DESTINO-EXIT
               IF WS-MOTIVO NOT = SPACES
                  PERFORM 2600-DESFAZ-TRANSFERENCIA
                     THRU 2600-DESFAZ-TRANSFERENCIA-EXIT
                  GO TO 2400-CONCLUI-TRANSFERENCIA-EXIT
               END-IF
               MOVE 'D' TO WS-TRF-ETAPA
               PERFORM 2710-GRAVA-ETAPA
                  THRU 2710-GRAVA-ETAPA-EXIT
            END-IF
            IF WS-TRF-DESTINO-OK
               PERFORM 2430-MOVE-HISTORICO
                  THRU 2430-MOVE-HISTORICO-EXIT
               IF WS-MOTIVO NOT = SPACES
                  PERFORM 2600-DESFAZ-TRANSFERENCIA
                     THRU 2600-DESFAZ-TRANSFERENCIA-EXIT
                  GO TO 2400-CONCLUI-TRANSFERENCIA-EXIT
               END-IF
               MOVE 'N' TO WS-TRF-ETAPA
               PERFORM 2710-GRAVA-ETAPA
                  THRU 2710-GRAVA-ETAPA-EXIT
            END-IF
            IF WS-TRF-HISTORICO-OK
               PERFORM 2450-BAIXA-ORIGEM
                  THRU 2450-BAIXA-ORIGEM-EXIT
               IF WS-MOTIVO NOT = SPACES
                  PERFORM 2600-DESFAZ-TRANSFERENCIA
                     THRU 2600-DESFAZ-TRANSFERENCIA-EXIT
                  GO TO 2400-CONCLUI-TRANSFERENCIA-EXIT
               END-IF
               MOVE 'C' TO WS-TRF-ETAPA
               PERFORM 2710-GRAVA-ETAPA
                  THRU 2710-GRAVA-ETAPA-EXIT
            END-IF
            IF WS-TRF-MAT-DESTINO = WS-TRF-MAT-ORIGEM
               MOVE WS-TRF-MAT-DESTINO TO WS-HIST-DE
               PERFORM 2130-CONTA-HISTORICO
                  THRU 2130-CONTA-HISTORICO-EXIT
            END-IF.
       2400-CONCLUI-TRANSFERENCIA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2410-GRAVA-DESTINO: a destination already holding the     *
      * after image was written before a crash and is left alone; *
      * one holding anything but the before image was changed by  *
      * someone else and the transfer cannot go on.               *
      *----------------------------------------------------------*
       2410-GRAVA-DESTINO.
            MOVE WS-TRF-MAT-DESTINO TO FD-DES-MATRICULA
            READ ARQDESTINO
               INVALID KEY
                  MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                  MOVE FD-DES-REGISTRO TO WS-REG-ATUAL
            END-READ
            IF WS-REG-ATUAL = WS-TRF-DES-DEPOIS
               GO TO 2410-GRAVA-DESTINO-EXIT
            END-IF
            IF WS-REG-ATUAL NOT = WS-TRF-DES-ANTES
               MOVE 'DESTINO ALTERADO DURANTE A TRANSFERENCIA'
                  TO WS-MOTIVO
               GO TO 2410-GRAVA-DESTINO-EXIT
            END-IF
            MOVE SPACE             TO AUD-ARQUIVO
            MOVE WS-TRF-DESTINO    TO AUD-CADASTRO
            MOVE WS-TRF-DES-ANTES  TO AUD-ANTES
            MOVE WS-TRF-DES-DEPOIS TO AUD-DEPOIS
            MOVE WS-TRF-DES-DEPOIS TO FD-DES-REGISTRO
            IF WS-TRF-DES-ANTES = SPACES
               WRITE FD-DES-REGISTRO
                  INVALID KEY
                     MOVE 'NAO FOI POSSIVEL INCLUIR NO DESTINO'
                        TO WS-MOTIVO
                  NOT INVALID KEY
                     MOVE 'I' TO AUD-OPERACAO
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-EXIT
               END-WRITE
            ELSE
               REWRITE FD-DES-REGISTRO
                  INVALID KEY
                     MOVE 'NAO FOI POSSIVEL REATIVAR NO DESTINO'
                        TO WS-MOTIVO
                  NOT INVALID KEY
                     MOVE 'A' TO AUD-OPERACAO
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-EXIT
               END-REWRITE
            END-IF.
       2410-GRAVA-DESTINO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2430-MOVE-HISTORICO: grades and guardians are filed by    *
      * matricula, so a student who keeps the matricula takes     *
      * them along untouched. Only a destination that numbers the *
      * student differently needs them re-keyed.                  *
      *----------------------------------------------------------*
       2430-MOVE-HISTORICO.
            IF WS-TRF-MAT-DESTINO = WS-TRF-MAT-ORIGEM
               GO TO 2430-MOVE-HISTORICO-EXIT
            END-IF
            MOVE WS-TRF-MAT-ORIGEM  TO WS-HIST-DE
            MOVE WS-TRF-MAT-DESTINO TO WS-HIST-PARA
            PERFORM 2435-TRANSPORTA-HISTORICO
               THRU 2435-TRANSPORTA-HISTORICO-EXIT
            IF WS-HIST-FALHOU
               MOVE 'ERRO AO MOVER NOTAS/RESPONSAVEIS' TO WS-MOTIVO
            END-IF.
       2430-MOVE-HISTORICO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2435-TRANSPORTA-HISTORICO: re-keys every grade and every  *
      * guardian of WS-HIST-DE to WS-HIST-PARA, one record at a   *
      * time -- copy under the new key, then delete the old one.  *
      * Repositioning on the old matricula each time makes it     *
      * safe to run again over a move a crash cut short: a copy   *
      * already written is simply replaced. The undo runs it with *
      * the two matriculas swapped.                               *
      *----------------------------------------------------------*
       2435-TRANSPORTA-HISTORICO.
            MOVE 'N' TO WS-HIST-FALHA
            MOVE 0   TO WS-QTD-NOTAS
            MOVE 0   TO WS-QTD-RESP
            MOVE 'N' TO WS-HIST-EOF
            PERFORM 2440-MOVE-UMA-NOTA
               THRU 2440-MOVE-UMA-NOTA-EXIT
               UNTIL WS-HIST-FIM
            MOVE 'N' TO WS-HIST-EOF
            PERFORM 2445-MOVE-UM-RESP
               THRU 2445-MOVE-UM-RESP-EXIT
               UNTIL WS-HIST-FIM.
       2435-TRANSPORTA-HISTORICO-EXIT.
            EXIT.

       2440-MOVE-UMA-NOTA.
            MOVE WS-HIST-DE TO FD-NOTA-MATRICULA
            MOVE LOW-VALUES TO FD-NOTA-MATERIA
            MOVE LOW-VALUES TO FD-NOTA-PERIODO
            START ARQNOTAS KEY IS NOT LESS THAN FD-NOTA-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2440-MOVE-UMA-NOTA-EXIT
            END-START
            READ ARQNOTAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2440-MOVE-UMA-NOTA-EXIT
            END-READ
            IF FD-NOTA-MATRICULA NOT = WS-HIST-DE
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2440-MOVE-UMA-NOTA-EXIT
            END-IF
            MOVE FD-ARQ-NOTA  TO WS-NOTA-COPIA
            MOVE WS-HIST-PARA TO FD-NOTA-MATRICULA
            WRITE FD-ARQ-NOTA
               INVALID KEY
                  REWRITE FD-ARQ-NOTA
                     INVALID KEY
                        MOVE 'S' TO WS-HIST-FALHA
                  END-REWRITE
            END-WRITE
            IF WS-HIST-FALHOU
               DISPLAY 'ERRO AO GRAVAR NOTA DA MATRICULA '
                       WS-HIST-PARA ' - STATUS: ' WS-STATUS-ARQNOTAS
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2440-MOVE-UMA-NOTA-EXIT
            END-IF
            MOVE WS-NOTA-COPIA TO FD-ARQ-NOTA
            DELETE ARQNOTAS
               INVALID KEY
                  MOVE 'S' TO WS-HIST-FALHA
                  MOVE 'S' TO WS-HIST-EOF
                  DISPLAY 'ERRO AO EXCLUIR NOTA DA MATRICULA '
                          WS-HIST-DE ' - STATUS: ' WS-STATUS-ARQNOTAS
                  GO TO 2440-MOVE-UMA-NOTA-EXIT
            END-DELETE
            ADD 1 TO WS-QTD-NOTAS.
       2440-MOVE-UMA-NOTA-EXIT.
            EXIT.

       2445-MOVE-UM-RESP.
            MOVE WS-HIST-DE TO FD-RESP-MATRICULA
            MOVE 0          TO FD-RESP-SEQ
            START ARQRESP KEY IS NOT LESS THAN FD-RESP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2445-MOVE-UM-RESP-EXIT
            END-START
            READ ARQRESP NEXT RECORD
               AT END
                  MOVE 'S' TO WS-HIST-EOF
                  GO TO 2445-MOVE-UM-RESP-EXIT
            END-READ
            IF FD-RESP-MATRICULA NOT = WS-HIST-DE
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2445-MOVE-UM-RESP-EXIT
            END-IF
            MOVE FD-ARQ-RESP  TO WS-RESP-COPIA
            MOVE WS-HIST-PARA TO FD-RESP-MATRICULA
            WRITE FD-ARQ-RESP
               INVALID KEY
                  REWRITE FD-ARQ-RESP
                     INVALID KEY
                        MOVE 'S' TO WS-HIST-FALHA
                  END-REWRITE
            END-WRITE
            IF WS-HIST-FALHOU
               DISPLAY 'ERRO AO GRAVAR RESPONSAVEL DA MATRICULA '
                       WS-HIST-PARA ' - STATUS: ' WS-STATUS-ARQRESP
               MOVE 'S' TO WS-HIST-EOF
               GO TO 2445-MOVE-UM-RESP-EXIT
            END-IF
            MOVE 'R'           TO AUD-ARQUIVO
            MOVE 'I'           TO AUD-OPERACAO
            MOVE SPACES        TO AUD-RESP-ANTES
            MOVE FD-ARQ-RESP   TO AUD-RESP-DEPOIS
            PERFORM 2900-GRAVA-AUDITORIA
               THRU 2900-GRAVA-AUDITORIA-EXIT
            MOVE WS-RESP-COPIA TO FD-ARQ-RESP
            DELETE ARQRESP
               INVALID KEY
                  MOVE 'S' TO WS-HIST-FALHA
                  MOVE 'S' TO WS-HIST-EOF
                  DISPLAY 'ERRO AO EXCLUIR RESPONSAVEL DA MATRICULA '
                          WS-HIST-DE ' - STATUS: ' WS-STATUS-ARQRESP
                  GO TO 2445-MOVE-UM-RESP-EXIT
            END-DELETE
            MOVE 'R'           TO AUD-ARQUIVO
            MOVE 'E'           TO AUD-OPERACAO
            MOVE WS-RESP-COPIA TO AUD-RESP-ANTES
            MOVE SPACES        TO AUD-RESP-DEPOIS
            PERFORM 2900-GRAVA-AUDITORIA
               THRU 2900-GRAVA-AUDITORIA-EXIT
            ADD 1 TO WS-QTD-RESP.
       2445-MOVE-UM-RESP-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2450-BAIXA-ORIGEM: the last step, on the same terms as    *
      * 2410 -- an origin already TRANSFERIDO by this transfer is *
      * left alone, one changed by someone else stops it.         *
      *----------------------------------------------------------*
       2450-BAIXA-ORIGEM.
            MOVE WS-TRF-MAT-ORIGEM TO FD-ORI-MATRICULA
            READ ARQORIGEM
               INVALID KEY
                  MOVE 'MATRICULA EXCLUIDA DA ORIGEM' TO WS-MOTIVO
                  GO TO 2450-BAIXA-ORIGEM-EXIT
            END-READ
            MOVE FD-ORI-REGISTRO TO WS-REG-ATUAL
            IF WS-REG-ATUAL = WS-TRF-ORI-DEPOIS
               GO TO 2450-BAIXA-ORIGEM-EXIT
            END-IF
            IF WS-REG-ATUAL NOT = WS-TRF-ORI-ANTES
               MOVE 'ORIGEM ALTERADA DURANTE A TRANSFERENCIA'
                  TO WS-MOTIVO
               GO TO 2450-BAIXA-ORIGEM-EXIT
            END-IF
            MOVE WS-TRF-ORI-DEPOIS TO FD-ORI-REGISTRO
            REWRITE FD-ORI-REGISTRO
               INVALID KEY
                  MOVE 'NAO FOI POSSIVEL BAIXAR NA ORIGEM'
                     TO WS-MOTIVO
               NOT INVALID KEY
                  MOVE SPACE             TO AUD-ARQUIVO
                  MOVE WS-TRF-ORIGEM     TO AUD-CADASTRO
                  MOVE 'A'               TO AUD-OPERACAO
                  MOVE WS-TRF-ORI-ANTES  TO AUD-ANTES
                  MOVE WS-TRF-ORI-DEPOIS TO AUD-DEPOIS
                  PERFORM 2900-GRAVA-AUDITORIA
                     THRU 2900-GRAVA-AUDITORIA-EXIT
            END-REWRITE.
       2450-BAIXA-ORIGEM-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-GRAVA-DISPOSICAO: one line per transfer on           *
      * TRANSF-REL.TXT -- TRANSFERIDA with the history that went  *
      * along, REJEITADA or DESFEITA with the reason, PENDENTE    *
      * when the log must be settled by hand -- and the two       *
      * rosters on the line below.                                *
      *----------------------------------------------------------*
       2500-GRAVA-DISPOSICAO.
            MOVE SPACES TO WS-TREL-LINHA-ED
            EVALUATE TRUE
               WHEN WS-RES-TRANSFERIDA
                    MOVE WS-QTD-NOTAS TO WS-NOTAS-ED
                    MOVE WS-QTD-RESP  TO WS-RESP-ED
                    STRING WS-PED-MATRICULA-X DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-PED-NOVA-MAT-X  DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-PED-TURMA       DELIMITED BY SIZE
                           ' TRANSFERIDA - NOTAS:' DELIMITED BY SIZE
                           WS-NOTAS-ED        DELIMITED BY SIZE
                           '  RESPONSAVEIS:'  DELIMITED BY SIZE
                           WS-RESP-ED         DELIMITED BY SIZE
                           INTO WS-TREL-LINHA-ED
                    END-STRING
               WHEN WS-RES-REJEITADA
                    STRING WS-PED-MATRICULA-X DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-PED-NOVA-MAT-X  DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-PED-TURMA       DELIMITED BY SIZE
                           ' REJEITADA - '    DELIMITED BY SIZE
                           WS-MOTIVO          DELIMITED BY SIZE
                           INTO WS-TREL-LINHA-ED
                    END-STRING
               WHEN WS-RES-DESFEITA
                    STRING WS-PED-MATRICULA-X DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-PED-NOVA-MAT-X  DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-PED-TURMA       DELIMITED BY SIZE
                           ' DESFEITA - '     DELIMITED BY SIZE
                           WS-MOTIVO          DELIMITED BY SIZE
                           INTO WS-TREL-LINHA-ED
                    END-STRING
               WHEN OTHER
                    STRING WS-PED-MATRICULA-X DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-PED-NOVA-MAT-X  DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           WS-PED-TURMA       DELIMITED BY SIZE
                           ' PENDENTE - '     DELIMITED BY SIZE
                           WS-MOTIVO          DELIMITED BY SIZE
                           INTO WS-TREL-LINHA-ED
                    END-STRING
            END-EVALUATE
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            DISPLAY WS-TREL-LINHA-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING '       DE '        DELIMITED BY SIZE
                   WS-PED-ORIGEM (1:30)  DELIMITED BY SIZE
                   ' PARA '            DELIMITED BY SIZE
                   WS-PED-DESTINO (1:30) DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA.
       2500-GRAVA-DISPOSICAO-EXIT.
            EXIT.

       2550-CONTA-RESULTADO.
            EVALUATE TRUE
               WHEN WS-RES-TRANSFERIDA
                    ADD 1            TO WS-TRANSF-CONT
                    ADD WS-QTD-NOTAS TO WS-NOTAS-CONT
                    ADD WS-QTD-RESP  TO WS-RESP-CONT
               WHEN WS-RES-REJEITADA
                    ADD 1 TO WS-REJ-CONT
               WHEN OTHER
                    ADD 1 TO WS-DESF-CONT
            END-EVALUATE.
       2550-CONTA-RESULTADO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2600-DESFAZ-TRANSFERENCIA: puts back whatever part of the *
      * transfer reached the files -- the source record to its    *
      * before image, the history to the source matricula, the    *
      * destination record deleted (or, for a returning student,  *
      * back to its inactive image) -- each through GRAVA_AUDIT.  *
      * A destination changed by someone else since cannot be     *
      * put back safely; the transfer stays PENDENTE on the log.  *
      *----------------------------------------------------------*
       2600-DESFAZ-TRANSFERENCIA.
            MOVE 'D' TO WS-RESULTADO
            MOVE WS-TRF-MAT-ORIGEM TO FD-ORI-MATRICULA
            READ ARQORIGEM
               INVALID KEY
                  MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                  MOVE FD-ORI-REGISTRO TO WS-REG-ATUAL
            END-READ
            IF WS-REG-ATUAL = WS-TRF-ORI-DEPOIS
               MOVE WS-TRF-ORI-ANTES TO FD-ORI-REGISTRO
               REWRITE FD-ORI-REGISTRO
                  INVALID KEY
                     MOVE 'S' TO WS-PENDENCIA
                  NOT INVALID KEY
                     MOVE SPACE             TO AUD-ARQUIVO
                     MOVE WS-TRF-ORIGEM     TO AUD-CADASTRO
                     MOVE 'A'               TO AUD-OPERACAO
                     MOVE WS-TRF-ORI-DEPOIS TO AUD-ANTES
                     MOVE WS-TRF-ORI-ANTES  TO AUD-DEPOIS
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-EXIT
               END-REWRITE
            END-IF
            IF WS-TRF-MAT-DESTINO NOT = WS-TRF-MAT-ORIGEM
               MOVE WS-TRF-MAT-DESTINO TO WS-HIST-DE
               MOVE WS-TRF-MAT-ORIGEM  TO WS-HIST-PARA
               PERFORM 2435-TRANSPORTA-HISTORICO
                  THRU 2435-TRANSPORTA-HISTORICO-EXIT
               IF WS-HIST-FALHOU
                  MOVE 'S' TO WS-PENDENCIA
               END-IF
            END-IF
            MOVE 0 TO WS-QTD-NOTAS
            MOVE 0 TO WS-QTD-RESP
            PERFORM 2620-RESTAURA-DESTINO
               THRU 2620-RESTAURA-DESTINO-EXIT
            IF WS-PENDENCIA-MANUAL
               MOVE 'P' TO WS-RESULTADO
               GO TO 2600-DESFAZ-TRANSFERENCIA-EXIT
            END-IF
            MOVE 'X' TO WS-TRF-ETAPA
            PERFORM 2710-GRAVA-ETAPA
               THRU 2710-GRAVA-ETAPA-EXIT.
       2600-DESFAZ-TRANSFERENCIA-EXIT.
            EXIT.

       2620-RESTAURA-DESTINO.
            MOVE WS-TRF-MAT-DESTINO TO FD-DES-MATRICULA
            READ ARQDESTINO
               INVALID KEY
                  MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                  MOVE FD-DES-REGISTRO TO WS-REG-ATUAL
            END-READ
            IF WS-REG-ATUAL = WS-TRF-DES-ANTES
               GO TO 2620-RESTAURA-DESTINO-EXIT
            END-IF
            IF WS-REG-ATUAL NOT = WS-TRF-DES-DEPOIS
               MOVE 'S' TO WS-PENDENCIA
               GO TO 2620-RESTAURA-DESTINO-EXIT
            END-IF
            MOVE SPACE             TO AUD-ARQUIVO
            MOVE WS-TRF-DESTINO    TO AUD-CADASTRO
            MOVE WS-TRF-DES-DEPOIS TO AUD-ANTES
            MOVE WS-TRF-DES-ANTES  TO AUD-DEPOIS
            IF WS-TRF-DES-ANTES = SPACES
               DELETE ARQDESTINO
                  INVALID KEY
                     MOVE 'S' TO WS-PENDENCIA
                  NOT INVALID KEY
                     MOVE 'E' TO AUD-OPERACAO
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-EXIT
               END-DELETE
            ELSE
               MOVE WS-TRF-DES-ANTES TO FD-DES-REGISTRO
               REWRITE FD-DES-REGISTRO
                  INVALID KEY
                     MOVE 'S' TO WS-PENDENCIA
                  NOT INVALID KEY
                     MOVE 'A' TO AUD-OPERACAO
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-EXIT
               END-REWRITE
            END-IF.
       2620-RESTAURA-DESTINO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-GRAVA-LOG: one TRANSF-LOG.TXT record per step        *
      * reached, the full transfer on every one, so the last      *
      * record alone tells a rerun where things stand.            *
      *----------------------------------------------------------*
       2700-GRAVA-LOG.
            MOVE WS-TRANSFERENCIA TO FD-TLG-REGISTRO
            WRITE FD-TLG-REGISTRO
            IF WS-STATUS-ARQTLOG NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TRANSF-LOG.TXT - STATUS: '
                       WS-STATUS-ARQTLOG
            END-IF.
       2700-GRAVA-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2710-GRAVA-ETAPA: once a master has been touched a step   *
      * that cannot be logged stops the run -- going on would     *
      * leave the next step with nothing a rerun could finish or  *
      * undo. The log keeps the last step that made it, and the   *
      * rerun picks the transfer up from there.                   *
      *----------------------------------------------------------*
       2710-GRAVA-ETAPA.
            PERFORM 2700-GRAVA-LOG
               THRU 2700-GRAVA-LOG-EXIT
            IF WS-STATUS-ARQTLOG = '00'
               GO TO 2710-GRAVA-ETAPA-EXIT
            END-IF
            DISPLAY 'TRANSFERENCIA DA MATRICULA ' WS-TRF-MAT-ORIGEM
                    ' INTERROMPIDA NA ETAPA ' WS-TRF-ETAPA
            DISPLAY 'PROGRAMA ABORTADO'
            PERFORM 2190-FECHA-CADASTROS
               THRU 2190-FECHA-CADASTROS-EXIT
            CLOSE ARQTURMA
            CLOSE ARQNOTAS
            CLOSE ARQRESP
            CLOSE ARQTREL
            CLOSE ARQTLOG
            IF WS-MODO-LOTE
               CLOSE ARQTPED
            END-IF
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       2710-GRAVA-ETAPA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-VERIFICA-LOTACAO: counts the ATIVO students of the   *
      * destination TURMA through the FD-TURMA alternate key of   *
      * the destination roster and, with the seats GRAVA_ESPERA   *
      * says open offers hold there, against the capacity 2100    *
      * read. At the screen a full class asks for the same        *
      * explicit override as MANUTENCAO_ALUNO; in batch nobody is *
      * there to give it, and the transfer is refused, as in      *
      * MANUTENCAO_LOTE. A capacity of zero is not enforced.      *
      *----------------------------------------------------------*
       2800-VERIFICA-LOTACAO.
            MOVE 'N' TO WS-TURMA-LOTADA
            IF WS-TUR-CAPACIDADE = 0
               GO TO 2800-VERIFICA-LOTACAO-EXIT
            END-IF
            MOVE 0            TO WS-OCUPACAO
            MOVE 'N'          TO WS-FIM-OCUPACAO
            MOVE WS-PED-TURMA TO FD-DES-TURMA
            START ARQDESTINO KEY IS NOT LESS THAN FD-DES-TURMA
               INVALID KEY
                  MOVE 'S' TO WS-FIM-OCUPACAO
            END-START
            PERFORM 2850-CONTA-UM-ALUNO
               THRU 2850-CONTA-UM-ALUNO-EXIT
               UNTIL WS-OCUPACAO-FIM
            MOVE 'R'             TO ESP-FUNCAO
            MOVE WS-PED-TURMA    TO ESP-TURMA
            MOVE WS-PED-NOVA-MAT TO ESP-MATRICULA
            MOVE WS-NOME-DESTINO TO ESP-CADASTRO
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            IF WS-OCUPACAO + ESP-RESERVAS < WS-TUR-CAPACIDADE
               GO TO 2800-VERIFICA-LOTACAO-EXIT
            END-IF
            IF WS-MODO-LOTE
               MOVE 'S' TO WS-TURMA-LOTADA
               GO TO 2800-VERIFICA-LOTACAO-EXIT
            END-IF
            DISPLAY 'TURMA LOTADA - OCUPACAO: ' WS-OCUPACAO
                    '  RESERVAS: ' ESP-RESERVAS
                    '  CAPACIDADE: ' WS-TUR-CAPACIDADE
            DISPLAY 'CONFIRMA MESMO ASSIM? (S/N): ' WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S'
               MOVE 'S' TO WS-TURMA-LOTADA
            END-IF.
       2800-VERIFICA-LOTACAO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2820-GRAVA-ESPERA: a batch transfer refused TURMA LOTADA  *
      * goes on the destination TURMA's waiting list, as the 'I'  *
      * of MANUTENCAO_LOTE does, under the matricula it would     *
      * have had there. ESP-ORIGEM 'T' tells OFERTA_VAGAS that an *
      * accepted offer is a transfer to redo, not an inclusion.   *
      *----------------------------------------------------------*
       2820-GRAVA-ESPERA.
            MOVE 'G'               TO ESP-FUNCAO
            MOVE WS-PED-TURMA      TO ESP-TURMA
            MOVE WS-PED-NOVA-MAT   TO ESP-MATRICULA
            MOVE FD-ORI-NOME       TO ESP-NOME
            MOVE FD-ORI-IDADE      TO ESP-IDADE
            MOVE FD-ORI-NASCIMENTO TO ESP-NASCIMENTO
            MOVE WS-NOME-DESTINO   TO ESP-CADASTRO
            MOVE 'T'               TO ESP-ORIGEM
            MOVE WS-OPERADOR       TO ESP-OPERADOR
            CALL 'GRAVA_ESPERA' USING ESPERA-PARM
            EVALUATE TRUE
               WHEN ESP-INCLUIDO
                    MOVE 'TURMA LOTADA - NA LISTA DE ESPERA'
                      TO WS-MOTIVO
               WHEN ESP-JA-NA-LISTA
                    MOVE 'TURMA LOTADA - JA NA LISTA DE ESPERA'
                      TO WS-MOTIVO
            END-EVALUATE.
       2820-GRAVA-ESPERA-EXIT.
            EXIT.

       2850-CONTA-UM-ALUNO.
            READ ARQDESTINO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-OCUPACAO
                  GO TO 2850-CONTA-UM-ALUNO-EXIT
            END-READ
            IF FD-DES-TURMA NOT = WS-PED-TURMA
               MOVE 'S' TO WS-FIM-OCUPACAO
               GO TO 2850-CONTA-UM-ALUNO-EXIT
            END-IF
            IF FD-DES-ATIVO
               ADD 1 TO WS-OCUPACAO
            END-IF.
       2850-CONTA-UM-ALUNO-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-GRAVA-AUDITORIA: hands the operation, the operator   *
      * and the before/after images the caller has already set in *
      * AUDIT-PARM to GRAVA_AUDIT -- AUD-ARQUIVO 'R' for a        *
      * guardian, blank for a student.                            *
      *----------------------------------------------------------*
       2900-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            CALL 'GRAVA_AUDIT' USING AUDIT-PARM.
       2900-GRAVA-AUDITORIA-EXIT.
            EXIT.

       3000-FINALIZA-PROGRAMA.
            MOVE ALL '-' TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-PED-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'PEDIDOS LIDOS........: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-TRANSF-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'ALUNOS TRANSFERIDOS..: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-REJ-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'PEDIDOS REJEITADOS...: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-DESF-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'DESFEITAS/PENDENTES..: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-NOTAS-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'NOTAS TRANSFERIDAS...: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            MOVE WS-RESP-CONT TO WS-TREL-CONT-ED
            MOVE SPACES TO WS-TREL-LINHA-ED
            STRING 'RESPONSAVEIS.........: ' DELIMITED BY SIZE
                   WS-TREL-CONT-ED           DELIMITED BY SIZE
                   INTO WS-TREL-LINHA-ED
            END-STRING
            MOVE WS-TREL-LINHA-ED TO FD-TREL-LINHA
            WRITE FD-TREL-LINHA
            DISPLAY 'PEDIDOS LIDOS........: ' WS-PED-CONT
            DISPLAY 'ALUNOS TRANSFERIDOS..: ' WS-TRANSF-CONT
            DISPLAY 'PEDIDOS REJEITADOS...: ' WS-REJ-CONT
            DISPLAY 'DESFEITAS/PENDENTES..: ' WS-DESF-CONT
            DISPLAY 'NOTAS TRANSFERIDAS...: ' WS-NOTAS-CONT
            DISPLAY 'RESPONSAVEIS.........: ' WS-RESP-CONT
            CLOSE ARQTURMA
            CLOSE ARQNOTAS
            CLOSE ARQRESP
            CLOSE ARQTREL
            IF WS-MODO-LOTE
               CLOSE ARQTPED
            END-IF
      *----------------------------------------------------------*
      * every transfer of the run was settled, so the restart    *
      * log no longer applies -- truncate it. A transfer left    *
      * PENDENTE keeps the log for the office and ends the run   *
      * with 16.                                                 *
      *----------------------------------------------------------*
            CLOSE ARQTLOG
            IF WS-PENDENCIA-MANUAL
               MOVE 16 TO RETURN-CODE
            ELSE
               OPEN OUTPUT ARQTLOG
               CLOSE ARQTLOG
               IF WS-REJ-CONT > 0 OR WS-DESF-CONT > 0
                  MOVE 04 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF
            DISPLAY 'FIM DA TRANSFERENCIA ENTRE CAMPI'
            STOP RUN.

       END PROGRAM TRANSFERE_CAMPUS.
