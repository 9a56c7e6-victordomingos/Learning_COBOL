      *----------------------------------------------------------------*
      * Shared report-archive working-storage. COPY into
      * WORKING-STORAGE SECTION. The caller fills the WS-SPL-* request
      * fields after closing a report; see SPOOLP.cpy.
      *----------------------------------------------------------------*
       01  WS-RIDX-PATH      PIC X(60) VALUE "..\report-index.txt".
       01  WS-RIDX-STATUS    PIC XX.
       01  WS-RIDX-EOF       PIC X.
       01  WS-SPOOL-PATH     PIC X(60) VALUE "..\report-spool.txt".
       01  WS-SPOOL-STATUS   PIC XX.
       01  WS-SPOOL-EOF      PIC X.
       01  WS-SPOOL-ENV-VALUE PIC X(60).
       01  WS-SPL-SOURCE-STATUS PIC XX.
       01  WS-SPL-SOURCE-EOF PIC X.

      * pedido de arquivo: programa, titulo curto, ficheiro impresso,
      * data de negocio (zero = hoje), classe de retencao (branco =
      * M) e operador (branco = BATCH_OPERATOR_ID ou BATCH):
       01  WS-SPL-PROGRAM     PIC X(20).
       01  WS-SPL-TITLE       PIC X(40).
       01  WS-SPL-SOURCE-PATH PIC X(60).
       01  WS-SPL-BUS-DATE    PIC 9(8) VALUE ZERO.
       01  WS-SPL-CLASS       PIC X VALUE SPACE.
       01  WS-SPL-OPERATOR    PIC X(8) VALUE SPACES.
      * relatorios acumulados (OPEN EXTEND): linhas iniciais do
      * ficheiro ja arquivadas em execucoes anteriores, a saltar:
       01  WS-SPL-SKIP-LINES  PIC 9(6) VALUE ZERO.
       01  WS-SPL-READ        PIC 9(6).
      * resposta: numero atribuido no indice (zero = nada arquivado):
       01  WS-SPL-ID          PIC 9(6).
       01  WS-SPL-LINES       PIC 9(6).
       01  WS-SPL-PURGE-DATE  PIC 9(8).
       01  WS-SPL-MONTHS      PIC 999.
       01  WS-SPL-DAYS        PIC 9(7).
       01  WS-SPL-NOW         PIC 9(8).
