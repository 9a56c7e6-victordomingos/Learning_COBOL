      *----------------------------------------------------------------*
      * Shared stock-ageing candidates record. COPY into FILE SECTION.
      * Rewritten by every STOCK-AGEING run: one line per slow-moving
      * title proposed for action -- D = devolver a editora (offered
      * by SUPPLIER-RETURNS as a return proposal), M = remarcar,
      * because the publisher does not take it back.
      *----------------------------------------------------------------*
       FD  AGEING-CANDIDATE-FILE.
       01  AGEING-CANDIDATE-RECORD.
           05 AG-ISBN     PIC X(13).
           05 AG-EDITORA  PIC X(20).
           05 AG-QTY      PIC 9(6).
      *    dias desde a ultima venda (ou entrada, se nunca vendeu):
           05 AG-DIAS     PIC 9(5).
           05 AG-ACAO     PIC X.
           05 AG-DATA     PIC 9(8).
