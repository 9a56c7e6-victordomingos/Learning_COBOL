      *----------------------------------------------------------------*
      * Shared payslip-archive records. COPY into FILE SECTION.
      * Every payslip the payroll programs print is kept here for
      * good, one summary line ("H": gross, deductions, net) and then
      * the printed lines ("L") in order, keyed by employee, period
      * and kind of payslip, so PAYSLIP-INQUIRY can show the pay
      * history and reprint any payslip as a duplicate. A run writes
      * to the stage file first; the stage is appended to the archive
      * only once the period is marked as processed, so a restarted
      * run does not archive the same payslips twice.
      *----------------------------------------------------------------*
       FD  PAYSLIP-ARCHIVE-FILE.
       01  PAYSLIP-ARCHIVE-RECORD.
           05 PS-NUMERO   PIC 9(5).
           05 PS-PERIOD   PIC 9(8).
      *    "N" = normal, "C" = acerto de contas, "F" = subsidio de
      *    ferias, "X" = subsidio de Natal, "R" = retroativo:
           05 PS-KIND     PIC X.
      *    data em que o recibo foi emitido (distingue um periodo
      *    reprocessado):
           05 PS-RUN-DATE PIC 9(8).
      *    "H" = resumo do recibo, "L" = linha impressa:
           05 PS-REC-TYPE PIC X.
           05 PS-SEQ      PIC 9(3).
           05 PS-TEXT     PIC X(70).
           05 PS-SUMMARY REDEFINES PS-TEXT.
               10 PS-GROSS   PIC 9(7)V99.
               10 PS-DEDUCT  PIC 9(7)V99.
               10 PS-NET     PIC 9(7)V99.
               10 FILLER     PIC X(43).

       FD  PAYSLIP-STAGE-FILE.
       01  PAYSLIP-STAGE-RECORD PIC X(96).
