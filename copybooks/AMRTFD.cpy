      *----------------------------------------------------------------*
      * Shared loan-schedule file record. COPY into FILE SECTION.
      * One record per amortization schedule saved from CALCULATOR,
      * numbered by AM-REF: the principal, annual rate, number of
      * periods and the resulting installment, plus the total to be
      * repaid (principal + interest, last installment adjusted).
      * ADVANCES-MAINT grants an advance from a saved schedule so the
      * installment on file is the one quoted to the employee.
      *----------------------------------------------------------------*
       FD  LOAN-SCHEDULE-FILE.
       01  LOAN-SCHEDULE-RECORD.
           05 AM-REF       PIC 9(6).
           05 AM-DATA      PIC 9(8).
      *    funcionario para quem o plano foi feito (zero = nenhum):
           05 AM-NUMERO    PIC 9(5).
           05 AM-PRINCIPAL PIC 9(6)V99.
      *    taxa de juro anual nominal (%), periodos mensais:
           05 AM-TAXA      PIC 99V9999.
           05 AM-PERIODOS  PIC 999.
           05 AM-PRESTACAO PIC 9(5)V99.
           05 AM-JUROS     PIC 9(6)V99.
           05 AM-TOTAL     PIC 9(7)V99.
