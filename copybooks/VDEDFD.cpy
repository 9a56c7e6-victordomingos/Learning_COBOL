      *----------------------------------------------------------------*
      * Shared voluntary-deductions records. COPY into FILE SECTION.
      * Deductions the employee signs up for (union dues, the health
      * plan, a voluntary pension top-up...): a codes table with the
      * third-party payee and how the amount is worked out, a
      * per-employee enrolment file with start and end dates, and
      * the ledger PRODUCAO1-REMUNERACAO appends one line to per
      * deduction actually taken, from which the monthly remittance
      * list per payee is drawn (VOLDED-REMITTANCE).
      *----------------------------------------------------------------*
       FD  DEDUCTION-CODES-FILE.
       01  DEDUCTION-CODE-RECORD.
           05 DC-CODE    PIC X(6).
           05 DC-DESCR   PIC X(20).
           05 DC-PAYEE   PIC X(20).
      *    "F" = montante fixo por periodo, "P" = percentagem do
      *    bruto:
           05 DC-TIPO    PIC X.
           05 DC-VALUE   PIC 9(5)V99.
      *    "S" = abatida ao bruto antes da retencao na fonte:
           05 DC-PRE-TAX PIC X.

       FD  DEDUCTION-ENROL-FILE.
       01  DEDUCTION-ENROL-RECORD.
           05 DE-NUMERO PIC 9(5).
           05 DE-CODE   PIC X(6).
           05 DE-START  PIC 9(8).
      *    zero = sem fim marcado:
           05 DE-END    PIC 9(8).
      *    montante/percentagem escolhido pelo funcionario (zero = o
      *    valor do codigo):
           05 DE-VALUE  PIC 9(5)V99.

       FD  VOLDED-LEDGER-FILE.
       01  VOLDED-LEDGER-RECORD.
           05 VL-PERIOD-END PIC 9(8).
           05 VL-NUMERO     PIC 9(5).
           05 VL-CODE       PIC X(6).
           05 VL-PAYEE      PIC X(20).
           05 VL-AMOUNT     PIC 9(6)V99.
