      *----------------------------------------------------------------*
      * Shared expense-claims records. COPY into FILE SECTION.
      * Mileage in the employee's own car and small costs paid out of
      * pocket, captured in EXPENSE-CLAIMS by any signed-on operator
      * (status P), approved or rejected there by a GERENCIA operator
      * other than the one who captured it (A/R), and paid as a
      * non-taxable line by the next PRODUCAO1-REMUNERACAO run, which
      * stamps the period it was paid in (X). Mileage is priced from
      * the per-year rate per kilometre in MILEAGE-RATES-FILE.
      *----------------------------------------------------------------*
       FD  EXPENSE-CLAIMS-FILE.
       01  EXPENSE-CLAIM-RECORD.
           05 EC-ID          PIC 9(6).
           05 EC-NUMERO      PIC 9(5).
           05 EC-DATA        PIC 9(8).
      *    K = quilometros em viatura propria, D = despesa com
      *    recibo:
           05 EC-TIPO        PIC X.
           05 EC-KM          PIC 9(5).
      *    taxa por km aplicada (a do ano da deslocacao):
           05 EC-RATE        PIC 9V999.
           05 EC-AMOUNT      PIC 9(5)V99.
           05 EC-PURPOSE     PIC X(30).
           05 EC-CAPT-OPER   PIC X(8).
      *    P = pendente, A = aprovado, R = rejeitado, X = pago:
           05 EC-STATUS      PIC X.
           05 EC-APPR-OPER   PIC X(8).
           05 EC-PAID-PERIOD PIC 9(8).

       FD  MILEAGE-RATES-FILE.
       01  MILEAGE-RATE-RECORD.
           05 MR-YEAR PIC 9(4).
           05 MR-RATE PIC 9V999.
