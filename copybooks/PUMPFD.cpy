      *----------------------------------------------------------------*
      * Shared pump register records. COPY into FILE SECTION. One
      * register line per pump (the id is the one on the meter
      * readings) with its calibration certificate, and one test
      * line per test dispense made by the inspectors -- the litres
      * go back into the tank, so they are not a sale.
      *----------------------------------------------------------------*
       FD  PUMP-REGISTER-FILE.
       01  PUMP-REGISTER-RECORD.
           05 PU-BOMBA       PIC X(10).
           05 PU-PRODUTO     PIC X(20).
           05 PU-CERTIFICADO PIC X(15).
           05 PU-DATA-CERT   PIC 9(8).
           05 PU-VALIDADE    PIC 9(8).

       FD  PUMP-TEST-FILE.
       01  PUMP-TEST-RECORD.
           05 PT-BOMBA       PIC X(10).
           05 PT-DATA        PIC 9(8).
           05 PT-PRODUTO     PIC X(20).
           05 PT-LITROS      PIC 9(4).
           05 PT-INSPECTOR   PIC X(20).
      *    "A" = aprovado, "R" = reprovado:
           05 PT-RESULTADO   PIC X.
           05 PT-OPERATOR    PIC X(8).
