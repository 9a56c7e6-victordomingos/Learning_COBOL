      *----------------------------------------------------------------*
      * Shared staff-purchases record. COPY into FILE SECTION. One
      * record per staff purchase taken at the forecourt
      * (PRODUCT-PRICES) or the bookstore (BOOKSTORE) against an
      * employee number instead of being paid at the till: the line
      * value, the staff discount given and the net owed. The net is
      * recovered from pay by PRODUCAO1-REMUNERACAO, subject to a
      * monthly cap; SP-SALDO is what is still to be recovered, and a
      * return or same-day reversal is a line with a negative net.
      *----------------------------------------------------------------*
       FD  STAFF-PURCHASES-FILE.
       01  STAFF-PURCHASE-RECORD.
           05 SP-NUMERO   PIC 9(5).
           05 SP-DATA     PIC 9(8).
      *    "C" = combustivel (posto), "L" = livraria:
           05 SP-ORIGEM   PIC X.
           05 SP-DESCR    PIC X(20).
           05 SP-VALUE    PIC S9(6)V99.
           05 SP-DISCOUNT PIC S9(6)V99.
           05 SP-NET      PIC S9(6)V99.
           05 SP-SALDO    PIC S9(6)V99.
