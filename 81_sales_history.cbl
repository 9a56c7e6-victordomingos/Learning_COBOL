           05 I-INVOICE-NO PIC 9(6).
           05 ISHIFT      PIC 99.
           05 IACCOUNT    PIC 9(5).
           05 IEXCISE     PIC 9(5)V99.
           05 IDISCOUNT   PIC 9(6)V99.

       FD BOOK-SALES-FILE.
       01 BOOK-SALES.
           05 FTTYPE      PIC X.
           05 FCUSTREF    PIC X(10).
           05 FVOUCHER    PIC 9(6).
           05 FSTAFF      PIC 9(5).

       FD  CAR-OUT-FILE.
       01  CAR-OUT-IN.
           MOVE "GAS" TO WS-ADD-STREAM.
           MOVE INAME TO WS-ADD-KEY.
           COMPUTE WS-ADD-UNITS = IQTY * WS-SIGN.
      *    o ISP da linha (quando a fatura o traz) entra na base
      *    do IVA, como na faturacao:
           IF IEXCISE NUMERIC
               COMPUTE WS-ADD-VALUE ROUNDED =
                   (IQTY * IPRICE + IEXCISE) * (100 + ITAX) / 100
                   * WS-SIGN
           ELSE
               COMPUTE WS-ADD-VALUE ROUNDED =
                   IQTY * IPRICE * (100 + ITAX) / 100 * WS-SIGN
           END-IF.
      *    desconto de pontos/pessoal que a fatura ja abateu:
           IF IDISCOUNT NUMERIC
               COMPUTE WS-ADD-VALUE = WS-ADD-VALUE
                   - IDISCOUNT * WS-SIGN
           END-IF.
           PERFORM ACCUMULATE-PROCEDURE.


