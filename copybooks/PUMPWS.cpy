      *----------------------------------------------------------------*
      * Shared pump register working-storage. COPY into
      * WORKING-STORAGE SECTION. See PUMPP.cpy for the paragraphs
      * that load and save the register, append test dispenses and
      * warn about calibration certificates.
      *----------------------------------------------------------------*
       01  WS-PUMP-PATH      PIC X(60) VALUE "..\pumps.txt".
       01  WS-PUMP-TEST-PATH PIC X(60) VALUE "..\pump-tests.txt".
       01  WS-PUMP-ENV-VALUE PIC X(60).
       01  WS-PUMP-STATUS    PIC XX.
       01  WS-PUMP-TEST-STATUS PIC XX.

       01  WS-PUMP-COUNT PIC 99 VALUE ZERO.
       01  WS-PUMP-TABLE.
           05 WS-PUMP-ENTRY OCCURS 40 TIMES INDEXED BY PU-IDX.
               10 WS-PU-BOMBA       PIC X(10).
               10 WS-PU-PRODUTO     PIC X(20).
               10 WS-PU-CERTIFICADO PIC X(15).
               10 WS-PU-DATA-CERT   PIC 9(8).
               10 WS-PU-VALIDADE    PIC 9(8).

      * aviso de validade: certificados vencidos ou a vencer dentro
      * de WS-PUMP-WARN-DAYS dias a contar de WS-PUMP-TODAY:
       01  WS-PUMP-TODAY     PIC 9(8).
       01  WS-PUMP-WARN-DAYS PIC 999 VALUE 30.
       01  WS-PUMP-DAYS-LEFT PIC S9(5).
       01  WS-PUMP-N-WARN    PIC 99.
       01  M-PUMP-DAYS       PIC -Z(4)9.
