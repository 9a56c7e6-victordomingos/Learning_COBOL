      *----------------------------------------------------------------*
      * Shared drive-off register record. COPY into FILE SECTION. One
      * line per fill-up driven away without paying, recorded at
      * GAS-TILL and followed by DRIVE-OFF-REGISTER until the value
      * is recovered or written off.
      *----------------------------------------------------------------*
       FD  DRIVE-OFF-FILE.
       01  DRIVE-OFF-RECORD.
           05 DO-NUMERO     PIC 9(6).
           05 DO-DATA       PIC 9(8).
           05 DO-HORA       PIC 9(4).
           05 DO-SHIFT      PIC 99.
           05 DO-BOMBA      PIC 99.
           05 DO-PRODUTO    PIC X(20).
           05 DO-LITROS     PIC 9(4).
      *    valor que teria sido cobrado (com ISP e IVA):
           05 DO-VALOR      PIC 9(6)V99.
           05 DO-MATRICULA  PIC X(10).
      *    numero da participacao a policia:
           05 DO-PARTICIPACAO PIC X(15).
           05 DO-OPERATOR   PIC X(8).
      *    "A" = em aberto, "R" = recuperado, "W" = abatido:
           05 DO-ESTADO     PIC X.
           05 DO-RECUPERADO PIC 9(6)V99.
           05 DO-DATA-FECHO PIC 9(8).
