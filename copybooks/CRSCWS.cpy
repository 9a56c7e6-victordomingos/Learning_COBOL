               10 WS-CC-PREREQ1    PIC X(8).
               10 WS-CC-PREREQ2    PIC X(8).
               10 WS-CC-PROPINA    PIC 9(5)V99.
               10 WS-CC-ANO-ESCOLAR PIC 99.
               10 WS-CC-CREDITOS   PIC 99.

       01  WS-CRS-LOOKUP-CODIGO PIC X(8).
       01  WS-CRS-FOUND         PIC X.
       01  WS-CRS-PREREQ1       PIC X(8).
       01  WS-CRS-PREREQ2       PIC X(8).
       01  WS-CRS-PROPINA       PIC 9(5)V99.
      *    zero quando o curso nao esta no catalogo ou nao tem ano:
       01  WS-CRS-ANO-ESCOLAR   PIC 99.
      *    zero quando o curso nao esta no catalogo ou nao tem
      *    creditos:
       01  WS-CRS-CREDITOS      PIC 99.
