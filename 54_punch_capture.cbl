           COPY "OPERSEL.cpy".
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      * mesma imagem do MONEY-IN-FILE de PRODUCAO1-REMUNERACAO:
       COPY "OPERFD.cpy".
       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PUNCH-OUT-PATH   PIC X(60)
           VALUE "..\REMUNERACAO-IN.txt".

       COPY "OPERWS.cpy".
       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "DATEVAL.cpy".

       PROCEDURE DIVISION.

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       END PROGRAM PUNCH-CAPTURE.
