           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================
           05 RI-PERIODO   PIC 9(8).

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------
       01  WS-REISSUE-OPEN PIC X VALUE "N".

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "EXCEPTWS.cpy".

      *=================================================================

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       END PROGRAM BANK-RETURNS.
