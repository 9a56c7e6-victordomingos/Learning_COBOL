           COPY "CRSCSEL.cpy".
           COPY "VEHMSEL.cpy".
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================
           05 FSHIFT     PIC 99.
           05 FACCOUNT   PIC 9(5).
           05 FMEMBER    PIC 9(5).
           05 FSTAFF     PIC 9(5).
           05 FCARD      PIC 9(6).
           05 FPLATE     PIC X(8).

       FD  PUNCH-FILE.
       01  PUNCH-RECORD.
           05 CU-LIMIT   PIC 9(7)V99.
           05 CU-BALANCE PIC S9(7)V99.
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

       COPY "CRSCFD.cpy".
       COPY "VEHMFD.cpy".
       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------
       COPY "CRSCWS.cpy".
       COPY "VEHMWS.cpy".
       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "EXCEPTWS.cpy".

      *=================================================================
                                   WRITE-SHARED-EXCEPTION-PROCEDURE
                           END-IF
                       END-IF
                       IF FSTAFF NUMERIC AND FSTAFF > ZERO
                           MOVE FSTAFF TO WS-EMP-LOOKUP-NUMERO
                           PERFORM LOOKUP-EMPLOYEE-PROCEDURE
                           IF WS-EMP-FOUND = "N"
                               ADD 1 TO WS-N-ORPHANS
                               MOVE "REF-CHECK" TO EX-PROGRAM
                               MOVE "gas-sales FSTAFF orfao"
                                   TO EX-REASON
                               MOVE FSTAFF TO EX-DETAIL
                               PERFORM
                                   WRITE-SHARED-EXCEPTION-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAS-SALES-FILE.

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       END PROGRAM REF-CHECK.
