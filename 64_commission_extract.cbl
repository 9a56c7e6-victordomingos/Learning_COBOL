           05 FSHIFT     PIC 99.
           05 FACCOUNT   PIC 9(5).
           05 FMEMBER    PIC 9(5).
           05 FSTAFF     PIC 9(5).
           05 FCARD      PIC 9(6).
           05 FPLATE     PIC X(8).

       FD  SHIFT-ASSIGN-FILE.
       01  SHIFT-ASSIGN-RECORD.
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FNGR-REC-IMAGE
                       MOVE GAS-SALE TO WS-FNGR-REC-IMAGE(1:64)
                       PERFORM ADD-FINGERPRINT-RECORD-PROCEDURE
               END-READ
           END-PERFORM.


       TALLY-ONE-SALE-PROCEDURE.
      *    o consumo interno da frota de aluguer nao e venda e nao
      *    da comissao:
           IF FTTYPE = "I" OR FTTYPE = "i"
               EXIT PARAGRAPH
           END-IF.
      *    devolucoes e estornos abatem a comissao:
           MOVE "N" TO WS-TOT-FOUND.
           PERFORM VARYING TT-IDX FROM 1 BY 1
