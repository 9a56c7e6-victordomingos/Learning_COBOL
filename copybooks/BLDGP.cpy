      *----------------------------------------------------------------*
      * Shared bookstore customer-ledger logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-BLDG-PATH-PROCEDURE once at
      * startup. LOAD-BOOK-BALANCES-PROCEDURE (requires BCUSWS.cpy,
      * with the master already loaded) adds every ledger line to
      * WS-BC-SALDO of its customer and finds the last invoice
      * number. To post, PERFORM OPEN-BOOK-LEDGER-PROCEDURE (creates
      * the file on a fresh checkout), fill BL-... and PERFORM
      * WRITE-BOOK-LEDGER-PROCEDURE; CLOSE BOOK-LEDGER-FILE at end.
      *----------------------------------------------------------------*
       INIT-BLDG-PATH-PROCEDURE.
           ACCEPT WS-BLDG-ENV-VALUE FROM ENVIRONMENT
               "BOOK_LEDGER_FILE".
           IF WS-BLDG-ENV-VALUE NOT = SPACES
               MOVE WS-BLDG-ENV-VALUE TO WS-BLDG-PATH
           END-IF.

       LOAD-BOOK-BALANCES-PROCEDURE.
           MOVE ZERO TO WS-BLDG-LAST-FATURA.
           MOVE "N" TO WS-BLDG-EOF.
           OPEN INPUT BOOK-LEDGER-FILE.
           IF WS-BLDG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BLDG-EOF = "Y"
               READ BOOK-LEDGER-FILE
                   AT END MOVE "Y" TO WS-BLDG-EOF
                   NOT AT END
                       IF BL-FATURA > WS-BLDG-LAST-FATURA
                           MOVE BL-FATURA TO WS-BLDG-LAST-FATURA
                       END-IF
                       MOVE BL-REF TO WS-BCUS-LOOKUP-REF
                       PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE
                       IF WS-BCUS-FOUND = "Y"
                           ADD BL-VALOR TO WS-BC-SALDO(BC-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOK-LEDGER-FILE.

       OPEN-BOOK-LEDGER-PROCEDURE.
           OPEN EXTEND BOOK-LEDGER-FILE.
           IF WS-BLDG-STATUS = "35"
               OPEN OUTPUT BOOK-LEDGER-FILE
           END-IF.

       WRITE-BOOK-LEDGER-PROCEDURE.
           WRITE BOOK-LEDGER-RECORD.
