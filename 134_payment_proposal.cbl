       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PROPOSAL.
      *=================================================================
      * Purpose: Supplier payment proposal. From the payables
      *          open-items ledger, every supplier's open documents
      *          due up to the payment date are proposed for payment,
      *          netted against all of that supplier's open credit
      *          notes, and listed per supplier for approval in
      *          PAYMENT-RUN. The proposed items are marked P in the
      *          ledger. A supplier whose credits cover what is due is
      *          not paid and the credits carry forward; a supplier
      *          missing from the SUPPLIER-MASTER, or without an IBAN,
      *          goes to the shared exceptions file instead. Items
      *          still proposed from an earlier proposal that was not
      *          run are returned to open and selected again.
      *          The payment date defaults to today and can be set
      *          with AP_PAY_DATE (AAAAMMDD).
      * Author:  Victor Domingos
      * Date:    2026-10-15
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUPPSEL.cpy".
           COPY "APOISEL.cpy".

      *    proposta de pagamento para aprovacao (a ultima gerada):
           SELECT PROPOSAL-FILE
           ASSIGN TO DYNAMIC WS-PROPOSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EXCEPTSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "SUPPFD.cpy".
           COPY "APOIFD.cpy".

       FD  PROPOSAL-FILE.
       01  PROPOSAL-LINE PIC X(80).

           COPY "EXCEPTFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SUPPWS.cpy".
           COPY "APOIWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-PROPOSAL-PATH PIC X(60)
           VALUE "..\payment-proposal.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-TODAY     PIC 9(8).
       01  WS-PAY-DATE  PIC 9(8).

      * fornecedores ja tratados nesta proposta:
       01  WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DONE-TABLE.
           05 WS-DONE-FORNEC OCCURS 2000 TIMES INDEXED BY DN-IDX
                             PIC X(30).
       01  WS-DONE       PIC X.

       01  WS-CUR-FORNEC  PIC X(30).
       01  WS-DUE-ITEMS   PIC 9(4).
       01  WS-SUPP-NET    PIC S9(9)V99.
       01  WS-GRAND-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  WS-N-PROPOSED  PIC 9(4) VALUE ZERO.
       01  WS-N-CARRIED   PIC 9(4) VALUE ZERO.
       01  WS-N-HELD      PIC 9(4) VALUE ZERO.
       01  OI-J USAGE INDEX.

       01  M-VALOR        PIC Z(6)9.99-.
       01  M-TOTAL        PIC Z(8)9.99-.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.
      *    com o razao maior do que a tabela, regravar a partir dela
      *    perderia documentos -- nada e proposto:
           IF WS-APOI-OVERFLOW = "Y"
               DISPLAY "ERRO: payables-ledger com mais de 2000 "
                   "linhas -- arquive os documentos pagos primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM WRITE-PROPOSAL-HEADER-PROCEDURE.

      *    a proposta anterior que nao chegou a ser paga e substituida:
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-STATUS(OI-IDX) = "P"
                   MOVE "A" TO WS-OI-STATUS(OI-IDX)
                   MOVE "Y" TO WS-APOI-DIRTY
               END-IF
           END-PERFORM.

           PERFORM VARYING OI-J FROM 1 BY 1
               UNTIL OI-J > WS-APOI-COUNT
               IF WS-OI-STATUS(OI-J) = "A"
                   MOVE WS-OI-FORNEC(OI-J) TO WS-CUR-FORNEC
                   PERFORM CHECK-DONE-PROCEDURE
                   IF WS-DONE = "N"
                       PERFORM PROPOSE-SUPPLIER-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-GRAND-TOTAL TO M-TOTAL.
           MOVE ALL "=" TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "TOTAL PROPOSTO (" WS-N-PROPOSED
               " fornecedores) ...: " M-TOTAL
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           CLOSE PROPOSAL-FILE.
           MOVE "PAYMENT-PROPOSAL" TO WS-SPL-PROGRAM.
           MOVE "PROPOSTA DE PAGAMENTOS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-PROPOSAL-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           IF WS-APOI-DIRTY = "Y"
               PERFORM SAVE-APOI-FILE-PROCEDURE
           END-IF.

           DISPLAY "Data de pagamento: " WS-PAY-DATE
               "  propostos: " WS-N-PROPOSED
               "  credito a transitar: " WS-N-CARRIED
               "  retidos: " WS-N-HELD.
           DISPLAY "Total proposto: " M-TOTAL.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PAYMENT_PROPOSAL_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROPOSAL-PATH
           END-IF.
      *    data de pagamento (por omissao hoje):
           MOVE WS-TODAY TO WS-PAY-DATE.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AP_PAY_DATE".
           IF WS-ENV-VALUE(1:8) IS NUMERIC
               MOVE WS-ENV-VALUE(1:8) TO WS-PAY-DATE
           END-IF.


       WRITE-PROPOSAL-HEADER-PROCEDURE.
           MOVE ALL "=" TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "PROPOSTA DE PAGAMENTO A FORNECEDORES"
               "   Vencidos ate: " WS-PAY-DATE
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "Gerada em: " WS-TODAY
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.


       CHECK-DONE-PROCEDURE.
           MOVE "N" TO WS-DONE.
           PERFORM VARYING DN-IDX FROM 1 BY 1
               UNTIL DN-IDX > WS-DONE-COUNT
               IF WS-DONE-FORNEC(DN-IDX) = WS-CUR-FORNEC
                   MOVE "Y" TO WS-DONE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DONE = "N"
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-CUR-FORNEC TO WS-DONE-FORNEC(WS-DONE-COUNT)
           END-IF.


      *    o que vence ate a data de pagamento, menos todas as notas
      *    de credito em aberto do fornecedor:
       PROPOSE-SUPPLIER-PROCEDURE.
           MOVE ZERO TO WS-DUE-ITEMS.
           MOVE ZERO TO WS-SUPP-NET.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-CUR-FORNEC
                   AND WS-OI-STATUS(OI-IDX) = "A"
                   IF WS-OI-VALOR(OI-IDX) < ZERO
                       ADD WS-OI-VALOR(OI-IDX) TO WS-SUPP-NET
                   ELSE
                       IF WS-OI-VENC(OI-IDX) NOT > WS-PAY-DATE
                           ADD WS-OI-VALOR(OI-IDX) TO WS-SUPP-NET
                           ADD 1 TO WS-DUE-ITEMS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DUE-ITEMS = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUPP-NET NOT > ZERO
               ADD 1 TO WS-N-CARRIED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-FORNEC TO WS-SUPP-LOOKUP.
           PERFORM LOOKUP-SUPP-PROCEDURE.
           IF WS-SUPP-FOUND = "N"
               ADD 1 TO WS-N-HELD
               MOVE "PAYMENT-PROPOSAL" TO EX-PROGRAM
               MOVE "Fornecedor sem ficha" TO EX-REASON
               MOVE WS-CUR-FORNEC TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SU-IBAN(SU-IDX) = SPACES
               ADD 1 TO WS-N-HELD
               MOVE "PAYMENT-PROPOSAL" TO EX-PROGRAM
               MOVE "Fornecedor sem IBAN na ficha" TO EX-REASON
               MOVE WS-CUR-FORNEC TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-N-PROPOSED.
           ADD WS-SUPP-NET TO WS-GRAND-TOTAL.
           MOVE SPACES TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "Fornecedor: " WS-CUR-FORNEC
               "  NIF: " WS-SU-NIF(SU-IDX)
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "            " WS-SU-NOME(SU-IDX)
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "IBAN: " WS-SU-IBAN(SU-IDX)
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "ORIG DOCUMENTO  REFERENCIA           DATA     "
               "VENCE          VALOR"
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-CUR-FORNEC
                   AND WS-OI-STATUS(OI-IDX) = "A"
                   AND (WS-OI-VALOR(OI-IDX) < ZERO
                       OR WS-OI-VENC(OI-IDX) NOT > WS-PAY-DATE)
                   PERFORM WRITE-PROPOSAL-ITEM-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE WS-SUPP-NET TO M-TOTAL.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "A PAGAR ...............................: "
               M-TOTAL
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.


      *    cada documento proposto fica marcado P ate ao PAYMENT-RUN:
       WRITE-PROPOSAL-ITEM-PROCEDURE.
           MOVE WS-OI-VALOR(OI-IDX) TO M-VALOR.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING WS-OI-ORIGEM(OI-IDX) " " WS-OI-DOC(OI-IDX)
               " " WS-OI-REF(OI-IDX) " " WS-OI-DATA(OI-IDX)
               " " WS-OI-VENC(OI-IDX) " " M-VALOR
               DELIMITED BY SIZE INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE AFTER ADVANCING 1 LINE.
           MOVE "P" TO WS-OI-STATUS(OI-IDX).
           MOVE "Y" TO WS-APOI-DIRTY.


       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PAYMENT-PROPOSAL.
