       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RUN.
      *=================================================================
      * Purpose: Supplier payment run. Each supplier proposed by
      *          PAYMENT-PROPOSAL is shown with its documents and net
      *          amount for the operator to approve. An approved
      *          supplier gets a numbered payment: one bank transfer
      *          line (same layout style and TRAILER as the payroll
      *          BANK-ORDER-FILE), a remittance advice listing the
      *          documents settled, the GL posting of the payment and
      *          its documents marked paid in the payables open-items
      *          ledger with the payment number and date. A rejected
      *          supplier's documents go back to open for the next
      *          proposal.
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

      *    transferencias para o banco (substituido a cada execucao,
      *    como o BANK-ORDER-FILE):
           SELECT TRANSFER-FILE
           ASSIGN TO DYNAMIC WS-TRANSFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    avisos de pagamento aos fornecedores (acumulado):
           SELECT REMITTANCE-FILE
           ASSIGN TO DYNAMIC WS-REMITTANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMITTANCE-STATUS.

      *    numeracao dos pagamentos:
           SELECT PAYMENT-COUNTER
           ASSIGN TO DYNAMIC WS-PAYMENT-CTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-CTR-STATUS.

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "GLJRNSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "SUPPFD.cpy".
           COPY "APOIFD.cpy".

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05 TR-IBAN      PIC X(25).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 TR-FORNEC    PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 TR-VALOR     PIC 9(7).99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 TR-DATA      PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 TR-PAGAMENTO PIC 9(6).

       FD  REMITTANCE-FILE.
       01  REMITTANCE-LINE PIC X(80).

       FD  PAYMENT-COUNTER.
       01  PAYMENT-CTR-RECORD PIC 9(6).

           COPY "OPERFD.cpy".
           COPY "EXCEPTFD.cpy".
           COPY "GLJRNFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SUPPWS.cpy".
           COPY "APOIWS.cpy".
           COPY "OPERWS.cpy".
           COPY "EXCEPTWS.cpy".
           COPY "GLJRNWS.cpy".

       01  WS-TRANSFER-PATH    PIC X(60)
           VALUE "..\supplier-transfers.txt".
       01  WS-REMITTANCE-PATH  PIC X(60)
           VALUE "..\remittance-advices.txt".
       01  WS-PAYMENT-CTR-PATH PIC X(60)
           VALUE "..\supplier-payment.ctr".
       01  WS-ENV-VALUE        PIC X(60).
       01  WS-REMITTANCE-STATUS  PIC XX.
       01  WS-PAYMENT-CTR-STATUS PIC XX.
       01  WS-PAYMENT-NO       PIC 9(6).

       01  WS-TODAY     PIC 9(8).
       01  WS-CONFIRM   PIC X.

      * fornecedores ja apresentados nesta execucao:
       01  WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DONE-TABLE.
           05 WS-DONE-FORNEC OCCURS 2000 TIMES INDEXED BY DN-IDX
                             PIC X(30).
       01  WS-DONE       PIC X.

       01  WS-CUR-FORNEC   PIC X(30).
       01  WS-SUPP-NET     PIC S9(9)V99.
       01  WS-N-ITEMS      PIC 9(4).
       01  WS-N-PAID       PIC 9(4) VALUE ZERO.
       01  WS-N-REJECTED   PIC 9(4) VALUE ZERO.
       01  OI-J USAGE INDEX.

      * totais do ficheiro de transferencias (TRAILER):
       01  WS-BANK-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-BANK-TOTAL   PIC 9(8)V99 VALUE ZERO.
       01  TRANSFER-TRAILER.
           05 FILLER       PIC X(9) VALUE "TRAILER: ".
           05 TR-TR-COUNT  PIC Z(5)9.
           05 FILLER       PIC X(3) VALUE " / ".
           05 TR-TR-TOTAL  PIC Z(7)9.99.

       01  M-VALOR         PIC Z(6)9.99-.
       01  M-TOTAL         PIC Z(8)9.99-.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EXC-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.
           IF WS-APOI-OVERFLOW = "Y"
               DISPLAY "ERRO: payables-ledger com mais de 2000 "
                   "linhas -- pagamentos recusados."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           PERFORM READ-PAYMENT-COUNTER-PROCEDURE.
           OPEN OUTPUT TRANSFER-FILE.
           OPEN EXTEND REMITTANCE-FILE.
           IF WS-REMITTANCE-STATUS = "35"
               OPEN OUTPUT REMITTANCE-FILE
           END-IF.

           PERFORM VARYING OI-J FROM 1 BY 1
               UNTIL OI-J > WS-APOI-COUNT
               IF WS-OI-STATUS(OI-J) = "P"
                   MOVE WS-OI-FORNEC(OI-J) TO WS-CUR-FORNEC
                   PERFORM CHECK-DONE-PROCEDURE
                   IF WS-DONE = "N"
                       PERFORM REVIEW-SUPPLIER-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BANK-COUNT TO TR-TR-COUNT.
           MOVE WS-BANK-TOTAL TO TR-TR-TOTAL.
           MOVE SPACES TO TRANSFER-RECORD.
           WRITE TRANSFER-RECORD FROM TRANSFER-TRAILER
               AFTER ADVANCING 1 LINE.
           CLOSE TRANSFER-FILE.
           CLOSE REMITTANCE-FILE.
           PERFORM WRITE-PAYMENT-COUNTER-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE EXCEPTIONS-FILE.
           IF WS-APOI-DIRTY = "Y"
               PERFORM SAVE-APOI-FILE-PROCEDURE
           END-IF.

           MOVE WS-BANK-TOTAL TO M-TOTAL.
           DISPLAY "Pagamentos aprovados: " WS-N-PAID
               "  rejeitados: " WS-N-REJECTED.
           DISPLAY "Total transferido: " M-TOTAL
               "  (" FUNCTION TRIM(WS-TRANSFER-PATH) ")".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "SUPPLIER_TRANSFERS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TRANSFER-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "REMITTANCE_ADVICES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REMITTANCE-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "SUPPLIER_PAYMENT_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PAYMENT-CTR-PATH
           END-IF.


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


      *    os documentos propostos do fornecedor e o liquido a pagar,
      *    para o operador aprovar:
       REVIEW-SUPPLIER-PROCEDURE.
           MOVE ZERO TO WS-SUPP-NET.
           MOVE ZERO TO WS-N-ITEMS.
           DISPLAY " ".
           DISPLAY "----- " WS-CUR-FORNEC " -----".
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-CUR-FORNEC
                   AND WS-OI-STATUS(OI-IDX) = "P"
                   ADD 1 TO WS-N-ITEMS
                   ADD WS-OI-VALOR(OI-IDX) TO WS-SUPP-NET
                   MOVE WS-OI-VALOR(OI-IDX) TO M-VALOR
                   DISPLAY WS-OI-ORIGEM(OI-IDX) " "
                       WS-OI-DOC(OI-IDX) " " WS-OI-REF(OI-IDX)
                       " vence " WS-OI-VENC(OI-IDX) " " M-VALOR
               END-IF
           END-PERFORM.
           MOVE WS-SUPP-NET TO M-TOTAL.
           DISPLAY "Liquido a pagar: " M-TOTAL.

      *    a ficha pode ter mudado desde a proposta:
           MOVE WS-CUR-FORNEC TO WS-SUPP-LOOKUP.
           PERFORM LOOKUP-SUPP-PROCEDURE.
           IF WS-SUPP-FOUND = "N" OR WS-SU-IBAN(SU-IDX) = SPACES
               OR WS-SUPP-NET NOT > ZERO
               DISPLAY "Sem ficha/IBAN ou sem valor a pagar -- "
                   "documentos devolvidos a em aberto."
               MOVE "PAYMENT-RUN" TO EX-PROGRAM
               MOVE "Pagamento proposto nao pago" TO EX-REASON
               MOVE WS-CUR-FORNEC TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               PERFORM REOPEN-ITEMS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IBAN " WS-SU-IBAN(SU-IDX).

           DISPLAY "Aprovar o pagamento (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
               PERFORM PAY-SUPPLIER-PROCEDURE
           ELSE
               PERFORM REOPEN-ITEMS-PROCEDURE
               DISPLAY "Pagamento rejeitado -- documentos devolvidos "
                   "a em aberto."
           END-IF.


       REOPEN-ITEMS-PROCEDURE.
           ADD 1 TO WS-N-REJECTED.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-CUR-FORNEC
                   AND WS-OI-STATUS(OI-IDX) = "P"
                   MOVE "A" TO WS-OI-STATUS(OI-IDX)
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-APOI-DIRTY.


      *    transferencia, aviso de pagamento, lancamento no razao e
      *    documentos marcados pagos com o numero do pagamento:
       PAY-SUPPLIER-PROCEDURE.
           ADD 1 TO WS-PAYMENT-NO.
           ADD 1 TO WS-N-PAID.

           MOVE SPACES TO TRANSFER-RECORD.
           MOVE WS-SU-IBAN(SU-IDX) TO TR-IBAN.
           MOVE WS-CUR-FORNEC TO TR-FORNEC.
           MOVE WS-SUPP-NET TO TR-VALOR.
           MOVE WS-TODAY TO TR-DATA.
           MOVE WS-PAYMENT-NO TO TR-PAGAMENTO.
           WRITE TRANSFER-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-BANK-COUNT.
           ADD WS-SUPP-NET TO WS-BANK-TOTAL.

           PERFORM WRITE-REMITTANCE-HEADER-PROCEDURE.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-CUR-FORNEC
                   AND WS-OI-STATUS(OI-IDX) = "P"
                   PERFORM SETTLE-ITEM-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE WS-SUPP-NET TO M-TOTAL.
           MOVE ALL "-" TO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "TOTAL TRANSFERIDO (" WS-N-ITEMS
               " documentos) ......: " M-TOTAL
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.

           MOVE "FORNECEDORES-PAGAMENTO" TO WS-GL-KEY.
           MOVE WS-TODAY TO WS-GL-DATE.
           MOVE WS-SUPP-NET TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           MOVE "Y" TO WS-APOI-DIRTY.
           DISPLAY "Pagamento " WS-PAYMENT-NO " aprovado.".


       WRITE-REMITTANCE-HEADER-PROCEDURE.
           MOVE ALL "=" TO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "AVISO DE PAGAMENTO " WS-PAYMENT-NO
               "   Data: " WS-TODAY
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "Para: " WS-SU-NOME(SU-IDX)
               "  NIF: " WS-SU-NIF(SU-IDX)
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "Transferencia para o IBAN " WS-SU-IBAN(SU-IDX)
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "ORIG DOCUMENTO  REFERENCIA           DATA     "
               "      VALOR"
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.


       SETTLE-ITEM-PROCEDURE.
           MOVE WS-OI-VALOR(OI-IDX) TO M-VALOR.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING WS-OI-ORIGEM(OI-IDX) " " WS-OI-DOC(OI-IDX)
               " " WS-OI-REF(OI-IDX) " " WS-OI-DATA(OI-IDX)
               " " M-VALOR
               DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE AFTER ADVANCING 1 LINE.
           MOVE "G" TO WS-OI-STATUS(OI-IDX).
           MOVE WS-PAYMENT-NO TO WS-OI-PAGAMENTO(OI-IDX).
           MOVE WS-TODAY TO WS-OI-DATA-PAGO(OI-IDX).


       READ-PAYMENT-COUNTER-PROCEDURE.
           MOVE ZERO TO WS-PAYMENT-NO.
           OPEN INPUT PAYMENT-COUNTER.
           IF WS-PAYMENT-CTR-STATUS = "00"
               READ PAYMENT-COUNTER
                   NOT AT END MOVE PAYMENT-CTR-RECORD
                       TO WS-PAYMENT-NO
               END-READ
           END-IF.
           CLOSE PAYMENT-COUNTER.


       WRITE-PAYMENT-COUNTER-PROCEDURE.
           OPEN OUTPUT PAYMENT-COUNTER.
           MOVE WS-PAYMENT-NO TO PAYMENT-CTR-RECORD.
           WRITE PAYMENT-CTR-RECORD.
           CLOSE PAYMENT-COUNTER.


       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "OPERP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "GLJRNP.cpy".

       END PROGRAM PAYMENT-RUN.
