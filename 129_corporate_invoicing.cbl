       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPORATE-INVOICING.
      *=================================================================
      * Purpose: Month-end invoicing of the corporate contracts. The
      *          rentals PRODUCAO1-ALUGUER held on account for a
      *          company (corporate-rentals ledger, status P) up to
      *          the end of the month being closed are billed on one
      *          consolidated invoice per contract, numbered in the
      *          same series as the PRODUCAO1-ALUGUER invoices, with a
      *          line per rental (date, driver, plate, days, km and
      *          amount). The billed lines are marked invoiced with
      *          the invoice number so a second run does not bill them
      *          again. Lines whose contract no longer exists go to the
      *          shared exceptions file and stay pending.
      *          The month defaults to the current one and can be set
      *          with CORPORATE_INVOICE_MONTH (AAAAMM).
      *          The VAT included in the invoices is posted to the GL
      *          journal (ALUGUER-EMPRESAS-IVA): the rentals reached
      *          the GL at return, but the VAT is only due here.
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
           COPY "CORPSEL.cpy".
           COPY "CRNTSEL.cpy".

      *    faturas mensais das empresas e contador de documentos do
      *    PRODUCAO1-ALUGUER:
           SELECT CORP-INVOICE-FILE
           ASSIGN TO DYNAMIC WS-CORP-INV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORP-INV-STATUS.

           SELECT RENTAL-INV-COUNTER
           ASSIGN TO DYNAMIC WS-RENTAL-CTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-CTR-STATUS.

           COPY "EXCEPTSEL.cpy".

      *    registo de documentos de venda (exportacao fiscal):
           COPY "SDOCSEL.cpy".

      *    diario da contabilidade (IVA das faturas):
           COPY "GLJRNSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "CORPFD.cpy".
           COPY "CRNTFD.cpy".

       FD  CORP-INVOICE-FILE.
       01  CORP-INVOICE-LINE PIC X(80).

       FD  RENTAL-INV-COUNTER.
       01  RENTAL-INV-CTR-RECORD PIC 9(6).

           COPY "EXCEPTFD.cpy".

           COPY "SDOCFD.cpy".

           COPY "GLJRNFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "CORPWS.cpy".
           COPY "CRNTWS.cpy".
           COPY "EXCEPTWS.cpy".
           COPY "SDOCWS.cpy".
           COPY "GLJRNWS.cpy".

       01  WS-CORP-INV-PATH   PIC X(60)
           VALUE "..\corporate-invoices.txt".
       01  WS-RENTAL-CTR-PATH PIC X(60)
           VALUE "..\rental-invoice.ctr".
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-CORP-INV-STATUS   PIC XX.
       01  WS-RENTAL-CTR-STATUS PIC XX.
       01  WS-RENTAL-DOC-NO     PIC 9(6).

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).
       01  WS-MONTH     PIC 9(6).

      * conta corrente inteira em memoria (e regravada no fim com as
      * linhas faturadas marcadas):
       01  WS-CRL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CRL-TABLE.
           05 WS-CRL-ENTRY OCCURS 2000 TIMES INDEXED BY CL-IDX.
               10 WS-CRL-CONTRATO PIC 9(5).
               10 WS-CRL-DATA     PIC 9(8).
               10 WS-CRL-DATA-R REDEFINES WS-CRL-DATA.
                   15 WS-CRL-MES  PIC 9(6).
                   15 FILLER      PIC 99.
               10 WS-CRL-CUSTNO   PIC 9(5).
               10 WS-CRL-NOME     PIC X(20).
               10 WS-CRL-PLATE    PIC X(8).
               10 WS-CRL-TIPO     PIC 9.
               10 WS-CRL-DIAS     PIC 999.
               10 WS-CRL-KM       PIC 9(5).
               10 WS-CRL-VALOR    PIC S9(6)V99.
               10 WS-CRL-STATUS   PIC X.
               10 WS-CRL-FATURA   PIC 9(6).
       01  WS-CRL-OVERFLOW PIC X VALUE "N".

       01  WS-INV-LINES    PIC 9(4).
       01  WS-INV-LINE-NO  PIC 999.
       01  WS-INV-TOTAL    PIC S9(8)V99.
       01  WS-GRAND-TOTAL  PIC S9(8)V99 VALUE ZERO.
       01  WS-N-INVOICES   PIC 9(4) VALUE ZERO.
       01  WS-N-LINES      PIC 9(5) VALUE ZERO.
       01  WS-N-ORPHAN     PIC 9(5) VALUE ZERO.

       01  M-INV-MONEY     PIC Z(7)9.99-.
       01  M-VALOR         PIC Z(5)9.99-.
       01  M-DIAS          PIC ZZ9.
       01  M-KM            PIC ZZZZ9.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-CORP-FILE-PROCEDURE.
           PERFORM LOAD-LEDGER-PROCEDURE.
      *    com a conta corrente maior do que a tabela, regravar a
      *    partir dela perderia linhas -- nada e faturado:
           IF WS-CRL-OVERFLOW = "Y"
               DISPLAY "ERRO: corporate-rentals com mais de 2000 "
                   "linhas -- arquive as faturadas antes de faturar."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM OPEN-SALES-DOCS-PROCEDURE.
           PERFORM READ-RENTAL-COUNTER-PROCEDURE.
           OPEN EXTEND CORP-INVOICE-FILE.
           IF WS-CORP-INV-STATUS = "35"
               OPEN OUTPUT CORP-INVOICE-FILE
           END-IF.

           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CORP-COUNT
               PERFORM INVOICE-CONTRACT-PROCEDURE
           END-PERFORM.
           PERFORM CHECK-ORPHANS-PROCEDURE.

           CLOSE CORP-INVOICE-FILE.
           CLOSE SALES-DOCS-FILE.
      *    IVA liquidado nas faturas do mes: sai das vendas para a
      *    conta do imposto (chave ALUGUER-EMPRESAS-IVA):
           IF WS-SDOC-IVA-TOTAL NOT = ZERO
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE "ALUGUER-EMPRESAS-IVA" TO WS-GL-KEY
               MOVE WS-TODAY TO WS-GL-DATE
               MOVE WS-SDOC-IVA-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
               CLOSE GL-JOURNAL-FILE
           END-IF.
           PERFORM WRITE-RENTAL-COUNTER-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           IF WS-N-INVOICES > ZERO
               PERFORM SAVE-LEDGER-PROCEDURE
           END-IF.

           MOVE WS-GRAND-TOTAL TO M-INV-MONEY.
           DISPLAY "Mes faturado: " WS-MONTH
               "  faturas: " WS-N-INVOICES
               "  alugueres: " WS-N-LINES
               "  sem contrato: " WS-N-ORPHAN.
           DISPLAY "Total faturado as empresas: " M-INV-MONEY.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-CORP-PATH-PROCEDURE.
           ACCEPT WS-CRNT-ENV-VALUE FROM ENVIRONMENT
               "CORPORATE_RENTALS_FILE".
           IF WS-CRNT-ENV-VALUE NOT = SPACES
               MOVE WS-CRNT-ENV-VALUE TO WS-CRNT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "CORPORATE_INVOICES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORP-INV-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_INVOICE_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RENTAL-CTR-PATH
           END-IF.
      *    mes a fechar (por omissao o corrente):
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "CORPORATE_INVOICE_MONTH".
           IF WS-ENV-VALUE(1:6) IS NUMERIC
               MOVE WS-ENV-VALUE(1:6) TO WS-MONTH
           END-IF.


       LOAD-LEDGER-PROCEDURE.
           MOVE ZERO TO WS-CRL-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CORPORATE-RENTAL-FILE.
           IF WS-CRNT-STATUS = "35"
               DISPLAY "AVISO: sem alugueres de empresa em conta ("
                   FUNCTION TRIM(WS-CRNT-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CORPORATE-RENTAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-LEDGER-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE CORPORATE-RENTAL-FILE.


       ADD-LEDGER-LINE-PROCEDURE.
           IF WS-CRL-COUNT >= 2000
               MOVE "Y" TO WS-CRL-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CRL-COUNT.
           SET CL-IDX TO WS-CRL-COUNT.
           MOVE CR-CONTRATO TO WS-CRL-CONTRATO(CL-IDX).
           MOVE CR-DATA     TO WS-CRL-DATA(CL-IDX).
           MOVE CR-CUSTNO   TO WS-CRL-CUSTNO(CL-IDX).
           MOVE CR-NOME     TO WS-CRL-NOME(CL-IDX).
           MOVE CR-PLATE    TO WS-CRL-PLATE(CL-IDX).
           MOVE CR-TIPO     TO WS-CRL-TIPO(CL-IDX).
           MOVE CR-DIAS     TO WS-CRL-DIAS(CL-IDX).
           MOVE CR-KM       TO WS-CRL-KM(CL-IDX).
           MOVE CR-VALOR    TO WS-CRL-VALOR(CL-IDX).
           MOVE CR-STATUS   TO WS-CRL-STATUS(CL-IDX).
           MOVE CR-FATURA   TO WS-CRL-FATURA(CL-IDX).


      *    uma fatura por contrato com linhas por faturar ate ao fim
      *    do mes (as de meses anteriores que tenham ficado para tras
      *    entram tambem):
       INVOICE-CONTRACT-PROCEDURE.
           MOVE ZERO TO WS-INV-LINES.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CRL-COUNT
               IF WS-CRL-CONTRATO(CL-IDX) = WS-CC-CONTRATO(CC-IDX)
                   AND WS-CRL-STATUS(CL-IDX) = "P"
                   AND WS-CRL-MES(CL-IDX) NOT > WS-MONTH
                   ADD 1 TO WS-INV-LINES
               END-IF
           END-PERFORM.
           IF WS-INV-LINES = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RENTAL-DOC-NO.
           ADD 1 TO WS-N-INVOICES.
           MOVE ZERO TO WS-INV-TOTAL.
           MOVE ZERO TO WS-INV-LINE-NO.
           PERFORM WRITE-INVOICE-HEADER-PROCEDURE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CRL-COUNT
               IF WS-CRL-CONTRATO(CL-IDX) = WS-CC-CONTRATO(CC-IDX)
                   AND WS-CRL-STATUS(CL-IDX) = "P"
                   AND WS-CRL-MES(CL-IDX) NOT > WS-MONTH
                   PERFORM WRITE-INVOICE-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE WS-INV-TOTAL TO M-INV-MONEY.
           MOVE ALL "-" TO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING "TOTAL (" WS-INV-LINES " alugueres) ...........: "
               M-INV-MONEY
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           ADD WS-INV-TOTAL TO WS-GRAND-TOTAL.


       WRITE-INVOICE-HEADER-PROCEDURE.
           MOVE ALL "=" TO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING "FATURA DE ALUGUER " WS-RENTAL-DOC-NO
               "   Data: " WS-TODAY
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING "Empresa: " WS-CC-EMPRESA(CC-IDX)
               "  NIF: " WS-CC-NIF(CC-IDX)
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING "Contrato: " WS-CC-CONTRATO(CC-IDX)
               "  Alugueres ate ao fim de " WS-MONTH
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING "DATA     CLIENTE CONDUTOR             MATRICULA "
               "DIAS    KM        VALOR"
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.


      *    cada aluguer faturado fica marcado com o numero da fatura:
       WRITE-INVOICE-LINE-PROCEDURE.
           MOVE WS-CRL-DIAS(CL-IDX) TO M-DIAS.
           MOVE WS-CRL-KM(CL-IDX) TO M-KM.
           MOVE WS-CRL-VALOR(CL-IDX) TO M-VALOR.
           MOVE SPACES TO CORP-INVOICE-LINE.
           STRING WS-CRL-DATA(CL-IDX) " " WS-CRL-CUSTNO(CL-IDX)
               "   " WS-CRL-NOME(CL-IDX) " " WS-CRL-PLATE(CL-IDX)
               "  " M-DIAS " " M-KM " " M-VALOR
               DELIMITED BY SIZE INTO CORP-INVOICE-LINE.
           WRITE CORP-INVOICE-LINE AFTER ADVANCING 1 LINE.
           ADD WS-CRL-VALOR(CL-IDX) TO WS-INV-TOTAL.
           MOVE "F" TO WS-CRL-STATUS(CL-IDX).
           MOVE WS-RENTAL-DOC-NO TO WS-CRL-FATURA(CL-IDX).
           ADD 1 TO WS-N-LINES.
           PERFORM REGISTER-INVOICE-LINE-PROCEDURE.


      *    cada aluguer e uma linha da fatura da empresa no registo de
      *    documentos de venda (um estorno entra como linha negativa),
      *    com o IVA dos alugueres:
       REGISTER-INVOICE-LINE-PROCEDURE.
           ADD 1 TO WS-INV-LINE-NO.
           INITIALIZE SALES-DOCS-RECORD.
           MOVE "ALU" TO SD-SERIE.
           MOVE WS-RENTAL-DOC-NO TO SD-NUMERO.
           MOVE WS-INV-LINE-NO TO SD-LINHA.
           MOVE "FT" TO SD-TIPO.
           MOVE WS-TODAY TO SD-DATA.
           STRING "EMP" WS-CC-CONTRATO(CC-IDX) DELIMITED BY SIZE
               INTO SD-CLIENTE.
           MOVE WS-CC-NIF(CC-IDX) TO SD-NIF.
           MOVE WS-CC-EMPRESA(CC-IDX) TO SD-NOME.
           STRING "ALUGUER-" WS-CRL-TIPO(CL-IDX) DELIMITED BY SIZE
               INTO SD-PRODUTO.
           STRING "Aluguer " WS-CRL-PLATE(CL-IDX) " "
               WS-CRL-DATA(CL-IDX) DELIMITED BY SIZE INTO SD-DESC.
           MOVE WS-CRL-DIAS(CL-IDX) TO SD-QTD.
           MOVE WS-SDOC-RENTAL-TAXA TO SD-TAXA.
           MOVE WS-CRL-VALOR(CL-IDX) TO SD-VALOR.
           PERFORM WRITE-SALES-DOC-PROCEDURE.


      *    linhas por faturar de um contrato que ja nao existe no
      *    ficheiro de contratos: ficam pendentes, para conferir:
       CHECK-ORPHANS-PROCEDURE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CRL-COUNT
               IF WS-CRL-STATUS(CL-IDX) = "P"
                   AND WS-CRL-MES(CL-IDX) NOT > WS-MONTH
                   MOVE WS-CRL-CONTRATO(CL-IDX) TO WS-CORP-LOOKUP-NO
                   PERFORM LOOKUP-CORP-PROCEDURE
                   IF WS-CORP-FOUND = "N"
                       ADD 1 TO WS-N-ORPHAN
                       MOVE "CORPORATE-INVOICING" TO EX-PROGRAM
                       MOVE "Aluguer empresa sem contrato"
                           TO EX-REASON
                       MOVE SPACES TO EX-DETAIL
                       STRING "contrato " WS-CRL-CONTRATO(CL-IDX)
                           " " WS-CRL-DATA(CL-IDX)
                           " " WS-CRL-PLATE(CL-IDX)
                           DELIMITED BY SIZE INTO EX-DETAIL
                       PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.


       SAVE-LEDGER-PROCEDURE.
           OPEN OUTPUT CORPORATE-RENTAL-FILE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CRL-COUNT
               MOVE WS-CRL-CONTRATO(CL-IDX) TO CR-CONTRATO
               MOVE WS-CRL-DATA(CL-IDX)     TO CR-DATA
               MOVE WS-CRL-CUSTNO(CL-IDX)   TO CR-CUSTNO
               MOVE WS-CRL-NOME(CL-IDX)     TO CR-NOME
               MOVE WS-CRL-PLATE(CL-IDX)    TO CR-PLATE
               MOVE WS-CRL-TIPO(CL-IDX)     TO CR-TIPO
               MOVE WS-CRL-DIAS(CL-IDX)     TO CR-DIAS
               MOVE WS-CRL-KM(CL-IDX)       TO CR-KM
               MOVE WS-CRL-VALOR(CL-IDX)    TO CR-VALOR
               MOVE WS-CRL-STATUS(CL-IDX)   TO CR-STATUS
               MOVE WS-CRL-FATURA(CL-IDX)   TO CR-FATURA
               WRITE CORPORATE-RENTAL-RECORD
           END-PERFORM.
           CLOSE CORPORATE-RENTAL-FILE.


      *    contador partilhado com o PRODUCAO1-ALUGUER (os dois nao
      *    correm ao mesmo tempo na cadeia noturna):
       READ-RENTAL-COUNTER-PROCEDURE.
           MOVE ZERO TO WS-RENTAL-DOC-NO.
           OPEN INPUT RENTAL-INV-COUNTER.
           IF WS-RENTAL-CTR-STATUS = "00"
               READ RENTAL-INV-COUNTER
                   NOT AT END MOVE RENTAL-INV-CTR-RECORD
                       TO WS-RENTAL-DOC-NO
               END-READ
           END-IF.
           CLOSE RENTAL-INV-COUNTER.


       WRITE-RENTAL-COUNTER-PROCEDURE.
           OPEN OUTPUT RENTAL-INV-COUNTER.
           MOVE WS-RENTAL-DOC-NO TO RENTAL-INV-CTR-RECORD.
           WRITE RENTAL-INV-CTR-RECORD.
           CLOSE RENTAL-INV-COUNTER.


       COPY "CORPP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SDOCP.cpy".

       COPY "GLJRNP.cpy".

       END PROGRAM CORPORATE-INVOICING.
