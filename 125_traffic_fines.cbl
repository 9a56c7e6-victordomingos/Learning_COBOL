       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFFIC-FINES.
      *=================================================================
      * Purpose: Re-bill traffic fines and electronic toll charges
      *          to the renters. Reads the notices received (type,
      *          plate, date and time, amount, authority and its
      *          reference), finds in the rental history the rental
      *          that had that plate on that date (pickup to return)
      *          and charges the rental customer the amount plus the
      *          administration fee, on an invoice numbered in the
      *          same series as the PRODUCAO1-ALUGUER invoices. For
      *          fines it also writes the driver-identification letter
      *          the authority requires. Notices with no rental (or
      *          more than one) go to the shared exceptions file.
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
      *    notificacoes de multas e portagens recebidas:
           SELECT NOTICES-FILE
           ASSIGN TO DYNAMIC WS-NOTICES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICES-STATUS.

      *    historico de alugueres (uma linha por devolucao, escrita
      *    por PRODUCAO1-ALUGUER):
           SELECT RENTAL-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-RHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHIST-STATUS.

      *    faturas e contador de documentos do PRODUCAO1-ALUGUER:
           SELECT RENTAL-INVOICE-FILE
           ASSIGN TO DYNAMIC WS-RENTAL-INV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-INV-STATUS.

           SELECT RENTAL-INV-COUNTER
           ASSIGN TO DYNAMIC WS-RENTAL-CTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-CTR-STATUS.

      *    cartas de identificacao do condutor, para as autoridades:
           SELECT DRIVER-LETTER-FILE
           ASSIGN TO DYNAMIC WS-DRIVER-LTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "RCUSTSEL.cpy".

           COPY "EXCEPTSEL.cpy".

      *    diario de lancamentos para a contabilidade:
           COPY "GLJRNSEL.cpy".

      *    registo de documentos de venda (exportacao fiscal):
           COPY "SDOCSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  NOTICES-FILE.
       01  NOTICE-RECORD.
      *    M = multa (leva carta de identificacao do condutor),
      *    P = portagem:
           05 TN-TIPO       PIC X.
           05 TN-PLATE      PIC X(8).
           05 TN-DATA       PIC 9(8).
           05 TN-HORA       PIC 9(4).
           05 TN-VALOR      PIC 9(5)V99.
           05 TN-AUTORIDADE PIC X(20).
           05 TN-REF        PIC X(15).

      * mesma imagem do RENTAL-HISTORY-RECORD do PRODUCAO1-ALUGUER:
       FD  RENTAL-HISTORY-FILE.
       01  RENTAL-HISTORY-RECORD.
           05 RH-CUSTNO PIC 9(5).
           05 RH-DATA   PIC 9(8).
           05 RH-PLATE  PIC X(8).
           05 RH-VALOR  PIC S9(6)V99.
           05 RH-LEVANT PIC 9(8).

       FD  RENTAL-INVOICE-FILE.
       01  RENTAL-INVOICE-LINE PIC X(60).

       FD  RENTAL-INV-COUNTER.
       01  RENTAL-INV-CTR-RECORD PIC 9(6).

       FD  DRIVER-LETTER-FILE.
       01  DRIVER-LETTER-LINE PIC X(70).

           COPY "RCUSTFD.cpy".

           COPY "EXCEPTFD.cpy".

           COPY "GLJRNFD.cpy".

           COPY "SDOCFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "RCUSTWS.cpy".

           COPY "EXCEPTWS.cpy".

           COPY "GLJRNWS.cpy".

           COPY "SDOCWS.cpy".

       01  WS-NOTICES-PATH    PIC X(60)
           VALUE "..\traffic-notices.txt".
       01  WS-RHIST-PATH      PIC X(60)
           VALUE "..\rental-history.txt".
       01  WS-RENTAL-INV-PATH PIC X(60)
           VALUE "..\rental-invoices.txt".
       01  WS-RENTAL-CTR-PATH PIC X(60)
           VALUE "..\rental-invoice.ctr".
       01  WS-DRIVER-LTR-PATH PIC X(60)
           VALUE "..\driver-id-letters.txt".
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-NOTICES-STATUS    PIC XX.
       01  WS-RHIST-STATUS      PIC XX.
       01  WS-RENTAL-INV-STATUS PIC XX.
       01  WS-RENTAL-CTR-STATUS PIC XX.
       01  WS-RENTAL-DOC-NO     PIC 9(6).

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).

      * taxa administrativa por notificacao refaturada (por omissao
      * 25.00):
       01  WS-ADMIN-FEE PIC 9(4)V99 VALUE 25.00.

      * alugueres do historico (os estornos nao contam: a viatura
      * nao deixou de estar com o cliente):
       01  WS-HI-COUNT PIC 9(4) VALUE ZERO.
       01  WS-HI-TABLE.
           05 WS-HI-ENTRY OCCURS 2000 TIMES INDEXED BY HI-IDX.
               10 WS-HI-CUSTNO PIC 9(5).
               10 WS-HI-PLATE  PIC X(8).
               10 WS-HI-LEVANT PIC 9(8).
               10 WS-HI-DEVOL  PIC 9(8).
       01  WS-HI-OVERFLOW PIC X VALUE "N".
       01  WS-HI-MATCHES  PIC 99.
       01  WS-HI-MATCH    PIC 9(4).

       01  WS-CHARGE      PIC 9(6)V99.
       01  WS-TOTAL       PIC S9(8)V99 VALUE ZERO.
       01  WS-N-READ      PIC 9(5) VALUE ZERO.
       01  WS-N-BILLED    PIC 9(5) VALUE ZERO.
       01  WS-N-LETTERS   PIC 9(5) VALUE ZERO.
       01  WS-N-REJECTED  PIC 9(5) VALUE ZERO.

       01  M-INV-MONEY    PIC Z(5)9.99-.
       01  M-HORA.
           05 M-HORA-HH   PIC 99.
           05 FILLER      PIC X VALUE ":".
           05 M-HORA-MM   PIC 99.
       01  WS-HORA-PARTS.
           05 WS-HORA-HH  PIC 99.
           05 WS-HORA-MM  PIC 99.
       01  WS-TIPO-DESC   PIC X(10).

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.
           PERFORM LOAD-HISTORY-PROCEDURE.
           IF WS-HI-OVERFLOW = "Y"
               DISPLAY "AVISO: historico com mais de 2000 alugueres "
                   "-- os mais recentes nao sao considerados."
           END-IF.

           OPEN INPUT NOTICES-FILE.
           IF WS-NOTICES-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir " WS-NOTICES-PATH
                   " (file status " WS-NOTICES-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           PERFORM OPEN-SALES-DOCS-PROCEDURE.
           PERFORM READ-RENTAL-COUNTER-PROCEDURE.
           OPEN EXTEND RENTAL-INVOICE-FILE.
           IF WS-RENTAL-INV-STATUS = "35"
               OPEN OUTPUT RENTAL-INVOICE-FILE
           END-IF.
           OPEN OUTPUT DRIVER-LETTER-FILE.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTICES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM BILL-NOTICE-PROCEDURE
               END-READ
           END-PERFORM.

           CLOSE NOTICES-FILE.
           CLOSE RENTAL-INVOICE-FILE.
           CLOSE DRIVER-LETTER-FILE.
           MOVE "TRAFFIC-FINES" TO WS-SPL-PROGRAM.
           MOVE "CARTAS DE IDENTIFICACAO DE CONDUTOR" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-DRIVER-LTR-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE SALES-DOCS-FILE.
           PERFORM WRITE-RENTAL-COUNTER-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.

      *    lancamento do dia para a contabilidade:
           IF WS-TOTAL NOT = ZERO
               MOVE "TRAFFIC-FINES" TO WS-GL-KEY
               MOVE WS-TODAY TO WS-GL-DATE
               MOVE WS-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    IVA da taxa administrativa (multas e portagens nao levam
      *    IVA): sai das vendas para a conta do imposto:
           IF WS-SDOC-IVA-TOTAL NOT = ZERO
               MOVE "TRAFFIC-FINES-IVA" TO WS-GL-KEY
               MOVE WS-TODAY TO WS-GL-DATE
               MOVE WS-SDOC-IVA-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

           MOVE WS-TOTAL TO M-INV-MONEY.
           DISPLAY "Notificacoes lidas: " WS-N-READ
               "  faturadas: " WS-N-BILLED
               "  para excecoes: " WS-N-REJECTED.
           DISPLAY "Total refaturado: " M-INV-MONEY.
           DISPLAY "Cartas de identificacao: " WS-N-LETTERS
               " em " FUNCTION TRIM(WS-DRIVER-LTR-PATH).
           STOP RUN.


      *    uma notificacao: valida, procura o aluguer e fatura:
       BILL-NOTICE-PROCEDURE.
           ADD 1 TO WS-N-READ.
           IF (TN-TIPO NOT = "M" AND TN-TIPO NOT = "P")
               OR TN-DATA NOT NUMERIC OR TN-HORA NOT NUMERIC
               OR TN-VALOR NOT NUMERIC OR TN-PLATE = SPACES
               MOVE "Notificacao invalida" TO EX-REASON
               PERFORM REJECT-NOTICE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-RENTAL-PROCEDURE.
           IF WS-HI-MATCHES = ZERO
               MOVE "Multa/portagem sem aluguer" TO EX-REASON
               PERFORM REJECT-NOTICE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
      *    sem horas no historico, uma viatura devolvida e realugada
      *    no proprio dia da infracao nao se consegue atribuir:
           IF WS-HI-MATCHES > 1
               MOVE "Multa/portagem ambigua" TO EX-REASON
               PERFORM REJECT-NOTICE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           SET HI-IDX TO WS-HI-MATCH.
           MOVE WS-HI-CUSTNO(HI-IDX) TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "N"
               MOVE "Cliente aluguer desconhecido" TO EX-REASON
               PERFORM REJECT-NOTICE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF TN-TIPO = "M"
               MOVE "Multa" TO WS-TIPO-DESC
           ELSE
               MOVE "Portagem" TO WS-TIPO-DESC
           END-IF.
           MOVE TN-HORA TO WS-HORA-PARTS.
           MOVE WS-HORA-HH TO M-HORA-HH.
           MOVE WS-HORA-MM TO M-HORA-MM.
           COMPUTE WS-CHARGE = TN-VALOR + WS-ADMIN-FEE.
           PERFORM WRITE-FINE-INVOICE-PROCEDURE.
           ADD WS-CHARGE TO WS-TOTAL.
           ADD 1 TO WS-N-BILLED.
           IF TN-TIPO = "M"
               PERFORM WRITE-DRIVER-LETTER-PROCEDURE
           END-IF.


      *    o aluguer que tinha a matricula na data da infracao (do
      *    levantamento a devolucao, ambos inclusive):
       FIND-RENTAL-PROCEDURE.
           MOVE ZERO TO WS-HI-MATCHES.
           MOVE ZERO TO WS-HI-MATCH.
           PERFORM VARYING HI-IDX FROM 1 BY 1
               UNTIL HI-IDX > WS-HI-COUNT
               IF WS-HI-PLATE(HI-IDX) = TN-PLATE
                   AND WS-HI-LEVANT(HI-IDX) <= TN-DATA
                   AND WS-HI-DEVOL(HI-IDX) >= TN-DATA
                   ADD 1 TO WS-HI-MATCHES
                   SET WS-HI-MATCH TO HI-IDX
               END-IF
           END-PERFORM.


       REJECT-NOTICE-PROCEDURE.
           MOVE "TRAFFIC-FINES" TO EX-PROGRAM.
           MOVE SPACES TO EX-DETAIL.
           STRING TN-PLATE " " TN-DATA " " TN-REF
               DELIMITED BY SIZE INTO EX-DETAIL.
           PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE.
           ADD 1 TO WS-N-REJECTED.


      *    fatura no mesmo desenho e na mesma numeracao das faturas
      *    de devolucao do PRODUCAO1-ALUGUER:
       WRITE-FINE-INVOICE-PROCEDURE.
           ADD 1 TO WS-RENTAL-DOC-NO.

           MOVE ALL "=" TO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "FATURA DE ALUGUER " WS-RENTAL-DOC-NO
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "Cliente: " WS-RC-NUMERO(RC-IDX) " "
               WS-RC-NOME(RC-IDX)
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "Viatura: " TN-PLATE " (alugada de "
               WS-HI-LEVANT(HI-IDX) " a " WS-HI-DEVOL(HI-IDX) ")"
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING WS-TIPO-DESC DELIMITED BY SPACE
               " " TN-AUTORIDADE " ref. " TN-REF
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE TN-VALOR TO M-INV-MONEY.
           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "  em " TN-DATA " " M-HORA " .......: " M-INV-MONEY
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE WS-ADMIN-FEE TO M-INV-MONEY.
           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "Taxa administrativa .......: " M-INV-MONEY
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.

           MOVE WS-CHARGE TO M-INV-MONEY.
           MOVE SPACES TO RENTAL-INVOICE-LINE.
           STRING "TOTAL .....................: " M-INV-MONEY
               DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.
           PERFORM REGISTER-FINE-DOC-PROCEDURE.


      *    duas linhas no registo de documentos de venda: a multa ou
      *    portagem e so debitada ao cliente (nao sujeita a IVA) e a
      *    taxa administrativa leva o IVA dos alugueres:
       REGISTER-FINE-DOC-PROCEDURE.
           INITIALIZE SALES-DOCS-RECORD.
           MOVE "ALU" TO SD-SERIE.
           MOVE WS-RENTAL-DOC-NO TO SD-NUMERO.
           MOVE 1 TO SD-LINHA.
           MOVE "FT" TO SD-TIPO.
           MOVE WS-TODAY TO SD-DATA.
           STRING "RC" WS-RC-NUMERO(RC-IDX) DELIMITED BY SIZE
               INTO SD-CLIENTE.
           MOVE "999999990" TO SD-NIF.
           MOVE WS-RC-NOME(RC-IDX) TO SD-NOME.
           IF TN-TIPO = "M"
               MOVE "MULTA" TO SD-PRODUTO
           ELSE
               MOVE "PORTAGEM" TO SD-PRODUTO
           END-IF.
           STRING WS-TIPO-DESC DELIMITED BY SPACE
               " ref. " TN-REF DELIMITED BY SIZE INTO SD-DESC.
           MOVE 1 TO SD-QTD.
           MOVE ZERO TO SD-TAXA.
           MOVE "M99" TO SD-ISENCAO.
           MOVE TN-VALOR TO SD-VALOR.
           PERFORM WRITE-SALES-DOC-PROCEDURE.

           MOVE 2 TO SD-LINHA.
           MOVE "TAXA-ADMIN" TO SD-PRODUTO.
           MOVE "Taxa administrativa" TO SD-DESC.
           MOVE WS-SDOC-RENTAL-TAXA TO SD-TAXA.
           MOVE SPACES TO SD-ISENCAO.
           MOVE WS-ADMIN-FEE TO SD-VALOR.
           PERFORM WRITE-SALES-DOC-PROCEDURE.


      *    carta a autoridade a identificar o condutor (o cliente do
      *    aluguer, com o documento de identidade do master):
       WRITE-DRIVER-LETTER-PROCEDURE.
           MOVE ALL "-" TO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE TN-AUTORIDADE TO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "Data: " WS-TODAY
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "Assunto: identificacao do condutor - auto "
               TN-REF DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE "Exmos. Senhores," TO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "Relativamente a infracao com a viatura " TN-PLATE
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "em " TN-DATA " as " M-HORA
               ", informamos que a viatura estava alugada a:"
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "  Nome: " WS-RC-NOME(RC-IDX)
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "  Documento de identidade: " WS-RC-DOC(RC-IDX)
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DRIVER-LETTER-LINE.
           STRING "  Periodo do aluguer: " WS-HI-LEVANT(HI-IDX)
               " a " WS-HI-DEVOL(HI-IDX)
               DELIMITED BY SIZE INTO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE "Com os melhores cumprimentos," TO DRIVER-LETTER-LINE.
           WRITE DRIVER-LETTER-LINE AFTER ADVANCING 2 LINE.
           ADD 1 TO WS-N-LETTERS.


      *    linhas anteriores a coluna de levantamento leem espacos:
      *    conta so o dia da devolucao:
       LOAD-HISTORY-PROCEDURE.
           MOVE ZERO TO WS-HI-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RENTAL-HISTORY-FILE.
           IF WS-RHIST-STATUS = "35"
               DISPLAY "AVISO: sem historico de alugueres ("
                   FUNCTION TRIM(WS-RHIST-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RENTAL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RH-VALOR NOT < ZERO
                           PERFORM ADD-HISTORY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTAL-HISTORY-FILE.


       ADD-HISTORY-PROCEDURE.
           IF WS-HI-COUNT >= 2000
               MOVE "Y" TO WS-HI-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HI-COUNT.
           SET HI-IDX TO WS-HI-COUNT.
           MOVE RH-CUSTNO TO WS-HI-CUSTNO(HI-IDX).
           MOVE RH-PLATE TO WS-HI-PLATE(HI-IDX).
           MOVE RH-DATA TO WS-HI-DEVOL(HI-IDX).
           IF RH-LEVANT NUMERIC AND RH-LEVANT > ZERO
               MOVE RH-LEVANT TO WS-HI-LEVANT(HI-IDX)
           ELSE
               MOVE RH-DATA TO WS-HI-LEVANT(HI-IDX)
           END-IF.


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


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "TRAFFIC_NOTICES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NOTICES-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_HISTORY_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RHIST-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_INVOICE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RENTAL-INV-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_INVOICE_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RENTAL-CTR-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "DRIVER_ID_LETTERS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DRIVER-LTR-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TRAFFIC_ADMIN_FEE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-ADMIN-FEE
           END-IF.


       COPY "RCUSTP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "GLJRNP.cpy".

       COPY "SDOCP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM TRAFFIC-FINES.
