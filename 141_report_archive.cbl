       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
      *=================================================================
      * Purpose: Inquiry over the shared report archive. Every report,
      *          letter and statement the batch and maintenance
      *          programs print is copied, when its file is closed,
      *          into the report spool under the next number of the
      *          report index, with the program, business date, run
      *          date and time, operator and a short title -- so a
      *          report is still there after the program's own file
      *          has been overwritten by the next run. Lists the
      *          reports of a program (or of all programs) over a
      *          business-date range, shows any of them on screen or
      *          reprints it to a file, word for word and marked as a
      *          reprint, and lets the GERENCIA profile change its
      *          retention class (D diario, M mensal, F fiscal, P
      *          permanente) -- which is what RETENTION-PURGE then
      *          applies. Payroll and personal-data reports are only
      *          shown to the FOLHA and GERENCIA profiles.
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
           SELECT REPRINT-FILE
           ASSIGN TO DYNAMIC WS-REPRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    copias de trabalho do indice e do spool na mudanca de
      *    classe (o original so e regravado depois de fechadas):
           SELECT ARCHIVE-TMP-FILE
           ASSIGN TO DYNAMIC WS-TMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TMP-STATUS.

           COPY "SPOOLSEL.cpy".
           COPY "OPERSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  REPRINT-FILE.
       01  REPRINT-LINE PIC X(132).

       FD  ARCHIVE-TMP-FILE.
       01  ARCHIVE-TMP-LINE PIC X(200).

           COPY "SPOOLFD.cpy".
           COPY "OPERFD.cpy".
           COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SPOOLWS.cpy".
           COPY "OPERWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-REPRINT-PATH  PIC X(60)
           VALUE "..\report-reprint.txt".
       01  WS-ENV-VALUE     PIC X(60).
       01  WS-TMP-PATH      PIC X(70).
       01  WS-TMP-STATUS    PIC XX.
       01  WS-TMP-EOF       PIC X.
       01  WS-TODAY         PIC 9(8).

       01  WS-OPTION        PIC X.
       01  WS-SEL-PROGRAM   PIC X(20).
       01  WS-SEL-FROM      PIC 9(8).
       01  WS-SEL-TO        PIC 9(8).
       01  WS-SEL-ID        PIC 9(6).
       01  WS-NEW-CLASS     PIC X.
       01  WS-CONFIRM       PIC X.
       01  WS-N-LISTED      PIC 9(5).
       01  WS-N-HIDDEN      PIC 9(5).
       01  WS-N-REPRINTED   PIC 9(4) VALUE ZERO.
       01  WS-N-REWRITTEN   PIC 9(6).
       01  WS-REPRINT-OPEN  PIC X VALUE "N".

      * relatorios de folha e de dados pessoais: so FOLHA/GERENCIA:
       01  WS-RESTRICTED    PIC X.
       01  WS-MAY-SEE       PIC X.

      * entrada do indice escolhida:
       01  WS-FOUND         PIC X.
       01  WS-F-PURGE-DATE  PIC 9(8).
       01  WS-F-CLASS       PIC X.
       01  WS-F-PROGRAM     PIC X(20).
       01  WS-F-BUS-DATE    PIC 9(8).
       01  WS-F-RUN-DATE    PIC 9(8).
       01  WS-F-RUN-TIME    PIC 9(6).
       01  WS-F-OPERATOR    PIC X(8).
       01  WS-F-TITLE       PIC X(40).
       01  WS-F-LINES       PIC 9(6).

       01  WS-CLASS-DESCR   PIC X(10).
       01  M-ID             PIC Z(5)9.
       01  M-LINES          PIC Z(5)9.
       01  M-COUNT          PIC ZZZZ9.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EXC-OPERATOR.

           PERFORM INIT-REPORT-SPOOL-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REPORT_REPRINT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPRINT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-OPTION.
           PERFORM UNTIL WS-OPTION = "S"
               DISPLAY " "
               DISPLAY "----- ARQUIVO DE RELATORIOS -----"
               DISPLAY "L = listar, V = ver, R = reimprimir, "
                   "C = mudar classe, S = sair: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION
               EVALUATE WS-OPTION
                   WHEN "L"
                       PERFORM LIST-REPORTS-PROCEDURE
                   WHEN "V"
                       PERFORM ASK-REPORT-PROCEDURE
                       IF WS-FOUND = "Y"
                           PERFORM SHOW-REPORT-PROCEDURE
                       END-IF
                   WHEN "R"
                       PERFORM ASK-REPORT-PROCEDURE
                       IF WS-FOUND = "Y"
                           PERFORM REPRINT-REPORT-PROCEDURE
                       END-IF
                   WHEN "C"
                       PERFORM CHANGE-CLASS-PROCEDURE
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-REPRINT-OPEN = "Y"
               CLOSE REPRINT-FILE
               DISPLAY "Reimpressoes: " WS-N-REPRINTED
                   " (em " FUNCTION TRIM(WS-REPRINT-PATH) ")"
           END-IF.
           STOP RUN.


      *    relatorios de um programa (branco = todos) com data de
      *    negocio no intervalo pedido, pela ordem do indice:
       LIST-REPORTS-PROCEDURE.
           MOVE SPACES TO WS-SEL-PROGRAM.
           DISPLAY "Programa (branco = todos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-PROGRAM.
           MOVE FUNCTION UPPER-CASE(WS-SEL-PROGRAM) TO WS-SEL-PROGRAM.
           DISPLAY "Data de negocio inicial (AAAAMMDD, 0 = todas): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-FROM.
           DISPLAY "Data de negocio final (AAAAMMDD, 0 = hoje): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-TO.
           IF WS-SEL-TO = ZERO
               MOVE WS-TODAY TO WS-SEL-TO
           END-IF.

           MOVE ZERO TO WS-N-LISTED.
           MOVE ZERO TO WS-N-HIDDEN.
           MOVE "N" TO WS-RIDX-EOF.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RIDX-STATUS NOT = "00"
               DISPLAY "Arquivo de relatorios vazio ("
                   FUNCTION TRIM(WS-RIDX-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "    N. Programa             Negocio  Emitido  "
               "Hora   Operador Cl   Linhas Titulo".
           PERFORM UNTIL WS-RIDX-EOF = "Y"
               READ REPORT-INDEX-FILE
                   AT END MOVE "Y" TO WS-RIDX-EOF
                   NOT AT END
                       IF (WS-SEL-PROGRAM = SPACES
                           OR RI-PROGRAM = WS-SEL-PROGRAM)
                           AND RI-BUS-DATE >= WS-SEL-FROM
                           AND RI-BUS-DATE <= WS-SEL-TO
                           PERFORM LIST-ONE-REPORT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-INDEX-FILE.
           DISPLAY "Relatorios listados: " WS-N-LISTED.
           IF WS-N-HIDDEN > ZERO
               DISPLAY WS-N-HIDDEN " relatorio(s) de folha/dados "
                   "pessoais nao mostrados a este perfil."
           END-IF.


       LIST-ONE-REPORT-PROCEDURE.
           MOVE RI-PROGRAM TO WS-F-PROGRAM.
           PERFORM CHECK-ACCESS-PROCEDURE.
           IF WS-MAY-SEE = "N"
               ADD 1 TO WS-N-HIDDEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-N-LISTED.
           MOVE RI-ID TO M-ID.
           MOVE RI-LINES TO M-LINES.
           DISPLAY M-ID " " RI-PROGRAM " " RI-BUS-DATE " "
               RI-RUN-DATE " " RI-RUN-TIME " " RI-OPERATOR " "
               RI-CLASS "  " M-LINES " " RI-TITLE.


      *    payroll e dados pessoais (recibos, declaracoes, aumentos,
      *    ferias, acumulados, pedidos de titulares) ficam reservados
      *    aos mesmos perfis que os podem consultar na origem:
       CHECK-ACCESS-PROCEDURE.
           EVALUATE WS-F-PROGRAM
               WHEN "ANNUAL-CERTIFICATE"
               WHEN "RETRO-PAY"
               WHEN "REMUNERACAO"
               WHEN "PAYSLIP-INQUIRY"
               WHEN "PAY-INCREASE-RUN"
               WHEN "VACATION-ENTITLEMENT"
               WHEN "YTD-YEAR-END"
               WHEN "PERSONAL-DATA"
                   MOVE "Y" TO WS-RESTRICTED
               WHEN OTHER
                   MOVE "N" TO WS-RESTRICTED
           END-EVALUATE.
           MOVE "Y" TO WS-MAY-SEE.
           IF WS-RESTRICTED = "Y"
               AND WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               AND WS-OPERATOR-ROLE NOT = "GERENCIA"
               MOVE "N" TO WS-MAY-SEE
           END-IF.


       ASK-REPORT-PROCEDURE.
           DISPLAY "Numero do relatorio: " WITH NO ADVANCING.
           ACCEPT WS-SEL-ID.
           PERFORM FIND-REPORT-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Relatorio " WS-SEL-ID " nao existe no arquivo."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ACCESS-PROCEDURE.
           IF WS-MAY-SEE = "N"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode ver relatorios de "
                   FUNCTION TRIM(WS-F-PROGRAM) "."
               MOVE "N" TO WS-FOUND
           END-IF.


       FIND-REPORT-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-RIDX-EOF.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RIDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RIDX-EOF = "Y"
               READ REPORT-INDEX-FILE
                   AT END MOVE "Y" TO WS-RIDX-EOF
                   NOT AT END
                       IF RI-ID = WS-SEL-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-RIDX-EOF
                           MOVE RI-PURGE-DATE TO WS-F-PURGE-DATE
                           MOVE RI-CLASS TO WS-F-CLASS
                           MOVE RI-PROGRAM TO WS-F-PROGRAM
                           MOVE RI-BUS-DATE TO WS-F-BUS-DATE
                           MOVE RI-RUN-DATE TO WS-F-RUN-DATE
                           MOVE RI-RUN-TIME TO WS-F-RUN-TIME
                           MOVE RI-OPERATOR TO WS-F-OPERATOR
                           MOVE RI-TITLE TO WS-F-TITLE
                           MOVE RI-LINES TO WS-F-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-INDEX-FILE.


       SHOW-REPORT-PROCEDURE.
           PERFORM CLASS-DESCR-PROCEDURE.
           DISPLAY " ".
           DISPLAY "===== Relatorio " WS-SEL-ID " - "
               FUNCTION TRIM(WS-F-TITLE) " =====".
           DISPLAY WS-F-PROGRAM " negocio " WS-F-BUS-DATE
               " emitido " WS-F-RUN-DATE " " WS-F-RUN-TIME
               " por " WS-F-OPERATOR.
           DISPLAY "Classe " WS-F-CLASS " ("
               FUNCTION TRIM(WS-CLASS-DESCR) "), purga em "
               WS-F-PURGE-DATE.
           DISPLAY " ".
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT REPORT-SPOOL-FILE.
           IF WS-SPOOL-STATUS NOT = "00"
               DISPLAY "ERRO: sem spool de relatorios ("
                   FUNCTION TRIM(WS-SPOOL-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SPOOL-EOF = "Y"
               READ REPORT-SPOOL-FILE
                   AT END MOVE "Y" TO WS-SPOOL-EOF
                   NOT AT END
                       IF SP-ID = WS-SEL-ID
                           DISPLAY FUNCTION TRIM(SP-TEXT TRAILING)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-SPOOL-FILE.
           DISPLAY "===== fim do relatorio " WS-SEL-ID " =====".


      *    as linhas tal como foram impressas, entre um cabecalho e
      *    um rodape de reimpressao com a data e o operador:
       REPRINT-REPORT-PROCEDURE.
           IF WS-REPRINT-OPEN = "N"
               OPEN OUTPUT REPRINT-FILE
               MOVE "Y" TO WS-REPRINT-OPEN
           END-IF.
           MOVE ALL "=" TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE SPACES TO REPRINT-LINE.
           STRING "*** REIMPRESSAO *** relatorio " WS-SEL-ID
               " emitida em " WS-TODAY " por " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE SPACES TO REPRINT-LINE.
           STRING WS-F-PROGRAM " " WS-F-TITLE "  negocio "
               WS-F-BUS-DATE "  original de " WS-F-RUN-DATE
               " " WS-F-RUN-TIME " (" WS-F-OPERATOR ")"
               DELIMITED BY SIZE INTO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE ALL "=" TO REPRINT-LINE.
           WRITE REPRINT-LINE.

           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT REPORT-SPOOL-FILE.
           IF WS-SPOOL-STATUS = "00"
               PERFORM UNTIL WS-SPOOL-EOF = "Y"
                   READ REPORT-SPOOL-FILE
                       AT END MOVE "Y" TO WS-SPOOL-EOF
                       NOT AT END
                           IF SP-ID = WS-SEL-ID
                               MOVE SP-TEXT TO REPRINT-LINE
                               WRITE REPRINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-SPOOL-FILE
           END-IF.

           MOVE "*** REIMPRESSAO -- NAO VALE COMO ORIGINAL ***"
               TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           ADD 1 TO WS-N-REPRINTED.
           DISPLAY "Relatorio " WS-SEL-ID " reimpresso em "
               FUNCTION TRIM(WS-REPRINT-PATH) ".".


      *    nova classe de retencao: a data de purga e recalculada a
      *    partir da data de negocio e regravada no indice e em todas
      *    as linhas do relatorio no spool (e por ela que o
      *    RETENTION-PURGE decide):
       CHANGE-CLASS-PROCEDURE.
           IF WS-OPERATOR-ROLE NOT = "GERENCIA"
               DISPLAY "ACESSO RECUSADO: so o perfil GERENCIA pode "
                   "mudar a classe de retencao."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-REPORT-PROCEDURE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLASS-DESCR-PROCEDURE.
           DISPLAY "Relatorio " WS-SEL-ID " " FUNCTION TRIM(WS-F-TITLE)
               " -- classe atual " WS-F-CLASS " ("
               FUNCTION TRIM(WS-CLASS-DESCR) "), purga em "
               WS-F-PURGE-DATE.
           DISPLAY "Nova classe (D = diario 3 meses, M = mensal 24, "
               "F = fiscal 120, P = permanente): " WITH NO ADVANCING.
           ACCEPT WS-NEW-CLASS.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CLASS) TO WS-NEW-CLASS.
           IF WS-NEW-CLASS NOT = "D" AND NOT = "M" AND NOT = "F"
               AND NOT = "P"
               DISPLAY "Classe invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-CLASS = WS-F-CLASS
               DISPLAY "O relatorio ja tem essa classe."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-CLASS TO WS-SPL-CLASS.
           MOVE WS-F-BUS-DATE TO WS-SPL-BUS-DATE.
           PERFORM COMPUTE-SPOOL-PURGE-DATE-PROCEDURE.
           MOVE ZERO TO WS-SPL-BUS-DATE.
           MOVE SPACE TO WS-SPL-CLASS.
           DISPLAY "Nova data de purga: " WS-SPL-PURGE-DATE
               ". Confirma (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Classe nao alterada."
               EXIT PARAGRAPH
           END-IF.

           PERFORM REWRITE-INDEX-CLASS-PROCEDURE.
           PERFORM REWRITE-SPOOL-CLASS-PROCEDURE.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           MOVE "REPORT-ARCHIVE" TO EX-PROGRAM.
           MOVE "CLASSE DE RETENCAO ALTERADA" TO EX-REASON.
           MOVE WS-SEL-ID TO M-ID.
           MOVE SPACES TO EX-DETAIL.
           STRING "relatorio " FUNCTION TRIM(M-ID) " " WS-F-CLASS
               " -> " WS-NEW-CLASS " purga " WS-SPL-PURGE-DATE
               DELIMITED BY SIZE INTO EX-DETAIL.
           PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           DISPLAY "Classe do relatorio " WS-SEL-ID " alterada para "
               WS-NEW-CLASS " (" WS-N-REWRITTEN " linhas no spool).".


       REWRITE-INDEX-CLASS-PROCEDURE.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM(WS-RIDX-PATH) ".tmp"
               DELIMITED BY SIZE INTO WS-TMP-PATH.
           MOVE "N" TO WS-RIDX-EOF.
           OPEN INPUT REPORT-INDEX-FILE.
           OPEN OUTPUT ARCHIVE-TMP-FILE.
           PERFORM UNTIL WS-RIDX-EOF = "Y"
               READ REPORT-INDEX-FILE
                   AT END MOVE "Y" TO WS-RIDX-EOF
                   NOT AT END
                       IF RI-ID = WS-SEL-ID
                           MOVE WS-NEW-CLASS TO RI-CLASS
                           MOVE WS-SPL-PURGE-DATE TO RI-PURGE-DATE
                       END-IF
                       MOVE REPORT-INDEX-RECORD TO ARCHIVE-TMP-LINE
                       WRITE ARCHIVE-TMP-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-INDEX-FILE.
           CLOSE ARCHIVE-TMP-FILE.

           MOVE "N" TO WS-TMP-EOF.
           OPEN INPUT ARCHIVE-TMP-FILE.
           OPEN OUTPUT REPORT-INDEX-FILE.
           PERFORM UNTIL WS-TMP-EOF = "Y"
               READ ARCHIVE-TMP-FILE
                   AT END MOVE "Y" TO WS-TMP-EOF
                   NOT AT END
                       MOVE ARCHIVE-TMP-LINE TO REPORT-INDEX-RECORD
                       WRITE REPORT-INDEX-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-TMP-FILE.
           CLOSE REPORT-INDEX-FILE.


       REWRITE-SPOOL-CLASS-PROCEDURE.
           MOVE ZERO TO WS-N-REWRITTEN.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM(WS-SPOOL-PATH) ".tmp"
               DELIMITED BY SIZE INTO WS-TMP-PATH.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT REPORT-SPOOL-FILE.
           IF WS-SPOOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVE-TMP-FILE.
           PERFORM UNTIL WS-SPOOL-EOF = "Y"
               READ REPORT-SPOOL-FILE
                   AT END MOVE "Y" TO WS-SPOOL-EOF
                   NOT AT END
                       IF SP-ID = WS-SEL-ID
                           MOVE WS-SPL-PURGE-DATE TO SP-PURGE-DATE
                           ADD 1 TO WS-N-REWRITTEN
                       END-IF
                       MOVE REPORT-SPOOL-RECORD TO ARCHIVE-TMP-LINE
                       WRITE ARCHIVE-TMP-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-SPOOL-FILE.
           CLOSE ARCHIVE-TMP-FILE.

           MOVE "N" TO WS-TMP-EOF.
           OPEN INPUT ARCHIVE-TMP-FILE.
           OPEN OUTPUT REPORT-SPOOL-FILE.
           PERFORM UNTIL WS-TMP-EOF = "Y"
               READ ARCHIVE-TMP-FILE
                   AT END MOVE "Y" TO WS-TMP-EOF
                   NOT AT END
                       MOVE ARCHIVE-TMP-LINE TO REPORT-SPOOL-RECORD
                       WRITE REPORT-SPOOL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-TMP-FILE.
           CLOSE REPORT-SPOOL-FILE.


       CLASS-DESCR-PROCEDURE.
           EVALUATE WS-F-CLASS
               WHEN "D" MOVE "diario"     TO WS-CLASS-DESCR
               WHEN "M" MOVE "mensal"     TO WS-CLASS-DESCR
               WHEN "F" MOVE "fiscal"     TO WS-CLASS-DESCR
               WHEN "P" MOVE "permanente" TO WS-CLASS-DESCR
               WHEN OTHER MOVE "?"        TO WS-CLASS-DESCR
           END-EVALUATE.


       COPY "SPOOLP.cpy".
       COPY "OPERP.cpy".
       COPY "EXCEPTWR.cpy".

       END PROGRAM REPORT-ARCHIVE.
