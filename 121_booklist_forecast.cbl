       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKLIST-FORECAST.
      *=================================================================
      * Purpose: School book-list demand forecast. Maintains the
      *          book-adoption file (the ISBNs each course adopts and
      *          how many copies each student needs), counts the
      *          enrollments per course in ENROLLMENT-FILE (and, at
      *          the turn of the year, the enrollments proposed by the
      *          promotion run), works out the copies required per
      *          ISBN, takes off the STOCK-MASTER on-hand and what is
      *          still due on open purchase orders, and lists the
      *          shortfall. The shortfalls the operator confirms are
      *          left as proposals for PURCHASE-ORDERS to order.
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
           COPY "BKADSEL.cpy".

      *    propostas confirmadas, a encomendar no PURCHASE-ORDERS:
           COPY "BKPRSEL.cpy".

      *    inscricoes registadas no ENROLLMENT (uma por aluno e curso):
           SELECT ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-ENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENRL-STATUS.

      *    inscricoes do ano seguinte propostas pela promocao, ainda
      *    por confirmar no ENROLLMENT:
           SELECT PROPOSED-ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-PROPOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-STATUS.

           COPY "CRSCSEL.cpy".
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "POSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

           SELECT FORECAST-REPORT-FILE
           ASSIGN TO DYNAMIC WS-FCST-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "BKADFD.cpy".

           COPY "BKPRFD.cpy".

      * mesma imagem do ENROLLMENT-RECORD de ENROLLMENT:
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-NUMERO   PIC 9(5).
           05 EN-NOME     PIC X(20).
           05 EN-TURMA    PIC X(8).
           05 EN-CURSO    PIC X(8).
           05 EN-DATA     PIC 9(8).
           05 EN-OPERATOR PIC X(8).

      * mesma imagem do ENROLLMENT-RECORD (turma em branco):
       FD  PROPOSED-ENROLLMENT-FILE.
       01  PROPOSED-ENROLLMENT-RECORD.
           05 PE-NUMERO   PIC 9(5).
           05 PE-NOME     PIC X(20).
           05 PE-TURMA    PIC X(8).
           05 PE-CURSO    PIC X(8).
           05 PE-DATA     PIC 9(8).
           05 PE-OPERATOR PIC X(8).

           COPY "CRSCFD.cpy".

           COPY "STOCKMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "POFD.cpy".

           COPY "OPERFD.cpy".

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE PIC X(100).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "BKADWS.cpy".

           COPY "BKPRWS.cpy".

           COPY "CRSCWS.cpy".

           COPY "STOCKMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "POWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-ENRL-PATH       PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS     PIC XX.
       01  WS-PROPOSED-PATH   PIC X(60)
           VALUE "..\enrollments-proposed.txt".
       01  WS-PROPOSED-STATUS PIC XX.
       01  WS-FCST-RPT-PATH   PIC X(60)
           VALUE "..\booklist-forecast.txt".
       01  WS-ENV-VALUE       PIC X(60).

      * alunos inscritos por curso adotante:
       01  WS-FC-COUNT PIC 999 VALUE ZERO.
       01  WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 200 TIMES INDEXED BY FC-IDX.
               10 WS-FC-CURSO  PIC X(8).
               10 WS-FC-ALUNOS PIC 9(5).

      * necessidades por ISBN (um ISBN pode ser adotado por varios
      * cursos):
       01  WS-FI-COUNT PIC 999 VALUE ZERO.
       01  WS-FI-TABLE.
           05 WS-FI-ENTRY OCCURS 200 TIMES INDEXED BY FI-IDX.
               10 WS-FI-ISBN      PIC X(13).
               10 WS-FI-NECESS    PIC 9(6).
               10 WS-FI-STOCK     PIC 9(6).
               10 WS-FI-ENCOMENDA PIC 9(6).
               10 WS-FI-FALTA     PIC S9(6).

       01  WS-OPTION      PIC X.
       01  WS-DIRTY       PIC X VALUE "N".
       01  WS-TODAY       PIC 9(8).
       01  WS-FOUND       PIC X.
       01  WS-ANSWER      PIC X.
       01  WS-WITH-PROPOSED PIC X.
       01  WS-CURSO-IN    PIC X(8).
       01  WS-ISBN-IN     PIC X(13).
       01  WS-EXEMPLARES-IN PIC 99.
       01  WS-SEL-ROW     PIC 999.
       01  WS-ROW-SHOWN   PIC ZZ9.
       01  WS-N-ENROLL    PIC 9(5).
       01  WS-N-SHORT     PIC 999.
       01  WS-N-PROPOSED  PIC 999.
       01  WS-PROPOSE-QTY PIC 9(4).
       01  WS-TITLE       PIC X(40).

       01  M-QTD      PIC Z(5)9.
       01  M-FALTA    PIC -Z(5)9.
       01  M-ALUNOS   PIC Z(4)9.
       01  M-EXEMPL   PIC Z9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-BKAD-PATH-PROCEDURE.
           PERFORM LOAD-BOOK-ADOPTIONS-PROCEDURE.
           PERFORM INIT-BKPR-PATH-PROCEDURE.
           PERFORM LOAD-BOOKLIST-PROPOSALS-PROCEDURE.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM INIT-PO-PATH-PROCEDURE.
           PERFORM LOAD-PO-FILE-PROCEDURE.
           IF WS-BKAD-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 200 adocoes -- as restantes "
                   "ficam fora da previsao."
           END-IF.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-ADOPTIONS-PROCEDURE
                   WHEN "2" PERFORM ADD-ADOPTION-PROCEDURE
                   WHEN "3" PERFORM REMOVE-ADOPTION-PROCEDURE
                   WHEN "4" PERFORM FORECAST-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-DIRTY = "Y"
               PERFORM SAVE-BOOK-ADOPTIONS-PROCEDURE
               DISPLAY "Adocoes gravadas em "
                   FUNCTION TRIM(WS-BKAD-PATH) "."
           END-IF.
           IF WS-BKPR-DIRTY = "Y"
               PERFORM SAVE-BOOKLIST-PROPOSALS-PROCEDURE
               DISPLAY "Propostas gravadas em "
                   FUNCTION TRIM(WS-BKPR-PATH) "."
           END-IF.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENRL-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PROPOSED_ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROPOSED-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "BOOKLIST_FORECAST_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FCST-RPT-PATH
           END-IF.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- LISTAS ESCOLARES -----".
           DISPLAY "1 - Listar adocoes".
           DISPLAY "2 - Adotar livro num curso".
           DISPLAY "3 - Retirar adocao".
           DISPLAY "4 - Previsao de necessidades".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-ADOPTIONS-PROCEDURE.
           IF WS-BKAD-COUNT = ZERO
               DISPLAY "Nao ha livros adotados."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX > WS-BKAD-COUNT
               SET WS-SEL-ROW TO BA-IDX
               MOVE WS-SEL-ROW TO WS-ROW-SHOWN
               MOVE WS-BA-ISBN(BA-IDX) TO WS-STOCK-LOOKUP-ISBN
               PERFORM FIND-TITLE-PROCEDURE
               MOVE WS-BA-EXEMPLARES(BA-IDX) TO M-EXEMPL
               DISPLAY WS-ROW-SHOWN ") " WS-BA-CURSO(BA-IDX) " "
                   WS-BA-ISBN(BA-IDX) " x" M-EXEMPL " " WS-TITLE
           END-PERFORM.


      *    o curso tem de existir no catalogo e o ISBN no
      *    STOCK-MASTER (e por ele que se encomenda e se recebe):
       ADD-ADOPTION-PROCEDURE.
           IF WS-BKAD-COUNT >= 200 OR WS-BKAD-OVERFLOW = "Y"
               DISPLAY "Tabela de adocoes cheia (maximo de 200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Curso (codigo do catalogo): " WITH NO ADVANCING.
           ACCEPT WS-CURSO-IN.
           MOVE WS-CURSO-IN TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           IF WS-CRS-FOUND = "N"
               DISPLAY "Curso desconhecido no catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ISBN: " WITH NO ADVANCING.
           ACCEPT WS-ISBN-IN.
           MOVE WS-ISBN-IN TO WS-STOCK-LOOKUP-ISBN.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           IF WS-STOCK-FOUND = "N"
               DISPLAY "ISBN desconhecido no STOCK-MASTER."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ADOPTION-PROCEDURE.
           IF WS-FOUND = "Y"
               DISPLAY "Livro ja adotado neste curso."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Exemplares por aluno (0 = 1): " WITH NO ADVANCING.
           ACCEPT WS-EXEMPLARES-IN.
           IF WS-EXEMPLARES-IN = ZERO
               MOVE 1 TO WS-EXEMPLARES-IN
           END-IF.

           ADD 1 TO WS-BKAD-COUNT.
           SET BA-IDX TO WS-BKAD-COUNT.
           MOVE WS-CURSO-IN TO WS-BA-CURSO(BA-IDX).
           MOVE WS-ISBN-IN TO WS-BA-ISBN(BA-IDX).
           MOVE WS-EXEMPLARES-IN TO WS-BA-EXEMPLARES(BA-IDX).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Adotado em " WS-CRS-CURSO ": "
               WS-STOCK-TITLE(SM-IDX).


       REMOVE-ADOPTION-PROCEDURE.
           IF WS-BKAD-OVERFLOW = "Y"
               DISPLAY "Ficheiro de adocoes maior do que a tabela -- "
                   "retirar nao disponivel."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Linha a retirar (ver Listar): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW < 1 OR WS-SEL-ROW > WS-BKAD-COUNT
               DISPLAY "Linha invalida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BA-IDX FROM WS-SEL-ROW BY 1
               UNTIL BA-IDX >= WS-BKAD-COUNT
               MOVE WS-BKAD-ENTRY(BA-IDX + 1) TO WS-BKAD-ENTRY(BA-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BKAD-COUNT.
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Adocao retirada.".


       FIND-ADOPTION-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX > WS-BKAD-COUNT
               IF WS-BA-CURSO(BA-IDX) = WS-CURSO-IN
                   AND WS-BA-ISBN(BA-IDX) = WS-ISBN-IN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       FIND-TITLE-PROCEDURE.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           IF WS-STOCK-FOUND = "Y"
               MOVE WS-STOCK-TITLE(SM-IDX) TO WS-TITLE
           ELSE
               MOVE "(fora do STOCK-MASTER)" TO WS-TITLE
           END-IF.


      *    Previsao: alunos inscritos por curso adotante, vezes os
      *    exemplares por aluno, somados por ISBN; a falta e o que o
      *    stock e as encomendas abertas (quantidade ainda por
      *    receber) nao cobrem. Cada falta confirmada fica como
      *    proposta pendente para o PURCHASE-ORDERS.
       FORECAST-PROCEDURE.
           IF WS-BKAD-COUNT = ZERO
               DISPLAY "Nao ha livros adotados."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Contar tambem as inscricoes propostas pela "
               "promocao? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-WITH-PROPOSED.

           PERFORM BUILD-COURSE-TABLE-PROCEDURE.
           PERFORM COUNT-ENROLLMENTS-PROCEDURE.
           IF WS-WITH-PROPOSED = "S" OR WS-WITH-PROPOSED = "s"
               PERFORM COUNT-PROPOSED-PROCEDURE
           END-IF.
           PERFORM BUILD-ISBN-TABLE-PROCEDURE.
           PERFORM WRITE-FORECAST-REPORT-PROCEDURE.

           MOVE WS-N-ENROLL TO M-ALUNOS.
           DISPLAY "Inscricoes nos cursos adotantes: " M-ALUNOS.
           DISPLAY "Titulos em falta: " WS-N-SHORT.
           DISPLAY "Relatorio em " FUNCTION TRIM(WS-FCST-RPT-PATH)
               ".".
           IF WS-N-SHORT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-N-PROPOSED.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > WS-FI-COUNT
               IF WS-FI-FALTA(FI-IDX) > ZERO
                   PERFORM CONFIRM-SHORTFALL-PROCEDURE
               END-IF
           END-PERFORM.
           DISPLAY WS-N-PROPOSED " proposta(s) para o PURCHASE-ORDERS.".


       BUILD-COURSE-TABLE-PROCEDURE.
           MOVE ZERO TO WS-FC-COUNT.
           MOVE ZERO TO WS-N-ENROLL.
           PERFORM VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX > WS-BKAD-COUNT
               MOVE WS-BA-CURSO(BA-IDX) TO WS-CURSO-IN
               PERFORM FIND-COURSE-COUNT-PROCEDURE
               IF WS-FOUND = "N"
                   ADD 1 TO WS-FC-COUNT
                   SET FC-IDX TO WS-FC-COUNT
                   MOVE WS-CURSO-IN TO WS-FC-CURSO(FC-IDX)
                   MOVE ZERO TO WS-FC-ALUNOS(FC-IDX)
               END-IF
           END-PERFORM.


       FIND-COURSE-COUNT-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-CURSO(FC-IDX) = WS-CURSO-IN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    as inscricoes anuladas ja sairam do ficheiro: todas as que
      *    restam estao ativas:
       COUNT-ENROLLMENTS-PROCEDURE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
               DISPLAY "Sem inscricoes ("
                   FUNCTION TRIM(WS-ENRL-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENRL-STATUS = "10"
               READ ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-ENRL-STATUS
                   NOT AT END
                       MOVE EN-CURSO TO WS-CURSO-IN
                       PERFORM ADD-ENROLLMENT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.


       COUNT-PROPOSED-PROCEDURE.
           OPEN INPUT PROPOSED-ENROLLMENT-FILE.
           IF WS-PROPOSED-STATUS = "35"
               DISPLAY "Sem inscricoes propostas ("
                   FUNCTION TRIM(WS-PROPOSED-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PROPOSED-STATUS = "10"
               READ PROPOSED-ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-PROPOSED-STATUS
                   NOT AT END
                       MOVE PE-CURSO TO WS-CURSO-IN
                       PERFORM ADD-ENROLLMENT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-ENROLLMENT-FILE.


      *    so contam os cursos com livros adotados:
       ADD-ENROLLMENT-PROCEDURE.
           PERFORM FIND-COURSE-COUNT-PROCEDURE.
           IF WS-FOUND = "Y"
               ADD 1 TO WS-FC-ALUNOS(FC-IDX)
               ADD 1 TO WS-N-ENROLL
           END-IF.


       BUILD-ISBN-TABLE-PROCEDURE.
           MOVE ZERO TO WS-FI-COUNT.
           PERFORM VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX > WS-BKAD-COUNT
               MOVE WS-BA-CURSO(BA-IDX) TO WS-CURSO-IN
               PERFORM FIND-COURSE-COUNT-PROCEDURE
               MOVE "N" TO WS-FOUND
               PERFORM VARYING FI-IDX FROM 1 BY 1
                   UNTIL FI-IDX > WS-FI-COUNT
                   IF WS-FI-ISBN(FI-IDX) = WS-BA-ISBN(BA-IDX)
                       MOVE "Y" TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = "N"
                   ADD 1 TO WS-FI-COUNT
                   SET FI-IDX TO WS-FI-COUNT
                   MOVE WS-BA-ISBN(BA-IDX) TO WS-FI-ISBN(FI-IDX)
                   MOVE ZERO TO WS-FI-NECESS(FI-IDX)
               END-IF
               COMPUTE WS-FI-NECESS(FI-IDX) = WS-FI-NECESS(FI-IDX)
                   + WS-FC-ALUNOS(FC-IDX) * WS-BA-EXEMPLARES(BA-IDX)
           END-PERFORM.

           MOVE ZERO TO WS-N-SHORT.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > WS-FI-COUNT
               MOVE WS-FI-ISBN(FI-IDX) TO WS-STOCK-LOOKUP-ISBN
               PERFORM LOOKUP-STOCK-PROCEDURE
               IF WS-STOCK-FOUND = "Y"
                   MOVE WS-STOCK-ON-HAND(SM-IDX) TO WS-FI-STOCK(FI-IDX)
               ELSE
                   MOVE ZERO TO WS-FI-STOCK(FI-IDX)
               END-IF
               MOVE ZERO TO WS-FI-ENCOMENDA(FI-IDX)
               PERFORM VARYING PO-IDX FROM 1 BY 1
                   UNTIL PO-IDX > WS-PO-COUNT
                   IF WS-PO-ISBN(PO-IDX) = WS-FI-ISBN(FI-IDX)
                       AND WS-PO-STATUS(PO-IDX) = "A"
                       COMPUTE WS-FI-ENCOMENDA(FI-IDX) =
                           WS-FI-ENCOMENDA(FI-IDX)
                           + WS-PO-QTY(PO-IDX) - WS-PO-RECEIVED(PO-IDX)
                   END-IF
               END-PERFORM
               COMPUTE WS-FI-FALTA(FI-IDX) = WS-FI-NECESS(FI-IDX)
                   - WS-FI-STOCK(FI-IDX) - WS-FI-ENCOMENDA(FI-IDX)
               IF WS-FI-FALTA(FI-IDX) > ZERO
                   ADD 1 TO WS-N-SHORT
               END-IF
           END-PERFORM.


       WRITE-FORECAST-REPORT-PROCEDURE.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "PREVISAO DE LISTAS ESCOLARES EM " WS-TODAY
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ALL "=" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           MOVE "ALUNOS POR CURSO" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FC-COUNT
               MOVE WS-FC-CURSO(FC-IDX) TO WS-CRS-LOOKUP-CODIGO
               PERFORM LOOKUP-COURSE-PROCEDURE
               MOVE WS-FC-ALUNOS(FC-IDX) TO M-ALUNOS
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  " WS-FC-CURSO(FC-IDX) " " WS-CRS-CURSO " "
                   M-ALUNOS DELIMITED BY SIZE
                   INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE "ISBN" TO FORECAST-REPORT-LINE.
           MOVE "TITULO" TO FORECAST-REPORT-LINE(15:).
           MOVE "NECESS." TO FORECAST-REPORT-LINE(56:).
           MOVE "STOCK" TO FORECAST-REPORT-LINE(66:).
           MOVE "ENCOM." TO FORECAST-REPORT-LINE(75:).
           MOVE "FALTA" TO FORECAST-REPORT-LINE(86:).
           WRITE FORECAST-REPORT-LINE.
           MOVE ALL "-" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > WS-FI-COUNT
               MOVE WS-FI-ISBN(FI-IDX) TO WS-STOCK-LOOKUP-ISBN
               PERFORM FIND-TITLE-PROCEDURE
               MOVE SPACES TO FORECAST-REPORT-LINE
               MOVE WS-FI-ISBN(FI-IDX) TO FORECAST-REPORT-LINE
               MOVE WS-TITLE TO FORECAST-REPORT-LINE(15:40)
               MOVE WS-FI-NECESS(FI-IDX) TO M-QTD
               MOVE M-QTD TO FORECAST-REPORT-LINE(57:6)
               MOVE WS-FI-STOCK(FI-IDX) TO M-QTD
               MOVE M-QTD TO FORECAST-REPORT-LINE(65:6)
               MOVE WS-FI-ENCOMENDA(FI-IDX) TO M-QTD
               MOVE M-QTD TO FORECAST-REPORT-LINE(75:6)
               IF WS-FI-FALTA(FI-IDX) > ZERO
                   MOVE WS-FI-FALTA(FI-IDX) TO M-FALTA
                   MOVE M-FALTA TO FORECAST-REPORT-LINE(84:7)
               ELSE
                   MOVE "coberto" TO FORECAST-REPORT-LINE(84:)
               END-IF
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
           MOVE ALL "-" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "TITULOS EM FALTA: " WS-N-SHORT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           CLOSE FORECAST-REPORT-FILE.
           MOVE "BOOKLIST-FORECAST" TO WS-SPL-PROGRAM.
           MOVE "PREVISAO DE LISTAS DE LIVROS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-FCST-RPT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


      *    uma proposta pendente por ISBN: uma nova previsao substitui
      *    a quantidade da que ainda nao foi encomendada:
       CONFIRM-SHORTFALL-PROCEDURE.
           MOVE WS-FI-ISBN(FI-IDX) TO WS-STOCK-LOOKUP-ISBN.
           PERFORM FIND-TITLE-PROCEDURE.
           MOVE WS-FI-FALTA(FI-IDX) TO WS-PROPOSE-QTY.
           MOVE WS-FI-FALTA(FI-IDX) TO M-FALTA.
           DISPLAY " ".
           DISPLAY "Falta: " WS-FI-ISBN(FI-IDX) " " WS-TITLE.
           DISPLAY "  faltam" M-FALTA " exemplares.".
           DISPLAY "Propor encomenda? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "S" AND WS-ANSWER NOT = "s"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > WS-BKPR-COUNT
               IF WS-BP-ISBN(BP-IDX) = WS-FI-ISBN(FI-IDX)
                   AND WS-BP-STATUS(BP-IDX) = "P"
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-BKPR-COUNT >= 200 OR WS-BKPR-OVERFLOW = "Y"
                   DISPLAY "Tabela de propostas cheia -- proposta NAO "
                       "registada."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BKPR-COUNT
               SET BP-IDX TO WS-BKPR-COUNT
               MOVE WS-FI-ISBN(FI-IDX) TO WS-BP-ISBN(BP-IDX)
               MOVE "P" TO WS-BP-STATUS(BP-IDX)
               MOVE ZERO TO WS-BP-PO-NUMBER(BP-IDX)
           END-IF.
           MOVE WS-PROPOSE-QTY TO WS-BP-QTY(BP-IDX).
           MOVE WS-TODAY TO WS-BP-DATA(BP-IDX).
           MOVE "Y" TO WS-BKPR-DIRTY.
           ADD 1 TO WS-N-PROPOSED.
           DISPLAY "Proposta registada.".


       COPY "BKADP.cpy".

       COPY "BKPRP.cpy".

       COPY "CRSCP.cpy".

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "POP.cpy".

       COPY "OPERP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM BOOKLIST-FORECAST.
