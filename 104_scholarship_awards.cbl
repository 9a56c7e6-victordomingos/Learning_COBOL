       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-AWARDS.
      *=================================================================
      * Purpose: Scholarship and tuition-discount award run. Tuition
      *          (CC-PROPINA) is charged in full at enrollment; this
      *          run takes the enrollments of a term, checks each one
      *          against the scholarship rules (minimum ST-MEDIA of
      *          the previous term, named student, course) and
      *          proposes the best discount for it. Once confirmed,
      *          each award gets a reference in the award register,
      *          a credit line ("B") on the student account quoting
      *          that reference, a GL pair and an award letter; the
      *          run ends with the scholarship cost per course for
      *          the board. An enrollment already awarded is never
      *          awarded again.
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
           COPY "SCHRSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "SACCSEL.cpy".
           COPY "GLJRNSEL.cpy".
           COPY "OPERSEL.cpy".

      *    inscricoes do ENROLLMENT (propinas faturadas):
           SELECT ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-ENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENRL-STATUS.

      *    registo das bolsas atribuidas (so se acrescenta):
           SELECT AWARD-FILE
           ASSIGN TO DYNAMIC WS-AWARD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWARD-STATUS.

           SELECT AWARD-LETTER-FILE
           ASSIGN TO DYNAMIC WS-LETTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-REPORT-FILE
           ASSIGN TO DYNAMIC WS-COST-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "SCHRFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "SACCFD.cpy".
       COPY "GLJRNFD.cpy".
       COPY "OPERFD.cpy".

      * mesma imagem do ENROLLMENT-RECORD de ENROLLMENT:
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-NUMERO   PIC 9(5).
           05 EN-NOME     PIC X(20).
           05 EN-TURMA    PIC X(8).
           05 EN-CURSO    PIC X(8).
           05 EN-DATA     PIC 9(8).
           05 EN-OPERATOR PIC X(8).

      * uma linha por bolsa atribuida; a inscricao (aluno, curso,
      * data) identifica o que ja foi atribuido:
       FD  AWARD-FILE.
       01  AWARD-RECORD.
           05 AW-REF      PIC 9(6).
           05 AW-DATA     PIC 9(8).
           05 AW-NUMERO   PIC 9(5).
           05 AW-CURSO    PIC X(8).
           05 AW-EN-DATA  PIC 9(8).
           05 AW-TIPO     PIC X(8).
           05 AW-PROPINA  PIC 9(5)V99.
           05 AW-VALOR    PIC 9(5)V99.
           05 AW-OPERATOR PIC X(8).

       FD  AWARD-LETTER-FILE.
       01  AWARD-LETTER-LINE PIC X(70).

       FD  COST-REPORT-FILE.
       01  COST-REPORT-LINE PIC X(80).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "SCHRWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "SACCWS.cpy".
       COPY "GLJRNWS.cpy".
       COPY "OPERWS.cpy".

       01  WS-ENRL-PATH   PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS PIC XX.
       01  WS-AWARD-PATH  PIC X(60)
           VALUE "..\scholarship-awards.txt".
       01  WS-AWARD-STATUS PIC XX.
       01  WS-LETTER-PATH PIC X(60)
           VALUE "..\scholarship-letters.txt".
       01  WS-COST-PATH   PIC X(60)
           VALUE "..\scholarship-cost.txt".
       01  WS-ENV-VALUE   PIC X(60).

       01  WS-TODAY       PIC 9(8).
       01  WS-CONFIRM     PIC X.

      * periodo das inscricoes a considerar e periodo anterior (de
      * onde vem a media de merito):
       01  WS-TERM-START  PIC 9(8).
       01  WS-TERM-END    PIC 9(8).
       01  WS-PREV-START  PIC 9(8).
       01  WS-PREV-END    PIC 9(8).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.
       01  WS-ST-DATA     PIC 9(8).

      * bolsas ja atribuidas (para nao atribuir duas vezes):
       01  WS-AWD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-AWD-TABLE.
           05 WS-AWD-ENTRY OCCURS 1000 TIMES INDEXED BY AD-IDX.
               10 WS-AD-NUMERO  PIC 9(5).
               10 WS-AD-CURSO   PIC X(8).
               10 WS-AD-EN-DATA PIC 9(8).
       01  WS-AWD-OVERFLOW PIC X VALUE "N".
       01  WS-LAST-REF     PIC 9(6) VALUE ZERO.
       01  WS-AWARDED      PIC X.

      * resultados do periodo anterior, o mais recente por aluno e
      * disciplina (como no relatorio de moderacao):
       01  WS-RES-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10 WS-RS-NUMERO PIC 9(5).
               10 WS-RS-CURSO  PIC X(8).
               10 WS-RS-DATA   PIC 9(8).
               10 WS-RS-MEDIA  PIC 99V99.
       01  WS-RES-OVERFLOW PIC X VALUE "N".
       01  WS-RES-FOUND    PIC X.

      * propostas de atribuicao desta corrida:
       01  WS-PRO-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PRO-TABLE.
           05 WS-PRO-ENTRY OCCURS 300 TIMES INDEXED BY PO-IDX.
               10 WS-PO-NUMERO    PIC 9(5).
               10 WS-PO-NOME      PIC X(20).
               10 WS-PO-CURSO     PIC X(8).
               10 WS-PO-EN-DATA   PIC 9(8).
               10 WS-PO-TIPO      PIC X(8).
               10 WS-PO-DESCRICAO PIC X(20).
               10 WS-PO-PROPINA   PIC 9(5)V99.
               10 WS-PO-VALOR     PIC 9(5)V99.
               10 WS-PO-MEDIA     PIC 99V99.
               10 WS-PO-REF       PIC 9(6).
       01  WS-PRO-OVERFLOW PIC X VALUE "N".

      * custo por curso para a direcao:
       01  WS-CST-COUNT PIC 99 VALUE ZERO.
       01  WS-CST-TABLE.
           05 WS-CST-ENTRY OCCURS 50 TIMES INDEXED BY CS-IDX.
               10 WS-CS-CURSO   PIC X(8).
               10 WS-CS-BOLSAS  PIC 9(4).
               10 WS-CS-PROPINA PIC 9(7)V99.
               10 WS-CS-VALOR   PIC 9(7)V99.
       01  WS-CST-FOUND PIC X.

      * avaliacao de uma inscricao:
       01  WS-MEDIA-SOMA  PIC 9(5)V99.
       01  WS-MEDIA-N     PIC 9(3).
       01  WS-MEDIA-ANT   PIC 99V99.
       01  WS-DESCONTO    PIC 9(6)V99.
       01  WS-BEST-VALOR  PIC 9(5)V99.
       01  WS-BEST-RULE   PIC 99.
       01  WS-N-ENROLL    PIC 9(4) VALUE ZERO.
       01  WS-N-ALREADY   PIC 9(4) VALUE ZERO.
       01  WS-TOT-VALOR   PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-PROPINA PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-BOLSAS  PIC 9(4) VALUE ZERO.

       01  M-MONEY    PIC ZZZZ9.99.
       01  M-MONEY2   PIC ZZZZ9.99.
       01  M-TOTAL    PIC Z(6)9.99.
       01  M-TOTAL2   PIC Z(6)9.99.
       01  M-MEDIA    PIC Z9.99.
       01  M-COUNT    PIC ZZZ9.
       01  M-DATE.
           05 M-DATE-DD   PIC 99.
           05 FILLER      PIC X VALUE "-".
           05 M-DATE-MM   PIC 99.
           05 FILLER      PIC X VALUE "-".
           05 M-DATE-YYYY PIC 9(4).

       COPY "DATEVAL.cpy".

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

           PERFORM LOAD-SCHOLARSHIP-RULES-PROCEDURE.
           IF WS-SCHR-COUNT = ZERO
               DISPLAY "Sem regras de bolsas (" WS-SCHR-PATH ")."
               STOP RUN
           END-IF.
           IF WS-SCHR-OVERFLOW = "Y"
               DISPLAY "ERRO: scholarship-rules com mais linhas do que "
                   "a tabela (50) -- atribuicao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-AWARDS-PROCEDURE.
           IF WS-AWD-OVERFLOW = "Y"
               DISPLAY "ERRO: registo de bolsas com mais linhas do que "
                   "a tabela (1000) -- atribuicao recusada; arquive "
                   "os anos antigos."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.

           DISPLAY "Inscricoes desde (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-TERM-START.
           DISPLAY "Inscricoes ate (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-TERM-END.
           DISPLAY "Inicio do periodo anterior (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-PREV-START.
           DISPLAY "Fim do periodo anterior (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-PREV-END.
           IF WS-TERM-END < WS-TERM-START
               OR WS-PREV-END < WS-PREV-START
               DISPLAY "ERRO: periodo com fim anterior ao inicio."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PREVIOUS-RESULTS-PROCEDURE.
           PERFORM PROPOSE-AWARDS-PROCEDURE.
           IF WS-PRO-OVERFLOW = "Y"
               DISPLAY "ERRO: mais propostas do que a tabela (300) -- "
                   "nada atribuido; reduza o periodo."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRO-COUNT = ZERO
               DISPLAY "Inscricoes no periodo: " WS-N-ENROLL
                   " (ja com bolsa: " WS-N-ALREADY
                   ") -- nenhuma bolsa a atribuir."
               STOP RUN
           END-IF.

           PERFORM LIST-PROPOSALS-PROCEDURE.
           MOVE WS-PRO-COUNT TO M-COUNT.
           DISPLAY "Atribuir " M-COUNT " bolsas e creditar as "
               "contas-correntes (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Nada atribuido."
               STOP RUN
           END-IF.

           PERFORM POST-AWARDS-PROCEDURE.
           PERFORM WRITE-COST-REPORT-PROCEDURE.
           DISPLAY M-COUNT " bolsas atribuidas; cartas em "
               FUNCTION TRIM(WS-LETTER-PATH) ", custo por curso em "
               FUNCTION TRIM(WS-COST-PATH) ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-SCHR-PATH-PROCEDURE.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENRL-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "SCHOLARSHIP_AWARDS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AWARD-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "SCHOLARSHIP_LETTERS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LETTER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "SCHOLARSHIP_COST_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COST-PATH
           END-IF.


       ACCEPT-VALID-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               ACCEPT WS-DATE-IN
               MOVE WS-DATE-DD TO DV-DAY
               MOVE WS-DATE-MM TO DV-MONTH
               MOVE WS-DATE-YYYY TO DV-YEAR
               PERFORM VALIDATE-DATE-PROCEDURE
               IF DV-VALID = "Y"
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   DISPLAY "Data invalida -- tente de novo (AAAAMMDD): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.


      *    inscricoes ja com bolsa e ultima referencia usada:
       LOAD-AWARDS-PROCEDURE.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AWARD-STATUS = "10"
               READ AWARD-FILE
                   AT END MOVE "10" TO WS-AWARD-STATUS
                   NOT AT END
                       IF AW-REF > WS-LAST-REF
                           MOVE AW-REF TO WS-LAST-REF
                       END-IF
                       IF WS-AWD-COUNT >= 1000
                           MOVE "Y" TO WS-AWD-OVERFLOW
                       ELSE
                           ADD 1 TO WS-AWD-COUNT
                           SET AD-IDX TO WS-AWD-COUNT
                           MOVE AW-NUMERO TO WS-AD-NUMERO(AD-IDX)
                           MOVE AW-CURSO TO WS-AD-CURSO(AD-IDX)
                           MOVE AW-EN-DATA TO WS-AD-EN-DATA(AD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AWARD-FILE.


      *    o historico e lido diretamente; so contam as sessoes do
      *    periodo anterior e, por aluno e disciplina, a mais recente:
       LOAD-PREVIOUS-RESULTS-PROCEDURE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STUDENT-STATUS = "10"
               READ STUDENT-MASTER-FILE
                   AT END MOVE "10" TO WS-STUDENT-STATUS
                   NOT AT END PERFORM STORE-PREVIOUS-RESULT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
           IF WS-RES-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 500 resultados no periodo "
                   "anterior -- os restantes NAO contam para a media."
           END-IF.


       STORE-PREVIOUS-RESULT-PROCEDURE.
           COMPUTE WS-ST-DATA = ST-ANO * 10000 + ST-MES * 100 + ST-DIA.
           IF WS-ST-DATA < WS-PREV-START OR WS-ST-DATA > WS-PREV-END
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RES-FOUND.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RES-COUNT
               IF WS-RS-NUMERO(RS-IDX) = ST-NUMERO
                   AND WS-RS-CURSO(RS-IDX) = ST-DISCIPLINA
                   MOVE "Y" TO WS-RES-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = "Y"
               IF WS-ST-DATA < WS-RS-DATA(RS-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-RES-COUNT >= 500
                   MOVE "Y" TO WS-RES-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RES-COUNT
               SET RS-IDX TO WS-RES-COUNT
               MOVE ST-NUMERO TO WS-RS-NUMERO(RS-IDX)
               MOVE ST-DISCIPLINA TO WS-RS-CURSO(RS-IDX)
           END-IF.
           MOVE WS-ST-DATA TO WS-RS-DATA(RS-IDX).
           MOVE ST-MEDIA TO WS-RS-MEDIA(RS-IDX).


       PROPOSE-AWARDS-PROCEDURE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
               DISPLAY "Sem inscricoes (" WS-ENRL-PATH ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENRL-STATUS = "10"
               READ ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-ENRL-STATUS
                   NOT AT END
                       IF EN-DATA >= WS-TERM-START
                           AND EN-DATA <= WS-TERM-END
                           PERFORM ASSESS-ENROLLMENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.


      *    so inscricoes com propina e ainda sem bolsa; entre as
      *    regras que se aplicam fica a de maior desconto (as bolsas
      *    nao se acumulam):
       ASSESS-ENROLLMENT-PROCEDURE.
           ADD 1 TO WS-N-ENROLL.
           MOVE EN-CURSO TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           IF WS-CRS-PROPINA = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AWARDED.
           PERFORM VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-AWD-COUNT
               IF WS-AD-NUMERO(AD-IDX) = EN-NUMERO
                   AND WS-AD-CURSO(AD-IDX) = EN-CURSO
                   AND WS-AD-EN-DATA(AD-IDX) = EN-DATA
                   MOVE "Y" TO WS-AWARDED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AWARDED = "Y"
               ADD 1 TO WS-N-ALREADY
               EXIT PARAGRAPH
           END-IF.

           PERFORM PREVIOUS-AVERAGE-PROCEDURE.
           MOVE ZERO TO WS-BEST-VALOR.
           MOVE ZERO TO WS-BEST-RULE.
           PERFORM VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-SCHR-COUNT
               PERFORM CHECK-RULE-PROCEDURE
           END-PERFORM.
           IF WS-BEST-RULE = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRO-COUNT >= 300
               MOVE "Y" TO WS-PRO-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRO-COUNT.
           SET PO-IDX TO WS-PRO-COUNT.
           SET BR-IDX TO WS-BEST-RULE.
           MOVE EN-NUMERO TO WS-PO-NUMERO(PO-IDX).
           MOVE EN-NOME TO WS-PO-NOME(PO-IDX).
           MOVE EN-CURSO TO WS-PO-CURSO(PO-IDX).
           MOVE EN-DATA TO WS-PO-EN-DATA(PO-IDX).
           MOVE WS-BR-TIPO(BR-IDX) TO WS-PO-TIPO(PO-IDX).
           MOVE WS-BR-DESCRICAO(BR-IDX) TO WS-PO-DESCRICAO(PO-IDX).
           MOVE WS-CRS-PROPINA TO WS-PO-PROPINA(PO-IDX).
           MOVE WS-BEST-VALOR TO WS-PO-VALOR(PO-IDX).
           MOVE WS-MEDIA-ANT TO WS-PO-MEDIA(PO-IDX).
           MOVE ZERO TO WS-PO-REF(PO-IDX).


      *    media do aluno no periodo anterior (todas as disciplinas);
      *    WS-MEDIA-N a zero quando nao tem resultados:
       PREVIOUS-AVERAGE-PROCEDURE.
           MOVE ZERO TO WS-MEDIA-SOMA.
           MOVE ZERO TO WS-MEDIA-N.
           MOVE ZERO TO WS-MEDIA-ANT.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RES-COUNT
               IF WS-RS-NUMERO(RS-IDX) = EN-NUMERO
                   ADD WS-RS-MEDIA(RS-IDX) TO WS-MEDIA-SOMA
                   ADD 1 TO WS-MEDIA-N
               END-IF
           END-PERFORM.
           IF WS-MEDIA-N > ZERO
               COMPUTE WS-MEDIA-ANT ROUNDED =
                   WS-MEDIA-SOMA / WS-MEDIA-N
           END-IF.


       CHECK-RULE-PROCEDURE.
           IF WS-BR-CURSO(BR-IDX) NOT = SPACES
               AND WS-BR-CURSO(BR-IDX) NOT = EN-CURSO
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-NUMERO(BR-IDX) NOT = ZERO
               AND WS-BR-NUMERO(BR-IDX) NOT = EN-NUMERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-MEDIA-MIN(BR-IDX) > ZERO
               IF WS-MEDIA-N = ZERO
                   OR WS-MEDIA-ANT < WS-BR-MEDIA-MIN(BR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-DESCONTO ROUNDED =
               WS-CRS-PROPINA * WS-BR-PERCENT(BR-IDX) / 100
               + WS-BR-VALOR(BR-IDX).
           IF WS-DESCONTO > WS-CRS-PROPINA
               MOVE WS-CRS-PROPINA TO WS-DESCONTO
           END-IF.
           IF WS-DESCONTO > WS-BEST-VALOR
               MOVE WS-DESCONTO TO WS-BEST-VALOR
               SET WS-BEST-RULE TO BR-IDX
           END-IF.


       LIST-PROPOSALS-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- BOLSAS A ATRIBUIR (" WS-TERM-START " a "
               WS-TERM-END ") -----".
           DISPLAY "Aluno Nome                 Curso    Bolsa    "
               "Media  Propina  Desconto".
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PRO-COUNT
               MOVE WS-PO-PROPINA(PO-IDX) TO M-MONEY
               MOVE WS-PO-VALOR(PO-IDX) TO M-MONEY2
               MOVE WS-PO-MEDIA(PO-IDX) TO M-MEDIA
               DISPLAY WS-PO-NUMERO(PO-IDX) " " WS-PO-NOME(PO-IDX)
                   " " WS-PO-CURSO(PO-IDX) " " WS-PO-TIPO(PO-IDX)
                   " " M-MEDIA " " M-MONEY " " M-MONEY2
               ADD WS-PO-VALOR(PO-IDX) TO WS-TOT-VALOR
           END-PERFORM.
           MOVE WS-TOT-VALOR TO M-TOTAL.
           DISPLAY "Custo total das bolsas: " M-TOTAL.


      *    cada bolsa: referencia nova, registo, credito na
      *    conta-corrente, par no diario e carta ao aluno:
       POST-AWARDS-PROCEDURE.
           OPEN EXTEND AWARD-FILE.
           IF WS-AWARD-STATUS = "35"
               OPEN OUTPUT AWARD-FILE
           END-IF.
           PERFORM OPEN-STUDENT-ACCOUNT-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           OPEN OUTPUT AWARD-LETTER-FILE.
           MOVE WS-TODAY(7:2) TO M-DATE-DD.
           MOVE WS-TODAY(5:2) TO M-DATE-MM.
           MOVE WS-TODAY(1:4) TO M-DATE-YYYY.
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PRO-COUNT
               PERFORM POST-ONE-AWARD-PROCEDURE
           END-PERFORM.
           CLOSE AWARD-LETTER-FILE.
           MOVE "SCHOLARSHIP-AWARDS" TO WS-SPL-PROGRAM.
           MOVE "CARTAS DE ATRIBUICAO DE BOLSAS" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-LETTER-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE STUDENT-ACCOUNT-FILE.
           CLOSE AWARD-FILE.


       POST-ONE-AWARD-PROCEDURE.
           ADD 1 TO WS-LAST-REF.
           MOVE WS-LAST-REF TO WS-PO-REF(PO-IDX).
           MOVE WS-LAST-REF TO AW-REF.
           MOVE WS-TODAY TO AW-DATA.
           MOVE WS-PO-NUMERO(PO-IDX) TO AW-NUMERO.
           MOVE WS-PO-CURSO(PO-IDX) TO AW-CURSO.
           MOVE WS-PO-EN-DATA(PO-IDX) TO AW-EN-DATA.
           MOVE WS-PO-TIPO(PO-IDX) TO AW-TIPO.
           MOVE WS-PO-PROPINA(PO-IDX) TO AW-PROPINA.
           MOVE WS-PO-VALOR(PO-IDX) TO AW-VALOR.
           MOVE WS-OPERATOR-ID TO AW-OPERATOR.
           WRITE AWARD-RECORD.

           MOVE WS-PO-NUMERO(PO-IDX) TO SA-NUMERO.
           MOVE WS-TODAY TO SA-DATA.
           MOVE "B" TO SA-TIPO.
           MOVE WS-PO-VALOR(PO-IDX) TO SA-AMOUNT.
           MOVE SPACES TO SA-DESC.
           STRING "BOLSA " WS-LAST-REF " " WS-PO-CURSO(PO-IDX)
               DELIMITED BY SIZE INTO SA-DESC.
           PERFORM WRITE-STUDENT-ACCOUNT-ENTRY-PROCEDURE.

           MOVE WS-TODAY TO WS-GL-DATE.
           MOVE "PROPINA-BOLSA" TO WS-GL-KEY.
           MOVE WS-PO-VALOR(PO-IDX) TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.

           PERFORM WRITE-AWARD-LETTER-PROCEDURE.
           PERFORM ADD-COURSE-COST-PROCEDURE.


       WRITE-AWARD-LETTER-PROCEDURE.
           MOVE ALL "-" TO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "Aluno n. " WS-PO-NUMERO(PO-IDX) " - "
               WS-PO-NOME(PO-IDX)
               DELIMITED BY SIZE INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "Data: " M-DATE "   Ref. bolsa: " WS-LAST-REF
               DELIMITED BY SIZE INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "Assunto: atribuicao de bolsa - "
               WS-PO-DESCRICAO(PO-IDX)
               DELIMITED BY SIZE INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 2 LINE.

           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "Exmo(a). Senhor(a) " DELIMITED BY SIZE
               WS-PO-NOME(PO-IDX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE WS-PO-PROPINA(PO-IDX) TO M-MONEY.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "informamos que lhe foi atribuida a bolsa "
               DELIMITED BY SIZE
               WS-PO-TIPO(PO-IDX) DELIMITED BY " "
               " na inscricao" DELIMITED BY SIZE
               INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "em " DELIMITED BY SIZE
               WS-PO-CURSO(PO-IDX) DELIMITED BY " "
               " (propina de " M-MONEY " EUR)." DELIMITED BY SIZE
               INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-PO-VALOR(PO-IDX) TO M-MONEY2.
           MOVE SPACES TO AWARD-LETTER-LINE.
           STRING "O valor de " M-MONEY2 " EUR foi creditado na sua "
               "conta-corrente."
               DELIMITED BY SIZE INTO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE "Com os melhores cumprimentos," TO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE "A Secretaria" TO AWARD-LETTER-LINE.
           WRITE AWARD-LETTER-LINE AFTER ADVANCING 1 LINE.


       ADD-COURSE-COST-PROCEDURE.
           MOVE "N" TO WS-CST-FOUND.
           PERFORM VARYING CS-IDX FROM 1 BY 1
               UNTIL CS-IDX > WS-CST-COUNT
               IF WS-CS-CURSO(CS-IDX) = WS-PO-CURSO(PO-IDX)
                   MOVE "Y" TO WS-CST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CST-FOUND = "N"
               IF WS-CST-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CST-COUNT
               SET CS-IDX TO WS-CST-COUNT
               MOVE WS-PO-CURSO(PO-IDX) TO WS-CS-CURSO(CS-IDX)
               MOVE ZERO TO WS-CS-BOLSAS(CS-IDX)
               MOVE ZERO TO WS-CS-PROPINA(CS-IDX)
               MOVE ZERO TO WS-CS-VALOR(CS-IDX)
           END-IF.
           ADD 1 TO WS-CS-BOLSAS(CS-IDX).
           ADD WS-PO-PROPINA(PO-IDX) TO WS-CS-PROPINA(CS-IDX).
           ADD WS-PO-VALOR(PO-IDX) TO WS-CS-VALOR(CS-IDX).


      *    custo total das bolsas desta atribuicao, por curso:
       WRITE-COST-REPORT-PROCEDURE.
           OPEN OUTPUT COST-REPORT-FILE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING "CUSTO DAS BOLSAS POR CURSO - inscricoes de "
               WS-TERM-START " a " WS-TERM-END
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE "Curso    Designacao           Bolsas    Propinas   "
               TO COST-REPORT-LINE.
           MOVE "    Custo" TO COST-REPORT-LINE(52:9).
           WRITE COST-REPORT-LINE.
           PERFORM VARYING CS-IDX FROM 1 BY 1
               UNTIL CS-IDX > WS-CST-COUNT
               MOVE WS-CS-CURSO(CS-IDX) TO WS-CRS-LOOKUP-CODIGO
               PERFORM LOOKUP-COURSE-PROCEDURE
               MOVE WS-CS-BOLSAS(CS-IDX) TO M-COUNT
               MOVE WS-CS-PROPINA(CS-IDX) TO M-TOTAL
               MOVE WS-CS-VALOR(CS-IDX) TO M-TOTAL2
               MOVE SPACES TO COST-REPORT-LINE
               STRING WS-CS-CURSO(CS-IDX) " " WS-CRS-CURSO "  "
                   M-COUNT " " M-TOTAL " " M-TOTAL2
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
               ADD WS-CS-BOLSAS(CS-IDX) TO WS-TOT-BOLSAS
               ADD WS-CS-PROPINA(CS-IDX) TO WS-TOT-PROPINA
           END-PERFORM.
           MOVE WS-TOT-BOLSAS TO M-COUNT.
           MOVE WS-TOT-PROPINA TO M-TOTAL.
           MOVE WS-TOT-VALOR TO M-TOTAL2.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING "TOTAL                         " M-COUNT " "
               M-TOTAL " " M-TOTAL2
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           CLOSE COST-REPORT-FILE.
           MOVE "SCHOLARSHIP-AWARDS" TO WS-SPL-PROGRAM.
           MOVE "CUSTO DAS BOLSAS" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-COST-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       COPY "SCHRP.cpy".

       COPY "CRSCP.cpy".

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SACCP.cpy".

       COPY "GLJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM SCHOLARSHIP-AWARDS.
