       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-ENTITLEMENT.
      *=================================================================
      * Purpose: Yearly vacation entitlement run over the
      *          EMPLOYEE-MASTER, so EM-FERIAS-SALDO is no longer
      *          topped up by hand every January:
      *            G - grant: caps what carries over from last year,
      *                adds the legal days for the year (prorated
      *                from EM-HIRE-DATE for people hired in the year)
      *                and keeps the carried days in vacation-carry
      *                so they can be expired later;
      *            E - expire: after the cut-off date, takes off the
      *                carried days still unused;
      *            V - year-end valuation: values the outstanding
      *                days at EM-BASE-REMUN (base/30, the house
      *                daily rate), keeps each employee's value in
      *                vacation-carry and posts to the GL journal only
      *                the movement against last year's valuation.
      *          vacation-carry only keeps the run year and the year
      *          before it; older rows are dropped when it is saved.
      *          Every mode prints a balance statement per employee.
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
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "RUNCTLSEL.cpy".
           COPY "MLOCSEL.cpy".
           COPY "GLJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

           SELECT VACATION-CARRY-FILE
           ASSIGN TO DYNAMIC WS-VCARRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VCARRY-STATUS.

           SELECT VACATION-STATEMENT-FILE
           ASSIGN TO DYNAMIC WS-VSTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "RUNCTLFD.cpy".

       COPY "MLOCFD.cpy".

       COPY "GLJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

      * um registo por funcionario e ano de atribuicao: dias que
      * transitaram do ano anterior, direito do ano, saldo logo a
      * seguir a atribuicao (para saber o que ja foi gozado) e os
      * transitados que expiraram no corte e o valor do saldo na
      * valorizacao de fim de ano (linhas anteriores a esta coluna
      * leem espacos -- contam como zero):
       FD  VACATION-CARRY-FILE.
       01  VACATION-CARRY-RECORD.
           05 VC-NUMERO      PIC 9(5).
           05 VC-YEAR        PIC 9(4).
           05 VC-CARRIED     PIC 9(3).
           05 VC-GRANTED     PIC 9(3).
           05 VC-SALDO-POS   PIC 9(3).
           05 VC-EXPIRED     PIC 9(3).
      *    "A" transitados ainda em aberto; "E" corte ja aplicado:
           05 VC-STATUS      PIC X.
           05 VC-VALOR       PIC 9(7)V99.

       FD  VACATION-STATEMENT-FILE.
       01  VACATION-STATEMENT-LINE PIC X(70).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "RUNCTLWS.cpy".

       COPY "MLOCWS.cpy".

       COPY "GLJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

      * caminhos parametrizaveis por variavel de ambiente:
       01  WS-VCARRY-PATH   PIC X(60) VALUE "..\vacation-carry.txt".
       01  WS-VCARRY-STATUS PIC XX.
       01  WS-VSTMT-PATH    PIC X(60)
           VALUE "..\vacation-statement.txt".
       01  WS-ENV-VALUE     PIC X(60).

      * parametros da lei/acordo: dias de ferias por ano, maximo que
      * transita para o ano seguinte e data (MMDD) ate a qual os
      * transitados podem ser gozados:
       01  WS-DAYS-YEAR     PIC 9(3) VALUE 22.
       01  WS-CARRY-MAX     PIC 9(3) VALUE 11.
       01  WS-CUTOFF-MMDD   PIC 9(4) VALUE 0430.

       01  WS-RUN-MODE      PIC X.
       01  WS-RUN-YEAR      PIC 9(4).
       01  WS-PRIOR-YEAR    PIC 9(4).
       01  WS-YEAR-START    PIC 9(8).
       01  WS-YEAR-END      PIC 9(8).
       01  WS-CUTOFF-DATE   PIC 9(8).
       01  WS-TODAY         PIC 9(8).
       01  WS-YEAR-DAYS     PIC S9(5).
       01  WS-EMP-DAYS      PIC S9(5).
       01  WS-HIRE-YYYYMMDD PIC 9(8).
       01  WS-EOF           PIC X.

      * transitados carregados do ficheiro (regravado inteiro no
      * fim, como os outros ficheiros de saldos); so o ano da
      * execucao e o anterior sao carregados, o resto cai na
      * regravacao:
       01  WS-VC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-VC-TABLE.
           05 WS-VC-ENTRY OCCURS 300 TIMES INDEXED BY VC-IDX.
               10 WS-VC-NUMERO    PIC 9(5).
               10 WS-VC-YEAR      PIC 9(4).
               10 WS-VC-CARRIED   PIC 9(3).
               10 WS-VC-GRANTED   PIC 9(3).
               10 WS-VC-SALDO-POS PIC 9(3).
               10 WS-VC-EXPIRED   PIC 9(3).
               10 WS-VC-STATUS    PIC X.
               10 WS-VC-VALOR     PIC 9(7)V99.
       01  WS-VC-OVERFLOW PIC X VALUE "N".
       01  WS-VC-FOUND    PIC X.

      * calculo por funcionario:
       01  WS-OLD-SALDO     PIC 9(3).
       01  WS-CARRY         PIC 9(3).
       01  WS-FORFEIT       PIC 9(3).
       01  WS-GRANT         PIC 9(3).
       01  WS-USED          PIC 9(3).
       01  WS-EXPIRE        PIC 9(3).
       01  WS-NEW-SALDO     PIC 9(4).
       01  WS-DAILY         PIC 9(5)V99.
       01  WS-VALUE         PIC 9(7)V99.

      * totais da execucao:
       01  WS-N-EMPLOYEES   PIC 9(5) VALUE ZERO.
       01  WS-TOT-GRANT     PIC 9(7) VALUE ZERO.
       01  WS-TOT-EXPIRE    PIC 9(7) VALUE ZERO.
       01  WS-TOT-DAYS      PIC 9(7) VALUE ZERO.
       01  WS-TOT-VALUE     PIC 9(9)V99 VALUE ZERO.
      * valorizacao do ano anterior (soma dos VC-VALOR desse ano) e
      * movimento a lancar no GL:
       01  WS-PRIOR-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-MOVEMENT      PIC S9(9)V99 VALUE ZERO.

       01  M-DAYS           PIC ZZ9.
       01  M-DAYS2          PIC ZZ9.
       01  M-TOTDAYS        PIC Z(6)9.
       01  M-MONEY          PIC Z(8)9.99.
       01  M-SMONEY         PIC -(9)9.99.

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Ferias - (G) atribuir, (E) expirar transitados, "
               "(V) valorizar: " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF WS-RUN-MODE NOT = "G" AND WS-RUN-MODE NOT = "E"
               AND WS-RUN-MODE NOT = "V"
               DISPLAY "Opcao invalida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-RUN-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1.

           COMPUTE WS-YEAR-START = WS-RUN-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-RUN-YEAR * 10000 + 1231.
           COMPUTE WS-CUTOFF-DATE = WS-RUN-YEAR * 10000
               + WS-CUTOFF-MMDD.
           COMPUTE WS-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *    os transitados so expiram depois do corte; antes disso o
      *    funcionario ainda os pode gozar:
           IF WS-RUN-MODE = "E" AND WS-TODAY <= WS-CUTOFF-DATE
               DISPLAY "ERRO: os dias transitados de " WS-RUN-YEAR
                   " so expiram depois de " WS-CUTOFF-DATE "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    cada passagem corre uma vez por ano (a segunda atribuicao
      *    daria os dias em dobro):
           EVALUATE WS-RUN-MODE
               WHEN "G"
                   MOVE "FERIAS-ATRIBUICAO" TO WS-RUNCTL-JOB
                   MOVE WS-YEAR-START TO WS-RUNCTL-DATE
               WHEN "E"
                   MOVE "FERIAS-EXPIRACAO" TO WS-RUNCTL-JOB
                   MOVE WS-CUTOFF-DATE TO WS-RUNCTL-DATE
               WHEN OTHER
                   MOVE "FERIAS-ACRESCIMO" TO WS-RUNCTL-JOB
                   MOVE WS-YEAR-END TO WS-RUNCTL-DATE
           END-EVALUATE.
           PERFORM CHECK-RUN-CONTROL-PROCEDURE.
           IF WS-RUNCTL-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    lock do employee-master: os saldos mexidos aqui seriam
      *    esmagados por uma sessao de manutencao aberta:
           MOVE "employee-master" TO WS-LOCK-NAME.
           MOVE "FOLHA" TO WS-LOCK-HOLDER.
           MOVE "N" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VACATION-CARRY-PROCEDURE.
           IF WS-VC-OVERFLOW = "Y"
               DISPLAY "ERRO: vacation-carry com mais linhas de "
                   WS-PRIOR-YEAR " e " WS-RUN-YEAR
                   " do que a tabela (300)."
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK-PROCEDURE
               STOP RUN
           END-IF.

           MOVE "VACATION-ENTITLEMENT" TO WS-RJ-JOB.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           OPEN OUTPUT VACATION-STATEMENT-FILE.

           MOVE SPACES TO VACATION-STATEMENT-LINE.
           EVALUATE WS-RUN-MODE
               WHEN "G"
                   STRING "FERIAS " WS-RUN-YEAR
                       " - ATRIBUICAO DO DIREITO ANUAL"
                       DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WHEN "E"
                   STRING "FERIAS " WS-RUN-YEAR
                       " - EXPIRACAO DE DIAS TRANSITADOS"
                       DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WHEN OTHER
                   STRING "FERIAS " WS-RUN-YEAR
                       " - SALDOS E RESPONSABILIDADE A 31/12"
                       DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
           END-EVALUATE.
           WRITE VACATION-STATEMENT-LINE.

           MOVE "N" TO WS-EOF.
           MOVE 1 TO WS-EMP-REL-KEY.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN WS-EMP-REL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-EMPLOYEE-PROCEDURE
               END-READ
           END-PERFORM.

           PERFORM WRITE-TOTALS-PROCEDURE.
           CLOSE VACATION-STATEMENT-FILE.
           MOVE "VACATION-ENTITLEMENT" TO WS-SPL-PROGRAM.
           MOVE "MAPA DE FERIAS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-VSTMT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           PERFORM SAVE-VACATION-CARRY-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.
           PERFORM MARK-RUN-PROCESSED-PROCEDURE.

      *    responsabilidade com ferias vencidas e nao gozadas: o
      *    acrescimo do ano anterior ja esta no GL, pelo que so entra
      *    a diferenca (negativa sai como estorno do par):
           IF WS-RUN-MODE = "V" AND WS-MOVEMENT NOT = ZERO
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE WS-YEAR-END TO WS-GL-DATE
               MOVE "FERIAS-ACRESCIMO" TO WS-GL-KEY
               MOVE WS-MOVEMENT TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
               CLOSE GL-JOURNAL-FILE
           END-IF.
           CLOSE EXCEPTIONS-FILE.

           DISPLAY "Funcionarios tratados: " WS-N-EMPLOYEES
               " -- extrato em " WS-VSTMT-PATH.
           STOP RUN.


      *    Funcionario corrente (registo EM-* lido do master). So os
      *    ativos entram: um cessado ja teve as ferias pagas no fecho
      *    de contas.
       PROCESS-EMPLOYEE-PROCEDURE.
           IF EM-TERM-YEAR NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HIRE-YYYYMMDD = EM-HIRE-YEAR * 10000
               + EM-HIRE-MONTH * 100 + EM-HIRE-DAY.
           IF WS-HIRE-YYYYMMDD > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF.

           MOVE EM-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           MOVE WS-EMP-FERIAS-SALDO TO WS-OLD-SALDO.
           MOVE ZERO TO WS-CARRY.
           MOVE ZERO TO WS-FORFEIT.
           MOVE ZERO TO WS-GRANT.
           MOVE ZERO TO WS-EXPIRE.

           EVALUATE WS-RUN-MODE
               WHEN "G" PERFORM GRANT-EMPLOYEE-PROCEDURE
               WHEN "E" PERFORM EXPIRE-EMPLOYEE-PROCEDURE
               WHEN OTHER CONTINUE
           END-EVALUATE.

           COMPUTE WS-DAILY ROUNDED = WS-EMP-BASE-REMUN / 30.
           COMPUTE WS-VALUE ROUNDED =
               WS-EMP-FERIAS-SALDO * WS-DAILY.
           IF WS-EMP-BASE-REMUN = ZERO AND WS-EMP-FERIAS-SALDO > ZERO
               MOVE "VACATION-ENTITLEMENT" TO EX-PROGRAM
               MOVE "Saldo de ferias sem remuneracao base"
                   TO EX-REASON
               MOVE WS-EMP-NUMERO TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           ADD 1 TO WS-N-EMPLOYEES.
           ADD WS-EMP-FERIAS-SALDO TO WS-TOT-DAYS.
           ADD WS-VALUE TO WS-TOT-VALUE.
           IF WS-RUN-MODE = "V"
               PERFORM STORE-CARRY-VALUE-PROCEDURE
           END-IF.

           PERFORM WRITE-STATEMENT-PROCEDURE.


      *    Atribuicao anual: o saldo que vem do ano anterior so
      *    transita ate ao limite; o resto perde-se. O direito do ano
      *    e proporcional aos dias de vinculo para quem entrou no
      *    proprio ano.
       GRANT-EMPLOYEE-PROCEDURE.
           IF WS-OLD-SALDO > WS-CARRY-MAX
               MOVE WS-CARRY-MAX TO WS-CARRY
           ELSE
               MOVE WS-OLD-SALDO TO WS-CARRY
           END-IF.
           COMPUTE WS-FORFEIT = WS-OLD-SALDO - WS-CARRY.

           IF WS-HIRE-YYYYMMDD > WS-YEAR-START
               COMPUTE WS-EMP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
                   - FUNCTION INTEGER-OF-DATE(WS-HIRE-YYYYMMDD) + 1
               COMPUTE WS-GRANT ROUNDED =
                   WS-DAYS-YEAR * WS-EMP-DAYS / WS-YEAR-DAYS
           ELSE
               MOVE WS-DAYS-YEAR TO WS-GRANT
           END-IF.

           COMPUTE WS-NEW-SALDO = WS-CARRY + WS-GRANT.
           IF WS-NEW-SALDO > 999
               MOVE 999 TO WS-NEW-SALDO
           END-IF.
           MOVE WS-NEW-SALDO TO WS-EMP-FERIAS-SALDO.
           PERFORM STORE-EMPLOYEE-PROCEDURE.
           ADD WS-GRANT TO WS-TOT-GRANT.

           PERFORM FIND-CARRY-ENTRY-PROCEDURE.
           IF WS-VC-FOUND = "N"
               IF WS-VC-COUNT < 300
                   ADD 1 TO WS-VC-COUNT
                   SET VC-IDX TO WS-VC-COUNT
                   MOVE WS-EMP-NUMERO TO WS-VC-NUMERO(VC-IDX)
                   MOVE WS-RUN-YEAR TO WS-VC-YEAR(VC-IDX)
                   MOVE ZERO TO WS-VC-VALOR(VC-IDX)
               ELSE
                   MOVE "VACATION-ENTITLEMENT" TO EX-PROGRAM
                   MOVE "Transitados sem lugar na tabela" TO EX-REASON
                   MOVE WS-EMP-NUMERO TO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-CARRY TO WS-VC-CARRIED(VC-IDX).
           MOVE WS-GRANT TO WS-VC-GRANTED(VC-IDX).
           MOVE WS-EMP-FERIAS-SALDO TO WS-VC-SALDO-POS(VC-IDX).
           MOVE ZERO TO WS-VC-EXPIRED(VC-IDX).
           IF WS-CARRY > ZERO
               MOVE "A" TO WS-VC-STATUS(VC-IDX)
           ELSE
               MOVE "E" TO WS-VC-STATUS(VC-IDX)
           END-IF.


      *    Corte dos transitados: os dias gozados desde a atribuicao
      *    contam primeiro contra os transitados; os que sobram
      *    expiram e saem do saldo.
       EXPIRE-EMPLOYEE-PROCEDURE.
           PERFORM FIND-CARRY-ENTRY-PROCEDURE.
           IF WS-VC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-VC-STATUS(VC-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VC-CARRIED(VC-IDX) TO WS-CARRY.

           IF WS-EMP-FERIAS-SALDO < WS-VC-SALDO-POS(VC-IDX)
               COMPUTE WS-USED =
                   WS-VC-SALDO-POS(VC-IDX) - WS-EMP-FERIAS-SALDO
           ELSE
               MOVE ZERO TO WS-USED
           END-IF.
           IF WS-USED < WS-CARRY
               COMPUTE WS-EXPIRE = WS-CARRY - WS-USED
           ELSE
               MOVE ZERO TO WS-EXPIRE
           END-IF.
           IF WS-EXPIRE > WS-EMP-FERIAS-SALDO
               MOVE WS-EMP-FERIAS-SALDO TO WS-EXPIRE
           END-IF.

           SUBTRACT WS-EXPIRE FROM WS-EMP-FERIAS-SALDO.
           IF WS-EXPIRE > ZERO
               PERFORM STORE-EMPLOYEE-PROCEDURE
           END-IF.
           MOVE WS-EXPIRE TO WS-VC-EXPIRED(VC-IDX).
           MOVE "E" TO WS-VC-STATUS(VC-IDX).
           ADD WS-EXPIRE TO WS-TOT-EXPIRE.


      *    Valorizacao: o valor do saldo fica na linha do ano para a
      *    valorizacao do ano seguinte calcular o movimento. Quem nao
      *    teve atribuicao neste ano (linha inexistente) recebe uma
      *    linha sem transitados por expirar.
       STORE-CARRY-VALUE-PROCEDURE.
           PERFORM FIND-CARRY-ENTRY-PROCEDURE.
           IF WS-VC-FOUND = "N"
               IF WS-VC-COUNT < 300
                   ADD 1 TO WS-VC-COUNT
                   SET VC-IDX TO WS-VC-COUNT
                   MOVE WS-EMP-NUMERO TO WS-VC-NUMERO(VC-IDX)
                   MOVE WS-RUN-YEAR TO WS-VC-YEAR(VC-IDX)
                   MOVE ZERO TO WS-VC-CARRIED(VC-IDX)
                   MOVE ZERO TO WS-VC-GRANTED(VC-IDX)
                   MOVE WS-EMP-FERIAS-SALDO TO WS-VC-SALDO-POS(VC-IDX)
                   MOVE ZERO TO WS-VC-EXPIRED(VC-IDX)
                   MOVE "E" TO WS-VC-STATUS(VC-IDX)
               ELSE
                   MOVE "VACATION-ENTITLEMENT" TO EX-PROGRAM
                   MOVE "Valorizacao sem lugar na tabela" TO EX-REASON
                   MOVE WS-EMP-NUMERO TO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-VALUE TO WS-VC-VALOR(VC-IDX).


       FIND-CARRY-ENTRY-PROCEDURE.
           MOVE "N" TO WS-VC-FOUND.
           PERFORM VARYING VC-IDX FROM 1 BY 1
               UNTIL VC-IDX > WS-VC-COUNT
               IF WS-VC-NUMERO(VC-IDX) = WS-EMP-NUMERO
                   AND WS-VC-YEAR(VC-IDX) = WS-RUN-YEAR
                   MOVE "Y" TO WS-VC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       WRITE-STATEMENT-PROCEDURE.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Funcionario: " WS-EMP-NUMERO " - " WS-EMP-NOME " "
               WS-EMP-APELIDO DELIMITED BY SIZE
               INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Seccao: " WS-EMP-SECCAO DELIMITED BY SIZE
               INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.

           IF WS-RUN-MODE = "G"
               MOVE WS-OLD-SALDO TO M-DAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Saldo do ano anterior ......: " M-DAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
               MOVE WS-CARRY TO M-DAYS
               MOVE WS-FORFEIT TO M-DAYS2
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Transitado .................: " M-DAYS
                   "   (perdido: " M-DAYS2 ")"
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
               MOVE WS-GRANT TO M-DAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Direito do ano .............: " M-DAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
           END-IF.
           IF WS-RUN-MODE = "E"
               MOVE WS-OLD-SALDO TO M-DAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Saldo antes do corte .......: " M-DAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
               MOVE WS-EXPIRE TO M-DAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Transitados expirados ......: " M-DAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
           END-IF.

           MOVE WS-EMP-FERIAS-SALDO TO M-DAYS.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Saldo atual ................: " M-DAYS
               DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           MOVE WS-VALUE TO M-MONEY.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Valor do saldo (base/30) ...: " M-MONEY
               DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.


       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           MOVE ALL "-" TO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           IF WS-RUN-MODE = "G"
               MOVE WS-TOT-GRANT TO M-TOTDAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Dias atribuidos ............: " M-TOTDAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
           END-IF.
           IF WS-RUN-MODE = "E"
               MOVE WS-TOT-EXPIRE TO M-TOTDAYS
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Dias expirados .............: " M-TOTDAYS
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
           END-IF.
           MOVE WS-TOT-DAYS TO M-TOTDAYS.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Dias por gozar (total) .....: " M-TOTDAYS
               DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           MOVE WS-TOT-VALUE TO M-MONEY.
           MOVE SPACES TO VACATION-STATEMENT-LINE.
           STRING "Responsabilidade com ferias : " M-MONEY
               DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE.
           WRITE VACATION-STATEMENT-LINE.
           IF WS-RUN-MODE = "V"
               COMPUTE WS-MOVEMENT = WS-TOT-VALUE - WS-PRIOR-VALUE
               MOVE WS-PRIOR-VALUE TO M-MONEY
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Responsabilidade a " WS-PRIOR-YEAR
                   " ....: " M-MONEY
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
               MOVE WS-MOVEMENT TO M-SMONEY
               MOVE SPACES TO VACATION-STATEMENT-LINE
               STRING "Movimento lancado no GL ....:" M-SMONEY
                   DELIMITED BY SIZE INTO VACATION-STATEMENT-LINE
               WRITE VACATION-STATEMENT-LINE
           END-IF.


       LOAD-VACATION-CARRY-PROCEDURE.
           MOVE ZERO TO WS-VC-COUNT.
           MOVE "N" TO WS-VC-OVERFLOW.
           OPEN INPUT VACATION-CARRY-FILE.
           IF WS-VCARRY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-VCARRY-STATUS = "10"
                   READ VACATION-CARRY-FILE
                       AT END MOVE "10" TO WS-VCARRY-STATUS
                       NOT AT END
                           PERFORM LOAD-CARRY-ROW-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE VACATION-CARRY-FILE
           END-IF.


      *    Linha lida do vacation-carry: anos anteriores ao anterior
      *    ja nao servem a nenhuma passagem e ficam de fora; a
      *    valorizacao do ano anterior soma para o movimento do GL.
       LOAD-CARRY-ROW-PROCEDURE.
           IF VC-YEAR < WS-PRIOR-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF VC-VALOR NOT NUMERIC
               MOVE ZERO TO VC-VALOR
           END-IF.
           IF VC-YEAR = WS-PRIOR-YEAR
               ADD VC-VALOR TO WS-PRIOR-VALUE
           END-IF.
           IF WS-VC-COUNT < 300
               ADD 1 TO WS-VC-COUNT
               SET VC-IDX TO WS-VC-COUNT
               MOVE VC-NUMERO TO WS-VC-NUMERO(VC-IDX)
               MOVE VC-YEAR TO WS-VC-YEAR(VC-IDX)
               MOVE VC-CARRIED TO WS-VC-CARRIED(VC-IDX)
               MOVE VC-GRANTED TO WS-VC-GRANTED(VC-IDX)
               MOVE VC-SALDO-POS TO WS-VC-SALDO-POS(VC-IDX)
               MOVE VC-EXPIRED TO WS-VC-EXPIRED(VC-IDX)
               MOVE VC-STATUS TO WS-VC-STATUS(VC-IDX)
               MOVE VC-VALOR TO WS-VC-VALOR(VC-IDX)
           ELSE
               MOVE "Y" TO WS-VC-OVERFLOW
           END-IF.


       SAVE-VACATION-CARRY-PROCEDURE.
           OPEN OUTPUT VACATION-CARRY-FILE.
           PERFORM VARYING VC-IDX FROM 1 BY 1
               UNTIL VC-IDX > WS-VC-COUNT
               MOVE WS-VC-NUMERO(VC-IDX) TO VC-NUMERO
               MOVE WS-VC-YEAR(VC-IDX) TO VC-YEAR
               MOVE WS-VC-CARRIED(VC-IDX) TO VC-CARRIED
               MOVE WS-VC-GRANTED(VC-IDX) TO VC-GRANTED
               MOVE WS-VC-SALDO-POS(VC-IDX) TO VC-SALDO-POS
               MOVE WS-VC-EXPIRED(VC-IDX) TO VC-EXPIRED
               MOVE WS-VC-STATUS(VC-IDX) TO VC-STATUS
               MOVE WS-VC-VALOR(VC-IDX) TO VC-VALOR
               WRITE VACATION-CARRY-RECORD
           END-PERFORM.
           CLOSE VACATION-CARRY-FILE.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VACATION_CARRY_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VCARRY-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "VACATION_STATEMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VSTMT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VACATION_DAYS_YEAR".
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-DAYS-YEAR = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VACATION_CARRY_MAX".
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CARRY-MAX = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "VACATION_CARRY_CUTOFF".
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CUTOFF-MMDD = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "RUNCTLP.cpy".

       COPY "MLOCP.cpy".

       COPY "GLJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM VACATION-ENTITLEMENT.
