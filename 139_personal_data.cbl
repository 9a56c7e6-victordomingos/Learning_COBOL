       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-DATA.
      *=================================================================
      * Purpose: Personal data requests across the masters and
      *          ledgers. A map file names each file holding data
      *          about people (path, position and format of the
      *          record date, months of legal retention) and, per
      *          file, the position of every personal field: names,
      *          documents (ID, NIF, driving licence), phone and
      *          e-mail, IBAN, other data to erase (address, birth)
      *          and the person's key (customer, student, employee,
      *          fleet account...) that links a master to its
      *          ledger lines. (A) subject access: finds a person by
      *          name, document, phone/e-mail or IBAN and reports
      *          every record found, directly or through the
      *          person's key. (E) erasure: the same search, then the
      *          records past retention are anonymised after
      *          confirmation; those still under legal retention are
      *          listed with the date they may go. (R) the periodic
      *          retention run anonymises every record past
      *          retention. Anonymising overwrites only the personal
      *          fields -- keys, amounts and record counts stay, so
      *          totals and control trailers still balance. The
      *          employee master (relative file) is built in, kept
      *          PERSONAL_DATA_EMP_KEEP_MONTHS after the termination
      *          date. GERENCIA profile only.
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
      *    mapa dos dados pessoais (linhas F por ficheiro, linhas C
      *    por campo -- desenho no WS-MAP-LINE):
           SELECT PDMAP-FILE
           ASSIGN TO DYNAMIC WS-MAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

      *    o ficheiro em processamento (registos tratados como linhas
      *    de ate 400 posicoes, qualquer que seja o desenho):
           SELECT PD-DATA-FILE
           ASSIGN TO DYNAMIC WS-PD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-STATUS.

           SELECT PD-TMP-FILE
           ASSIGN TO DYNAMIC WS-PD-TMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-TMP-STATUS.

           SELECT PD-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EMPLMSEL.cpy".
           COPY "RJRNSEL.cpy".
           COPY "OPERSEL.cpy".
           COPY "MLOCSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  PDMAP-FILE.
       01  PDMAP-LINE PIC X(80).

       FD  PD-DATA-FILE.
       01  PD-DATA-LINE PIC X(400).

       FD  PD-TMP-FILE.
       01  PD-TMP-LINE PIC X(400).

       FD  PD-REPORT-FILE.
       01  PD-REPORT-LINE PIC X(132).

           COPY "EMPLMFD.cpy".
           COPY "RJRNFD.cpy".
           COPY "OPERFD.cpy".
           COPY "MLOCFD.cpy".
           COPY "EXCEPTFD.cpy".
           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "EMPLMWS.cpy".
           COPY "RJRNWS.cpy".
           COPY "OPERWS.cpy".
           COPY "MLOCWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-MAP-PATH      PIC X(60)
           VALUE "..\personal-data-map.txt".
       01  WS-MAP-STATUS    PIC XX.
       01  WS-PD-PATH       PIC X(60).
       01  WS-PD-STATUS     PIC XX.
       01  WS-PD-TMP-PATH   PIC X(60).
       01  WS-PD-TMP-STATUS PIC XX.
       01  WS-REPORT-PATH   PIC X(60)
           VALUE "..\personal-data-report.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-RUN-MODE   PIC X.
       01  WS-CRITERION  PIC X.
       01  WS-TERM       PIC X(60).
       01  WS-TERM-LEN   PIC 99.
       01  WS-CONFIRM    PIC X.
       01  WS-TODAY      PIC 9(8).
       01  WS-EOF        PIC X.
       01  WS-MAP-EOF    PIC X VALUE "N".
       01  WS-MAP-ERROR  PIC X VALUE "N".
       01  WS-MAP-LINE-NO PIC 9(4) VALUE ZERO.
      * meses de retencao do master de empregados depois da data de
      * saida (o master nao consta do mapa):
       01  WS-EMP-KEEP   PIC 999 VALUE 120.

      * passagem corrente: C = chaves dos registos encontrados
      * directamente (em R: chaves de todos os registos com data),
      * V = retencao dos registos ligados pela chave, L = listagem,
      * W = anonimizacao:
       01  WS-PASS       PIC X.
       01  WS-SHOW-VALUES PIC X VALUE "N".

      * linha do mapa desmontada:
       01  WS-MAP-LINE.
           05 WS-ML-TIPO     PIC X.
           05 WS-ML-RESTO    PIC X(79).
       01  WS-MAP-F REDEFINES WS-MAP-LINE.
           05 FILLER         PIC X.
           05 WS-MF-NAME     PIC X(20).
           05 WS-MF-PATH     PIC X(40).
           05 WS-MF-DATE-POS PIC 9(3).
           05 WS-MF-DATE-FMT PIC X.
           05 WS-MF-KEEP     PIC 9(3).
           05 FILLER         PIC X(12).
       01  WS-MAP-C REDEFINES WS-MAP-LINE.
           05 FILLER         PIC X.
           05 WS-MC-LABEL    PIC X(12).
           05 WS-MC-POS      PIC 9(3).
           05 WS-MC-LEN      PIC 9(3).
           05 WS-MC-KIND     PIC X.
           05 WS-MC-PIC      PIC X.
           05 WS-MC-DOMAIN   PIC X(8).
           05 FILLER         PIC X(51).

      * ficheiros do mapa (o ultimo e o master de empregados, lido
      * pela chave relativa -- WS-PF-NATIVE = "E"):
       01  WS-PF-COUNT PIC 99 VALUE ZERO.
       01  WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 30 TIMES INDEXED BY PF-IDX.
               10 WS-PF-NAME      PIC X(20).
               10 WS-PF-PATH      PIC X(40).
               10 WS-PF-DATE-POS  PIC 9(3).
               10 WS-PF-DATE-FMT  PIC X.
               10 WS-PF-KEEP      PIC 9(3).
               10 WS-PF-NATIVE    PIC X.
               10 WS-PF-FIRST     PIC 9(3).
               10 WS-PF-LAST      PIC 9(3).
               10 WS-PF-N-FOUND   PIC 9(6).
               10 WS-PF-N-ANON    PIC 9(6).
               10 WS-PF-N-KEPT    PIC 9(6).
               10 WS-PF-N-DONE    PIC 9(6).
               10 WS-PF-N-WRITTEN PIC 9(6).

      * campos pessoais de cada ficheiro (WS-PF-FIRST a WS-PF-LAST):
       01  WS-PC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 300 TIMES INDEXED BY PC-IDX.
               10 WS-PC-LABEL     PIC X(12).
               10 WS-PC-POS       PIC 9(3).
               10 WS-PC-LEN       PIC 9(3).
               10 WS-PC-KIND      PIC X.
               10 WS-PC-PIC       PIC X.
               10 WS-PC-DOMAIN    PIC X(8).

      * chaves das pessoas encontradas (em R: de todos os registos
      * com data); LIVE = "Y" quando ha registo ainda em retencao:
       01  WS-KEY-COUNT PIC 9(4) VALUE ZERO.
       01  WS-KEY-FULL  PIC X VALUE "N".
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY KY-IDX.
               10 WS-KY-DOMAIN    PIC X(8).
               10 WS-KY-VALUE     PIC X(15).
               10 WS-KY-LIVE      PIC X.
       01  WS-KEY-DOMAIN PIC X(8).
       01  WS-KEY-VALUE  PIC X(15).
       01  WS-KEY-FOUND  PIC X.
       01  WS-KEY-ADD    PIC X.

      * registo corrente:
       01  WS-LINE       PIC X(400).
       01  WS-REC-NO     PIC 9(7).
       01  WS-REC-MATCH  PIC X.
       01  WS-DIRECT     PIC X.
       01  WS-KEY-HIT    PIC X.
       01  WS-HIT-DOMAIN PIC X(8).
       01  WS-HIT-VALUE  PIC X(15).
      * E = a anonimizar, R = retido pela data, L = retido por
      * registos ligados ainda em retencao, S = sem criterio de
      * retencao (master sem registos ligados), A = ja anonimizado,
      * K = so chaves, nada a anonimizar:
       01  WS-REC-STATE  PIC X.
       01  WS-REC-LIVE   PIC X.
       01  WS-REC-EXPIRED PIC X.
       01  WS-REC-CHANGED PIC X.
       01  WS-HAS-ANON-FIELDS PIC X.
       01  WS-ALL-DONE   PIC X.
       01  WS-ANY-LIVE   PIC X.
       01  WS-ANY-SEEN   PIC X.
       01  WS-FILE-CHANGED PIC X.

       01  WS-DATE-POS   PIC 9(3).
       01  WS-REC-DATE   PIC 9(8).
       01  WS-REC-DATE-X REDEFINES WS-REC-DATE PIC X(8).
       01  WS-RELEASE-DATE PIC 9(8).
       01  WS-CUTOFF-INT  PIC 9(7).
       01  WS-CUTOFF-DATE PIC 9(8).

      * pesquisa: campos do criterio juntos (nomes) ou um a um sem
      * espacos, pontos e hifens (documentos, telefones, IBAN):
       01  WS-HAY        PIC X(200).
       01  WS-HAY-PTR    PIC 9(3).
       01  WS-TALLY      PIC 9(4).
       01  WS-FIELD      PIC X(60).
       01  WS-SQ-OUT     PIC X(60).
       01  WS-SQ-I       PIC 99.
       01  WS-SQ-J       PIC 99.

       01  WS-ANON-TEXT  PIC X(60) VALUE "ANONIMIZADO".
       01  WS-ANON-ZERO  PIC X(60) VALUE ALL "0".

       01  WS-STATE-TEXT    PIC X(40).
       01  WS-CRITERION-TEXT PIC X(20).
       01  WS-T-FOUND    PIC 9(6) VALUE ZERO.
       01  WS-T-ANON     PIC 9(6) VALUE ZERO.
       01  WS-T-KEPT     PIC 9(6) VALUE ZERO.
       01  WS-T-DONE     PIC 9(6) VALUE ZERO.
       01  WS-T-WRITTEN  PIC 9(6) VALUE ZERO.
       01  WS-T-SKIPPED  PIC 9(3) VALUE ZERO.
       01  M-REC-NO      PIC Z(6)9.
       01  M-COUNT-1     PIC ZZZZZ9.
       01  M-COUNT-2     PIC ZZZZZ9.
       01  M-COUNT-3     PIC ZZZZZ9.
       01  M-COUNT-4     PIC ZZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    dados pessoais de clientes, alunos e empregados: so o
      *    perfil de supervisao consulta ou anonimiza:
           IF WS-OPERATOR-ROLE NOT = "GERENCIA"
               DISPLAY "ACESSO RECUSADO: so o perfil GERENCIA pode "
                   "consultar ou anonimizar dados pessoais."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EXC-OPERATOR.
           MOVE "PERSONAL-DATA" TO WS-RJ-JOB.

           PERFORM INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Dados pessoais - (A) acesso do titular, "
               "(E) esquecimento, (R) retencao: " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF WS-RUN-MODE NOT = "A" AND WS-RUN-MODE NOT = "E"
               AND WS-RUN-MODE NOT = "R"
               DISPLAY "Opcao invalida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-MAP-PROCEDURE.
           MOVE SPACES TO WS-KEY-TABLE.

           IF WS-RUN-MODE = "R"
               PERFORM RETENTION-RUN-PROCEDURE
           ELSE
               PERFORM ASK-SEARCH-PROCEDURE
               PERFORM SUBJECT-SEARCH-PROCEDURE
           END-IF.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PERSONAL_DATA_MAP_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAP-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PERSONAL_DATA_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPORT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PERSONAL_DATA_EMP_KEEP_MONTHS".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-EMP-KEEP
           END-IF.


      *    carrega o mapa; qualquer linha invalida recusa a execucao
      *    (um campo mal posicionado anonimizaria o dado errado):
       LOAD-MAP-PROCEDURE.
           OPEN INPUT PDMAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "ERRO: sem mapa de dados pessoais ("
                   FUNCTION TRIM(WS-MAP-PATH) ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ PDMAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       ADD 1 TO WS-MAP-LINE-NO
                       MOVE PDMAP-LINE TO WS-MAP-LINE
                       PERFORM LOAD-MAP-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PDMAP-FILE.
           IF WS-MAP-ERROR = "Y"
               DISPLAY "ERRO: mapa de dados pessoais invalido -- "
                   "execucao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ADD-EMPLOYEE-MASTER-PROCEDURE.


       LOAD-MAP-LINE-PROCEDURE.
           EVALUATE WS-ML-TIPO
               WHEN "*"
               WHEN SPACE
                   CONTINUE
               WHEN "F"
                   IF WS-PF-COUNT >= 29
                       DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                           ": demasiados ficheiros (maximo 29)."
                       MOVE "Y" TO WS-MAP-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-MF-DATE-POS NOT NUMERIC
                       OR WS-MF-KEEP NOT NUMERIC
                       OR WS-MF-NAME = SPACES
                       OR WS-MF-PATH = SPACES
                       OR WS-MF-DATE-POS > 393
                       OR (WS-MF-DATE-POS > ZERO
                           AND WS-MF-DATE-FMT NOT = "A"
                           AND WS-MF-DATE-FMT NOT = "D")
                       DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                           ": linha de ficheiro invalida."
                       MOVE "Y" TO WS-MAP-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM STORE-MAP-FILE-PROCEDURE
               WHEN "C"
                   IF WS-PF-COUNT = ZERO
                       DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                           ": campo antes de qualquer ficheiro."
                       MOVE "Y" TO WS-MAP-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PC-COUNT >= 290
                       DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                           ": demasiados campos (maximo 290)."
                       MOVE "Y" TO WS-MAP-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-MC-POS NOT NUMERIC
                       OR WS-MC-LEN NOT NUMERIC
                       OR WS-MC-POS = ZERO
                       OR WS-MC-LEN = ZERO
                       OR WS-MC-LEN > 60
                       OR WS-MC-POS + WS-MC-LEN > 401
                       OR (WS-MC-KIND NOT = "N" AND NOT = "D"
                           AND NOT = "T" AND NOT = "I"
                           AND NOT = "O" AND NOT = "K")
                       OR (WS-MC-PIC NOT = "X" AND NOT = "9")
                       OR (WS-MC-KIND = "K"
                           AND (WS-MC-DOMAIN = SPACES
                               OR WS-MC-LEN > 15))
                       DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                           ": linha de campo invalida."
                       MOVE "Y" TO WS-MAP-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM STORE-MAP-FIELD-PROCEDURE
               WHEN OTHER
                   DISPLAY "Mapa, linha " WS-MAP-LINE-NO
                       ": tipo de linha desconhecido."
                   MOVE "Y" TO WS-MAP-ERROR
           END-EVALUATE.


       STORE-MAP-FILE-PROCEDURE.
           ADD 1 TO WS-PF-COUNT.
           SET PF-IDX TO WS-PF-COUNT.
           MOVE WS-MF-NAME     TO WS-PF-NAME(PF-IDX).
           MOVE WS-MF-PATH     TO WS-PF-PATH(PF-IDX).
           MOVE WS-MF-DATE-POS TO WS-PF-DATE-POS(PF-IDX).
           MOVE WS-MF-DATE-FMT TO WS-PF-DATE-FMT(PF-IDX).
           MOVE WS-MF-KEEP     TO WS-PF-KEEP(PF-IDX).
           MOVE "N"            TO WS-PF-NATIVE(PF-IDX).
           COMPUTE WS-PF-FIRST(PF-IDX) = WS-PC-COUNT + 1.
           MOVE WS-PC-COUNT    TO WS-PF-LAST(PF-IDX).
           MOVE ZERO TO WS-PF-N-FOUND(PF-IDX) WS-PF-N-ANON(PF-IDX)
               WS-PF-N-KEPT(PF-IDX) WS-PF-N-DONE(PF-IDX)
               WS-PF-N-WRITTEN(PF-IDX).


       STORE-MAP-FIELD-PROCEDURE.
           ADD 1 TO WS-PC-COUNT.
           SET PC-IDX TO WS-PC-COUNT.
           MOVE WS-MC-LABEL  TO WS-PC-LABEL(PC-IDX).
           MOVE WS-MC-POS    TO WS-PC-POS(PC-IDX).
           MOVE WS-MC-LEN    TO WS-PC-LEN(PC-IDX).
           MOVE WS-MC-KIND   TO WS-PC-KIND(PC-IDX).
           MOVE WS-MC-PIC    TO WS-PC-PIC(PC-IDX).
           MOVE WS-MC-DOMAIN TO WS-PC-DOMAIN(PC-IDX).
           SET PF-IDX TO WS-PF-COUNT.
           MOVE WS-PC-COUNT TO WS-PF-LAST(PF-IDX).


      *    o master de empregados entra como mais um ficheiro do
      *    mapa, com o desenho do EMPLOYEE-MASTER-RECORD e a data de
      *    saida (DDMMAAAA) como data do registo:
       ADD-EMPLOYEE-MASTER-PROCEDURE.
           MOVE SPACES TO WS-MAP-LINE.
           MOVE "employee-master" TO WS-MF-NAME.
           MOVE WS-EMPLOYEE-MASTER-PATH TO WS-MF-PATH.
           MOVE 92 TO WS-MF-DATE-POS.
           MOVE "D" TO WS-MF-DATE-FMT.
           MOVE WS-EMP-KEEP TO WS-MF-KEEP.
           PERFORM STORE-MAP-FILE-PROCEDURE.
           MOVE "E" TO WS-PF-NATIVE(PF-IDX).

           MOVE SPACES TO WS-MAP-LINE.
           MOVE "NUMERO" TO WS-MC-LABEL.
           MOVE 1 TO WS-MC-POS.
           MOVE 5 TO WS-MC-LEN.
           MOVE "K" TO WS-MC-KIND.
           MOVE "9" TO WS-MC-PIC.
           MOVE "EMPREG" TO WS-MC-DOMAIN.
           PERFORM STORE-MAP-FIELD-PROCEDURE.
           MOVE SPACES TO WS-MAP-LINE.
           MOVE "NOME" TO WS-MC-LABEL.
           MOVE 6 TO WS-MC-POS.
           MOVE 15 TO WS-MC-LEN.
           MOVE "N" TO WS-MC-KIND.
           MOVE "X" TO WS-MC-PIC.
           PERFORM STORE-MAP-FIELD-PROCEDURE.
           MOVE "APELIDO" TO WS-MC-LABEL.
           MOVE 21 TO WS-MC-POS.
           PERFORM STORE-MAP-FIELD-PROCEDURE.
           MOVE "NASCIMENTO" TO WS-MC-LABEL.
           MOVE 36 TO WS-MC-POS.
           MOVE 8 TO WS-MC-LEN.
           MOVE "O" TO WS-MC-KIND.
           MOVE "9" TO WS-MC-PIC.
           PERFORM STORE-MAP-FIELD-PROCEDURE.
           MOVE "IBAN" TO WS-MC-LABEL.
           MOVE 103 TO WS-MC-POS.
           MOVE 25 TO WS-MC-LEN.
           MOVE "I" TO WS-MC-KIND.
           MOVE "X" TO WS-MC-PIC.
           PERFORM STORE-MAP-FIELD-PROCEDURE.


       ASK-SEARCH-PROCEDURE.
           DISPLAY "Pesquisar por (N) nome, (D) documento/NIF/carta, "
               "(T) telefone/e-mail, (I) IBAN: " WITH NO ADVANCING.
           ACCEPT WS-CRITERION.
           MOVE FUNCTION UPPER-CASE(WS-CRITERION) TO WS-CRITERION.
           EVALUATE WS-CRITERION
               WHEN "N" MOVE "NOME" TO WS-CRITERION-TEXT
               WHEN "D" MOVE "DOCUMENTO" TO WS-CRITERION-TEXT
               WHEN "T" MOVE "TELEFONE/E-MAIL" TO WS-CRITERION-TEXT
               WHEN "I" MOVE "IBAN" TO WS-CRITERION-TEXT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           DISPLAY "Texto a pesquisar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TERM.
           ACCEPT WS-TERM.
           IF WS-CRITERION = "N"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM))
                   TO WS-TERM
           ELSE
               MOVE WS-TERM TO WS-FIELD
               PERFORM SQUEEZE-FIELD-PROCEDURE
               MOVE WS-SQ-OUT TO WS-TERM
           END-IF.
           IF WS-TERM = SPACES
               MOVE ZERO TO WS-TERM-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TERM TRAILING))
                   TO WS-TERM-LEN
           END-IF.
      *    um texto curto demais apanharia meio ficheiro:
           IF WS-TERM-LEN < 3
               DISPLAY "Texto a pesquisar demasiado curto (minimo 3 "
                   "caracteres)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.


      *    acesso (A) e esquecimento (E): 1) registos encontrados
      *    directamente e chaves das pessoas; 2) retencao dos
      *    registos ligados pelas chaves; 3) relatorio; 4) so em E e
      *    depois de confirmado, anonimizacao dos fora de retencao.
       SUBJECT-SEARCH-PROCEDURE.
           MOVE "C" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.
           MOVE "V" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.

           IF WS-RUN-MODE = "A"
               MOVE "Y" TO WS-SHOW-VALUES
           END-IF.
           OPEN OUTPUT PD-REPORT-FILE.
           MOVE SPACES TO PD-REPORT-LINE.
           IF WS-RUN-MODE = "A"
               STRING "DADOS PESSOAIS - ACESSO DO TITULAR ("
                   WS-TODAY ")" DELIMITED BY SIZE
                   INTO PD-REPORT-LINE
           ELSE
               STRING "DADOS PESSOAIS - PEDIDO DE ESQUECIMENTO ("
                   WS-TODAY ")" DELIMITED BY SIZE
                   INTO PD-REPORT-LINE
           END-IF.
           WRITE PD-REPORT-LINE.
           MOVE SPACES TO PD-REPORT-LINE.
           STRING "Pesquisa por " FUNCTION TRIM(WS-CRITERION-TEXT)
               ": " WS-TERM(1:WS-TERM-LEN) "   operador "
               WS-OPERATOR-ID DELIMITED BY SIZE INTO PD-REPORT-LINE.
           WRITE PD-REPORT-LINE.
           MOVE SPACES TO PD-REPORT-LINE.
           WRITE PD-REPORT-LINE.

           MOVE "L" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.
           PERFORM WRITE-SUMMARY-PROCEDURE.
           CLOSE PD-REPORT-FILE.
      *    a copia entregue ao titular so e guardada pouco tempo; o
      *    registo do apagamento fica para sempre:
           MOVE "PERSONAL-DATA" TO WS-SPL-PROGRAM.
           IF WS-RUN-MODE = "A"
               MOVE "DADOS PESSOAIS (ACESSO DO TITULAR)"
                   TO WS-SPL-TITLE
               MOVE "D" TO WS-SPL-CLASS
           ELSE
               MOVE "DADOS PESSOAIS (ACESSO/APAGAMENTO)"
                   TO WS-SPL-TITLE
               MOVE "P" TO WS-SPL-CLASS
           END-IF.
           MOVE WS-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           MOVE WS-T-FOUND TO M-COUNT-1.
           DISPLAY "Registos encontrados: " M-COUNT-1
               " (relatorio em " FUNCTION TRIM(WS-REPORT-PATH) ").".
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           IF WS-RUN-MODE = "A"
      *        fica registado quem consultou e quanto, nunca o texto
      *        pesquisado:
               MOVE "PERSONAL-DATA" TO EX-PROGRAM
               MOVE "Acesso a dados pessoais" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING "por " FUNCTION TRIM(WS-CRITERION-TEXT) ":"
                   M-COUNT-1 " registos"
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE EXCEPTIONS-FILE.

           MOVE WS-T-ANON TO M-COUNT-2.
           MOVE WS-T-KEPT TO M-COUNT-3.
           MOVE WS-T-DONE TO M-COUNT-4.
           DISPLAY "  fora de retencao (a anonimizar): " M-COUNT-2.
           DISPLAY "  em retencao legal (ficam):       " M-COUNT-3.
           DISPLAY "  ja anonimizados:                 " M-COUNT-4.
           IF WS-T-ANON = ZERO
               DISPLAY "Nada a anonimizar."
               EXIT PARAGRAPH
           END-IF.
      *    sem todas as chaves na tabela nao se sabe se um master
      *    ainda tem registos em retencao:
           IF WS-KEY-FULL = "Y"
               DISPLAY "ERRO: demasiadas chaves ligadas (2000) -- "
                   "refine a pesquisa; nada foi anonimizado."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anonimizar os " M-COUNT-2
               " registos fora de retencao (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "S"
               DISPLAY "Anonimizacao cancelada."
               EXIT PARAGRAPH
           END-IF.

           MOVE "W" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.
           PERFORM LOG-ANONYMISED-PROCEDURE.
           MOVE WS-T-WRITTEN TO M-COUNT-1.
           DISPLAY "Registos anonimizados: " M-COUNT-1.


      *    corrida periodica (R): chaves e retencao de todos os
      *    registos com data; depois anonimiza os registos com data
      *    fora de retencao e, nos masters sem data, as pessoas cujos
      *    registos ligados ja estao todos fora de retencao (um
      *    master sem qualquer registo ligado fica como esta).
       RETENTION-RUN-PROCEDURE.
           DISPLAY "----- DADOS PESSOAIS: RETENCAO (" WS-TODAY
               ") -----".
           MOVE "C" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.
           IF WS-KEY-FULL = "Y"
               DISPLAY "AVISO: mais de 2000 chaves com registos -- os "
                   "masters sem data nao sao tratados nesta corrida."
           END-IF.

           OPEN OUTPUT PD-REPORT-FILE.
           MOVE SPACES TO PD-REPORT-LINE.
           STRING "DADOS PESSOAIS - ANONIMIZACAO POR RETENCAO ("
               WS-TODAY ")   operador " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PD-REPORT-LINE.
           WRITE PD-REPORT-LINE.

           MOVE "W" TO WS-PASS.
           PERFORM RUN-PASS-PROCEDURE.
           PERFORM WRITE-SUMMARY-PROCEDURE.
           CLOSE PD-REPORT-FILE.
           MOVE "PERSONAL-DATA" TO WS-SPL-PROGRAM.
           MOVE "DADOS PESSOAIS (ACESSO/APAGAMENTO)" TO WS-SPL-TITLE.
           MOVE "P" TO WS-SPL-CLASS.
           MOVE WS-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           PERFORM LOG-ANONYMISED-PROCEDURE.
           MOVE WS-T-WRITTEN TO M-COUNT-1.
           DISPLAY "Registos anonimizados: " M-COUNT-1
               " (relatorio em " FUNCTION TRIM(WS-REPORT-PATH) ").".
           IF WS-T-SKIPPED > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.


       RUN-PASS-PROCEDURE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > WS-PF-COUNT
               PERFORM SCAN-FILE-PROCEDURE
           END-PERFORM.


      *    uma passagem sobre um ficheiro do mapa; na anonimizacao
      *    (W) o ficheiro e tomado pelo lock do master, os registos
      *    vao para um temporario e o original so e regravado a
      *    partir dele depois de fechado:
       SCAN-FILE-PROCEDURE.
      *    em R as chaves vem so dos ficheiros com data:
           IF WS-PASS = "C" AND WS-RUN-MODE = "R"
               AND WS-PF-DATE-POS(PF-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS = "W" AND WS-RUN-MODE = "E"
               AND WS-PF-N-ANON(PF-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS = "W" AND WS-RUN-MODE = "R"
               AND WS-KEY-FULL = "Y"
               AND WS-PF-DATE-POS(PF-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PF-DATE-POS(PF-IDX) TO WS-DATE-POS.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - (WS-PF-KEEP(PF-IDX) * 30).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

           IF WS-PASS = "W"
               MOVE WS-PF-NAME(PF-IDX) TO WS-LOCK-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER
               IF WS-RUN-MODE = "E"
                   MOVE "Y" TO WS-LOCK-INTERACTIVE
               ELSE
                   MOVE "N" TO WS-LOCK-INTERACTIVE
               END-IF
               PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE
               IF WS-LOCK-OK = "N"
                   DISPLAY WS-PF-NAME(PF-IDX) ": tomado -- nao "
                       "anonimizado nesta execucao."
                   ADD 1 TO WS-T-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-PF-NATIVE(PF-IDX) = "E"
               PERFORM SCAN-EMPLOYEES-PROCEDURE
               IF WS-PASS = "W"
                   PERFORM RELEASE-MASTER-LOCK-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PF-PATH(PF-IDX) TO WS-PD-PATH.
           OPEN INPUT PD-DATA-FILE.
           IF WS-PD-STATUS NOT = "00"
               IF WS-PASS = "L"
                   OR (WS-PASS = "W" AND WS-RUN-MODE = "R")
                   DISPLAY WS-PF-NAME(PF-IDX) ": sem ficheiro ("
                       FUNCTION TRIM(WS-PD-PATH) ") -- ignorado."
               END-IF
               IF WS-PASS = "W"
                   PERFORM RELEASE-MASTER-LOCK-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS = "W"
               MOVE SPACES TO WS-PD-TMP-PATH
               STRING "..\" FUNCTION TRIM(WS-PF-NAME(PF-IDX)) ".tmp"
                   DELIMITED BY SIZE INTO WS-PD-TMP-PATH
               OPEN OUTPUT PD-TMP-FILE
           END-IF.

           MOVE "N" TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PD-DATA-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE PD-DATA-LINE TO WS-LINE
      *                cabecalhos e trailers de controlo passam
      *                intactos:
                       IF WS-LINE(1:7) NOT = "TRAILER"
                           AND WS-LINE(1:4) NOT = "HDR|"
                           AND WS-LINE(1:4) NOT = "TRL|"
                           PERFORM PROCESS-LINE-PROCEDURE
                       END-IF
                       IF WS-PASS = "W"
                           MOVE WS-LINE TO PD-TMP-LINE
                           WRITE PD-TMP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PD-DATA-FILE.

           IF WS-PASS = "W"
               CLOSE PD-TMP-FILE
               IF WS-FILE-CHANGED = "Y"
                   PERFORM COPY-BACK-PROCEDURE
               END-IF
               PERFORM RELEASE-MASTER-LOCK-PROCEDURE
           END-IF.


       COPY-BACK-PROCEDURE.
      *    os masters partilhados levam as linhas alteradas para o
      *    journal de recuperacao antes de regravados:
           IF WS-PF-NAME(PF-IDX) = "product-master"
               OR WS-PF-NAME(PF-IDX) = "stock-master"
               OR WS-PF-NAME(PF-IDX) = "student-master"
               OR WS-PF-NAME(PF-IDX) = "ytd-master"
               PERFORM JOURNAL-COPY-BACK-PROCEDURE
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PD-TMP-FILE.
           OPEN OUTPUT PD-DATA-FILE.
           PERFORM UNTIL WS-EOF = "Y"
               READ PD-TMP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PD-TMP-LINE TO PD-DATA-LINE
                       WRITE PD-DATA-LINE
               END-READ
           END-PERFORM.
           CLOSE PD-TMP-FILE.
           CLOSE PD-DATA-FILE.


       JOURNAL-COPY-BACK-PROCEDURE.
           MOVE WS-PF-NAME(PF-IDX) TO WS-RJ-MASTER.
           MOVE WS-PF-PATH(PF-IDX) TO WS-RJ-PRIOR-PATH.
           PERFORM BEGIN-JOURNAL-DIFF-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PD-TMP-FILE.
           PERFORM UNTIL WS-EOF = "Y"
               READ PD-TMP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-RJ-KEY
                       MOVE PD-TMP-LINE TO WS-RJ-IMAGE
                       PERFORM JOURNAL-DIFF-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PD-TMP-FILE.
           PERFORM END-JOURNAL-DIFF-PROCEDURE.


      *    o master de empregados e relativo: le-se pela ordem das
      *    chaves e o registo anonimizado e regravado no lugar.
       SCAN-EMPLOYEES-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           IF WS-EMP-STATUS NOT = "00"
               IF WS-PASS = "L" OR WS-PASS = "W"
                   DISPLAY "employee-master: sem acesso ("
                       WS-EMP-STATUS ") -- ignorado."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE 1 TO WS-EMP-REL-KEY.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN WS-EMP-REL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WS-EMP-REL-KEY TO WS-REC-NO
                       MOVE SPACES TO WS-LINE
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-LINE(1:136)
                       MOVE "N" TO WS-REC-CHANGED
                       PERFORM PROCESS-LINE-PROCEDURE
                       IF WS-REC-CHANGED = "Y"
                           MOVE WS-LINE(1:136)
                               TO EMPLOYEE-MASTER-RECORD
                           REWRITE EMPLOYEE-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "employee-master: erro a "
                                       "regravar o registo "
                                       WS-EMP-REL-KEY "."
                               NOT INVALID KEY
                                   PERFORM
                                     JOURNAL-EMPLOYEE-STORE-PROCEDURE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.


       PROCESS-LINE-PROCEDURE.
           EVALUATE WS-PASS
               WHEN "C"
                   IF WS-RUN-MODE = "R"
                       PERFORM CHECK-DATE-PROCEDURE
                       MOVE "Y" TO WS-KEY-ADD
                       PERFORM RECORD-KEYS-PROCEDURE
                   ELSE
                       PERFORM CHECK-DIRECT-MATCH-PROCEDURE
                       IF WS-DIRECT = "Y"
                           PERFORM CHECK-DATE-PROCEDURE
                           MOVE "Y" TO WS-KEY-ADD
                           PERFORM RECORD-KEYS-PROCEDURE
                       END-IF
                   END-IF
               WHEN "V"
      *            registos ligados so pela chave: nao acrescentam
      *            pessoas, so marcam as chaves ainda em retencao:
                   PERFORM CHECK-DIRECT-MATCH-PROCEDURE
                   IF WS-DIRECT = "N"
                       PERFORM CHECK-KEY-MATCH-PROCEDURE
                       IF WS-KEY-HIT = "Y"
                           PERFORM CHECK-DATE-PROCEDURE
                           MOVE "N" TO WS-KEY-ADD
                           PERFORM RECORD-KEYS-PROCEDURE
                       END-IF
                   END-IF
               WHEN "L"
                   PERFORM CHECK-RECORD-MATCH-PROCEDURE
                   IF WS-REC-MATCH = "Y"
                       PERFORM CLASSIFY-RECORD-PROCEDURE
                       PERFORM COUNT-RECORD-PROCEDURE
                       PERFORM REPORT-RECORD-PROCEDURE
                   END-IF
               WHEN "W"
                   IF WS-RUN-MODE = "R"
                       MOVE "Y" TO WS-REC-MATCH
                   ELSE
                       PERFORM CHECK-RECORD-MATCH-PROCEDURE
                   END-IF
                   IF WS-REC-MATCH = "Y"
                       PERFORM CLASSIFY-RECORD-PROCEDURE
                       IF WS-RUN-MODE = "R"
                           PERFORM COUNT-RECORD-PROCEDURE
                       END-IF
                       IF WS-REC-STATE = "E"
                           PERFORM ANONYMISE-RECORD-PROCEDURE
                       END-IF
                   END-IF
           END-EVALUATE.


       CHECK-RECORD-MATCH-PROCEDURE.
           MOVE SPACES TO WS-HIT-DOMAIN WS-HIT-VALUE.
           PERFORM CHECK-DIRECT-MATCH-PROCEDURE.
           IF WS-DIRECT = "Y"
               MOVE "Y" TO WS-REC-MATCH
           ELSE
               PERFORM CHECK-KEY-MATCH-PROCEDURE
               MOVE WS-KEY-HIT TO WS-REC-MATCH
           END-IF.


      *    nomes: os campos N do registo juntos (nome e apelido em
      *    campos separados tambem casam com "NOME APELIDO");
      *    documentos, telefones e IBAN: campo a campo, sem espacos,
      *    pontos e hifens:
       CHECK-DIRECT-MATCH-PROCEDURE.
           MOVE "N" TO WS-DIRECT.
           MOVE SPACES TO WS-HAY.
           MOVE 1 TO WS-HAY-PTR.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               IF WS-PC-KIND(PC-IDX) = WS-CRITERION
                   MOVE SPACES TO WS-FIELD
                   MOVE WS-LINE(WS-PC-POS(PC-IDX):WS-PC-LEN(PC-IDX))
                       TO WS-FIELD
                   IF WS-CRITERION = "N"
                       IF WS-FIELD NOT = SPACES
                           STRING FUNCTION TRIM(WS-FIELD) " "
                               DELIMITED BY SIZE INTO WS-HAY
                               WITH POINTER WS-HAY-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                       END-IF
                   ELSE
                       PERFORM SQUEEZE-FIELD-PROCEDURE
                       IF WS-SQ-OUT NOT = SPACES
                           MOVE ZERO TO WS-TALLY
                           INSPECT WS-SQ-OUT TALLYING WS-TALLY
                               FOR ALL WS-TERM(1:WS-TERM-LEN)
                           IF WS-TALLY > ZERO
                               MOVE "Y" TO WS-DIRECT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CRITERION = "N" AND WS-HAY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-HAY) TO WS-HAY
               MOVE ZERO TO WS-TALLY
               INSPECT WS-HAY TALLYING WS-TALLY
                   FOR ALL WS-TERM(1:WS-TERM-LEN)
               IF WS-TALLY > ZERO
                   MOVE "Y" TO WS-DIRECT
               END-IF
           END-IF.


       SQUEEZE-FIELD-PROCEDURE.
           MOVE SPACES TO WS-SQ-OUT.
           MOVE ZERO TO WS-SQ-J.
           PERFORM VARYING WS-SQ-I FROM 1 BY 1 UNTIL WS-SQ-I > 60
               IF WS-FIELD(WS-SQ-I:1) NOT = SPACE
                   AND WS-FIELD(WS-SQ-I:1) NOT = "."
                   AND WS-FIELD(WS-SQ-I:1) NOT = "-"
                   ADD 1 TO WS-SQ-J
                   MOVE WS-FIELD(WS-SQ-I:1) TO WS-SQ-OUT(WS-SQ-J:1)
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-SQ-OUT) TO WS-SQ-OUT.


       CHECK-KEY-MATCH-PROCEDURE.
           MOVE "N" TO WS-KEY-HIT.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
                   OR WS-KEY-HIT = "Y"
               IF WS-PC-KIND(PC-IDX) = "K"
                   PERFORM FIND-KEY-PROCEDURE
                   IF WS-KEY-FOUND = "Y"
                       MOVE "Y" TO WS-KEY-HIT
                       MOVE WS-KEY-DOMAIN TO WS-HIT-DOMAIN
                       MOVE WS-KEY-VALUE TO WS-HIT-VALUE
                   END-IF
               END-IF
           END-PERFORM.


      *    procura a chave do campo PC-IDX na tabela (uma chave em
      *    branco ou a zeros -- segundo condutor por preencher -- nao
      *    identifica ninguem):
       FIND-KEY-PROCEDURE.
           MOVE "N" TO WS-KEY-FOUND.
           MOVE WS-PC-DOMAIN(PC-IDX) TO WS-KEY-DOMAIN.
           MOVE SPACES TO WS-KEY-VALUE.
           MOVE WS-LINE(WS-PC-POS(PC-IDX):WS-PC-LEN(PC-IDX))
               TO WS-KEY-VALUE.
           IF WS-KEY-VALUE = SPACES
               OR WS-LINE(WS-PC-POS(PC-IDX):WS-PC-LEN(PC-IDX))
                   = ZEROS
               MOVE SPACES TO WS-KEY-VALUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET KY-IDX TO 1.
           SEARCH WS-KEY-ENTRY
               AT END CONTINUE
               WHEN KY-IDX > WS-KEY-COUNT
                   CONTINUE
               WHEN WS-KY-DOMAIN(KY-IDX) = WS-KEY-DOMAIN
                   AND WS-KY-VALUE(KY-IDX) = WS-KEY-VALUE
                   MOVE "Y" TO WS-KEY-FOUND
           END-SEARCH.


      *    regista as chaves K do registo; WS-KEY-ADD = "N" so marca
      *    as ja conhecidas:
       RECORD-KEYS-PROCEDURE.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               IF WS-PC-KIND(PC-IDX) = "K"
                   PERFORM FIND-KEY-PROCEDURE
                   IF WS-KEY-FOUND = "N" AND WS-KEY-ADD = "Y"
                       AND WS-KEY-VALUE NOT = SPACES
                       IF WS-KEY-COUNT < 2000
                           ADD 1 TO WS-KEY-COUNT
                           SET KY-IDX TO WS-KEY-COUNT
                           MOVE WS-KEY-DOMAIN TO WS-KY-DOMAIN(KY-IDX)
                           MOVE WS-KEY-VALUE TO WS-KY-VALUE(KY-IDX)
                           MOVE "N" TO WS-KY-LIVE(KY-IDX)
                           MOVE "Y" TO WS-KEY-FOUND
                       ELSE
                           MOVE "Y" TO WS-KEY-FULL
                       END-IF
                   END-IF
                   IF WS-KEY-FOUND = "Y" AND WS-REC-LIVE = "Y"
                       MOVE "Y" TO WS-KY-LIVE(KY-IDX)
                   END-IF
               END-IF
           END-PERFORM.


      *    expirado = data do registo anterior ao corte de retencao
      *    (hoje menos os meses do mapa, a 30 dias); um registo com
      *    data fica retido ("vivo") -- tambem com a data a zeros ou
      *    invalida (empregado ainda sem data de saida); um registo
      *    de um ficheiro sem data nunca e vivo por si:
       CHECK-DATE-PROCEDURE.
           MOVE "N" TO WS-REC-EXPIRED.
           MOVE ZERO TO WS-REC-DATE WS-RELEASE-DATE.
           IF WS-DATE-POS = ZERO
               MOVE "N" TO WS-REC-LIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-REC-LIVE.
           IF WS-LINE(WS-DATE-POS:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-DATE-FMT(PF-IDX) = "D"
               STRING WS-LINE(WS-DATE-POS + 4:4)
                   WS-LINE(WS-DATE-POS + 2:2)
                   WS-LINE(WS-DATE-POS:2)
                   DELIMITED BY SIZE INTO WS-REC-DATE-X
           ELSE
               MOVE WS-LINE(WS-DATE-POS:8) TO WS-REC-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATE) NOT = ZERO
               MOVE ZERO TO WS-REC-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RELEASE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REC-DATE)
               + (WS-PF-KEEP(PF-IDX) * 30)).
           IF WS-REC-DATE < WS-CUTOFF-DATE
               MOVE "Y" TO WS-REC-EXPIRED
               MOVE "N" TO WS-REC-LIVE
           END-IF.


      *    campos a anonimizar = todos menos as chaves; um campo em
      *    branco, a zeros (numerico) ou ja com o texto de
      *    anonimizacao nao tem mais nada a apagar:
       CHECK-ANON-FIELDS-PROCEDURE.
           MOVE "N" TO WS-HAS-ANON-FIELDS.
           MOVE "Y" TO WS-ALL-DONE.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               IF WS-PC-KIND(PC-IDX) NOT = "K"
                   MOVE "Y" TO WS-HAS-ANON-FIELDS
                   MOVE SPACES TO WS-FIELD
                   MOVE WS-LINE(WS-PC-POS(PC-IDX):WS-PC-LEN(PC-IDX))
                       TO WS-FIELD
                   IF WS-FIELD NOT = SPACES
                       IF WS-PC-PIC(PC-IDX) = "9"
                           IF WS-FIELD(1:WS-PC-LEN(PC-IDX))
                               NOT = WS-ANON-ZERO(1:WS-PC-LEN(PC-IDX))
                               MOVE "N" TO WS-ALL-DONE
                           END-IF
                       ELSE
                           IF WS-FIELD(1:WS-PC-LEN(PC-IDX))
                               NOT = WS-ANON-TEXT(1:WS-PC-LEN(PC-IDX))
                               MOVE "N" TO WS-ALL-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       CLASSIFY-RECORD-PROCEDURE.
           PERFORM CHECK-ANON-FIELDS-PROCEDURE.
           IF WS-HAS-ANON-FIELDS = "N"
               MOVE "K" TO WS-REC-STATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALL-DONE = "Y"
               MOVE "A" TO WS-REC-STATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DATE-PROCEDURE.
           IF WS-DATE-POS > ZERO
               IF WS-REC-EXPIRED = "Y"
                   MOVE "E" TO WS-REC-STATE
               ELSE
                   MOVE "R" TO WS-REC-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    master sem data: fica enquanto houver registo ligado em
      *    retencao; na corrida R so sai quem tem registos ligados
      *    (todos ja fora de retencao):
           MOVE "N" TO WS-ANY-LIVE.
           MOVE "N" TO WS-ANY-SEEN.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               IF WS-PC-KIND(PC-IDX) = "K"
                   PERFORM FIND-KEY-PROCEDURE
                   IF WS-KEY-FOUND = "Y"
                       MOVE "Y" TO WS-ANY-SEEN
                       IF WS-KY-LIVE(KY-IDX) = "Y"
                           MOVE "Y" TO WS-ANY-LIVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ANY-LIVE = "Y"
                   MOVE "L" TO WS-REC-STATE
               WHEN WS-ANY-SEEN = "Y" OR WS-RUN-MODE = "E"
                   MOVE "E" TO WS-REC-STATE
               WHEN OTHER
                   MOVE "S" TO WS-REC-STATE
           END-EVALUATE.


       COUNT-RECORD-PROCEDURE.
           ADD 1 TO WS-PF-N-FOUND(PF-IDX).
           ADD 1 TO WS-T-FOUND.
           EVALUATE WS-REC-STATE
               WHEN "E"
                   ADD 1 TO WS-PF-N-ANON(PF-IDX)
                   ADD 1 TO WS-T-ANON
               WHEN "R"
               WHEN "L"
               WHEN "S"
                   ADD 1 TO WS-PF-N-KEPT(PF-IDX)
                   ADD 1 TO WS-T-KEPT
               WHEN "A"
                   ADD 1 TO WS-PF-N-DONE(PF-IDX)
                   ADD 1 TO WS-T-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      *    so os campos pessoais sao substituidos -- chaves, valores
      *    e o numero de registos ficam, e os totais e trailers de
      *    controlo continuam a bater:
       ANONYMISE-RECORD-PROCEDURE.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               IF WS-PC-KIND(PC-IDX) NOT = "K"
                   IF WS-PC-PIC(PC-IDX) = "9"
                       MOVE WS-ANON-ZERO(1:WS-PC-LEN(PC-IDX))
                           TO WS-LINE(WS-PC-POS(PC-IDX):
                               WS-PC-LEN(PC-IDX))
                   ELSE
                       IF WS-LINE(WS-PC-POS(PC-IDX):
                           WS-PC-LEN(PC-IDX)) NOT = SPACES
                           MOVE WS-ANON-TEXT(1:WS-PC-LEN(PC-IDX))
                               TO WS-LINE(WS-PC-POS(PC-IDX):
                                   WS-PC-LEN(PC-IDX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-REC-CHANGED.
           MOVE "Y" TO WS-FILE-CHANGED.
           ADD 1 TO WS-PF-N-WRITTEN(PF-IDX).
           ADD 1 TO WS-T-WRITTEN.


       REPORT-RECORD-PROCEDURE.
           EVALUATE WS-REC-STATE
               WHEN "E"
                   IF WS-RUN-MODE = "A"
                       MOVE "FORA DE RETENCAO" TO WS-STATE-TEXT
                   ELSE
                       MOVE "A ANONIMIZAR" TO WS-STATE-TEXT
                   END-IF
               WHEN "R"
                   IF WS-RELEASE-DATE = ZERO
                       MOVE "RETIDO (sem data de fim)"
                           TO WS-STATE-TEXT
                   ELSE
                       MOVE SPACES TO WS-STATE-TEXT
                       STRING "RETIDO: retencao legal ate "
                           WS-RELEASE-DATE DELIMITED BY SIZE
                           INTO WS-STATE-TEXT
                   END-IF
               WHEN "L"
                   MOVE "RETIDO: registos ligados em retencao"
                       TO WS-STATE-TEXT
               WHEN "A"
                   MOVE "JA ANONIMIZADO" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "SO CHAVES (nada a anonimizar)"
                       TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE WS-REC-NO TO M-REC-NO.
           MOVE SPACES TO PD-REPORT-LINE.
           IF WS-DIRECT = "Y"
               STRING WS-PF-NAME(PF-IDX) " reg." M-REC-NO "  "
                   WS-STATE-TEXT DELIMITED BY SIZE
                   INTO PD-REPORT-LINE
           ELSE
               STRING WS-PF-NAME(PF-IDX) " reg." M-REC-NO "  "
                   FUNCTION TRIM(WS-STATE-TEXT) "  ligado por "
                   FUNCTION TRIM(WS-HIT-DOMAIN) " "
                   FUNCTION TRIM(WS-HIT-VALUE)
                   DELIMITED BY SIZE INTO PD-REPORT-LINE
           END-IF.
           WRITE PD-REPORT-LINE.
      *    no esquecimento o relatorio nao leva os dados que vao ser
      *    apagados:
           IF WS-SHOW-VALUES = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PC-IDX FROM WS-PF-FIRST(PF-IDX) BY 1
               UNTIL PC-IDX > WS-PF-LAST(PF-IDX)
               MOVE SPACES TO PD-REPORT-LINE
               STRING "      " WS-PC-LABEL(PC-IDX) ": "
                   WS-LINE(WS-PC-POS(PC-IDX):WS-PC-LEN(PC-IDX))
                   DELIMITED BY SIZE INTO PD-REPORT-LINE
               WRITE PD-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO PD-REPORT-LINE.
           STRING "      registo     : " WS-LINE(1:100)
               DELIMITED BY SIZE INTO PD-REPORT-LINE.
           WRITE PD-REPORT-LINE.
           IF WS-LINE(101:100) NOT = SPACES
               MOVE SPACES TO PD-REPORT-LINE
               STRING "                    " WS-LINE(101:100)
                   DELIMITED BY SIZE INTO PD-REPORT-LINE
               WRITE PD-REPORT-LINE
           END-IF.
           IF WS-LINE(201:100) NOT = SPACES
               MOVE SPACES TO PD-REPORT-LINE
               STRING "                    " WS-LINE(201:100)
                   DELIMITED BY SIZE INTO PD-REPORT-LINE
               WRITE PD-REPORT-LINE
           END-IF.
           IF WS-LINE(301:100) NOT = SPACES
               MOVE SPACES TO PD-REPORT-LINE
               STRING "                    " WS-LINE(301:100)
                   DELIMITED BY SIZE INTO PD-REPORT-LINE
               WRITE PD-REPORT-LINE
           END-IF.


       WRITE-SUMMARY-PROCEDURE.
           MOVE SPACES TO PD-REPORT-LINE.
           WRITE PD-REPORT-LINE.
           IF WS-RUN-MODE = "R"
               MOVE "Ficheiro             anonimizados  retidos  "
                   & "ja anonimizados" TO PD-REPORT-LINE
           ELSE
               MOVE "Ficheiro              encontrados  fora de "
                   & "retencao  retidos  ja anonimizados"
                   TO PD-REPORT-LINE
           END-IF.
           WRITE PD-REPORT-LINE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > WS-PF-COUNT
               IF WS-PF-N-FOUND(PF-IDX) > ZERO
                   MOVE WS-PF-N-FOUND(PF-IDX) TO M-COUNT-1
                   MOVE WS-PF-N-ANON(PF-IDX) TO M-COUNT-2
                   MOVE WS-PF-N-KEPT(PF-IDX) TO M-COUNT-3
                   MOVE WS-PF-N-DONE(PF-IDX) TO M-COUNT-4
                   MOVE SPACES TO PD-REPORT-LINE
                   IF WS-RUN-MODE = "R"
                       MOVE WS-PF-N-WRITTEN(PF-IDX) TO M-COUNT-2
                       STRING WS-PF-NAME(PF-IDX) "      " M-COUNT-2
                           "   " M-COUNT-3 "           " M-COUNT-4
                           DELIMITED BY SIZE INTO PD-REPORT-LINE
                   ELSE
                       STRING WS-PF-NAME(PF-IDX) "       " M-COUNT-1
                           "          " M-COUNT-2 "   " M-COUNT-3
                           "           " M-COUNT-4
                           DELIMITED BY SIZE INTO PD-REPORT-LINE
                   END-IF
                   WRITE PD-REPORT-LINE
                   IF WS-RUN-MODE = "R"
                       DISPLAY WS-PF-NAME(PF-IDX) ": anonimizados "
                           M-COUNT-2 ", retidos " M-COUNT-3
                           ", ja anonimizados " M-COUNT-4 "."
                   END-IF
               END-IF
           END-PERFORM.


      *    fica no ficheiro de excepcoes partilhado quem anonimizou e
      *    quantos registos por ficheiro -- nunca os dados:
       LOG-ANONYMISED-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > WS-PF-COUNT
               IF WS-PF-N-WRITTEN(PF-IDX) > ZERO
                   MOVE WS-PF-N-WRITTEN(PF-IDX) TO M-COUNT-1
                   MOVE "PERSONAL-DATA" TO EX-PROGRAM
                   MOVE "Dados pessoais anonimizados" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WS-PF-NAME(PF-IDX) " " M-COUNT-1
                       " registos" DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE EXCEPTIONS-FILE.

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "MLOCP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PERSONAL-DATA.
