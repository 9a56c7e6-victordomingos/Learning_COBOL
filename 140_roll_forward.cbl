       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-FORWARD.
      *=================================================================
      * Purpose: Forward recovery of a shared master. Takes one of the
      *          backup generations kept by MASTER-BACKUP (.g1-.g3)
      *          and reapplies, in order, the after-images that the
      *          updating programs wrote to the recovery journal since
      *          that backup was taken -- up to a chosen date and
      *          time, up to (not including) a chosen job, or to the
      *          end of the journal. The generation is found by the
      *          backup markers in the journal and its record count
      *          is checked against the marker before anything is
      *          touched. The rebuilt master replaces the current one
      *          under the master's lock, its full image is journalled
      *          (so a later recovery starts from it) and a report
      *          lists every change applied and the first one left
      *          out. Run this instead of a plain MASTER-BACKUP
      *          restore when the day's work must be kept. GERENCIA
      *          profile only.
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
      *    geracao de backup (masters sequenciais) e master
      *    reconstruido:
           SELECT RF-GEN-FILE
           ASSIGN TO DYNAMIC WS-RF-SRC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RF-SRC-STATUS.

           SELECT RF-OUT-FILE
           ASSIGN TO DYNAMIC WS-RF-DST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RF-DST-STATUS.

      *    o EMPLOYEE-MASTER e RELATIVE: a geracao e copiada slot a
      *    slot para o master e as alteracoes aplicadas pela chave:
           SELECT RF-REL-GEN-FILE
           ASSIGN TO DYNAMIC WS-RF-SRC
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-RF-SRC-KEY
           FILE STATUS IS WS-RF-SRC-STATUS.

           SELECT RF-REL-OUT-FILE
           ASSIGN TO DYNAMIC WS-RF-DST
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-RF-DST-KEY
           FILE STATUS IS WS-RF-DST-STATUS.

           SELECT RF-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "RJRNSEL.cpy".
           COPY "OPERSEL.cpy".
           COPY "MLOCSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  RF-GEN-FILE.
       01  RF-GEN-RECORD PIC X(200).

       FD  RF-OUT-FILE.
       01  RF-OUT-RECORD PIC X(200).

      * mesmo comprimento do EMPLOYEE-MASTER-RECORD (EMPLMFD.cpy):
       FD  RF-REL-GEN-FILE.
       01  RF-REL-GEN-RECORD PIC X(136).

       FD  RF-REL-OUT-FILE.
       01  RF-REL-OUT-RECORD PIC X(136).

       FD  RF-REPORT-FILE.
       01  RF-REPORT-LINE PIC X(132).

           COPY "RJRNFD.cpy".
           COPY "OPERFD.cpy".
           COPY "MLOCFD.cpy".
           COPY "EXCEPTFD.cpy".
           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "RJRNWS.cpy".
           COPY "OPERWS.cpy".
           COPY "MLOCWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-REPORT-PATH   PIC X(60)
           VALUE "..\roll-forward-report.txt".
       01  WS-ENV-VALUE     PIC X(60).
       01  WS-RF-SRC        PIC X(70).
       01  WS-RF-DST        PIC X(70).
       01  WS-RF-SRC-STATUS PIC XX.
       01  WS-RF-DST-STATUS PIC XX.
       01  WS-RF-SRC-KEY    PIC 9(6).
       01  WS-RF-DST-KEY    PIC 9(6).

      * os cinco masters partilhados, pelos mesmos nomes e
      * variaveis de ambiente do MASTER-BACKUP:
       01  WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 5 TIMES INDEXED BY MB-IDX.
               10 WS-MB-NAME PIC X(20).
               10 WS-MB-PATH PIC X(60).
               10 WS-MB-KIND PIC X.
       01  WS-MB-I PIC 9.
       01  WS-SEL-MASTER PIC 9.
       01  WS-SEL-GEN    PIC 9.
       01  WS-CUR-NAME   PIC X(20).
       01  WS-CUR-PATH   PIC X(60).
       01  WS-CUR-KIND   PIC X.

      * ponto de paragem: T = data/hora, J = antes do primeiro
      * registo de um job a partir de uma data, F = fim do journal:
       01  WS-STOP-MODE  PIC X.
       01  WS-STOP-DATE  PIC 9(8) VALUE ZERO.
       01  WS-STOP-HHMM  PIC 9(4) VALUE ZERO.
       01  WS-STOP-TIME  PIC 9(8) VALUE ZERO.
       01  WS-STOP-JOB   PIC X(30) VALUE SPACES.
       01  WS-STOP-TEXT  PIC X(60).
       01  WS-CONFIRM    PIC X.

      * ultimas tres marcas de backup do master no journal (1 = a
      * mais recente, a da geracao .g1):
       01  WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 3 TIMES.
               10 WS-MK-LINE  PIC 9(7).
               10 WS-MK-ROWS  PIC 9(6).
               10 WS-MK-DATE  PIC 9(8).
               10 WS-MK-TIME  PIC 9(8).
       01  WS-MARK-LINE  PIC 9(7).
       01  WS-MARK-ROWS  PIC 9(6).

       01  WS-JR-LINE    PIC 9(7).
       01  WS-JR-EOF     PIC X.
       01  WS-GEN-EOF    PIC X.
       01  WS-GEN-COUNT  PIC 9(6).
       01  WS-STOPPED    PIC X.
       01  WS-RF-ERROR   PIC X.

      * imagem do master sequencial em reconstrucao:
       01  WS-ROW-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-ROW-TABLE.
           05 WS-ROW-IMAGE PIC X(200) OCCURS 500 TIMES
               INDEXED BY RW-IDX.
       01  WS-ROW-I      PIC 9(6).

       01  WS-N-APPLIED  PIC 9(6) VALUE ZERO.
       01  WS-N-FINAL    PIC 9(6) VALUE ZERO.
       01  WS-ACTION-TEXT PIC X(12).
       01  M-DATE        PIC 9999/99/99.
       01  M-TIME.
           05 M-TIME-HH  PIC 99.
           05 FILLER     PIC X VALUE ":".
           05 M-TIME-MM  PIC 99.
           05 FILLER     PIC X VALUE ":".
           05 M-TIME-SS  PIC 99.
       01  WS-TIME-SPLIT.
           05 WS-TS-HH   PIC 99.
           05 WS-TS-MM   PIC 99.
           05 WS-TS-SS   PIC 99.
           05 WS-TS-CC   PIC 99.
       01  M-ROW         PIC Z(5)9.
       01  M-COUNT       PIC ZZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    substituir um master inteiro e decisao de supervisao:
           IF WS-OPERATOR-ROLE NOT = "GERENCIA"
               DISPLAY "ACESSO RECUSADO: so o perfil GERENCIA pode "
                   "recuperar masters."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EXC-OPERATOR.
           MOVE "ROLL-FORWARD" TO WS-RJ-JOB.

           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM ASK-OPTIONS-PROCEDURE.
           PERFORM FIND-MARKS-PROCEDURE.

           IF WS-MK-LINE(WS-SEL-GEN) = ZERO
               DISPLAY "ERRO: o journal nao tem a marca de backup da "
                   "geracao " WS-SEL-GEN " de "
                   FUNCTION TRIM(WS-CUR-NAME) " -- nada alterado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MK-LINE(WS-SEL-GEN) TO WS-MARK-LINE.
           MOVE WS-MK-ROWS(WS-SEL-GEN) TO WS-MARK-ROWS.

           DISPLAY "Repor " FUNCTION TRIM(WS-CUR-PATH) " a partir da "
               "geracao " WS-SEL-GEN " e do journal (S/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Nada alterado."
               STOP RUN
           END-IF.

           MOVE WS-CUR-NAME TO WS-LOCK-NAME.
           MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
           MOVE "Y" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               DISPLAY "Master em uso -- nada alterado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-RF-ERROR.
           IF WS-CUR-KIND = "R"
               PERFORM LOAD-RELATIVE-GEN-PROCEDURE
           ELSE
               PERFORM LOAD-SEQUENTIAL-GEN-PROCEDURE
           END-IF.
           IF WS-RF-ERROR = "Y"
               PERFORM RELEASE-MASTER-LOCK-PROCEDURE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RF-REPORT-FILE.
           PERFORM REPORT-HEADER-PROCEDURE.
           PERFORM APPLY-JOURNAL-PROCEDURE.

           IF WS-CUR-KIND = "R"
               CLOSE RF-REL-OUT-FILE
               PERFORM JOURNAL-RELATIVE-IMAGE-PROCEDURE
           ELSE
               PERFORM WRITE-SEQUENTIAL-MASTER-PROCEDURE
           END-IF.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.

           PERFORM REPORT-SUMMARY-PROCEDURE.
           CLOSE RF-REPORT-FILE.
           MOVE "ROLL-FORWARD" TO WS-SPL-PROGRAM.
           MOVE "RECUPERACAO DE MASTER" TO WS-SPL-TITLE.
           MOVE "P" TO WS-SPL-CLASS.
           MOVE WS-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           PERFORM LOG-ROLL-FORWARD-PROCEDURE.

           MOVE WS-N-APPLIED TO M-COUNT.
           DISPLAY FUNCTION TRIM(WS-CUR-NAME) " reposto: "
               M-COUNT " alteracoes reaplicadas; relatorio em "
               FUNCTION TRIM(WS-REPORT-PATH) ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-RECOVERY-JOURNAL-PATH-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "ROLL_FORWARD_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPORT-PATH
           END-IF.

           MOVE "product-master" TO WS-MB-NAME(1).
           MOVE "..\product-master.txt" TO WS-MB-PATH(1).
           MOVE "S" TO WS-MB-KIND(1).
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRODUCT_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MB-PATH(1)
           END-IF.

           MOVE "stock-master" TO WS-MB-NAME(2).
           MOVE "..\stock-master.txt" TO WS-MB-PATH(2).
           MOVE "S" TO WS-MB-KIND(2).
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "STOCK_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MB-PATH(2)
           END-IF.

           MOVE "student-master" TO WS-MB-NAME(3).
           MOVE "..\student-master.txt" TO WS-MB-PATH(3).
           MOVE "S" TO WS-MB-KIND(3).
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "STUDENT_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MB-PATH(3)
           END-IF.

           MOVE "ytd-master" TO WS-MB-NAME(4).
           MOVE "..\ytd-master.txt" TO WS-MB-PATH(4).
           MOVE "S" TO WS-MB-KIND(4).
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YTD_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MB-PATH(4)
           END-IF.

           MOVE "employee-master" TO WS-MB-NAME(5).
           MOVE "..\employee-master.dat" TO WS-MB-PATH(5).
           MOVE "R" TO WS-MB-KIND(5).
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPLOYEE_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MB-PATH(5)
           END-IF.


       ASK-OPTIONS-PROCEDURE.
           DISPLAY "Master a recuperar:".
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5
               SET WS-MB-I TO MB-IDX
               DISPLAY "  " WS-MB-I " - " WS-MB-NAME(MB-IDX)
                   " " WS-MB-PATH(MB-IDX)(1:30)
           END-PERFORM.
           DISPLAY "Escolha (1-5): " WITH NO ADVANCING.
           ACCEPT WS-SEL-MASTER.
           IF WS-SEL-MASTER < 1 OR WS-SEL-MASTER > 5
               DISPLAY "Escolha invalida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET MB-IDX TO WS-SEL-MASTER.
           MOVE WS-MB-NAME(MB-IDX) TO WS-CUR-NAME.
           MOVE WS-MB-PATH(MB-IDX) TO WS-CUR-PATH.
           MOVE WS-MB-KIND(MB-IDX) TO WS-CUR-KIND.

           DISPLAY "Geracao de partida (1-3): " WITH NO ADVANCING.
           ACCEPT WS-SEL-GEN.
           IF WS-SEL-GEN < 1 OR WS-SEL-GEN > 3
               DISPLAY "Geracao invalida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Reaplicar ate (T) data/hora, (J) antes de um "
               "job, (F) fim do journal: " WITH NO ADVANCING.
           ACCEPT WS-STOP-MODE.
           MOVE FUNCTION UPPER-CASE(WS-STOP-MODE) TO WS-STOP-MODE.
           EVALUATE WS-STOP-MODE
               WHEN "T"
                   DISPLAY "Data (AAAAMMDD): " WITH NO ADVANCING
                   ACCEPT WS-STOP-DATE
                   DISPLAY "Hora (HHMM): " WITH NO ADVANCING
                   ACCEPT WS-STOP-HHMM
      *            o minuto indicado conta por inteiro:
                   COMPUTE WS-STOP-TIME = WS-STOP-HHMM * 10000 + 9999
                   MOVE WS-STOP-DATE TO M-DATE
                   MOVE SPACES TO WS-STOP-TEXT
                   STRING "ate " M-DATE " " WS-STOP-HHMM(1:2) ":"
                       WS-STOP-HHMM(3:2) DELIMITED BY SIZE
                       INTO WS-STOP-TEXT
               WHEN "J"
                   DISPLAY "Job (nome do programa): "
                       WITH NO ADVANCING
                   ACCEPT WS-STOP-JOB
                   MOVE FUNCTION UPPER-CASE(WS-STOP-JOB)
                       TO WS-STOP-JOB
                   DISPLAY "A partir de (AAAAMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-STOP-DATE
                   MOVE WS-STOP-DATE TO M-DATE
                   MOVE SPACES TO WS-STOP-TEXT
                   STRING "antes do job " FUNCTION TRIM(WS-STOP-JOB)
                       " de " M-DATE DELIMITED BY SIZE
                       INTO WS-STOP-TEXT
               WHEN "F"
                   MOVE "ate ao fim do journal" TO WS-STOP-TEXT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.


      *    primeira passagem: as marcas de backup do master, para
      *    saber onde comeca cada geracao no journal:
       FIND-MARKS-PROCEDURE.
           INITIALIZE WS-MARK-TABLE.
           MOVE ZERO TO WS-JR-LINE.
           MOVE "N" TO WS-JR-EOF.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF WS-RJRN-STATUS NOT = "00"
               DISPLAY "ERRO: sem journal de recuperacao ("
                   FUNCTION TRIM(WS-RJRN-PATH) ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-JR-EOF = "Y"
               READ RECOVERY-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       ADD 1 TO WS-JR-LINE
                       IF RJ-MASTER = WS-CUR-NAME AND RJ-ACTION = "B"
                           MOVE WS-MARK-ENTRY(2) TO WS-MARK-ENTRY(3)
                           MOVE WS-MARK-ENTRY(1) TO WS-MARK-ENTRY(2)
                           MOVE WS-JR-LINE TO WS-MK-LINE(1)
                           MOVE RJ-ROW TO WS-MK-ROWS(1)
                           MOVE RJ-DATE TO WS-MK-DATE(1)
                           MOVE RJ-TIME TO WS-MK-TIME(1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECOVERY-JOURNAL-FILE.


       BUILD-GEN-NAME-PROCEDURE.
           MOVE SPACES TO WS-RF-SRC.
           STRING WS-CUR-PATH DELIMITED BY " "
               ".g" WS-SEL-GEN DELIMITED BY SIZE
               INTO WS-RF-SRC.
           MOVE WS-CUR-PATH TO WS-RF-DST.


      *    a geracao tem de ter as linhas que a marca registou; senao
      *    foi rodada fora do MASTER-BACKUP e o journal nao lhe serve:
       LOAD-SEQUENTIAL-GEN-PROCEDURE.
           PERFORM BUILD-GEN-NAME-PROCEDURE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-GEN-COUNT.
           MOVE "N" TO WS-GEN-EOF.
           OPEN INPUT RF-GEN-FILE.
           IF WS-RF-SRC-STATUS NOT = "00"
               DISPLAY "ERRO: geracao inexistente ("
                   FUNCTION TRIM(WS-RF-SRC) ") -- nada alterado."
               MOVE "Y" TO WS-RF-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GEN-EOF = "Y"
               READ RF-GEN-FILE
                   AT END MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       IF WS-ROW-COUNT < 500
                           ADD 1 TO WS-ROW-COUNT
                           MOVE RF-GEN-RECORD
                               TO WS-ROW-IMAGE(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RF-GEN-FILE.
           IF WS-GEN-COUNT > 500
               DISPLAY "ERRO: geracao com mais de 500 linhas -- nada "
                   "alterado."
               MOVE "Y" TO WS-RF-ERROR
           END-IF.
           PERFORM CHECK-GEN-COUNT-PROCEDURE.


       LOAD-RELATIVE-GEN-PROCEDURE.
           PERFORM BUILD-GEN-NAME-PROCEDURE.
           MOVE ZERO TO WS-GEN-COUNT.
           MOVE "N" TO WS-GEN-EOF.
           OPEN INPUT RF-REL-GEN-FILE.
           IF WS-RF-SRC-STATUS NOT = "00"
               DISPLAY "ERRO: geracao inexistente ("
                   FUNCTION TRIM(WS-RF-SRC) ") -- nada alterado."
               MOVE "Y" TO WS-RF-ERROR
               EXIT PARAGRAPH
           END-IF.
      *    conta primeiro: o master so e substituido se a geracao
      *    for a da marca:
           MOVE 1 TO WS-RF-SRC-KEY.
           START RF-REL-GEN-FILE
               KEY IS NOT LESS THAN WS-RF-SRC-KEY
               INVALID KEY MOVE "Y" TO WS-GEN-EOF
           END-START.
           PERFORM UNTIL WS-GEN-EOF = "Y"
               READ RF-REL-GEN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GEN-EOF
                   NOT AT END ADD 1 TO WS-GEN-COUNT
               END-READ
               IF WS-RF-SRC-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF
           END-PERFORM.
           PERFORM CHECK-GEN-COUNT-PROCEDURE.
           IF WS-RF-ERROR = "Y"
               CLOSE RF-REL-GEN-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RF-REL-OUT-FILE.
           MOVE "N" TO WS-GEN-EOF.
           MOVE 1 TO WS-RF-SRC-KEY.
           START RF-REL-GEN-FILE
               KEY IS NOT LESS THAN WS-RF-SRC-KEY
               INVALID KEY MOVE "Y" TO WS-GEN-EOF
           END-START.
           PERFORM UNTIL WS-GEN-EOF = "Y"
               READ RF-REL-GEN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       MOVE RF-REL-GEN-RECORD TO RF-REL-OUT-RECORD
                       MOVE WS-RF-SRC-KEY TO WS-RF-DST-KEY
                       WRITE RF-REL-OUT-RECORD
                           INVALID KEY
                               DISPLAY "Erro a copiar a chave "
                                   WS-RF-DST-KEY
                       END-WRITE
               END-READ
               IF WS-RF-SRC-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF
           END-PERFORM.
           CLOSE RF-REL-GEN-FILE.
           CLOSE RF-REL-OUT-FILE.
           OPEN I-O RF-REL-OUT-FILE.


       CHECK-GEN-COUNT-PROCEDURE.
           IF WS-GEN-COUNT NOT = WS-MARK-ROWS
               DISPLAY "ERRO: " FUNCTION TRIM(WS-RF-SRC) " tem "
                   WS-GEN-COUNT " registos e a marca do journal "
                   WS-MARK-ROWS " -- geracao nao corresponde, nada "
                   "alterado."
               MOVE "Y" TO WS-RF-ERROR
           END-IF.


      *    segunda passagem: o que vem depois da marca, ate ao ponto
      *    de paragem, e reaplicado pela ordem do journal:
       APPLY-JOURNAL-PROCEDURE.
           MOVE ZERO TO WS-JR-LINE.
           MOVE ZERO TO WS-N-APPLIED.
           MOVE "N" TO WS-JR-EOF.
           MOVE "N" TO WS-STOPPED.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           PERFORM UNTIL WS-JR-EOF = "Y"
               READ RECOVERY-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       ADD 1 TO WS-JR-LINE
                       IF WS-JR-LINE > WS-MARK-LINE
                           PERFORM CHECK-STOP-PROCEDURE
                           IF WS-STOPPED = "Y"
                               PERFORM REPORT-STOP-PROCEDURE
                               MOVE "Y" TO WS-JR-EOF
                           ELSE
                               IF RJ-MASTER = WS-CUR-NAME
                                   AND RJ-ACTION NOT = "B"
                                   PERFORM APPLY-ENTRY-PROCEDURE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECOVERY-JOURNAL-FILE.


       CHECK-STOP-PROCEDURE.
           EVALUATE WS-STOP-MODE
               WHEN "T"
                   IF RJ-DATE > WS-STOP-DATE
                       OR (RJ-DATE = WS-STOP-DATE
                       AND RJ-TIME > WS-STOP-TIME)
                       MOVE "Y" TO WS-STOPPED
                   END-IF
      *        o job indicado pode nao tocar neste master: basta o
      *        seu primeiro registo no journal, em qualquer master:
               WHEN "J"
                   IF RJ-JOB = WS-STOP-JOB
                       AND RJ-DATE >= WS-STOP-DATE
                       MOVE "Y" TO WS-STOPPED
                   END-IF
           END-EVALUATE.


       APPLY-ENTRY-PROCEDURE.
           IF WS-CUR-KIND = "R"
               PERFORM APPLY-RELATIVE-ENTRY-PROCEDURE
           ELSE
               PERFORM APPLY-SEQUENTIAL-ENTRY-PROCEDURE
           END-IF.
           ADD 1 TO WS-N-APPLIED.
           PERFORM REPORT-ENTRY-PROCEDURE.


       APPLY-SEQUENTIAL-ENTRY-PROCEDURE.
           EVALUATE RJ-ACTION
               WHEN "W"
                   IF RJ-ROW > 500
                       DISPLAY "AVISO: linha " RJ-ROW " alem da "
                           "tabela (500) -- ignorada."
                   ELSE
      *                linhas intermedias nunca vistas ficam em
      *                branco (nao acontece com o journal completo):
                       PERFORM UNTIL WS-ROW-COUNT >= RJ-ROW
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SPACES TO WS-ROW-IMAGE(WS-ROW-COUNT)
                       END-PERFORM
                       MOVE RJ-IMAGE TO WS-ROW-IMAGE(RJ-ROW)
                   END-IF
               WHEN "T"
                   IF RJ-ROW < WS-ROW-COUNT
                       MOVE RJ-ROW TO WS-ROW-COUNT
                   END-IF
               WHEN "Z"
                   MOVE ZERO TO WS-ROW-COUNT
           END-EVALUATE.


       APPLY-RELATIVE-ENTRY-PROCEDURE.
           MOVE RJ-ROW TO WS-RF-DST-KEY.
           EVALUATE RJ-ACTION
               WHEN "W"
                   MOVE RJ-IMAGE(1:136) TO RF-REL-OUT-RECORD
                   REWRITE RF-REL-OUT-RECORD
                       INVALID KEY
                           WRITE RF-REL-OUT-RECORD
                               INVALID KEY
                                   DISPLAY "Erro a gravar a chave "
                                       WS-RF-DST-KEY
                           END-WRITE
                   END-REWRITE
               WHEN "D"
                   DELETE RF-REL-OUT-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN "Z"
                   CLOSE RF-REL-OUT-FILE
                   OPEN OUTPUT RF-REL-OUT-FILE
                   CLOSE RF-REL-OUT-FILE
                   OPEN I-O RF-REL-OUT-FILE
           END-EVALUATE.


      *    o master reconstruido e gravado e a sua imagem completa
      *    vai para o journal: uma recuperacao seguinte parte dela:
       WRITE-SEQUENTIAL-MASTER-PROCEDURE.
           MOVE WS-CUR-NAME TO WS-RJ-MASTER.
           PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE.
           OPEN OUTPUT RF-OUT-FILE.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(WS-ROW-I) TO RF-OUT-RECORD
               WRITE RF-OUT-RECORD
               MOVE SPACES TO WS-RJ-KEY
               MOVE WS-ROW-IMAGE(WS-ROW-I) TO WS-RJ-IMAGE
               PERFORM JOURNAL-REWRITE-ROW-PROCEDURE
           END-PERFORM.
           CLOSE RF-OUT-FILE.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.
           MOVE WS-ROW-COUNT TO WS-N-FINAL.


       JOURNAL-RELATIVE-IMAGE-PROCEDURE.
           MOVE WS-CUR-NAME TO WS-RJ-MASTER.
           PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE.
           MOVE ZERO TO WS-N-FINAL.
           MOVE "N" TO WS-GEN-EOF.
           OPEN INPUT RF-REL-OUT-FILE.
           MOVE 1 TO WS-RF-DST-KEY.
           START RF-REL-OUT-FILE
               KEY IS NOT LESS THAN WS-RF-DST-KEY
               INVALID KEY MOVE "Y" TO WS-GEN-EOF
           END-START.
           PERFORM UNTIL WS-GEN-EOF = "Y"
               READ RF-REL-OUT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       ADD 1 TO WS-N-FINAL
                       MOVE "W" TO WS-RJ-ACTION
                       MOVE WS-RF-DST-KEY TO WS-RJ-ROW
                       MOVE RF-REL-OUT-RECORD(1:5) TO WS-RJ-KEY
                       MOVE RF-REL-OUT-RECORD TO WS-RJ-IMAGE
                       PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE
               END-READ
               IF WS-RF-DST-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF
           END-PERFORM.
           CLOSE RF-REL-OUT-FILE.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.


       REPORT-HEADER-PROCEDURE.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING "ROLL-FORWARD DE " FUNCTION TRIM(WS-CUR-NAME)
               " (" FUNCTION TRIM(WS-CUR-PATH) ")"
               DELIMITED BY SIZE INTO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE WS-MK-DATE(WS-SEL-GEN) TO M-DATE.
           MOVE WS-MK-TIME(WS-SEL-GEN) TO WS-TIME-SPLIT.
           PERFORM EDIT-TIME-PROCEDURE.
           MOVE WS-MARK-ROWS TO M-COUNT.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING "Partida: geracao .g" WS-SEL-GEN " de " M-DATE " "
               M-TIME " (" M-COUNT " registos)"
               DELIMITED BY SIZE INTO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING "Paragem: " WS-STOP-TEXT
               DELIMITED BY SIZE INTO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE SPACES TO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE "DATA       HORA      JOB                   ACAO"
               TO RF-REPORT-LINE.
           MOVE "LINHA/SLOT  CHAVE" TO RF-REPORT-LINE(60:).
           WRITE RF-REPORT-LINE.


       REPORT-ENTRY-PROCEDURE.
           PERFORM FORMAT-ENTRY-PROCEDURE.
           WRITE RF-REPORT-LINE.


       FORMAT-ENTRY-PROCEDURE.
           MOVE RJ-DATE TO M-DATE.
           MOVE RJ-TIME TO WS-TIME-SPLIT.
           PERFORM EDIT-TIME-PROCEDURE.
           EVALUATE RJ-ACTION
               WHEN "W" MOVE "regravado" TO WS-ACTION-TEXT
               WHEN "T" MOVE "cortado" TO WS-ACTION-TEXT
               WHEN "D" MOVE "retirado" TO WS-ACTION-TEXT
               WHEN "Z" MOVE "limpo" TO WS-ACTION-TEXT
               WHEN "B" MOVE "backup" TO WS-ACTION-TEXT
               WHEN OTHER MOVE RJ-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE RJ-ROW TO M-ROW.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING M-DATE " " M-TIME "  " RJ-JOB(1:20) "  "
               WS-ACTION-TEXT DELIMITED BY SIZE INTO RF-REPORT-LINE.
           STRING M-ROW "      " RJ-KEY DELIMITED BY SIZE
               INTO RF-REPORT-LINE(60:).


       EDIT-TIME-PROCEDURE.
           MOVE WS-TS-HH TO M-TIME-HH.
           MOVE WS-TS-MM TO M-TIME-MM.
           MOVE WS-TS-SS TO M-TIME-SS.


      *    o primeiro registo do journal alem do ponto de paragem
      *    (de qualquer master) fica no relatorio como fronteira:
       REPORT-STOP-PROCEDURE.
           MOVE SPACES TO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE "Primeira alteracao NAO aplicada:" TO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           PERFORM FORMAT-ENTRY-PROCEDURE.
           MOVE SPACES TO RF-REPORT-LINE(92:).
           STRING "(" FUNCTION TRIM(RJ-MASTER) ")"
               DELIMITED BY SIZE INTO RF-REPORT-LINE(92:).
           WRITE RF-REPORT-LINE.


       REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           IF WS-STOPPED = "N"
               MOVE "Journal reaplicado ate ao fim." TO RF-REPORT-LINE
               WRITE RF-REPORT-LINE
           END-IF.
           MOVE WS-N-APPLIED TO M-COUNT.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING "Alteracoes reaplicadas: " M-COUNT
               DELIMITED BY SIZE INTO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.
           MOVE WS-N-FINAL TO M-COUNT.
           MOVE SPACES TO RF-REPORT-LINE.
           STRING "Registos no master reposto: " M-COUNT
               DELIMITED BY SIZE INTO RF-REPORT-LINE.
           WRITE RF-REPORT-LINE.


       LOG-ROLL-FORWARD-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           MOVE "ROLL-FORWARD" TO EX-PROGRAM.
           MOVE "MASTER RECUPERADO POR ROLL-FWD" TO EX-REASON.
           MOVE WS-N-APPLIED TO M-COUNT.
           MOVE SPACES TO EX-DETAIL.
           STRING FUNCTION TRIM(WS-CUR-NAME) " .g" WS-SEL-GEN " +"
               M-COUNT " alteracoes" DELIMITED BY SIZE INTO EX-DETAIL.
           PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.


       COPY "RJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "MLOCP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM ROLL-FORWARD.
