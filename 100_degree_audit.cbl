       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
      *=================================================================
      * Purpose: Credit-based degree audit. For one student, or for
      *          every student with history or an enrollment in the
      *          programme, each requirement of the programme (the
      *          mandatory courses, the elective groups and the total
      *          credits, from the programme-requirements file, with
      *          the credits of each course from the course catalog)
      *          is shown as concluded (an APROVADO on STUDENT-MASTER),
      *          in progress (enrolled now) or missing. DIPLOMA-REGISTER
      *          runs the same audit and refuses the diploma until it
      *          is complete.
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
      *    inscricoes atuais (mesma imagem do ENROLLMENT):
           SELECT ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-ENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENRL-STATUS.

           SELECT AUDIT-REPORT-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "PRQSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-NUMERO   PIC 9(5).
           05 EN-NOME     PIC X(20).
           05 EN-TURMA    PIC X(8).
           05 EN-CURSO    PIC X(8).
           05 EN-DATA     PIC 9(8).
           05 EN-OPERATOR PIC X(8).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE PIC X(100).

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "PRQFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ENRL-PATH   PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS PIC XX.
       01  WS-AUDIT-PATH  PIC X(60) VALUE "..\degree-audit.txt".
       01  WS-ENV-VALUE   PIC X(60).

       01  WS-TODAY       PIC 9(8).
       01  WS-SEL-PROGRAMA PIC X(8).
       01  WS-SEL-NUMERO  PIC 9(5).

       01  WS-ENRL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ENRL-TABLE.
           05 WS-ENRL-ENTRY OCCURS 200 TIMES INDEXED BY EN-IDX.
               10 WS-EN-NUMERO  PIC 9(5).
               10 WS-EN-CURSO   PIC X(8).
       01  WS-ENRL-OVERFLOW PIC X VALUE "N".

      * alunos a auditar, pela ordem em que aparecem:
       01  WS-CAND-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CAND-TABLE.
           05 WS-CAND-NUMERO PIC 9(5) OCCURS 200 TIMES
               INDEXED BY CA-IDX.
       01  WS-CAND-NEW    PIC 9(5).
       01  WS-CAND-FOUND  PIC X.
       01  WS-IN-PROG     PIC X.

       01  WS-N-AUDITED   PIC 9(3) VALUE ZERO.
       01  WS-N-COMPLETE  PIC 9(3) VALUE ZERO.

       01  WS-TIPO-TEXT   PIC X(11).
       01  WS-ESTADO-TEXT PIC X(10).
       01  M-CRED         PIC ZZ9.
       01  M-OBTIDOS      PIC ZZ9.
       01  M-CURSANDO     PIC ZZ9.
       01  M-NOTA         PIC Z9.99 BLANK WHEN ZERO.

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "PRQWS.cpy".
       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM INIT-PRQ-PATH-PROCEDURE.
           PERFORM LOAD-PROGRAMME-REQS-PROCEDURE.
           IF WS-PRQ-OVERFLOW = "Y"
               DISPLAY "ERRO: programme-requirements com mais linhas "
                   "do que a tabela (300) -- auditoria recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STUDENT-OVERFLOW = "Y"
               DISPLAY "AVISO: student-master com mais linhas do que "
                   "a tabela (200) -- historico incompleto."
           END-IF.
           PERFORM LOAD-ENROLLMENTS-PROCEDURE.
           IF WS-ENRL-OVERFLOW = "Y"
               DISPLAY "AVISO: enrollments com mais linhas do que a "
                   "tabela (200) -- inscricoes incompletas."
           END-IF.

           DISPLAY "Codigo do programa: " WITH NO ADVANCING.
           ACCEPT WS-SEL-PROGRAMA.
           MOVE "N" TO WS-IN-PROG.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX) = WS-SEL-PROGRAMA
                   MOVE "Y" TO WS-IN-PROG
               END-IF
           END-PERFORM.
           IF WS-IN-PROG = "N"
               DISPLAY "ERRO: programa sem requisitos em "
                   WS-PRQ-PATH "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Numero do aluno (0 = todos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.

           IF WS-SEL-NUMERO NOT = ZERO
               MOVE WS-SEL-NUMERO TO WS-CAND-NEW
               PERFORM ADD-CANDIDATE-PROCEDURE
           ELSE
               PERFORM COLLECT-CANDIDATES-PROCEDURE
           END-IF.
           IF WS-CAND-COUNT = ZERO
               DISPLAY "Nenhum aluno com historico ou inscricao no "
                   "programa."
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "AUDITORIA DE CONCLUSAO - programa " WS-SEL-PROGRAMA
               "  em " WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAND-COUNT
               PERFORM AUDIT-STUDENT-PROCEDURE
           END-PERFORM.
           CLOSE AUDIT-REPORT-FILE.
           MOVE "DEGREE-AUDIT" TO WS-SPL-PROGRAM.
           MOVE "AUDITORIA DE CURSO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-AUDIT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY "Alunos auditados: " WS-N-AUDITED "  completos: "
               WS-N-COMPLETE.
           DISPLAY "Relatorio em " WS-AUDIT-PATH.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENRL-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEGREE_AUDIT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-PATH
           END-IF.


       LOAD-ENROLLMENTS-PROCEDURE.
           MOVE ZERO TO WS-ENRL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENRL-STATUS = "10"
               READ ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-ENRL-STATUS
                   NOT AT END
                       IF WS-ENRL-COUNT >= 200
                           MOVE "Y" TO WS-ENRL-OVERFLOW
                       ELSE
                           ADD 1 TO WS-ENRL-COUNT
                           SET EN-IDX TO WS-ENRL-COUNT
                           MOVE EN-NUMERO TO WS-EN-NUMERO(EN-IDX)
                           MOVE EN-CURSO TO WS-EN-CURSO(EN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.


      *    todos os alunos com um registo no historico ou uma
      *    inscricao num curso que conta para o programa:
       COLLECT-CANDIDATES-PROCEDURE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               MOVE WS-STUDENT-DISCIPLINA(ST-IDX)
                   TO WS-CRS-LOOKUP-CODIGO
               PERFORM CHECK-IN-PROGRAMME-PROCEDURE
               IF WS-IN-PROG = "Y"
                   MOVE WS-STUDENT-NUMERO(ST-IDX) TO WS-CAND-NEW
                   PERFORM ADD-CANDIDATE-PROCEDURE
               END-IF
           END-PERFORM.
           PERFORM VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENRL-COUNT
               MOVE WS-EN-CURSO(EN-IDX) TO WS-CRS-LOOKUP-CODIGO
               PERFORM CHECK-IN-PROGRAMME-PROCEDURE
               IF WS-IN-PROG = "Y"
                   MOVE WS-EN-NUMERO(EN-IDX) TO WS-CAND-NEW
                   PERFORM ADD-CANDIDATE-PROCEDURE
               END-IF
           END-PERFORM.


       CHECK-IN-PROGRAMME-PROCEDURE.
           MOVE "N" TO WS-IN-PROG.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX) = WS-SEL-PROGRAMA
                   AND (WS-RQ-TIPO(RQ-IDX) = "O"
                       OR WS-RQ-TIPO(RQ-IDX) = "E")
                   AND WS-RQ-CURSO(RQ-IDX) = WS-CRS-LOOKUP-CODIGO
                   MOVE "Y" TO WS-IN-PROG
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       ADD-CANDIDATE-PROCEDURE.
           MOVE "N" TO WS-CAND-FOUND.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-NUMERO(CA-IDX) = WS-CAND-NEW
                   MOVE "Y" TO WS-CAND-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CAND-FOUND = "N" AND WS-CAND-COUNT < 200
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-CAND-NEW TO WS-CAND-NUMERO(WS-CAND-COUNT)
           END-IF.


       AUDIT-STUDENT-PROCEDURE.
           MOVE WS-CAND-NUMERO(CA-IDX) TO WS-AU-NUMERO.
           MOVE WS-SEL-PROGRAMA TO WS-AU-PROGRAMA.
           MOVE ZERO TO WS-AU-INSC-COUNT.
           PERFORM VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENRL-COUNT
               IF WS-EN-NUMERO(EN-IDX) = WS-AU-NUMERO
                   AND WS-AU-INSC-COUNT < 30
                   ADD 1 TO WS-AU-INSC-COUNT
                   MOVE WS-EN-CURSO(EN-IDX)
                       TO WS-AU-INSC-CURSO(WS-AU-INSC-COUNT)
               END-IF
           END-PERFORM.
           PERFORM AUDIT-PROGRAMME-PROCEDURE.
           ADD 1 TO WS-N-AUDITED.

           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "Aluno " WS-AU-NUMERO " " WS-AU-NOME
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "  Requisito   Grupo Curso    Designacao          "
               "  Cred  Nota Situacao"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX) = WS-AU-PROGRAMA
                   PERFORM PRINT-REQUIREMENT-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE SPACES TO AUDIT-REPORT-LINE.
           IF WS-AU-COMPLETO = "Y"
               ADD 1 TO WS-N-COMPLETE
               MOVE WS-AU-MEDIA TO M-NOTA
               MOVE WS-AU-CRED-OBTIDOS TO M-OBTIDOS
               STRING "  COMPLETO - " M-OBTIDOS " creditos, media "
                   "ponderada " M-NOTA " -- pode ser diplomado."
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           ELSE
               STRING "  INCOMPLETO - " WS-AU-N-EM-FALTA
                   " requisitos em falta, " WS-AU-N-CURSANDO
                   " em curso."
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           END-IF.
           WRITE AUDIT-REPORT-LINE.


       PRINT-REQUIREMENT-PROCEDURE.
           EVALUATE WS-RQ-TIPO(RQ-IDX)
               WHEN "O" MOVE "OBRIGATORIO" TO WS-TIPO-TEXT
               WHEN "E" MOVE "OPCAO" TO WS-TIPO-TEXT
               WHEN "G" MOVE "GRUPO" TO WS-TIPO-TEXT
               WHEN "T" MOVE "TOTAL" TO WS-TIPO-TEXT
               WHEN OTHER MOVE "?" TO WS-TIPO-TEXT
           END-EVALUATE.
           EVALUATE WS-RQ-ESTADO(RQ-IDX)
               WHEN "C" MOVE "CONCLUIDO" TO WS-ESTADO-TEXT
               WHEN "I" MOVE "EM CURSO" TO WS-ESTADO-TEXT
               WHEN "F" MOVE "EM FALTA" TO WS-ESTADO-TEXT
               WHEN OTHER MOVE "-" TO WS-ESTADO-TEXT
           END-EVALUATE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           IF WS-RQ-TIPO(RQ-IDX) = "O" OR WS-RQ-TIPO(RQ-IDX) = "E"
               MOVE WS-RQ-CURSO(RQ-IDX) TO WS-CRS-LOOKUP-CODIGO
               PERFORM LOOKUP-COURSE-PROCEDURE
               MOVE WS-CRS-CREDITOS TO M-CRED
               IF WS-RQ-ESTADO(RQ-IDX) = "C"
                   MOVE WS-RQ-NOTA(RQ-IDX) TO M-NOTA
               ELSE
                   MOVE ZERO TO M-NOTA
               END-IF
               STRING "  " WS-TIPO-TEXT " " WS-RQ-GRUPO(RQ-IDX)
                   "  " WS-RQ-CURSO(RQ-IDX) " " WS-CRS-CURSO
                   "  " M-CRED " " M-NOTA " " WS-ESTADO-TEXT
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           ELSE
               MOVE WS-RQ-CREDITOS(RQ-IDX) TO M-CRED
               MOVE WS-RQ-OBTIDOS(RQ-IDX) TO M-OBTIDOS
               MOVE WS-RQ-CURSANDO(RQ-IDX) TO M-CURSANDO
               STRING "  " WS-TIPO-TEXT " " WS-RQ-GRUPO(RQ-IDX)
                   "  minimo " M-CRED " creditos: obtidos "
                   M-OBTIDOS ", em curso " M-CURSANDO "   "
                   WS-ESTADO-TEXT
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           END-IF.
           WRITE AUDIT-REPORT-LINE.


       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "PRQP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM DEGREE-AUDIT.
