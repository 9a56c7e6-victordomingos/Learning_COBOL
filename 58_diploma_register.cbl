      *          certificate and appends an issuance register record
      *          (serial, student, course, date, operator) -- so a
      *          reissue can be verified and duplicates detected.
      *          When the code is a programme with requirements on
      *          file, the degree audit (mandatory courses, elective
      *          groups, total credits) must be complete instead, and
      *          the classification is the credit-weighted average.
      *          The student's guardians with a notification channel
      *          are told by SMS or e-mail that the diploma is ready
      *          (shared notification outbox).
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIPL-PRT-STATUS.

      *    inscricoes atuais (cursos em curso para a auditoria):
           SELECT ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-ENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENRL-STATUS.

           COPY "OPERSEL.cpy".
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "PRQSEL.cpy".

      *    encarregados (contacto dos avisos) e caixa de saida dos
      *    avisos por SMS/e-mail:
           COPY "GUARSEL.cpy".
           COPY "NOTFSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMA-COUNTER-FILE.
       FD  DIPLOMA-PRINT-FILE.
       01  DIPLOMA-PRINT-LINE PIC X(70).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-NUMERO   PIC 9(5).
           05 EN-NOME     PIC X(20).
           05 EN-TURMA    PIC X(8).
           05 EN-CURSO    PIC X(8).
           05 EN-DATA     PIC 9(8).
           05 EN-OPERATOR PIC X(8).

       COPY "OPERFD.cpy".
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "PRQFD.cpy".
       COPY "GUARFD.cpy".
       COPY "NOTFFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DIPL-CTR-PATH   PIC X(60)
           VALUE "..\diploma-counter.txt".
       01  WS-DIPL-REG-STATUS PIC XX.
       01  WS-DIPL-PRT-PATH   PIC X(60) VALUE "..\diplomas.txt".
       01  WS-DIPL-PRT-STATUS PIC XX.
       01  WS-ENRL-PATH       PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS     PIC XX.
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-SERIAL-NO   PIC 9(6).
       01  WS-RES-NOME      PIC X(20).
       01  WS-RES-RESULTADO PIC X(20).
       01  WS-RES-NOTA      PIC 99V99.
       01  WS-RES-OK        PIC X.
       01  M-NOTA           PIC Z9.99.

      * deteccao de duplicados no registo de emissoes:
       COPY "OPERWS.cpy".
       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "PRQWS.cpy".
       COPY "GUARWS.cpy".
       COPY "NOTFWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DIPL-PRT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENRL-PATH
           END-IF.

           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-PRQ-PATH-PROCEDURE.
           PERFORM LOAD-PROGRAMME-REQS-PROCEDURE.
      *    com requisitos truncados a auditoria poderia dar como
      *    completo um programa que nao esta:
           IF WS-PRQ-OVERFLOW = "Y"
               DISPLAY "ERRO: programme-requirements com mais linhas "
                   "do que a tabela (300) -- emissao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DIPLOMA-COUNTER-PROCEDURE.
           PERFORM INIT-GUAR-PATH-PROCEDURE.
           PERFORM LOAD-GUARDIANS-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.

           OPEN EXTEND DIPLOMA-PRINT-FILE.
           IF WS-DIPL-PRT-STATUS = "35"
       ISSUE-ONE-DIPLOMA-PROCEDURE.
           DISPLAY "Numero do aluno (5 digitos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           DISPLAY "Codigo do curso/programa: " WITH NO ADVANCING.
           ACCEPT WS-SEL-CURSO.

      *    um programa com requisitos no ficheiro so e diplomado com
      *    a auditoria completa; um curso avulso continua a exigir o
      *    APROVADO nesse curso:
           MOVE WS-SEL-NUMERO TO WS-AU-NUMERO.
           MOVE WS-SEL-CURSO TO WS-AU-PROGRAMA.
           PERFORM LOAD-AUDIT-ENROLLMENTS-PROCEDURE.
           PERFORM AUDIT-PROGRAMME-PROCEDURE.
           IF WS-AU-DEFINIDO = "Y"
               PERFORM CHECK-PROGRAMME-AUDIT-PROCEDURE
           ELSE
               PERFORM CHECK-COURSE-RESULT-PROCEDURE
           END-IF.
           IF WS-RES-OK = "N"
               EXIT PARAGRAPH
           END-IF.

      *    ja ha diploma emitido para este par? uma segunda via e
      *    legitima, mas fica marcada e o original identificado:
           PERFORM CHECK-DUPLICATE-PROCEDURE.
           MOVE "E" TO WS-TIPO.
           IF WS-DUP-FOUND = "Y"
               DISPLAY "AVISO: ja emitido com o serie " WS-DUP-SERIAL
                   " -- emitir segunda via? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONTINUA
               IF WS-CONTINUA NOT = "S" AND WS-CONTINUA NOT = "s"
                   MOVE "S" TO WS-CONTINUA
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO WS-TIPO
               MOVE "S" TO WS-CONTINUA
           END-IF.

           PERFORM PRINT-CERTIFICATE-PROCEDURE.
           PERFORM APPEND-REGISTER-PROCEDURE.
           DISPLAY "Diploma n. " WS-SERIAL-NO " emitido para "
               WS-RES-NOME ".".
           PERFORM VARYING GU-IDX FROM 1 BY 1
               UNTIL GU-IDX > WS-GUAR-COUNT
               IF WS-GU-NUMERO(GU-IDX) = WS-SEL-NUMERO
                   PERFORM QUEUE-DIPLOMA-NOTICE-PROCEDURE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SERIAL-NO.


      *    diploma pronto para levantar, aos encarregados com canal de
      *    avisos (o aluno nao tem contacto proprio):
       QUEUE-DIPLOMA-NOTICE-PROCEDURE.
           MOVE SPACES TO WS-NTF-VARS.
           MOVE "DIPLOMA-REGISTER" TO WS-NTF-PROGRAMA.
           MOVE "DIPL-PRONTO" TO WS-NTF-MODELO.
           MOVE WS-SERIAL-NO TO WS-NTF-REF.
           MOVE WS-GU-NOME(GU-IDX) TO WS-NTF-NOME.
           MOVE WS-GU-CANAL(GU-IDX) TO WS-NTF-CANAL.
           MOVE WS-GU-TELEFONE(GU-IDX) TO WS-NTF-TELEFONE.
           MOVE WS-GU-EMAIL(GU-IDX) TO WS-NTF-EMAIL.
           MOVE WS-GU-NOME(GU-IDX) TO WS-NTF-VAR(1).
           MOVE WS-RES-NOME TO WS-NTF-VAR(2).
           MOVE WS-SEL-CURSO TO WS-NTF-VAR(3).
           MOVE WS-SERIAL-NO TO WS-NTF-VAR(4).
           PERFORM QUEUE-NOTIFICATION-PROCEDURE.


      *    resultado final no historico: o registo mais recente do
      *    par (aluno, curso) tem de ser um APROVADO:
       CHECK-COURSE-RESULT-PROCEDURE.
           MOVE "N" TO WS-RES-OK.
           MOVE "N" TO WS-RES-FOUND.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
                   WS-RES-RESULTADO ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-RES-OK.


      *    auditoria do programa: obrigatorios, grupos de opcao e
      *    total de creditos todos concluidos; a classificacao e a
      *    media ponderada pelos creditos:
       CHECK-PROGRAMME-AUDIT-PROCEDURE.
           MOVE "N" TO WS-RES-OK.
           IF WS-AU-COMPLETO = "N"
               DISPLAY "RECUSADO: auditoria do programa incompleta -- "
                   WS-AU-N-EM-FALTA " requisitos em falta, "
                   WS-AU-N-CURSANDO " em curso; creditos "
                   WS-AU-CRED-OBTIDOS " de " WS-AU-CRED-EXIGIDOS "."
               DISPLAY "          (detalhe no relatorio DEGREE-AUDIT)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-NOME TO WS-RES-NOME.
           MOVE "APROVADO" TO WS-RES-RESULTADO.
           MOVE WS-AU-MEDIA TO WS-RES-NOTA.
           MOVE "Y" TO WS-RES-OK.


      *    cursos em que o aluno esta inscrito neste momento:
       LOAD-AUDIT-ENROLLMENTS-PROCEDURE.
           MOVE ZERO TO WS-AU-INSC-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENRL-STATUS = "10"
               READ ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-ENRL-STATUS
                   NOT AT END
                       IF EN-NUMERO = WS-AU-NUMERO
                           AND WS-AU-INSC-COUNT < 30
                           ADD 1 TO WS-AU-INSC-COUNT
                           MOVE EN-CURSO
                               TO WS-AU-INSC-CURSO(WS-AU-INSC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.


       CHECK-DUPLICATE-PROCEDURE.

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "PRQP.cpy".

       COPY "GUARP.cpy".

       COPY "NOTFP.cpy".

       END PROGRAM DIPLOMA-REGISTER.
