      *----------------------------------------------------------------*
      * Shared programme-requirements logic. COPY into the PROCEDURE
      * DIVISION, with CRSCP.cpy and STUDMP.cpy. PERFORM
      * INIT-PRQ-PATH-PROCEDURE then LOAD-PROGRAMME-REQS-PROCEDURE
      * once at startup (the course catalog and STUDENT-MASTER must be
      * loaded too). To audit a student, MOVE the student number and
      * programme to WS-AU-NUMERO / WS-AU-PROGRAMA, fill
      * WS-AU-INSC-CURSO(1..WS-AU-INSC-COUNT) with the courses the
      * student is enrolled in and PERFORM AUDIT-PROGRAMME-PROCEDURE;
      * WS-AU-COMPLETO = "Y" when every requirement is concluded.
      *----------------------------------------------------------------*
       INIT-PRQ-PATH-PROCEDURE.
           ACCEPT WS-PRQ-ENV-VALUE FROM ENVIRONMENT
               "PROGRAMME_REQUIREMENTS_FILE".
           IF WS-PRQ-ENV-VALUE NOT = SPACES
               MOVE WS-PRQ-ENV-VALUE TO WS-PRQ-PATH
           END-IF.

       LOAD-PROGRAMME-REQS-PROCEDURE.
           MOVE ZERO TO WS-PRQ-COUNT.
           OPEN INPUT PROGRAMME-REQ-FILE.
           IF WS-PRQ-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PRQ-STATUS = "10"
                   READ PROGRAMME-REQ-FILE
                       AT END MOVE "10" TO WS-PRQ-STATUS
                       NOT AT END
                           IF WS-PRQ-COUNT >= 300
                               MOVE "Y" TO WS-PRQ-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRQ-COUNT
                               SET RQ-IDX TO WS-PRQ-COUNT
                               MOVE RQ-PROGRAMA
                                   TO WS-RQ-PROGRAMA(RQ-IDX)
                               MOVE RQ-TIPO TO WS-RQ-TIPO(RQ-IDX)
                               MOVE RQ-GRUPO TO WS-RQ-GRUPO(RQ-IDX)
                               MOVE RQ-CURSO TO WS-RQ-CURSO(RQ-IDX)
                               IF RQ-CREDITOS IS NUMERIC
                                   MOVE RQ-CREDITOS
                                       TO WS-RQ-CREDITOS(RQ-IDX)
                               ELSE
                                   MOVE ZERO TO WS-RQ-CREDITOS(RQ-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAMME-REQ-FILE
           END-IF.

      *    primeiro os cursos (obrigatorios e de opcao), depois os
      *    grupos de opcao e o total, que dependem deles:
       AUDIT-PROGRAMME-PROCEDURE.
           MOVE "N" TO WS-AU-DEFINIDO.
           MOVE "N" TO WS-AU-COMPLETO.
           MOVE SPACES TO WS-AU-NOME.
           MOVE ZERO TO WS-AU-CRED-EXIGIDOS WS-AU-CRED-OBTIDOS
               WS-AU-CRED-CURSANDO WS-AU-N-CONCLUIDOS
               WS-AU-N-CURSANDO WS-AU-N-EM-FALTA WS-AU-MEDIA
               WS-AU-SOMA.
           MOVE WS-AU-NUMERO TO WS-STUDENT-LOOKUP-NUMERO.
           PERFORM LOOKUP-STUDENT-PROCEDURE.
           IF WS-STUDENT-FOUND = "Y"
               MOVE WS-STUDENT-NOME(ST-IDX) TO WS-AU-NOME
           END-IF.

           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX) = WS-AU-PROGRAMA
                   MOVE "Y" TO WS-AU-DEFINIDO
                   MOVE SPACE TO WS-RQ-ESTADO(RQ-IDX)
                   MOVE ZERO TO WS-RQ-OBTIDOS(RQ-IDX)
                   MOVE ZERO TO WS-RQ-CURSANDO(RQ-IDX)
                   MOVE ZERO TO WS-RQ-NOTA(RQ-IDX)
                   IF WS-RQ-TIPO(RQ-IDX) = "O"
                       OR WS-RQ-TIPO(RQ-IDX) = "E"
                       PERFORM AUDIT-REQ-COURSE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AU-DEFINIDO = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX) = WS-AU-PROGRAMA
                   EVALUATE WS-RQ-TIPO(RQ-IDX)
                       WHEN "G"
                           PERFORM AUDIT-REQ-GROUP-PROCEDURE
                       WHEN "T"
                           MOVE WS-RQ-CREDITOS(RQ-IDX)
                               TO WS-AU-CRED-EXIGIDOS
                           MOVE WS-AU-CRED-OBTIDOS
                               TO WS-RQ-OBTIDOS(RQ-IDX)
                           MOVE WS-AU-CRED-CURSANDO
                               TO WS-RQ-CURSANDO(RQ-IDX)
                           PERFORM SET-REQ-CREDIT-STATE-PROCEDURE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-AU-CRED-OBTIDOS > ZERO
               COMPUTE WS-AU-MEDIA ROUNDED =
                   WS-AU-SOMA / WS-AU-CRED-OBTIDOS
           END-IF.
           IF WS-AU-N-EM-FALTA = ZERO AND WS-AU-N-CURSANDO = ZERO
               MOVE "Y" TO WS-AU-COMPLETO
           END-IF.

      *    concluido = um APROVADO no historico (o mais recente
      *    da a nota); em curso = inscrito neste momento:
       AUDIT-REQ-COURSE-PROCEDURE.
           MOVE WS-RQ-CURSO(RQ-IDX) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           PERFORM VARYING ST-IDX FROM WS-STUDENT-COUNT BY -1
               UNTIL ST-IDX < 1
               IF WS-STUDENT-NUMERO(ST-IDX) = WS-AU-NUMERO
                   AND WS-STUDENT-DISCIPLINA(ST-IDX)
                       = WS-RQ-CURSO(RQ-IDX)
                   AND WS-STUDENT-RESULTADO(ST-IDX)(1:8) = "APROVADO"
                   MOVE "C" TO WS-RQ-ESTADO(RQ-IDX)
                   IF WS-STUDENT-NOTA-F(ST-IDX) > ZERO
                       MOVE WS-STUDENT-NOTA-F(ST-IDX)
                           TO WS-RQ-NOTA(RQ-IDX)
                   ELSE
                       MOVE WS-STUDENT-MEDIA(ST-IDX)
                           TO WS-RQ-NOTA(RQ-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RQ-ESTADO(RQ-IDX) = SPACE
               PERFORM VARYING AI-IDX FROM 1 BY 1
                   UNTIL AI-IDX > WS-AU-INSC-COUNT
                   IF WS-AU-INSC-CURSO(AI-IDX) = WS-RQ-CURSO(RQ-IDX)
                       MOVE "I" TO WS-RQ-ESTADO(RQ-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RQ-ESTADO(RQ-IDX) = SPACE
               AND WS-RQ-TIPO(RQ-IDX) = "O"
               MOVE "F" TO WS-RQ-ESTADO(RQ-IDX)
           END-IF.
           IF WS-RQ-TIPO(RQ-IDX) = "O"
               EVALUATE WS-RQ-ESTADO(RQ-IDX)
                   WHEN "C" ADD 1 TO WS-AU-N-CONCLUIDOS
                   WHEN "I" ADD 1 TO WS-AU-N-CURSANDO
                   WHEN "F" ADD 1 TO WS-AU-N-EM-FALTA
               END-EVALUATE
           END-IF.

      *    um curso que aparece em mais do que uma linha do programa
      *    so conta uma vez para o total:
           MOVE "N" TO WS-AU-DUP.
           PERFORM VARYING RQ-IDX2 FROM 1 BY 1
               UNTIL RQ-IDX2 >= RQ-IDX
               IF WS-RQ-PROGRAMA(RQ-IDX2) = WS-AU-PROGRAMA
                   AND WS-RQ-CURSO(RQ-IDX2) = WS-RQ-CURSO(RQ-IDX)
                   AND (WS-RQ-TIPO(RQ-IDX2) = "O"
                       OR WS-RQ-TIPO(RQ-IDX2) = "E")
                   MOVE "Y" TO WS-AU-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AU-DUP = "N"
               EVALUATE WS-RQ-ESTADO(RQ-IDX)
                   WHEN "C"
                       ADD WS-CRS-CREDITOS TO WS-AU-CRED-OBTIDOS
                       COMPUTE WS-AU-SOMA = WS-AU-SOMA
                           + WS-RQ-NOTA(RQ-IDX) * WS-CRS-CREDITOS
                   WHEN "I"
                       ADD WS-CRS-CREDITOS TO WS-AU-CRED-CURSANDO
               END-EVALUATE
           END-IF.

      *    creditos dos cursos de opcao do grupo ja concluidos e em
      *    curso:
       AUDIT-REQ-GROUP-PROCEDURE.
           PERFORM VARYING RQ-IDX2 FROM 1 BY 1
               UNTIL RQ-IDX2 > WS-PRQ-COUNT
               IF WS-RQ-PROGRAMA(RQ-IDX2) = WS-AU-PROGRAMA
                   AND WS-RQ-TIPO(RQ-IDX2) = "E"
                   AND WS-RQ-GRUPO(RQ-IDX2) = WS-RQ-GRUPO(RQ-IDX)
                   MOVE WS-RQ-CURSO(RQ-IDX2) TO WS-CRS-LOOKUP-CODIGO
                   PERFORM LOOKUP-COURSE-PROCEDURE
                   EVALUATE WS-RQ-ESTADO(RQ-IDX2)
                       WHEN "C"
                           ADD WS-CRS-CREDITOS
                               TO WS-RQ-OBTIDOS(RQ-IDX)
                       WHEN "I"
                           ADD WS-CRS-CREDITOS
                               TO WS-RQ-CURSANDO(RQ-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM SET-REQ-CREDIT-STATE-PROCEDURE.

       SET-REQ-CREDIT-STATE-PROCEDURE.
           IF WS-RQ-OBTIDOS(RQ-IDX) >= WS-RQ-CREDITOS(RQ-IDX)
               MOVE "C" TO WS-RQ-ESTADO(RQ-IDX)
           ELSE
               IF WS-RQ-OBTIDOS(RQ-IDX) + WS-RQ-CURSANDO(RQ-IDX)
                   >= WS-RQ-CREDITOS(RQ-IDX)
                   MOVE "I" TO WS-RQ-ESTADO(RQ-IDX)
                   ADD 1 TO WS-AU-N-CURSANDO
               ELSE
                   MOVE "F" TO WS-RQ-ESTADO(RQ-IDX)
                   ADD 1 TO WS-AU-N-EM-FALTA
               END-IF
           END-IF.
