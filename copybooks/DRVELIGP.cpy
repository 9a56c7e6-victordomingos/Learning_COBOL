      *----------------------------------------------------------------*
      * Shared driver-eligibility logic. COPY into the PROCEDURE
      * DIVISION. Requires DRVELIG.cpy and RCUSTWS.cpy in
      * WORKING-STORAGE. CHECK-RCUST-DRIVER-PROCEDURE takes the
      * licence and birth date of the rental customer at RC-IDX;
      * CHECK-DRIVER-ELIGIBILITY-PROCEDURE works on DE-NASCIMENTO ..
      * DE-CATEGORIAS already filled in.
      *----------------------------------------------------------------*
       CHECK-RCUST-DRIVER-PROCEDURE.
           MOVE WS-RC-NASCIMENTO(RC-IDX) TO DE-NASCIMENTO.
           MOVE WS-RC-EMISSAO(RC-IDX) TO DE-EMISSAO.
           MOVE WS-RC-VALIDADE(RC-IDX) TO DE-VALIDADE.
           MOVE WS-RC-CATEGORIAS(RC-IDX) TO DE-CATEGORIAS.
           PERFORM CHECK-DRIVER-ELIGIBILITY-PROCEDURE.

      *    idade e anos de carta em anos completos a data do
      *    levantamento; a carta tem de valer ate a devolucao
      *    prevista. A sobretaxa de condutor jovem e apurada antes
      *    das recusas, para a devolucao a poder faturar sempre.
       CHECK-DRIVER-ELIGIBILITY-PROCEDURE.
           MOVE "Y" TO DE-OK.
           MOVE "N" TO DE-YOUNG.
           MOVE SPACES TO DE-REASON.
           MOVE ZERO TO DE-IDADE.
           IF DE-NASCIMENTO > ZERO
               AND DE-NASCIMENTO < DE-REF-DATE
               COMPUTE DE-IDADE =
                   (DE-REF-DATE - DE-NASCIMENTO) / 10000
               IF DE-IDADE < DE-IDADE-JOVEM
                   MOVE "Y" TO DE-YOUNG
               END-IF
           END-IF.

           IF DE-VALIDADE = ZERO
               MOVE "N" TO DE-OK
               MOVE "Carta de conducao por registar" TO DE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF DE-VALIDADE < DE-RETURN-DATE
               MOVE "N" TO DE-OK
               MOVE "Carta caduca antes de devolver" TO DE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF DE-IDADE-MIN > ZERO OR DE-IDADE-JOVEM > ZERO
               IF DE-IDADE = ZERO
                   MOVE "N" TO DE-OK
                   MOVE "Nascimento por registar" TO DE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DE-IDADE < DE-IDADE-MIN
               MOVE "N" TO DE-OK
               MOVE "Idade abaixo do minimo do tipo" TO DE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF DE-ANOS-CARTA > ZERO
               IF DE-EMISSAO = ZERO OR DE-EMISSAO > DE-REF-DATE
                   MOVE "N" TO DE-OK
                   MOVE "Data da carta por registar" TO DE-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE DE-ANOS = (DE-REF-DATE - DE-EMISSAO) / 10000
               IF DE-ANOS < DE-ANOS-CARTA
                   MOVE "N" TO DE-OK
                   MOVE "Poucos anos de carta p/ o tipo"
                       TO DE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF DE-CATEGORIA NOT = SPACES
               MOVE "N" TO DE-CATEG-OK
               PERFORM VARYING DE-IX FROM 1 BY 1 UNTIL DE-IX > 4
                   IF DE-CATEG(DE-IX) = DE-CATEGORIA
                       MOVE "Y" TO DE-CATEG-OK
                   END-IF
               END-PERFORM
               IF DE-CATEG-OK = "N"
                   MOVE "N" TO DE-OK
                   MOVE "Categoria da carta nao serve"
                       TO DE-REASON
               END-IF
           END-IF.
