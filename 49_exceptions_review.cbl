      *    masters para validar a correcao com os MESMOS criterios
      *    do programa de origem:
           COPY "PRODMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "SHOPSEL.cpy".
           COPY "EMPLMSEL.cpy".

      *=================================================================
           05 RG-SHIFT     PIC 99.
           05 RG-ACCOUNT   PIC 9(5).
           05 RG-MEMBER    PIC 9(5).
           05 RG-STAFF     PIC 9(5).
           05 RG-CARD      PIC 9(6).
           05 RG-PLATE     PIC X(8).

      * mesma imagem do MONEY-IN multi-dia da folha:
       FD RESUBMIT-PUNCH-FILE.
           05 RP-REMUNERATION PIC 9999.

       COPY "PRODMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "SHOPFD.cpy".
       COPY "EMPLMFD.cpy".

      *-----------------------------------------------------------------
       01  WS-OVERNIGHT   PIC X.

       COPY "PRODMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "SHOPWS.cpy".
       COPY "EMPLMWS.cpy".
       COPY "DATEVAL.cpy".

           PERFORM LOAD-EXCEPTIONS-PROCEDURE.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           PERFORM INIT-SHOP-PATH-PROCEDURE.
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RESUBMIT_GAS_FILE".
           DISPLAY "Produto (ate 20 caracteres): " WITH NO ADVANCING.
           ACCEPT RG-NAME.
      *    o mesmo criterio do PRODUCT-PRICES: produto com preco em
      *    vigor no master, ou artigo da loja:
           MOVE RG-NAME TO WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           MOVE "N" TO WS-SHOP-FOUND.
           IF WS-PROD-FOUND = "N"
               MOVE RG-NAME TO WS-SHOP-LOOKUP-CODIGO
               PERFORM FIND-SHOP-ITEM-PROCEDURE
               IF WS-SHOP-FOUND = "N"
                   DISPLAY "RECUSADO: produto sem preco no "
                       "PRODUCT-MASTER nem artigo de loja -- "
                       "correcao nao aceite."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO RG-QTY.
           DISPLAY "Quantidade (999, > 0): " WITH NO ADVANCING.
               DISPLAY "RECUSADO: quantidade a zero."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHOP-FOUND = "Y"
               MOVE WS-SHOP-PRECO(SK-IDX) TO RG-PRICE
               MOVE WS-SHOP-TAXA(SK-IDX) TO RG-TAX
           ELSE
               MOVE WS-PROD-PRECO(PM-IDX) TO RG-PRICE
               MOVE WS-PROD-TAXA(PM-IDX) TO RG-TAX
           END-IF.
           DISPLAY "Tipo (S/R/V, I = consumo interno): "
               WITH NO ADVANCING.
           ACCEPT RG-TTYPE.
           MOVE SPACES TO RG-PLATE.
           IF RG-TTYPE = "I" OR RG-TTYPE = "i"
               DISPLAY "Matricula da viatura de aluguer: "
                   WITH NO ADVANCING
               ACCEPT RG-PLATE
           END-IF.
           DISPLAY "Turno (99): " WITH NO ADVANCING.
           ACCEPT RG-SHIFT.
           DISPLAY "Conta de frota (0 = dinheiro): "
           ACCEPT RG-ACCOUNT.
           DISPLAY "Cartao de cliente (0 = sem): " WITH NO ADVANCING.
           ACCEPT RG-MEMBER.
           DISPLAY "Funcionario - compra de pessoal (0 = nao): "
               WITH NO ADVANCING.
           ACCEPT RG-STAFF.
           MOVE ZERO TO RG-CARD.
           IF RG-ACCOUNT NUMERIC AND RG-ACCOUNT > ZERO
               DISPLAY "Cartao de frota (0 = sem): " WITH NO ADVANCING
               ACCEPT RG-CARD
           END-IF.

           OPEN EXTEND RESUBMIT-GAS-FILE.
           IF WS-RESUB-GAS-STATUS = "35"

       COPY "PRODMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SHOPP.cpy".

       COPY "EMPLMP.cpy".

       COPY "DATEVALP.cpy".
