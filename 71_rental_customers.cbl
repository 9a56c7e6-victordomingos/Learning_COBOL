      *          instead of renting to a bare name-and-initial, and
      *          list each customer's rental history from the history
      *          file the rental run appends. Same line-mode
      *          list/add/edit menu style as FLEET-RATES-MAINT. Each
      *          customer also carries the driving licence (number,
      *          categories, issue and expiry) and date of birth the
      *          reservations and check-out hold against the driver
      *          rules of the vehicle type. The e-mail and the
      *          preferred channel (SMS or e-mail) decide how the
      *          customer gets the pickup and overdue notifications.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           05 RH-DATA   PIC 9(8).
           05 RH-PLATE  PIC X(8).
           05 RH-VALOR  PIC S9(6)V99.
           05 RH-LEVANT PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "RCUSTWS.cpy".
       01  WS-ROW-SHOWN  PIC ZZ9.
       01  WS-HIST-EOF   PIC X.
       01  WS-N-HIST     PIC 9(4).
       01  WS-IN-CANAL   PIC X.
       01  M-VALOR       PIC Z(5)9.99-.

      * validacao de calendario partilhada (datas da carta e de
      * nascimento; zero = por registar):
       COPY "DATEVAL.cpy".
       01  WS-DATE-IN   PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
                       " doc " WS-RC-DOC(RC-IDX)
                       " tel " WS-RC-PHONE(RC-IDX)
                       " [" WS-RC-STATUS(RC-IDX) "]"
                   DISPLAY "      carta " WS-RC-CARTA(RC-IDX)
                       " cat. " WS-RC-CATEGORIAS(RC-IDX)
                       " valida ate " WS-RC-VALIDADE(RC-IDX)
                       " nasc. " WS-RC-NASCIMENTO(RC-IDX)
                   DISPLAY "      e-mail " WS-RC-EMAIL(RC-IDX)
                       " canal [" WS-RC-CANAL(RC-IDX) "]"
               END-PERFORM
           END-IF.

           ACCEPT WS-RC-DOC(RC-IDX).
           DISPLAY "Telefone (ate 12): " WITH NO ADVANCING.
           ACCEPT WS-RC-PHONE(RC-IDX).
           DISPLAY "Carta de conducao (numero, ate 15): "
               WITH NO ADVANCING.
           ACCEPT WS-RC-CARTA(RC-IDX).
           DISPLAY "Categorias da carta (ate 4, 3 posicoes cada, "
               "ex. B  BE C1 ): " WITH NO ADVANCING.
           ACCEPT WS-RC-CATEGORIAS(RC-IDX).
           DISPLAY "Data de emissao da carta (AAAAMMDD, 0 = por "
               "registar): " WITH NO ADVANCING.
           PERFORM ACCEPT-OPTIONAL-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-RC-EMISSAO(RC-IDX).
           DISPLAY "Data de validade da carta (AAAAMMDD, 0 = por "
               "registar): " WITH NO ADVANCING.
           PERFORM ACCEPT-OPTIONAL-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-RC-VALIDADE(RC-IDX).
           DISPLAY "Data de nascimento (AAAAMMDD, 0 = por "
               "registar): " WITH NO ADVANCING.
           PERFORM ACCEPT-OPTIONAL-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-RC-NASCIMENTO(RC-IDX).
           DISPLAY "E-mail (ate 40): " WITH NO ADVANCING.
           ACCEPT WS-RC-EMAIL(RC-IDX).
      *    canal dos avisos de levantamento e de atraso; em branco o
      *    cliente so e avisado ao balcao:
           DISPLAY "Canal de avisos (S = SMS, E = e-mail, em branco "
               "= nenhum): " WITH NO ADVANCING.
           ACCEPT WS-IN-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-IN-CANAL) TO WS-IN-CANAL.
           PERFORM UNTIL WS-IN-CANAL = "S" OR WS-IN-CANAL = "E"
               OR WS-IN-CANAL = SPACE
               DISPLAY "Canal invalido -- S, E ou em branco: "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CANAL
               MOVE FUNCTION UPPER-CASE(WS-IN-CANAL) TO WS-IN-CANAL
           END-PERFORM.
           MOVE WS-IN-CANAL TO WS-RC-CANAL(RC-IDX).
           IF WS-IN-CANAL = "S" AND WS-RC-PHONE(RC-IDX) = SPACES
               DISPLAY "AVISO: canal SMS sem telefone -- sem avisos."
           END-IF.
           IF WS-IN-CANAL = "E" AND WS-RC-EMAIL(RC-IDX) = SPACES
               DISPLAY "AVISO: canal e-mail sem e-mail -- sem avisos."
           END-IF.


       ACCEPT-OPTIONAL-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN = ZERO
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   MOVE WS-DATE-DD TO DV-DAY
                   MOVE WS-DATE-MM TO DV-MONTH
                   MOVE WS-DATE-YYYY TO DV-YEAR
                   PERFORM VALIDATE-DATE-PROCEDURE
                   IF DV-VALID = "Y"
                       MOVE "Y" TO WS-DATE-OK
                   ELSE
                       DISPLAY "Data invalida -- tente de novo "
                           "(AAAAMMDD): " WITH NO ADVANCING
                   END-IF
               END-IF
           END-PERFORM.


       HISTORY-PROCEDURE.

       COPY "OPERP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM RENTAL-CUSTOMERS-MAINT.
