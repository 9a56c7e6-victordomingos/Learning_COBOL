       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREW-MAINT.
      *=================================================================
      * Purpose: Maintain the crew master (crew code, name and licence
      *          of each pilot) and the crew of each FLIGHT-ID: pilot
      *          in command and co-pilot. REGISTO-DE-VOO posts every
      *          closed flight's block time to the pilot logbook of
      *          both; DUTY-LIMITS and LOGBOOK-EXTRACT read it.
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
           COPY "CREWSEL.cpy".
           COPY "FCRWSEL.cpy".
           COPY "FLIDXSEL.cpy".
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CREWFD.cpy".
           COPY "FCRWFD.cpy".
           COPY "FLIDXFD.cpy".
           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "CREWWS.cpy".
           COPY "FCRWWS.cpy".
           COPY "FLIDXWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-COD     PIC X(6).
       01  WS-SEL-FLIGHT  PIC X(10).
       01  WS-NEW-PIC     PIC X(6).
       01  WS-NEW-COP     PIC X(6).
       01  WS-N-LISTED    PIC 9(3).
       01  WS-N-FLIGHTS   PIC 9(3).
       01  WS-IN-TEXT     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-CREW-PATH-PROCEDURE.
           PERFORM LOAD-CREW-PROCEDURE.
           IF WS-CREW-OVERFLOW = "Y"
               DISPLAY "ERRO: crew com mais linhas do que a "
                   "tabela (100) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-FCRW-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-CREW-PROCEDURE.
           IF WS-FCRW-OVERFLOW = "Y"
               DISPLAY "ERRO: flight-crew com mais linhas do que a "
                   "tabela (500) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-INDEX-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CREW-PROCEDURE
                   WHEN "2" PERFORM EDIT-CREW-PROCEDURE
                   WHEN "3" PERFORM REMOVE-CREW-PROCEDURE
                   WHEN "4" PERFORM ASSIGN-CREW-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-CREW-DIRTY = "Y"
               PERFORM SAVE-CREW-PROCEDURE
               DISPLAY "Tripulantes gravados em " WS-CREW-PATH "."
           END-IF.
           IF WS-FCRW-DIRTY = "Y"
               PERFORM SAVE-FLIGHT-CREW-PROCEDURE
               DISPLAY "Tripulacoes gravadas em " WS-FCRW-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- TRIPULANTES -----".
           DISPLAY "1 - Listar tripulantes".
           DISPLAY "2 - Criar/alterar tripulante".
           DISPLAY "3 - Retirar tripulante".
           DISPLAY "4 - Atribuir tripulacao a um voo".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-CREW-PROCEDURE.
           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING CW-IDX FROM 1 BY 1
               UNTIL CW-IDX > WS-CREW-COUNT
               ADD 1 TO WS-N-LISTED
               MOVE WS-CW-CODIGO(CW-IDX) TO WS-SEL-COD
               PERFORM COUNT-FLIGHTS-PROCEDURE
               DISPLAY WS-CW-CODIGO(CW-IDX) " " WS-CW-NOME(CW-IDX)
                   " licenca " WS-CW-LICENCA(CW-IDX) "  voos: "
                   WS-N-FLIGHTS
           END-PERFORM.
           IF WS-N-LISTED = ZERO
               DISPLAY "Nao ha tripulantes registados."
           END-IF.


      *    voos em que WS-SEL-COD e comandante ou co-piloto:
       COUNT-FLIGHTS-PROCEDURE.
           MOVE ZERO TO WS-N-FLIGHTS.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCRW-COUNT
               IF WS-FC-PIC(FC-IDX) = WS-SEL-COD
                   OR WS-FC-COPILOTO(FC-IDX) = WS-SEL-COD
                   ADD 1 TO WS-N-FLIGHTS
               END-IF
           END-PERFORM.


      *    um tripulante ja existente e alterado no sitio (ENTER
      *    mantem cada campo); um novo e acrescentado:
       EDIT-CREW-PROCEDURE.
           DISPLAY "Codigo do tripulante: " WITH NO ADVANCING.
           ACCEPT WS-SEL-COD.
           IF WS-SEL-COD = SPACES
               DISPLAY "Codigo em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEL-COD TO WS-CREW-LOOKUP-COD.
           PERFORM LOOKUP-CREW-PROCEDURE.
           IF WS-CREW-FOUND = "N"
               IF WS-CREW-COUNT >= 100
                   DISPLAY "Tabela de tripulantes cheia (maximo 100)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Nome: " WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT = SPACES
                   DISPLAY "Nome em branco -- nada alterado."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CREW-COUNT
               SET CW-IDX TO WS-CREW-COUNT
               MOVE WS-SEL-COD TO WS-CW-CODIGO(CW-IDX)
               MOVE WS-IN-TEXT TO WS-CW-NOME(CW-IDX)
               MOVE SPACES TO WS-CW-LICENCA(CW-IDX)
           ELSE
               DISPLAY "Nome [" WS-CW-NOME(CW-IDX) "]: "
                   WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO WS-CW-NOME(CW-IDX)
               END-IF
           END-IF.

           DISPLAY "Licenca [" WS-CW-LICENCA(CW-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-CW-LICENCA(CW-IDX)
           END-IF.

           IF WS-CW-LICENCA(CW-IDX) = SPACES
               DISPLAY "AVISO: tripulante sem licenca registada."
           END-IF.
           MOVE "Y" TO WS-CREW-DIRTY.
           DISPLAY "Tripulante " WS-SEL-COD " registado.".


      *    a ultima linha passa para o lugar da retirada; um
      *    tripulante com voos atribuidos fica (a caderneta aponta
      *    para ele):
       REMOVE-CREW-PROCEDURE.
           DISPLAY "Codigo do tripulante: " WITH NO ADVANCING.
           ACCEPT WS-SEL-COD.
           MOVE WS-SEL-COD TO WS-CREW-LOOKUP-COD.
           PERFORM LOOKUP-CREW-PROCEDURE.
           IF WS-CREW-FOUND = "N"
               DISPLAY "Nao existe esse tripulante."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-FLIGHTS-PROCEDURE.
           IF WS-N-FLIGHTS > ZERO
               DISPLAY "RECUSADO: " WS-N-FLIGHTS
                   " voo(s) atribuido(s) a " WS-SEL-COD "."
               EXIT PARAGRAPH
           END-IF.
           IF CW-IDX < WS-CREW-COUNT
               MOVE WS-CREW-ENTRY(WS-CREW-COUNT)
                   TO WS-CREW-ENTRY(CW-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-CREW-COUNT.
           MOVE "Y" TO WS-CREW-DIRTY.
           DISPLAY "Tripulante retirado.".


      *    a tripulacao de um voo ja lancado na caderneta nao muda --
      *    as horas ficariam no piloto errado. Co-piloto "-" deixa o
      *    voo so com comandante:
       ASSIGN-CREW-PROCEDURE.
           DISPLAY "Flight ID: " WITH NO ADVANCING.
           ACCEPT WS-SEL-FLIGHT.
           IF WS-SEL-FLIGHT = SPACES
               DISPLAY "Flight ID em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-FLIGHT TO WS-FLIDX-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE.
           IF WS-FLIDX-FOUND = "N"
               DISPLAY "AVISO: voo " WS-SEL-FLIGHT
                   " ainda sem registos no flight-index."
           END-IF.

           MOVE WS-SEL-FLIGHT TO WS-FCRW-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-CREW-PROCEDURE.
           IF WS-FCRW-FOUND = "Y"
               IF WS-FC-LANCADO(FC-IDX) = "Y"
                   DISPLAY "RECUSADO: voo ja lancado na caderneta em "
                       WS-FC-DATA(FC-IDX) "."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FC-PIC(FC-IDX) TO WS-NEW-PIC
               MOVE WS-FC-COPILOTO(FC-IDX) TO WS-NEW-COP
           ELSE
               IF WS-FCRW-COUNT >= 500
                   DISPLAY "Tabela de tripulacoes cheia (maximo 500)."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-NEW-PIC
               MOVE SPACES TO WS-NEW-COP
           END-IF.

           DISPLAY "Comandante [" WS-NEW-PIC "]: " WITH NO ADVANCING.
           ACCEPT WS-SEL-COD.
           IF WS-SEL-COD NOT = SPACES
               MOVE WS-SEL-COD TO WS-NEW-PIC
           END-IF.
           IF WS-NEW-PIC = SPACES
               DISPLAY "Comandante em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Co-piloto (- = nenhum) [" WS-NEW-COP "]: "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-COD.
           IF WS-SEL-COD = "-"
               MOVE SPACES TO WS-NEW-COP
           ELSE
               IF WS-SEL-COD NOT = SPACES
                   MOVE WS-SEL-COD TO WS-NEW-COP
               END-IF
           END-IF.

           MOVE WS-NEW-PIC TO WS-CREW-LOOKUP-COD.
           PERFORM LOOKUP-CREW-PROCEDURE.
           IF WS-CREW-FOUND = "N"
               DISPLAY "RECUSADO: tripulante " WS-NEW-PIC
                   " nao registado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-COP NOT = SPACES
               IF WS-NEW-COP = WS-NEW-PIC
                   DISPLAY "RECUSADO: comandante e co-piloto iguais."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-COP TO WS-CREW-LOOKUP-COD
               PERFORM LOOKUP-CREW-PROCEDURE
               IF WS-CREW-FOUND = "N"
                   DISPLAY "RECUSADO: tripulante " WS-NEW-COP
                       " nao registado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-FCRW-FOUND = "N"
               ADD 1 TO WS-FCRW-COUNT
               SET FC-IDX TO WS-FCRW-COUNT
               MOVE WS-SEL-FLIGHT TO WS-FC-FLIGHT-ID(FC-IDX)
               MOVE "N" TO WS-FC-LANCADO(FC-IDX)
               MOVE ZERO TO WS-FC-DATA(FC-IDX)
           END-IF.
           MOVE WS-NEW-PIC TO WS-FC-PIC(FC-IDX).
           MOVE WS-NEW-COP TO WS-FC-COPILOTO(FC-IDX).
           MOVE "Y" TO WS-FCRW-DIRTY.
           DISPLAY "Tripulacao do voo " WS-SEL-FLIGHT " registada.".


       COPY "CREWP.cpy".

       COPY "FCRWP.cpy".

       COPY "FLIDXP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM CREW-MAINT.
