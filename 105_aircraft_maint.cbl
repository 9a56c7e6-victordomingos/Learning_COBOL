       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRCRAFT-MAINT.
      *=================================================================
      * Purpose: Maintain the aircraft registry: per registration the
      *          type, maximum take-off weight, airframe hours and the
      *          hours/date of the last 50-hour, 100-hour and annual
      *          inspections; assign each FLIGHT-ID to the registration
      *          that flew it (REGISTO-DE-VOO adds the flight's duration
      *          to that airframe) and record inspections as they are
      *          signed off. INSPECTION-DUE lists what is due next.
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
           COPY "ACFTSEL.cpy".
           COPY "FLACSEL.cpy".
           COPY "FLIDXSEL.cpy".
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ACFTFD.cpy".
           COPY "FLACFD.cpy".
           COPY "FLIDXFD.cpy".
           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "ACFTWS.cpy".
           COPY "FLACWS.cpy".
           COPY "FLIDXWS.cpy".
           COPY "OPERWS.cpy".
           COPY "DATEVAL.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-MAT     PIC X(10).
       01  WS-SEL-FLIGHT  PIC X(10).
       01  WS-INSP-TIPO   PIC X.
       01  WS-N-LISTED    PIC 9(3).
       01  WS-N-FLIGHTS   PIC 9(3).
       01  WS-IN-TEXT     PIC X(40).
       01  WS-IN-NUM      PIC 9(6).
       01  WS-IN-HORAS    PIC 9(5)V99.
       01  WS-TODAY       PIC 9(8).

       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.

       01  M-HORAS        PIC ZZZZ9.99.
       01  M-HORAS-50     PIC ZZZZ9.99.
       01  M-HORAS-100    PIC ZZZZ9.99.
       01  M-MTOW         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-ACFT-PATH-PROCEDURE.
           PERFORM LOAD-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-OVERFLOW = "Y"
               DISPLAY "ERRO: aircraft com mais linhas do que a "
                   "tabela (50) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-FLAC-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-AIRCRAFT-PROCEDURE.
           IF WS-FLAC-OVERFLOW = "Y"
               DISPLAY "ERRO: flight-aircraft com mais linhas do que "
                   "a tabela (500) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-INDEX-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-AIRCRAFT-PROCEDURE
                   WHEN "2" PERFORM EDIT-AIRCRAFT-PROCEDURE
                   WHEN "3" PERFORM REMOVE-AIRCRAFT-PROCEDURE
                   WHEN "4" PERFORM ASSIGN-FLIGHT-PROCEDURE
                   WHEN "5" PERFORM RECORD-INSPECTION-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-ACFT-DIRTY = "Y"
               PERFORM SAVE-AIRCRAFT-PROCEDURE
               DISPLAY "Aeronaves gravadas em " WS-ACFT-PATH "."
           END-IF.
           IF WS-FLAC-DIRTY = "Y"
               PERFORM SAVE-FLIGHT-AIRCRAFT-PROCEDURE
               DISPLAY "Voos atribuidos gravados em " WS-FLAC-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- REGISTO DE AERONAVES -----".
           DISPLAY "1 - Listar aeronaves".
           DISPLAY "2 - Criar/alterar aeronave".
           DISPLAY "3 - Retirar aeronave".
           DISPLAY "4 - Atribuir voo a uma matricula".
           DISPLAY "5 - Registar inspecao".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-AIRCRAFT-PROCEDURE.
           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACFT-COUNT
               ADD 1 TO WS-N-LISTED
               MOVE WS-AC-MTOW(AC-IDX) TO M-MTOW
               MOVE WS-AC-HORAS(AC-IDX) TO M-HORAS
               DISPLAY WS-AC-MATRICULA(AC-IDX) " "
                   WS-AC-TIPO(AC-IDX) " MTOW " M-MTOW " kg  horas "
                   M-HORAS
               MOVE WS-AC-INSP50-HORAS(AC-IDX) TO M-HORAS-50
               MOVE WS-AC-INSP100-HORAS(AC-IDX) TO M-HORAS-100
               DISPLAY "        ultima 50 h a " M-HORAS-50
                   "  ultima 100 h a " M-HORAS-100
                   "  anual " WS-AC-ANUAL-DATA(AC-IDX)
               PERFORM COUNT-FLIGHTS-PROCEDURE
               DISPLAY "        voos atribuidos: " WS-N-FLIGHTS
           END-PERFORM.
           IF WS-N-LISTED = ZERO
               DISPLAY "Nao ha aeronaves registadas."
           END-IF.


       COUNT-FLIGHTS-PROCEDURE.
           MOVE ZERO TO WS-N-FLIGHTS.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FLAC-COUNT
               IF WS-FA-MATRICULA(FA-IDX) = WS-AC-MATRICULA(AC-IDX)
                   ADD 1 TO WS-N-FLIGHTS
               END-IF
           END-PERFORM.


      *    uma aeronave ja existente e alterada no sitio (ENTER
      *    mantem cada campo); uma nova e acrescentada. As horas de
      *    celula iniciais so se indicam na criacao -- depois crescem
      *    apenas com os voos lancados pelo REGISTO-DE-VOO:
       EDIT-AIRCRAFT-PROCEDURE.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-MAT.
           IF WS-SEL-MAT = SPACES
               DISPLAY "Matricula em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEL-MAT TO WS-ACFT-LOOKUP-MAT.
           PERFORM LOOKUP-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-FOUND = "N"
               IF WS-ACFT-COUNT >= 50
                   DISPLAY "Tabela de aeronaves cheia (maximo 50)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Tipo: " WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT = SPACES
                   DISPLAY "Tipo em branco -- nada alterado."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACFT-COUNT
               SET AC-IDX TO WS-ACFT-COUNT
               MOVE WS-SEL-MAT TO WS-AC-MATRICULA(AC-IDX)
               MOVE WS-IN-TEXT TO WS-AC-TIPO(AC-IDX)
               MOVE ZERO TO WS-AC-MTOW(AC-IDX)
               MOVE ZERO TO WS-AC-INSP50-HORAS(AC-IDX)
               MOVE ZERO TO WS-AC-INSP100-HORAS(AC-IDX)
               MOVE WS-TODAY TO WS-AC-ANUAL-DATA(AC-IDX)
               DISPLAY "Horas de celula atuais (9999.99): "
                   WITH NO ADVANCING
               MOVE ZERO TO WS-IN-HORAS
               ACCEPT WS-IN-HORAS
               MOVE WS-IN-HORAS TO WS-AC-HORAS(AC-IDX)
               MOVE WS-IN-HORAS TO WS-AC-INSP50-HORAS(AC-IDX)
               MOVE WS-IN-HORAS TO WS-AC-INSP100-HORAS(AC-IDX)
           ELSE
               DISPLAY "Tipo [" WS-AC-TIPO(AC-IDX) "]: "
                   WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO WS-AC-TIPO(AC-IDX)
               END-IF
           END-IF.

           MOVE WS-AC-MTOW(AC-IDX) TO M-MTOW.
           DISPLAY "MTOW em kg [" M-MTOW "]: " WITH NO ADVANCING.
           MOVE ZERO TO WS-IN-NUM.
           ACCEPT WS-IN-NUM.
           IF WS-IN-NUM NOT = ZERO
               MOVE WS-IN-NUM TO WS-AC-MTOW(AC-IDX)
           END-IF.

           IF WS-AC-MTOW(AC-IDX) = ZERO
               DISPLAY "AVISO: aeronave sem MTOW registado."
           END-IF.
           MOVE "Y" TO WS-ACFT-DIRTY.
           DISPLAY "Aeronave " WS-SEL-MAT " registada.".


      *    a ultima linha passa para o lugar da retirada; voos ainda
      *    atribuidos a matricula impedem a retirada:
       REMOVE-AIRCRAFT-PROCEDURE.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-MAT.
           MOVE WS-SEL-MAT TO WS-ACFT-LOOKUP-MAT.
           PERFORM LOOKUP-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-FOUND = "N"
               DISPLAY "Nao existe essa aeronave."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-FLIGHTS-PROCEDURE.
           IF WS-N-FLIGHTS > ZERO
               DISPLAY "RECUSADO: " WS-N-FLIGHTS
                   " voo(s) atribuido(s) a " WS-SEL-MAT "."
               EXIT PARAGRAPH
           END-IF.
           IF AC-IDX < WS-ACFT-COUNT
               MOVE WS-ACFT-ENTRY(WS-ACFT-COUNT)
                   TO WS-ACFT-ENTRY(AC-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-ACFT-COUNT.
           MOVE "Y" TO WS-ACFT-DIRTY.
           DISPLAY "Aeronave retirada.".


      *    um voo cujas horas ja foram lancadas numa celula nao pode
      *    mudar de matricula -- as horas ficariam na aeronave errada:
       ASSIGN-FLIGHT-PROCEDURE.
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

           MOVE WS-SEL-FLIGHT TO WS-FLAC-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-AIRCRAFT-PROCEDURE.
           IF WS-FLAC-FOUND = "Y"
               IF WS-FA-HORAS(FA-IDX) NOT = ZERO
                   DISPLAY "RECUSADO: horas do voo ja lancadas em "
                       WS-FA-MATRICULA(FA-IDX) "."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Matricula [" WS-FA-MATRICULA(FA-IDX) "]: "
                   WITH NO ADVANCING
           ELSE
               IF WS-FLAC-COUNT >= 500
                   DISPLAY "Tabela de voos atribuidos cheia "
                       "(maximo 500)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Matricula: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-SEL-MAT.
           IF WS-SEL-MAT = SPACES
               DISPLAY "Nada alterado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-MAT TO WS-ACFT-LOOKUP-MAT.
           PERFORM LOOKUP-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-FOUND = "N"
               DISPLAY "RECUSADO: aeronave " WS-SEL-MAT
                   " nao registada."
               EXIT PARAGRAPH
           END-IF.

           IF WS-FLAC-FOUND = "N"
               ADD 1 TO WS-FLAC-COUNT
               SET FA-IDX TO WS-FLAC-COUNT
               MOVE WS-SEL-FLIGHT TO WS-FA-FLIGHT-ID(FA-IDX)
               MOVE ZERO TO WS-FA-HORAS(FA-IDX)
               MOVE ZERO TO WS-FA-DATA(FA-IDX)
           END-IF.
           MOVE WS-SEL-MAT TO WS-FA-MATRICULA(FA-IDX).
           MOVE "Y" TO WS-FLAC-DIRTY.
           DISPLAY "Voo " WS-SEL-FLIGHT " atribuido a " WS-SEL-MAT ".".


      *    tipo 5 = inspecao de 50 h, 1 = de 100 h (conta tambem como
      *    de 50 h), A = anual. As horas da inspecao sao por omissao
      *    as horas de celula atuais:
       RECORD-INSPECTION-PROCEDURE.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-MAT.
           MOVE WS-SEL-MAT TO WS-ACFT-LOOKUP-MAT.
           PERFORM LOOKUP-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-FOUND = "N"
               DISPLAY "Nao existe essa aeronave."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Inspecao (5 = 50 h, 1 = 100 h, A = anual): "
               WITH NO ADVANCING.
           ACCEPT WS-INSP-TIPO.

           EVALUATE WS-INSP-TIPO
               WHEN "5"
               WHEN "1"
                   MOVE WS-AC-HORAS(AC-IDX) TO M-HORAS
                   DISPLAY "Horas de celula na inspecao [" M-HORAS
                       "]: " WITH NO ADVANCING
                   MOVE ZERO TO WS-IN-HORAS
                   ACCEPT WS-IN-HORAS
                   IF WS-IN-HORAS = ZERO
                       MOVE WS-AC-HORAS(AC-IDX) TO WS-IN-HORAS
                   END-IF
                   IF WS-IN-HORAS > WS-AC-HORAS(AC-IDX)
                       DISPLAY "RECUSADO: horas acima das horas de "
                           "celula."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-IN-HORAS TO WS-AC-INSP50-HORAS(AC-IDX)
                   IF WS-INSP-TIPO = "1"
                       MOVE WS-IN-HORAS TO WS-AC-INSP100-HORAS(AC-IDX)
                   END-IF
               WHEN "A"
               WHEN "a"
                   DISPLAY "Data da inspecao anual (AAAAMMDD): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-VALID-DATE-PROCEDURE
                   IF WS-DATE-IN > WS-TODAY
                       DISPLAY "RECUSADO: data no futuro."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATE-IN TO WS-AC-ANUAL-DATA(AC-IDX)
               WHEN OTHER
                   DISPLAY "Tipo de inspecao invalido -- nada "
                       "alterado."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-ACFT-DIRTY.
           DISPLAY "Inspecao registada para " WS-SEL-MAT ".".


       ACCEPT-VALID-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               ACCEPT WS-DATE-IN
               MOVE WS-DATE-DD TO DV-DAY
               MOVE WS-DATE-MM TO DV-MONTH
               MOVE WS-DATE-YYYY TO DV-YEAR
               PERFORM VALIDATE-DATE-PROCEDURE
               IF DV-VALID = "Y"
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   DISPLAY "Data invalida -- tente de novo (AAAAMMDD): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.


       COPY "ACFTP.cpy".

       COPY "FLACP.cpy".

       COPY "FLIDXP.cpy".

       COPY "OPERP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM AIRCRAFT-MAINT.
