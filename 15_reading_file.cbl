      *    chaves do voo em vez de varrer o ficheiro desde a chave 1:
           COPY "FLIDXSEL.cpy".

      *    registo de aeronaves e atribuicao voo -> matricula: a
      *    duracao de um voo listado por inteiro soma-se as horas de
      *    celula da aeronave que o fez:
           COPY "ACFTSEL.cpy".
           COPY "FLACSEL.cpy".

      *    tripulacao por voo e caderneta dos pilotos: o tempo de
      *    bloco do voo listado por inteiro entra na caderneta do
      *    comandante e do co-piloto:
           COPY "FCRWSEL.cpy".
           COPY "PLOGSEL.cpy".

      *    zonas restritas (nome, caixa de coordenadas, altitude de
      *    piso e janela horaria ativa): qualquer fixo dentro de uma
      *    zona ativa abaixo do piso e uma violacao, independente do
           ASSIGN TO DYNAMIC WS-VIOL-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 FP-WIDTH-NM  PIC 9(3)V99.

       COPY "FLIDXFD.cpy".
       COPY "ACFTFD.cpy".
       COPY "FLACFD.cpy".
       COPY "FCRWFD.cpy".
       COPY "PLOGFD.cpy".

       FD  RESTRICTED-ZONES-FILE.
       01  RESTRICTED-ZONE-RECORD.
       FD  VIOLATIONS-REPORT-FILE.
       01  VIOLATIONS-REPORT-LINE PIC X(75).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       COPY "FLIDXWS.cpy".
       01 WS-SCAN-LIMIT PIC 9(6).

      * horas de celula: aeronaves, voos atribuidos e as horas
      * (centesimas) do voo a lancar:
       COPY "ACFTWS.cpy".
       COPY "FLACWS.cpy".
       01 WS-POST-HORAS  PIC 9(3)V99.
       01 WS-POST-DATE   PIC 9(8).
       01 M-POST-HORAS   PIC ZZ9.99.
       01 M-AC-HORAS     PIC ZZZZ9.99.

      * caderneta dos pilotos: tripulacoes por voo e os carimbos
      * (AAAAMMDDHHMMSS) do primeiro e do ultimo fixo do voo:
       COPY "FCRWWS.cpy".
       COPY "PLOGWS.cpy".
       01 WS-FIRST-STAMP PIC X(14).
       01 WS-LAST-STAMP  PIC X(14).

      * plano de voo carregado no arranque; a verificacao usa o
      * waypoint mais proximo como aproximacao do eixo do corredor
      * (a mesma aproximacao simples de 1 grau ~ 60 milhas nauticas
       01 WS-MAX-CLIMB-RATE PIC 9(6) VALUE 5000.
       01 WS-MAX-DEG-RATE   PIC 9V9(15) VALUE 0.05.

       COPY "SPOOLWS.cpy".


      *=================================================================
       PROCEDURE DIVISION.
       OPEN OUTPUT VIOLATIONS-REPORT-FILE.
       PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE.
       PERFORM LOAD-FLIGHT-INDEX-PROCEDURE.
       PERFORM INIT-ACFT-PATH-PROCEDURE.
       PERFORM LOAD-AIRCRAFT-PROCEDURE.
       PERFORM INIT-FLAC-PATH-PROCEDURE.
       PERFORM LOAD-FLIGHT-AIRCRAFT-PROCEDURE.
       PERFORM INIT-FCRW-PATH-PROCEDURE.
       PERFORM LOAD-FLIGHT-CREW-PROCEDURE.

       OPEN INPUT FLIGHT-POSITIONS.

                   END-READ
               END-PERFORM
               PERFORM FLIGHT-SUMMARY-PROCEDURE
               PERFORM POST-AIRFRAME-HOURS-PROCEDURE
               PERFORM POST-PILOT-LOGBOOK-PROCEDURE
               PERFORM DEVIATION-SUMMARY-PROCEDURE
               PERFORM ZONE-SUMMARY-PROCEDURE
           END-IF.

       CLOSE FLIGHT-POSITIONS.
       CLOSE VIOLATIONS-REPORT-FILE.
       MOVE "REGISTO-DE-VOO" TO WS-SPL-PROGRAM.
       MOVE "VIOLACOES DE ZONA" TO WS-SPL-TITLE.
       MOVE "M" TO WS-SPL-CLASS.
       MOVE WS-VIOL-RPT-PATH TO WS-SPL-SOURCE-PATH.
       PERFORM ARCHIVE-REPORT-PROCEDURE.
       STOP RUN.


           END-IF.
           IF WS-N-RECORDS = 1
               MOVE WS-SECOND-OF-DAY TO WS-FIRST-SECOND
               STRING SYEAR SMONTH SDAY SHOUR SMINUTE SSECOND
                   DELIMITED BY SIZE INTO WS-FIRST-STAMP
               MOVE WS-LAT-NUM TO WS-FIRST-LAT
               MOVE WS-LON-NUM TO WS-FIRST-LON
           END-IF.
           MOVE WS-SECOND-OF-DAY TO WS-LAST-SECOND.
           STRING SYEAR SMONTH SDAY SHOUR SMINUTE SSECOND
               DELIMITED BY SIZE INTO WS-LAST-STAMP.
           MOVE WS-LAT-NUM TO WS-LAST-LAT.
           MOVE WS-LON-NUM TO WS-LAST-LON.

               DISPLAY "Altitude maxima: " WS-MAX-ALTITUDE " ft"
           END-IF.

      *    A duracao do voo selecionado soma-se as horas de celula da
      *    aeronave a que o voo esta atribuido -- uma so vez (FA-HORAS
      *    fica com as horas lancadas) e so com o voo fechado no
      *    indice, para nao lancar um voo ainda em curso:
       POST-AIRFRAME-HOURS-PROCEDURE.
           IF WS-SELECTED-FLIGHT-ID = SPACES OR WS-N-RECORDS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SELECTED-FLIGHT-ID TO WS-FLAC-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-AIRCRAFT-PROCEDURE.
           IF WS-FLAC-FOUND = "N"
               DISPLAY "Voo sem aeronave atribuida -- horas de celula "
                   "nao lancadas."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FA-HORAS(FA-IDX) NOT = ZERO
               MOVE WS-FA-HORAS(FA-IDX) TO M-POST-HORAS
               DISPLAY "Horas do voo ja lancadas em "
                   WS-FA-MATRICULA(FA-IDX) " (" M-POST-HORAS " h em "
                   WS-FA-DATA(FA-IDX) ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SELECTED-FLIGHT-ID TO WS-FLIDX-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE.
           IF WS-FLIDX-FOUND = "Y"
               IF WS-FX-STATUS(FX-IDX) NOT = "F"
                   DISPLAY "AVISO: voo ainda aberto -- horas de celula "
                       "nao lancadas."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-FA-MATRICULA(FA-IDX) TO WS-ACFT-LOOKUP-MAT.
           PERFORM LOOKUP-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-FOUND = "N"
               DISPLAY "ERRO: aeronave " WS-FA-MATRICULA(FA-IDX)
                   " nao registada -- horas de celula nao lancadas."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELAPSED-SEC NOT > ZERO
               DISPLAY "AVISO: duracao nula -- horas de celula nao "
                   "lancadas."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POST-HORAS ROUNDED = WS-ELAPSED-SEC / 3600.
           IF WS-POST-HORAS = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD WS-POST-HORAS TO WS-AC-HORAS(AC-IDX).
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
           MOVE WS-POST-HORAS TO WS-FA-HORAS(FA-IDX).
           MOVE WS-POST-DATE TO WS-FA-DATA(FA-IDX).
           MOVE WS-POST-HORAS TO M-POST-HORAS.
           MOVE WS-AC-HORAS(AC-IDX) TO M-AC-HORAS.
           DISPLAY "Horas de celula " WS-FA-MATRICULA(FA-IDX) ": +"
               M-POST-HORAS " h, total " M-AC-HORAS " h".
           PERFORM SAVE-AIRCRAFT-PROCEDURE.
           PERFORM SAVE-FLIGHT-AIRCRAFT-PROCEDURE.

      *    O tempo de bloco do voo selecionado (primeiro ao ultimo
      *    fixo) entra na caderneta do comandante e do co-piloto --
      *    uma so vez (FC-LANCADO) e so com o voo fechado no indice:
       POST-PILOT-LOGBOOK-PROCEDURE.
           IF WS-SELECTED-FLIGHT-ID = SPACES OR WS-N-RECORDS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SELECTED-FLIGHT-ID TO WS-FCRW-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-CREW-PROCEDURE.
           IF WS-FCRW-FOUND = "N"
               DISPLAY "Voo sem tripulacao atribuida -- caderneta "
                   "nao lancada."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-LANCADO(FC-IDX) = "Y"
               DISPLAY "Voo ja lancado na caderneta em "
                   WS-FC-DATA(FC-IDX) "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SELECTED-FLIGHT-ID TO WS-FLIDX-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE.
           IF WS-FLIDX-FOUND = "Y"
               IF WS-FX-STATUS(FX-IDX) NOT = "F"
                   DISPLAY "AVISO: voo ainda aberto -- caderneta nao "
                       "lancada."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ELAPSED-SEC NOT > ZERO
               DISPLAY "AVISO: duracao nula -- caderneta nao lancada."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SELECTED-FLIGHT-ID TO WS-FLAC-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-AIRCRAFT-PROCEDURE.
           IF WS-FLAC-FOUND = "Y"
               MOVE WS-FA-MATRICULA(FA-IDX) TO PL-MATRICULA
           ELSE
               MOVE SPACES TO PL-MATRICULA
           END-IF.
           MOVE WS-SELECTED-FLIGHT-ID TO PL-FLIGHT-ID.
           MOVE WS-FIRST-STAMP TO PL-INICIO.
           MOVE WS-LAST-STAMP TO PL-FIM.
           COMPUTE PL-HORAS ROUNDED = WS-ELAPSED-SEC / 3600.

           PERFORM OPEN-PILOT-LOGBOOK-PROCEDURE.
           MOVE WS-FC-PIC(FC-IDX) TO PL-CODIGO.
           MOVE "PIC" TO PL-FUNCAO.
           PERFORM WRITE-PILOT-LOGBOOK-ENTRY-PROCEDURE.
           IF WS-FC-COPILOTO(FC-IDX) NOT = SPACES
               MOVE WS-FC-COPILOTO(FC-IDX) TO PL-CODIGO
               MOVE "COP" TO PL-FUNCAO
               PERFORM WRITE-PILOT-LOGBOOK-ENTRY-PROCEDURE
           END-IF.
           CLOSE PILOT-LOGBOOK-FILE.

           MOVE "Y" TO WS-FC-LANCADO(FC-IDX).
           ACCEPT WS-FC-DATA(FC-IDX) FROM DATE YYYYMMDD.
           MOVE PL-HORAS TO M-POST-HORAS.
           DISPLAY "Caderneta: " M-POST-HORAS " h de bloco para "
               WS-FC-PIC(FC-IDX) " " WS-FC-COPILOTO(FC-IDX).
           PERFORM SAVE-FLIGHT-CREW-PROCEDURE.

      *    distancia do fixo corrente ao waypoint mais proximo do
      *    plano DESTE voo; fora da meia-largura do corredor conta
      *    como desvio e e sinalizado na listagem:

       COPY "FLIDXP.cpy".

       COPY "ACFTP.cpy".

       COPY "FLACP.cpy".

       COPY "FCRWP.cpy".

       COPY "PLOGP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM REGISTO-DE-VOO.
