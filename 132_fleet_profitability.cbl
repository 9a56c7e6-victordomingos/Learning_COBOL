       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-PROFITABILITY.
      *=================================================================
      * Purpose: Profitability report per vehicle of the rental
      *          fleet. For each plate (asset register and vehicle
      *          master) the rental revenue -- the returns kept in
      *          the rental history plus the walk-in rentals of the
      *          last PRODUCAO1-ALUGUER run, which carry no customer
      *          and so never reach the history -- is set against the
      *          accumulated depreciation of the asset register, the
      *          cost of its workshop orders and the part of its
      *          damage claims not recovered from the insurer. One
      *          line per plate with the net result and fleet totals.
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
           COPY "FASSSEL.cpy".
           COPY "VEHMSEL.cpy".
           COPY "WKORSEL.cpy".

      *    historico de alugueres (uma linha por devolucao, escrita
      *    por PRODUCAO1-ALUGUER):
           SELECT RENTAL-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-RHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHIST-STATUS.

           SELECT CAR-OUT-FILE
           ASSIGN TO DYNAMIC WS-CAR-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-OUT-STATUS.

           SELECT CLAIMS-FILE
           ASSIGN TO DYNAMIC WS-CLAIMS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT PROFIT-REPORT-FILE
           ASSIGN TO DYNAMIC WS-PROFIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFIT-STATUS.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "FASSFD.cpy".
           COPY "VEHMFD.cpy".
           COPY "WKORFD.cpy".

      * mesma imagem do RENTAL-HISTORY-RECORD do PRODUCAO1-ALUGUER:
       FD  RENTAL-HISTORY-FILE.
       01  RENTAL-HISTORY-RECORD.
           05 RH-CUSTNO PIC 9(5).
           05 RH-DATA   PIC 9(8).
           05 RH-PLATE  PIC X(8).
           05 RH-VALOR  PIC S9(6)V99.
           05 RH-LEVANT PIC 9(8).

      * mesma imagem do CAR-OUT-FILE de PRODUCAO1-ALUGUER; o montante
      * editado e reconvertido com FUNCTION NUMVAL:
       FD  CAR-OUT-FILE.
       01  CAR-OUT-IN.
           05 CO-NOME          PIC X(20).
           05 FILLER           PIC X(3).
           05 CO-INICIAL       PIC X.
           05 FILLER           PIC X(3).
           05 CO-TIPO-EXTENSO  PIC X(12).
           05 FILLER           PIC X(3).
           05 CO-KM            PIC X(5).
           05 FILLER           PIC X(3).
           05 CO-DIAS          PIC X(3).
           05 FILLER           PIC X(3).
           05 CO-FUEL          PIC X(3).
           05 FILLER           PIC X(3).
           05 CO-DAMAGE        PIC X(7).
           05 FILLER           PIC X(3).
           05 CO-DIAS-ATRASO   PIC X(3).
           05 FILLER           PIC X(3).
           05 CO-PENALIZACAO   PIC X(7).
           05 FILLER           PIC X(3).
           05 CO-EXTRAS        PIC X(7).
           05 FILLER           PIC X(3).
           05 CO-MONTANTE      PIC X(9).
           05 FILLER           PIC X(3).
           05 CO-TTYPE         PIC X.
           05 FILLER           PIC X(3).
           05 CO-PLAN          PIC X.
           05 FILLER           PIC X.
           05 CO-PLATE         PIC X(8).
           05 FILLER           PIC X.
           05 CO-CUSTNO        PIC X(5).

      * mesma imagem do CLAIM-RECORD que PRODUCAO1-ALUGUER abre:
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05 CL-PLATE     PIC X(8).
           05 CL-INVOICE   PIC 9(6).
           05 CL-AMOUNT    PIC 9(6)V99.
           05 CL-INSURER   PIC X(12).
           05 CL-RECOVERED PIC 9(6)V99.
           05 CL-OPENED    PIC 9(8).
           05 CL-STATUS    PIC X.
           05 CL-NOTES     PIC X(30).

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "FASSWS.cpy".
           COPY "VEHMWS.cpy".
           COPY "WKORWS.cpy".

       01  WS-RHIST-PATH     PIC X(60)
           VALUE "..\rental-history.txt".
       01  WS-CAR-OUT-PATH   PIC X(60) VALUE "..\RENTACAR-OUT.txt".
       01  WS-CLAIMS-PATH    PIC X(60)
           VALUE "..\insurance-claims.txt".
       01  WS-PROFIT-PATH    PIC X(60)
           VALUE "..\fleet-profitability.txt".
       01  WS-ENV-VALUE      PIC X(60).

       01  WS-RHIST-STATUS   PIC XX.
       01  WS-CAR-OUT-STATUS PIC XX.
       01  WS-CLAIMS-STATUS  PIC XX.
       01  WS-PROFIT-STATUS  PIC XX.

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).

      * uma linha por matricula (ativos + mestre + as que so
      * aparecem nos movimentos):
       01  WS-PF-COUNT PIC 999 VALUE ZERO.
       01  WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 300 TIMES INDEXED BY PF-IDX.
               10 WS-PF-PLATE     PIC X(8).
               10 WS-PF-RECEITA   PIC S9(8)V99.
               10 WS-PF-AMORT     PIC 9(8)V99.
               10 WS-PF-OFICINA   PIC 9(8)V99.
               10 WS-PF-SINISTROS PIC 9(8)V99.
               10 WS-PF-RESULTADO PIC S9(8)V99.
       01  WS-PF-OVERFLOW PIC X VALUE "N".
       01  WS-PF-LOOKUP   PIC X(8).
       01  WS-PF-FOUND    PIC X.

       01  WS-LINE-AMOUNT  PIC S9(8)V99.
       01  WS-TOT-RECEITA  PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-AMORT    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-OFICINA  PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-SINISTROS PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-RESULTADO PIC S9(9)V99 VALUE ZERO.

       01  M-RECEITA    PIC Z(7)9.99-.
       01  M-AMORT      PIC Z(7)9.99.
       01  M-OFICINA    PIC Z(7)9.99.
       01  M-SINISTROS  PIC Z(7)9.99.
       01  M-RESULTADO  PIC Z(7)9.99-.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           PERFORM LOAD-FASS-FILE-PROCEDURE.
           PERFORM LOAD-VEHICLE-MASTER-PROCEDURE.
           PERFORM LOAD-WKOR-FILE-PROCEDURE.

           PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-FASS-COUNT
               MOVE WS-AF-PLATE(AF-IDX) TO WS-PF-LOOKUP
               PERFORM FIND-PLATE-PROCEDURE
               IF WS-PF-FOUND = "Y"
                   ADD WS-AF-AMORT-ACUM(AF-IDX) TO WS-PF-AMORT(PF-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING VM-IDX FROM 1 BY 1
               UNTIL VM-IDX > WS-VEHM-COUNT
               MOVE WS-VM-PLATE(VM-IDX) TO WS-PF-LOOKUP
               PERFORM FIND-PLATE-PROCEDURE
           END-PERFORM.

           PERFORM TALLY-HISTORY-PROCEDURE.
           PERFORM TALLY-CAR-OUT-PROCEDURE.
           PERFORM VARYING WO-IDX FROM 1 BY 1
               UNTIL WO-IDX > WS-WKOR-COUNT
               MOVE WS-WO-PLATE(WO-IDX) TO WS-PF-LOOKUP
               PERFORM FIND-PLATE-PROCEDURE
               IF WS-PF-FOUND = "Y"
                   ADD WS-WO-CUSTO(WO-IDX) TO WS-PF-OFICINA(PF-IDX)
               END-IF
           END-PERFORM.
           PERFORM TALLY-CLAIMS-PROCEDURE.

           PERFORM WRITE-REPORT-PROCEDURE.

           IF WS-FASS-OVERFLOW = "Y" OR WS-WKOR-OVERFLOW = "Y"
               OR WS-PF-OVERFLOW = "Y"
               DISPLAY "AVISO: ficheiros maiores do que as tabelas "
                   "-- o mapa esta incompleto."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOT-RESULTADO TO M-RESULTADO.
           DISPLAY "Rentabilidade da frota: " WS-PF-COUNT
               " viaturas, resultado " M-RESULTADO.
           DISPLAY "Mapa gravado em " FUNCTION TRIM(WS-PROFIT-PATH)
               ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-FASS-PATH-PROCEDURE.
           PERFORM INIT-VEHICLE-MASTER-PATH-PROCEDURE.
           PERFORM INIT-WKOR-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_HISTORY_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RHIST-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTACAR_OUT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CAR-OUT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CLAIMS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CLAIMS-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "FLEET_PROFITABILITY_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROFIT-PATH
           END-IF.


      *    devolucoes e estornos (o valor ja vem com sinal):
       TALLY-HISTORY-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RENTAL-HISTORY-FILE.
           IF WS-RHIST-STATUS = "35"
               DISPLAY "AVISO: sem historico de alugueres ("
                   FUNCTION TRIM(WS-RHIST-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RENTAL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RH-PLATE TO WS-PF-LOOKUP
                       PERFORM FIND-PLATE-PROCEDURE
                       IF WS-PF-FOUND = "Y"
                           ADD RH-VALOR TO WS-PF-RECEITA(PF-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTAL-HISTORY-FILE.


      *    so os alugueres sem cliente (os outros ja estao no
      *    historico); nem o trailer nem as linhas em branco, nem as
      *    linhas antigas sem matricula:
       TALLY-CAR-OUT-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CAR-OUT-FILE.
           IF WS-CAR-OUT-STATUS NOT = "00"
               DISPLAY "AVISO: sem saida do PRODUCAO1-ALUGUER ("
                   FUNCTION TRIM(WS-CAR-OUT-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO CAR-OUT-IN
               READ CAR-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CO-NOME(1:9) NOT = "TRAILER: "
                           AND CO-TIPO-EXTENSO NOT = SPACES
                           AND CO-PLATE NOT = SPACES
                           AND CO-CUSTNO = "00000"
                           MOVE CO-PLATE TO WS-PF-LOOKUP
                           PERFORM FIND-PLATE-PROCEDURE
                           IF WS-PF-FOUND = "Y"
                               COMPUTE WS-PF-RECEITA(PF-IDX) =
                                   WS-PF-RECEITA(PF-IDX)
                                   + FUNCTION NUMVAL(CO-MONTANTE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAR-OUT-FILE.


      *    perda de sinistro = dano ainda nao recuperado da
      *    seguradora (em aberto ou fechado):
       TALLY-CLAIMS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CLAIMS-FILE.
           IF WS-CLAIMS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIMS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CL-AMOUNT > CL-RECOVERED
                           MOVE CL-PLATE TO WS-PF-LOOKUP
                           PERFORM FIND-PLATE-PROCEDURE
                           IF WS-PF-FOUND = "Y"
                               COMPUTE WS-PF-SINISTROS(PF-IDX) =
                                   WS-PF-SINISTROS(PF-IDX)
                                   + CL-AMOUNT - CL-RECOVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.


      *    procura a matricula e acrescenta-a quando ainda nao esta
      *    na tabela (WS-PF-FOUND = "N" so com a tabela cheia):
       FIND-PLATE-PROCEDURE.
           MOVE "N" TO WS-PF-FOUND.
           IF WS-PF-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > WS-PF-COUNT
               IF WS-PF-PLATE(PF-IDX) = WS-PF-LOOKUP
                   MOVE "Y" TO WS-PF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PF-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-COUNT >= 300
               MOVE "Y" TO WS-PF-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PF-COUNT.
           SET PF-IDX TO WS-PF-COUNT.
           MOVE WS-PF-LOOKUP TO WS-PF-PLATE(PF-IDX).
           MOVE ZERO TO WS-PF-RECEITA(PF-IDX).
           MOVE ZERO TO WS-PF-AMORT(PF-IDX).
           MOVE ZERO TO WS-PF-OFICINA(PF-IDX).
           MOVE ZERO TO WS-PF-SINISTROS(PF-IDX).
           MOVE ZERO TO WS-PF-RESULTADO(PF-IDX).
           MOVE "Y" TO WS-PF-FOUND.


       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           MOVE ALL "=" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "RENTABILIDADE POR VIATURA   Data: " WS-TODAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "MATRICULA      RECEITA  AMORTIZACAO      OFICINA"
               "    SINISTROS    RESULTADO"
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.

           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > WS-PF-COUNT
               COMPUTE WS-PF-RESULTADO(PF-IDX) =
                   WS-PF-RECEITA(PF-IDX) - WS-PF-AMORT(PF-IDX)
                   - WS-PF-OFICINA(PF-IDX) - WS-PF-SINISTROS(PF-IDX)
               ADD WS-PF-RECEITA(PF-IDX) TO WS-TOT-RECEITA
               ADD WS-PF-AMORT(PF-IDX) TO WS-TOT-AMORT
               ADD WS-PF-OFICINA(PF-IDX) TO WS-TOT-OFICINA
               ADD WS-PF-SINISTROS(PF-IDX) TO WS-TOT-SINISTROS
               ADD WS-PF-RESULTADO(PF-IDX) TO WS-TOT-RESULTADO
               MOVE WS-PF-RECEITA(PF-IDX) TO M-RECEITA
               MOVE WS-PF-AMORT(PF-IDX) TO M-AMORT
               MOVE WS-PF-OFICINA(PF-IDX) TO M-OFICINA
               MOVE WS-PF-SINISTROS(PF-IDX) TO M-SINISTROS
               MOVE WS-PF-RESULTADO(PF-IDX) TO M-RESULTADO
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING WS-PF-PLATE(PF-IDX) " " M-RECEITA " " M-AMORT
                   " " M-OFICINA " " M-SINISTROS " " M-RESULTADO
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE WS-TOT-RECEITA TO M-RECEITA.
           MOVE WS-TOT-AMORT TO M-AMORT.
           MOVE WS-TOT-OFICINA TO M-OFICINA.
           MOVE WS-TOT-SINISTROS TO M-SINISTROS.
           MOVE WS-TOT-RESULTADO TO M-RESULTADO.
           MOVE ALL "-" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "TOTAL    " M-RECEITA " " M-AMORT
               " " M-OFICINA " " M-SINISTROS " " M-RESULTADO
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE PROFIT-REPORT-FILE.
           MOVE "FLEET-PROFITABILITY" TO WS-SPL-PROGRAM.
           MOVE "RENTABILIDADE DA FROTA" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-PROFIT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       COPY "FASSP.cpy".

       COPY "VEHMP.cpy".

       COPY "WKORP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FLEET-PROFITABILITY.
