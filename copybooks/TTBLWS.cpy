      *----------------------------------------------------------------*
      * Shared weekly timetable working-storage. COPY into
      * WORKING-STORAGE SECTION. See TTBLP.cpy for the load/save and
      * clash-check paragraphs.
      *----------------------------------------------------------------*
       01  WS-TTBL-PATH      PIC X(60) VALUE "..\timetable.txt".
       01  WS-TTBL-STATUS    PIC XX.
       01  WS-TTBL-ENV-VALUE PIC X(60).

       01  WS-TTBL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TTBL-TABLE.
           05 WS-TTBL-ENTRY OCCURS 300 TIMES INDEXED BY TT-IDX TT-IDX2.
               10 WS-TT-TURMA     PIC X(8).
               10 WS-TT-CURSO     PIC X(8).
               10 WS-TT-DIA       PIC 9.
               10 WS-TT-HORA      PIC 9(4).
               10 WS-TT-DURACAO   PIC 9(3).
               10 WS-TT-SALA      PIC X(6).
               10 WS-TT-PROFESSOR PIC X(20).
       01  WS-TTBL-OVERFLOW PIC X VALUE "N".
       01  WS-TTBL-DIRTY    PIC X VALUE "N".

      * entrada de CHECK-TIMETABLE-CLASH-PROCEDURE: a aula a testar
      * e a linha a ignorar (a propria, numa alteracao; zero numa
      * aula nova). Saida: WS-TT-CLASH = "Y", o motivo em
      * WS-TT-CLASH-MOTIVO e TT-IDX2 na aula com que choca:
       01  WS-TT-CHK-TURMA     PIC X(8).
       01  WS-TT-CHK-DIA       PIC 9.
       01  WS-TT-CHK-HORA      PIC 9(4).
       01  WS-TT-CHK-DURACAO   PIC 9(3).
       01  WS-TT-CHK-SALA      PIC X(6).
       01  WS-TT-CHK-PROFESSOR PIC X(20).
       01  WS-TT-CHK-SKIP      PIC 9(3).
      * primeira linha a comparar (1 salvo quando se percorre o
      * horario inteiro aos pares):
       01  WS-TT-CHK-FROM      PIC 9(3) VALUE 1.
       01  WS-TT-CLASH         PIC X.
       01  WS-TT-CLASH-MOTIVO  PIC X(10).
      * inicio e fim de cada aula em minutos desde a meia-noite:
       01  WS-TT-START-A       PIC 9(4).
       01  WS-TT-END-A         PIC 9(4).
       01  WS-TT-START-B       PIC 9(4).
       01  WS-TT-END-B         PIC 9(4).
       01  WS-TT-HH            PIC 99.
       01  WS-TT-MM            PIC 99.
