      *----------------------------------------------------------------*
      * Shared work-schedule working-storage. COPY into
      * WORKING-STORAGE SECTION. See WSCHP.cpy for the paragraphs that
      * load, save and look up this table.
      *----------------------------------------------------------------*
       01  WS-WSCH-PATH      PIC X(60) VALUE "..\work-schedules.txt".
       01  WS-WSCH-ENV-VALUE PIC X(60).
       01  WS-WSCH-STATUS    PIC XX.

       01  WS-WSCH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-WSCH-TABLE.
           05 WS-WSCH-ENTRY OCCURS 350 TIMES INDEXED BY SC-IDX.
               10 WS-SC-NUMERO    PIC 9(5).
               10 WS-SC-WEEKDAY   PIC 9.
               10 WS-SC-HH-INICIO PIC 99.
               10 WS-SC-MM-INICIO PIC 99.
               10 WS-SC-HH-FIM    PIC 99.
               10 WS-SC-MM-FIM    PIC 99.

      * "Y" quando o ficheiro tem mais linhas do que a tabela; a
      * manutencao recusa-se a regravar nesse caso:
       01  WS-WSCH-OVERFLOW PIC X VALUE "N".
       01  WS-WSCH-DIRTY    PIC X VALUE "N".

      * entradas para LOOKUP-SCHEDULE-PROCEDURE: numero e dia da
      * semana; a saida e o horario previsto em minutos desde a
      * meia-noite (e SC-IDX posicionado na linha encontrada):
       01  WS-SC-LOOKUP-NUMERO  PIC 9(5).
       01  WS-SC-LOOKUP-WEEKDAY PIC 9.
       01  WS-SC-FOUND          PIC X.
       01  WS-SC-START-MIN      PIC 9(4).
       01  WS-SC-END-MIN        PIC 9(4).
