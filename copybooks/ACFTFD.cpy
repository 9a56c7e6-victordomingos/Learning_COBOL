      *----------------------------------------------------------------*
      * Shared aircraft-master record. COPY into FILE SECTION. One
      * line per aircraft, keyed by registration: type, maximum
      * take-off weight, total airframe hours (accumulated from the
      * flights assigned to it) and the airframe hours / date of the
      * last 50-hour, 100-hour and annual inspections, from which
      * INSPECTION-DUE works out what is due next.
      *----------------------------------------------------------------*
       FD  AIRCRAFT-FILE.
       01  AIRCRAFT-RECORD.
           05 AC-MATRICULA     PIC X(10).
           05 AC-TIPO          PIC X(12).
      *    peso maximo a descolagem (kg):
           05 AC-MTOW          PIC 9(6).
      *    horas de celula acumuladas (horas e centesimas):
           05 AC-HORAS         PIC 9(5)V99.
      *    horas de celula na ultima inspecao de 50 h (uma de 100 h
      *    conta tambem como de 50 h):
           05 AC-INSP50-HORAS  PIC 9(5)V99.
           05 AC-INSP100-HORAS PIC 9(5)V99.
      *    data (AAAAMMDD) da ultima inspecao anual:
           05 AC-ANUAL-DATA    PIC 9(8).
