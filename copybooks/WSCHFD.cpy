      *----------------------------------------------------------------*
      * Shared work-schedule record. COPY into FILE SECTION. One
      * record per employee per scheduled weekday: the planned start
      * and end of the working day, against which the punches in
      * MONEY-IN are compared. A weekday with no record is a day off.
      *----------------------------------------------------------------*
       FD  WORK-SCHEDULE-FILE.
       01  WORK-SCHEDULE-RECORD.
           05 SC-NUMERO     PIC 9(5).
      *    1 = segunda-feira ... 7 = domingo:
           05 SC-WEEKDAY    PIC 9.
           05 SC-HH-INICIO  PIC 99.
           05 SC-MM-INICIO  PIC 99.
           05 SC-HH-FIM     PIC 99.
           05 SC-MM-FIM     PIC 99.
