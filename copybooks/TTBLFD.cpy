      *----------------------------------------------------------------*
      * Shared weekly timetable record. COPY into FILE SECTION. One
      * record per planned weekly class: the turma and course (as on
      * the roster headers), the weekday, start time and length, the
      * room and the teacher (the RH-PROFESSOR name).
      *----------------------------------------------------------------*
       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           05 TT-TURMA     PIC X(8).
           05 TT-CURSO     PIC X(8).
      *    1 = segunda-feira ... 6 = sabado:
           05 TT-DIA       PIC 9.
      *    hora de inicio HHMM e duracao em minutos:
           05 TT-HORA      PIC 9(4).
           05 TT-DURACAO   PIC 9(3).
           05 TT-SALA      PIC X(6).
           05 TT-PROFESSOR PIC X(20).
