      *----------------------------------------------------------------*
      * Shared programme-requirements record. COPY into FILE SECTION.
      * What a programme (the code printed on the diploma) requires
      * before it is complete, one line per requirement:
      *   T  total credits needed (RQ-CREDITOS);
      *   O  a mandatory course (RQ-CURSO);
      *   G  an elective group (RQ-GRUPO) and the credits needed in
      *      it (RQ-CREDITOS);
      *   E  a course (RQ-CURSO) that counts for elective group
      *      RQ-GRUPO.
      * The credits a course is worth come from the course catalog
      * (CC-CREDITOS).
      *----------------------------------------------------------------*
       FD  PROGRAMME-REQ-FILE.
       01  PROGRAMME-REQ-RECORD.
           05 RQ-PROGRAMA PIC X(8).
           05 RQ-TIPO     PIC X.
           05 RQ-GRUPO    PIC X(4).
           05 RQ-CURSO    PIC X(8).
           05 RQ-CREDITOS PIC 999.
