      *----------------------------------------------------------------*
      * Shared student school-year level record. COPY into FILE
      * SECTION. One record per student per school year: the year of
      * schooling (ano de escolaridade) the student attends, and the
      * decision of the end-of-year promotion run once it is taken.
      *----------------------------------------------------------------*
       FD  STUDENT-LEVEL-FILE.
       01  STUDENT-LEVEL-RECORD.
           05 SL-NUMERO      PIC 9(5).
      *    ano letivo pelo ano em que comeca (2026 = 2026/27):
           05 SL-ANO-LETIVO  PIC 9(4).
           05 SL-ANO-ESCOLAR PIC 99.
      *    espaco = ano em curso; P = promovido; R = retido; C =
      *    concluiu o ultimo ano:
           05 SL-SITUACAO    PIC X.
      *    data da inscricao ou da decisao:
           05 SL-DATA        PIC 9(8).
