      *----------------------------------------------------------------*
      * Shared scholarship-rules record. COPY into FILE SECTION. One
      * record per scholarship type, kept by the school services: the
      * discount it gives on the course tuition (CC-PROPINA) -- a
      * percentage, a fixed amount or both -- and who qualifies: a
      * minimum ST-MEDIA in the previous term (merit), one named
      * student (social scholarships decided case by case), one
      * course, or any combination.
      *----------------------------------------------------------------*
       FD  SCHOLARSHIP-RULES-FILE.
       01  SCHOLARSHIP-RULE-RECORD.
           05 BR-TIPO      PIC X(8).
           05 BR-DESCRICAO PIC X(20).
      *    espacos = qualquer curso:
           05 BR-CURSO     PIC X(8).
      *    zero = qualquer aluno:
           05 BR-NUMERO    PIC 9(5).
      *    media minima do periodo anterior (zero = sem condicao):
           05 BR-MEDIA-MIN PIC 99V99.
      *    reducao: percentagem da propina e/ou valor fixo:
           05 BR-PERCENT   PIC 999.
           05 BR-VALOR     PIC 9(5)V99.
