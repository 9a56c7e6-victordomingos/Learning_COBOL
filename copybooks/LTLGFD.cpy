      *----------------------------------------------------------------*
      * Shared guardian-letters log record. COPY into FILE SECTION.
      * Append-only: one line per letter sent to a guardian, so the
      * school can show which family was told of what and when. The
      * event plus its reference identify the occurrence, so the
      * same letter never goes out twice.
      *----------------------------------------------------------------*
       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05 LL-NUMERO  PIC 9(5).
           05 LL-GU-SEQ  PIC 9.
      *    FALTAS = limite de faltas excedido; EXAME = convocatoria
      *    para exame; CHAM2 = convocatoria para 2a chamada; RESULT =
      *    resultado do fim do periodo:
           05 LL-EVENTO  PIC X(6).
      *    FALTAS: disciplina + inicio do periodo; os outros: data da
      *    sessao (AAAAMMDD) + disciplina:
           05 LL-REF     PIC X(16).
           05 LL-DATA    PIC 9(8).
           05 LL-HORA    PIC 9(6).
           05 LL-GU-NOME PIC X(30).
