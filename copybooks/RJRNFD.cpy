      *----------------------------------------------------------------*
      * Shared recovery-journal records. COPY into FILE SECTION. Every
      * program that changes a shared master appends the after-image
      * of each changed record here, so ROLL-FORWARD can rebuild a
      * master from a restored backup generation plus the changes
      * made since, up to a chosen time or job.
      *----------------------------------------------------------------*
       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           05 RJ-DATE    PIC 9(8).
           05 RJ-TIME    PIC 9(8).
           05 RJ-JOB     PIC X(30).
           05 RJ-MASTER  PIC X(20).
      *    W = imagem depois da linha/slot RJ-ROW, T = master cortado
      *    a RJ-ROW linhas, D = slot RJ-ROW retirado, Z = master
      *    limpo (seguem-se as linhas W da imagem completa), B =
      *    backup tirado (RJ-ROW = linhas copiadas para a geracao 1):
           05 RJ-ACTION  PIC X.
           05 RJ-ROW     PIC 9(6).
           05 RJ-KEY     PIC X(20).
           05 RJ-IMAGE   PIC X(200).

       FD  RJ-PRIOR-FILE.
      * o master sequencial tal como esta em disco antes de ser
      * regravado, lido linha a linha para journalizar so o que muda:
       01  RJ-PRIOR-RECORD PIC X(200).
