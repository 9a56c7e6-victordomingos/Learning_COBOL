      *----------------------------------------------------------------*
      * Shared report-archive records. COPY into FILE SECTION.
      * The index holds one line per archived report (program,
      * business date, run date and time, operator, short title,
      * line count, retention class and the file it was printed to);
      * the spool holds every line of every archived report, keyed
      * by report number and line number. Both carry the purge date
      * in positions 7-14, so RETENTION-PURGE handles them with a
      * rule of date position 07 and 00 months to keep (the months
      * are already in the purge date, from the retention class):
      *    D = diario      3 meses
      *    M = mensal     24 meses (omissao)
      *    F = fiscal    120 meses
      *    P = permanente  nunca purgado (99999999)
      *----------------------------------------------------------------*
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RI-ID         PIC 9(6).
           05 RI-PURGE-DATE PIC 9(8).
           05 RI-CLASS      PIC X.
           05 RI-PROGRAM    PIC X(20).
           05 RI-BUS-DATE   PIC 9(8).
           05 RI-RUN-DATE   PIC 9(8).
           05 RI-RUN-TIME   PIC 9(6).
           05 RI-OPERATOR   PIC X(8).
           05 RI-TITLE      PIC X(40).
           05 RI-LINES      PIC 9(6).
           05 RI-SOURCE     PIC X(60).

       FD  REPORT-SPOOL-FILE.
       01  REPORT-SPOOL-RECORD.
           05 SP-ID         PIC 9(6).
           05 SP-PURGE-DATE PIC 9(8).
           05 SP-LINE-NO    PIC 9(6).
           05 SP-TEXT       PIC X(132).

       FD  SPOOL-SOURCE-FILE.
       01  SPOOL-SOURCE-LINE PIC X(132).
