      * [first, last] holding that flight's records and whether the
      * flight is still open -- so BLACK-BOX's header check and
      * REGISTO-DE-VOO's timestamp lookup jump straight to a flight's
      * slice instead of scanning the whole file from key 1. The
      * flight's running track seal and the number of records sealed
      * so far ride along (see TRKSEAL.cpy).
      *----------------------------------------------------------------*
       FD  FLIGHT-INDEX-FILE.
       01  FLIGHT-INDEX-RECORD.
           05 FX-LAST-KEY  PIC 9(6).
      *    A = aberto, F = fechado (trailer "T" ja gravado):
           05 FX-STATUS    PIC X.
           05 FX-SEAL      PIC 9(10).
           05 FX-SEAL-N    PIC 9(6).
