      *----------------------------------------------------------------*
      * Shared track-seal working-storage. COPY into WORKING-STORAGE
      * SECTION. A flight's records in FLIGHT-POSITIONS are sealed
      * with a running check value: it starts from the site seal key
      * (environment BLACK_BOX_SEAL_KEY) and every H/P record image is
      * folded into it in the order it was written. The running value
      * and the number of records sealed so far are kept per flight
      * in the FLIGHT-INDEX, and the final value goes on the flight's
      * T trailer (see TRAILER-RECORD in BLACK-BOX). See TRKSEALP.cpy.
      *----------------------------------------------------------------*
       01  WS-SEAL-KEY       PIC 9(10) VALUE 4093082899.
       01  WS-SEAL-ENV-VALUE PIC X(60).
       01  WS-SEAL-VALUE     PIC 9(10).
       01  WS-SEAL-COUNT     PIC 9(6).
       01  WS-SEAL-IMAGE     PIC X(66).
       01  WS-SEAL-POS       PIC 99.
       01  WS-SEAL-WORK      PIC 9(12).
