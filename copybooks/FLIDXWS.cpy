               10 WS-FX-FIRST-KEY PIC 9(6).
               10 WS-FX-LAST-KEY  PIC 9(6).
               10 WS-FX-STATUS    PIC X.
               10 WS-FX-SEAL      PIC 9(10).
               10 WS-FX-SEAL-N    PIC 9(6).

       01  WS-FLIDX-LOOKUP-ID PIC X(10).
       01  WS-FLIDX-FOUND     PIC X.
