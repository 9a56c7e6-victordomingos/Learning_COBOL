               10 WS-WO-OPENED PIC 9(8).
               10 WS-WO-MOTIVO PIC X(20).
               10 WS-WO-STATUS PIC X.
               10 WS-WO-CUSTO  PIC 9(6)V99.

       01  WS-WKOR-OVERFLOW PIC X VALUE "N".
       01  WS-WKOR-DIRTY    PIC X VALUE "N".
