               10 WS-RC-DOC    PIC X(12).
               10 WS-RC-PHONE  PIC X(12).
               10 WS-RC-STATUS PIC X.
               10 WS-RC-CARTA      PIC X(15).
               10 WS-RC-CATEGORIAS PIC X(12).
               10 WS-RC-EMISSAO    PIC 9(8).
               10 WS-RC-VALIDADE   PIC 9(8).
               10 WS-RC-NASCIMENTO PIC 9(8).
               10 WS-RC-EMAIL      PIC X(40).
               10 WS-RC-CANAL      PIC X.

       01  WS-RCUST-OVERFLOW PIC X VALUE "N".
       01  WS-RCUST-DIRTY    PIC X VALUE "N".
