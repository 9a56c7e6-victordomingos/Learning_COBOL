               10 WS-STOCK-TITLE          PIC X(40).
               10 WS-STOCK-ON-HAND        PIC 9(6).
               10 WS-STOCK-REORDER-LEVEL  PIC 9(6).
               10 WS-STOCK-PVP            PIC 9(5).
               10 WS-STOCK-PVP-DATA       PIC 9(8).
               10 WS-STOCK-PVP-NOVO       PIC 9(5).
               10 WS-STOCK-PVP-NOVO-DATA  PIC 9(8).
               10 WS-STOCK-EDITORA        PIC X(20).
               10 WS-STOCK-ULT-VENDA      PIC 9(8).
               10 WS-STOCK-ULT-ENTRADA    PIC 9(8).
               10 WS-STOCK-AUTOR          PIC X(30).

       01  WS-STOCK-LOOKUP-ISBN PIC X(13).
       01  WS-STOCK-FOUND PIC X.

      * PVP em vigor numa data (ver CURRENT-PVP-PROCEDURE): MOVE a
      * data a WS-STOCK-PVP-ON, com SM-IDX no titulo:
       01  WS-STOCK-PVP-ON      PIC 9(8).
       01  WS-STOCK-PVP-CURRENT PIC 9(5).
