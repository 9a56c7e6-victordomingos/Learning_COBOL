
       01  WS-GLACCT-COUNT PIC 99 VALUE ZERO.
       01  WS-GLACCT-TABLE.
           05 WS-GLACCT-ENTRY OCCURS 90 TIMES INDEXED BY GM-IDX.
               10 WS-GM-KEY         PIC X(22).
               10 WS-GM-DEBIT-ACCT  PIC X(8).
               10 WS-GM-CREDIT-ACCT PIC X(8).
