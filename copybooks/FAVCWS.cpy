      *----------------------------------------------------------------*
      * Shared fuel average-cost working-storage. COPY into
      * WORKING-STORAGE SECTION. See FAVCP.cpy for the paragraphs
      * that load, look up, receive into and save this table.
      *----------------------------------------------------------------*
       01  WS-FAVC-PATH      PIC X(60) VALUE "..\fuel-avg-cost.txt".
       01  WS-FAVC-ENV-VALUE PIC X(60).
       01  WS-FAVC-STATUS    PIC XX.

       01  WS-FAVC-COUNT PIC 99 VALUE ZERO.
       01  WS-FAVC-TABLE.
           05 WS-FAVC-ENTRY OCCURS 30 TIMES INDEXED BY FA-IDX.
               10 WS-FA-PRODUTO PIC X(20).
               10 WS-FA-LITROS  PIC S9(7).
               10 WS-FA-CUSTO   PIC 9(3)V9(4).
               10 WS-FA-DATA    PIC 9(8).

      * entradas para FIND-FUEL-AVG-COST-PROCEDURE (produto) e para
      * RECEIVE-FUEL-COST-PROCEDURE (produto, litros entregues, custo
      * unitario da fatura conferida e data da entrega):
       01  WS-FAVC-LOOKUP-NOME PIC X(20).
       01  WS-FAVC-FOUND       PIC X.
       01  WS-FAVC-IN-LITROS   PIC 9(7).
       01  WS-FAVC-IN-CUSTO    PIC 9(3)V9(4).
       01  WS-FAVC-IN-DATA     PIC 9(8).
       01  WS-FAVC-VALUE       PIC S9(11)V9(4).
      * "Y" quando a tabela mudou e o ficheiro tem de ser regravado:
       01  WS-FAVC-DIRTY       PIC X VALUE "N".
