      *----------------------------------------------------------------*
      * Shared voluntary-deductions working-storage. COPY into
      * WORKING-STORAGE SECTION. See VDEDP.cpy for the paragraphs
      * that load and save the codes and enrolments, work out an
      * employee's deductions for a period and queue/flush the
      * ledger lines.
      *----------------------------------------------------------------*
       01  WS-VDC-PATH      PIC X(60) VALUE "..\deduction-codes.txt".
       01  WS-VDE-PATH      PIC X(60)
           VALUE "..\deduction-enrolments.txt".
       01  WS-VDL-PATH      PIC X(60) VALUE "..\volded-ledger.txt".
       01  WS-VDC-STATUS    PIC XX.
       01  WS-VDE-STATUS    PIC XX.
       01  WS-VDL-STATUS    PIC XX.
       01  WS-VDED-ENV-VALUE PIC X(60).

       01  WS-VDC-COUNT PIC 99 VALUE ZERO.
       01  WS-VDC-TABLE.
           05 WS-VDC-ENTRY OCCURS 50 TIMES INDEXED BY DC-IDX.
               10 WS-DC-CODE    PIC X(6).
               10 WS-DC-DESCR   PIC X(20).
               10 WS-DC-PAYEE   PIC X(20).
               10 WS-DC-TIPO    PIC X.
               10 WS-DC-VALUE   PIC 9(5)V99.
               10 WS-DC-PRE-TAX PIC X.
       01  WS-VDC-OVERFLOW PIC X VALUE "N".

       01  WS-VDE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-VDE-TABLE.
           05 WS-VDE-ENTRY OCCURS 300 TIMES INDEXED BY DE-IDX.
               10 WS-DE-NUMERO PIC 9(5).
               10 WS-DE-CODE   PIC X(6).
               10 WS-DE-START  PIC 9(8).
               10 WS-DE-END    PIC 9(8).
               10 WS-DE-VALUE  PIC 9(5)V99.
       01  WS-VDE-OVERFLOW PIC X VALUE "N".

      * entrada/saida de LOOKUP-DEDUCTION-CODE-PROCEDURE (DC-IDX fica
      * na linha encontrada):
       01  WS-DC-LOOKUP-CODE PIC X(6).
       01  WS-DC-FOUND       PIC X.

      * entradas de COMPUTE-VOLUNTARY-DEDS-PROCEDURE: funcionario,
      * periodo e bruto; a saida e a lista das deducoes do periodo
      * (uma linha de recibo cada) e os totais antes/depois do IRS:
       01  WS-VD-LOOKUP-NUMERO PIC 9(5).
       01  WS-VD-PERIOD-START  PIC 9(8).
       01  WS-VD-PERIOD-END    PIC 9(8).
       01  WS-VD-GROSS         PIC 9(7)V99.
       01  WS-VD-COUNT PIC 99 VALUE ZERO.
       01  WS-VD-APPLIED.
           05 WS-VD-ENTRY OCCURS 10 TIMES INDEXED BY VD-IDX.
               10 WS-VD-CODE    PIC X(6).
               10 WS-VD-DESCR   PIC X(20).
               10 WS-VD-PAYEE   PIC X(20).
               10 WS-VD-PRE-TAX PIC X.
               10 WS-VD-AMOUNT  PIC 9(6)V99.
       01  WS-VD-PRE-TOTAL  PIC 9(7)V99.
       01  WS-VD-TOTAL      PIC 9(7)V99.
       01  WS-VD-RATE       PIC 9(5)V99.
      * entrada de APPLY-VOLUNTARY-DEDS-PROCEDURE: o liquido ainda
      * disponivel; "Y" em WS-VD-SHORT quando alguma deducao nao
      * coube inteira:
       01  WS-VD-AVAILABLE  PIC 9(7)V99.
       01  WS-VD-SHORT      PIC X.

      * linhas do razao em espera ate o periodo ficar marcado como
      * processado (rearranque sem linhas duplicadas):
       01  WS-VDL-QCOUNT PIC 9(3) VALUE ZERO.
       01  WS-VDL-QUEUE.
           05 WS-VDL-QENTRY OCCURS 600 TIMES INDEXED BY VQ-IDX.
               10 WS-VQ-NUMERO PIC 9(5).
               10 WS-VQ-CODE   PIC X(6).
               10 WS-VQ-PAYEE  PIC X(20).
               10 WS-VQ-AMOUNT PIC 9(6)V99.
       01  WS-VDL-QOVERFLOW PIC X VALUE "N".
