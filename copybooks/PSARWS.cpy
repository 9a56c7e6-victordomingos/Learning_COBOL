      *----------------------------------------------------------------*
      * Shared payslip-archive working-storage. COPY into
      * WORKING-STORAGE SECTION. See PSARP.cpy for the paragraphs
      * that stage a payslip while it is printed and commit the
      * stage to the archive.
      *----------------------------------------------------------------*
       01  WS-PSA-PATH      PIC X(60) VALUE "..\payslip-archive.txt".
       01  WS-PSS-PATH      PIC X(60)
           VALUE "..\payslip-archive-pending.txt".
       01  WS-PSA-STATUS    PIC XX.
       01  WS-PSS-STATUS    PIC XX.
       01  WS-PSAR-ENV-VALUE PIC X(60).

      * entradas de START-ARCHIVED-PAYSLIP-PROCEDURE (uma vez por
      * recibo, antes da primeira linha):
       01  WS-PS-NUMERO     PIC 9(5).
       01  WS-PS-PERIOD     PIC 9(8).
       01  WS-PS-KIND       PIC X.
       01  WS-PS-GROSS      PIC 9(7)V99.
       01  WS-PS-DEDUCT     PIC 9(7)V99.
       01  WS-PS-NET        PIC 9(7)V99.
      * entrada de ARCHIVE-PAYSLIP-LINE-PROCEDURE (cada linha
      * impressa):
       01  WS-PS-TEXT-IN    PIC X(70).

       01  WS-PS-RUN-DATE   PIC 9(8).
       01  WS-PS-SEQ        PIC 9(3).
       01  WS-PS-EOF        PIC X.
       01  WS-PS-COMMITTED  PIC 9(7) VALUE ZERO.
