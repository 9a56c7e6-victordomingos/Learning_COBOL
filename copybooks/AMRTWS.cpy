      *----------------------------------------------------------------*
      * Shared loan-schedule working-storage. COPY into
      * WORKING-STORAGE SECTION. See AMRTP.cpy for the paragraphs
      * that find and append saved schedules.
      *----------------------------------------------------------------*
       01  WS-AMRT-PATH      PIC X(60) VALUE "..\loan-schedules.txt".
       01  WS-AMRT-ENV-VALUE PIC X(60).
       01  WS-AMRT-STATUS    PIC XX.

      * entrada de FIND-LOAN-SCHEDULE-PROCEDURE (zero = so procurar a
      * ultima referencia usada):
       01  WS-AMRT-LOOKUP-REF PIC 9(6).
       01  WS-AMRT-FOUND      PIC X.
       01  WS-AMRT-LAST-REF   PIC 9(6).
      * plano encontrado:
       01  WS-AMRT-NUMERO    PIC 9(5).
       01  WS-AMRT-PRINCIPAL PIC 9(6)V99.
       01  WS-AMRT-TAXA      PIC 99V9999.
       01  WS-AMRT-PERIODOS  PIC 999.
       01  WS-AMRT-PRESTACAO PIC 9(5)V99.
       01  WS-AMRT-JUROS     PIC 9(6)V99.
       01  WS-AMRT-TOTAL     PIC 9(7)V99.
