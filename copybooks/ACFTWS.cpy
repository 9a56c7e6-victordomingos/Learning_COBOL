      *----------------------------------------------------------------*
      * Shared aircraft-master working-storage. COPY into
      * WORKING-STORAGE SECTION. See ACFTP.cpy for the load, save and
      * lookup paragraphs.
      *----------------------------------------------------------------*
       01  WS-ACFT-PATH      PIC X(60) VALUE "..\aircraft.txt".
       01  WS-ACFT-STATUS    PIC XX.
       01  WS-ACFT-ENV-VALUE PIC X(60).

       01  WS-ACFT-COUNT PIC 99 VALUE ZERO.
       01  WS-ACFT-TABLE.
           05 WS-ACFT-ENTRY OCCURS 50 TIMES INDEXED BY AC-IDX.
               10 WS-AC-MATRICULA     PIC X(10).
               10 WS-AC-TIPO          PIC X(12).
               10 WS-AC-MTOW          PIC 9(6).
               10 WS-AC-HORAS         PIC 9(5)V99.
               10 WS-AC-INSP50-HORAS  PIC 9(5)V99.
               10 WS-AC-INSP100-HORAS PIC 9(5)V99.
               10 WS-AC-ANUAL-DATA    PIC 9(8).
       01  WS-ACFT-OVERFLOW PIC X VALUE "N".
       01  WS-ACFT-DIRTY    PIC X VALUE "N".

       01  WS-ACFT-LOOKUP-MAT PIC X(10).
       01  WS-ACFT-FOUND      PIC X.
