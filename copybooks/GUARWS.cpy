      *----------------------------------------------------------------*
      * Shared guardian-contacts working-storage. COPY into
      * WORKING-STORAGE SECTION. See GUARP.cpy for the load/save
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-GUAR-PATH      PIC X(60) VALUE "..\guardians.txt".
       01  WS-GUAR-STATUS    PIC XX.
       01  WS-GUAR-ENV-VALUE PIC X(60).

       01  WS-GUAR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GUAR-TABLE.
           05 WS-GUAR-ENTRY OCCURS 400 TIMES INDEXED BY GU-IDX.
               10 WS-GU-NUMERO     PIC 9(5).
               10 WS-GU-SEQ        PIC 9.
               10 WS-GU-NOME       PIC X(30).
               10 WS-GU-RELACAO    PIC X(12).
               10 WS-GU-MORADA     PIC X(40).
               10 WS-GU-CPOSTAL    PIC X(8).
               10 WS-GU-LOCALIDADE PIC X(20).
               10 WS-GU-TELEFONE   PIC X(15).
               10 WS-GU-EMAIL      PIC X(40).
               10 WS-GU-CANAL      PIC X.
       01  WS-GUAR-OVERFLOW PIC X VALUE "N".
       01  WS-GUAR-DIRTY    PIC X VALUE "N".
