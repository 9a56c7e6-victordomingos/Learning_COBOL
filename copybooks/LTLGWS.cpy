      *----------------------------------------------------------------*
      * Shared guardian-letters log working-storage. COPY into
      * WORKING-STORAGE SECTION. See LTLGP.cpy for the load/lookup/
      * append paragraphs.
      *----------------------------------------------------------------*
       01  WS-LTLG-PATH      PIC X(60)
           VALUE "..\guardian-letters-log.txt".
       01  WS-LTLG-STATUS    PIC XX.
       01  WS-LTLG-ENV-VALUE PIC X(60).

      * cartas ja enviadas (chave), para nao repetir:
       01  WS-LTLG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-LTLG-TABLE.
           05 WS-LTLG-ENTRY OCCURS 2000 TIMES INDEXED BY LL-IDX.
               10 WS-LL-NUMERO PIC 9(5).
               10 WS-LL-GU-SEQ PIC 9.
               10 WS-LL-EVENTO PIC X(6).
               10 WS-LL-REF    PIC X(16).
       01  WS-LTLG-OVERFLOW PIC X VALUE "N".

      * entrada/saida de LOOKUP-LETTER-LOG-PROCEDURE:
       01  WS-LL-LOOKUP-NUMERO PIC 9(5).
       01  WS-LL-LOOKUP-SEQ    PIC 9.
       01  WS-LL-LOOKUP-EVENTO PIC X(6).
       01  WS-LL-LOOKUP-REF    PIC X(16).
       01  WS-LL-FOUND         PIC X.
