      *----------------------------------------------------------------*
      * Shared recovery-journal working-storage. COPY into
      * WORKING-STORAGE SECTION. See RJRNP.cpy for the paragraphs that
      * open and write the journal. Each program that updates a master
      * MOVEs its own name to WS-RJ-JOB before the first change.
      *----------------------------------------------------------------*
       01  WS-RJRN-PATH       PIC X(60)
           VALUE "..\recovery-journal.txt".
       01  WS-RJRN-ENV-VALUE  PIC X(60).
       01  WS-RJRN-STATUS     PIC XX.
       01  WS-RJ-PRIOR-PATH   PIC X(60).
       01  WS-RJ-PRIOR-STATUS PIC XX.
       01  WS-RJ-PRIOR-EOF    PIC X.

      * entradas para WRITE-RECOVERY-JOURNAL-PROCEDURE:
       01  WS-RJ-JOB       PIC X(30) VALUE SPACES.
       01  WS-RJ-MASTER    PIC X(20).
       01  WS-RJ-ACTION    PIC X.
       01  WS-RJ-ROW       PIC 9(6).
       01  WS-RJ-KEY       PIC X(20).
       01  WS-RJ-IMAGE     PIC X(200).
       01  WS-RJ-OLD-IMAGE PIC X(200).
       01  WS-RJ-NOW       PIC 9(8).
