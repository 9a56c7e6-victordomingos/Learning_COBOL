      *----------------------------------------------------------------*
      * Shared book-adoption record. COPY into FILE SECTION. One line
      * per textbook adopted for a course: the course code (as in
      * EN-CURSO / CC-CODIGO), the ISBN on the STOCK-MASTER and how
      * many copies each enrolled student needs. BOOKLIST-FORECAST
      * maintains it and turns it into required copies per ISBN.
      *----------------------------------------------------------------*
       FD  BOOK-ADOPTION-FILE.
       01  BOOK-ADOPTION-RECORD.
           05 BA-CURSO      PIC X(8).
           05 BA-ISBN       PIC X(13).
           05 BA-EXEMPLARES PIC 99.
