      *----------------------------------------------------------------*
      * Shared pay-scales record. COPY into FILE SECTION. The pay
      * band agreed for each category (EM-CATEGORIA) in each year of
      * the collective agreement: EMPLOYEE-MASTER-MAINT refuses a base
      * pay outside the band, and PAY-INCREASE-RUN lifts everyone to
      * the new minimum when the next agreement is signed.
      *----------------------------------------------------------------*
       FD  PAY-SCALES-FILE.
       01  PAY-SCALE-RECORD.
           05 SC-YEAR      PIC 9(4).
           05 SC-CATEGORIA PIC X(20).
           05 SC-MIN       PIC 9(6)V99.
      *    zero = sem teto na tabela:
           05 SC-MAX       PIC 9(6)V99.
