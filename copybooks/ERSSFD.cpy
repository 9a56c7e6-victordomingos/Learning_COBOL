      *----------------------------------------------------------------*
      * Shared employer social-security rates record. COPY into FILE
      * SECTION. One record per payroll year: the percentage of the
      * gross pay that the company itself pays to social security on
      * top of what is withheld from the employee (DL-SS).
      *----------------------------------------------------------------*
       FD  EMPLOYER-SS-RATES-FILE.
       01  EMPLOYER-SS-RATE-RECORD.
           05 ER-YEAR     PIC 9(4).
           05 ER-SS-PCT   PIC 99V99.
