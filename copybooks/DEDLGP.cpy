      * DIVISION. PERFORM OPEN-DEDUCTIONS-LEDGER-PROCEDURE once at
      * startup (creates the file on a fresh checkout, like the shared
      * exceptions file); the caller fills DL-PERIOD-END / DL-NUMERO /
      * DL-GROSS / DL-TAX / DL-SS / DL-GARNISH / DL-MEAL /
      * DL-EMPLOYER-SS and PERFORMs
      * WRITE-DEDUCTIONS-ENTRY-PROCEDURE per employee paid; CLOSE
      * DEDUCTIONS-LEDGER-FILE at end of run.
      *----------------------------------------------------------------*
