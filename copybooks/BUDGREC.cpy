      *    BUDGREC - monthly budget record, one per company per
      *    accounting month (YYYY-MM), loaded by finance onto
      *    BUDGET.DAT.  the amount is in the functional currency, the
      *    same currency GL-TOTAL-NUMC is posted in, so BUDVAR can set
      *    it directly against the GL feed actuals.
           01  BUDGET-RECORD.
               05  BG-COMPANY           PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BG-MONTH             PIC X(7).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BG-AMOUNT            PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
