      *    CIQLINE - print line layouts for the calculation master
      *    inquiry report produced by CALCINQ.  the detail line
      *    ends with the currency the record was posted in and its
      *    subtotal converted to the functional currency.
           01  CIQ-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "CALC MASTER INQUIRY".
               05  FILLER               PIC X(19) VALUE "AMOUNT".
               05  FILLER               PIC X(14) VALUE "RATE".
               05  FILLER               PIC X(17) VALUE "NUMC".
               05  FILLER               PIC X(4) VALUE "ST".
               05  FILLER               PIC X(6) VALUE "CCY".
               05  FILLER               PIC X(14) VALUE "FUNC NUMC".

           01  CIQ-DETAIL.
               05  CQD-KEY              PIC 9(6).
               05  CQD-NUMC             PIC ----------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  CQD-STATUS           PIC X.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  CQD-CURRENCY         PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  CQD-FUNC-NUMC        PIC ----------9.99.

           01  CIQ-COMPANY-SUBTOTAL.
               05  FILLER               PIC X(8) VALUE "COMPANY ".
