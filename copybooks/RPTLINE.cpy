      *    RPTLINE - print line layouts for the DAILY-CALC-REPORT
      *    produced by VERBS.  detail and correction lines carry
      *    the transaction-currency figures followed by the
      *    company's currency and the subtotal converted to the
      *    functional currency; the company subtotal line gives the
      *    exchange rate used and the converted subtotal.
           01  REPORT-HEADING-1.
               05  FILLER               PIC X(20)
                                         VALUE "DAILY-CALC-REPORT".
               05  FILLER               PIC X(14) VALUE "NUMB(RATE)".
               05  FILLER               PIC X(17) VALUE "NUMC(SUM)".
               05  FILLER               PIC X(16) VALUE "RUNNING TOTAL".
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(6) VALUE "CCY".
               05  FILLER               PIC X(14) VALUE "FUNC NUMC".

           01  REPORT-DETAIL.
               05  RD-COMPANY           PIC X(2).
               05  RD-NUMC              PIC ----------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RD-RUNNING-TOTAL     PIC ------------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RD-CURRENCY          PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RD-FUNC-NUMC         PIC ----------9.99.

           01  REPORT-COMPANY-SUBTOTAL.
               05  FILLER               PIC X(8) VALUE "COMPANY ".
               05  FILLER               PIC X(11)
                                         VALUE " SUBTOTAL: ".
               05  RCS-SUBTOTAL         PIC ----------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(5) VALUE "CCY: ".
               05  RCS-CURRENCY         PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(6) VALUE "RATE: ".
               05  RCS-EXCHANGE-RATE    PIC ZZZZ9.999999.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(12)
                                         VALUE "FUNCTIONAL: ".
               05  RCS-FUNC-SUBTOTAL    PIC ----------9.99.

           01  REPORT-TRAILER.
               05  FILLER               PIC X(21)
               05  RC-NUMB              PIC -------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RC-NUMC              PIC ----------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RC-CURRENCY          PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  RC-FUNC-NUMC         PIC ----------9.99.
