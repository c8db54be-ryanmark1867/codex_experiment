      *    LINEITEM - OCCURS table of line items for one VERBS run,
      *    replacing the single scalar quantity/price/amount/rate/
      *    subtotal fields so one run can carry a whole invoice or
      *    batch header's worth of transactions in one pass.  the
      *    currency and exchange rate are the company's rate in
      *    force on the business date, and the functional amount
      *    and subtotal are the amount and subtotal converted at
      *    that rate.
           01  LINE-ITEM-TABLE.
               05  LI-COUNT             PIC 9(4) COMP VALUE 0.
               05  LINE-ITEM-ENTRY OCCURS 1 TO 500 TIMES
                       88  LI-ACCEPTED  VALUE "A".
                       88  LI-REJECTED  VALUE "R".
                       88  LI-PRICE-MISSING VALUE "P".
                   10  LI-CURRENCY      PIC X(3).
                   10  LI-EXCHANGE-RATE PIC 9(5)V9(6).
                   10  LI-FUNC-AMOUNT   PIC S9(12)V99.
                   10  LI-FUNC-SUBTOTAL PIC S9(10)V99.
