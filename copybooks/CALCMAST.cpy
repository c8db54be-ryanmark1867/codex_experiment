      *    archives records by its month and maintenance mode refuses
      *    a correction against a month recorded closed on
      *    CLOSESTS.DAT.  records written before the field existed
      *    carry spaces and are treated as never closed.  the status
      *    is A accepted, R rejected, C corrected by maintenance, or
      *    B backed out by BACKOUT; a backed-out key may be presented
      *    again and is posted over the reversed record.  the
      *    currency, exchange rate and functional amount and
      *    subtotal record the conversion the GL feed was posted
      *    at; the qty, price, amount, rate and subtotal remain in
      *    the transaction currency.  records written before the
      *    fields existed carry spaces and are treated as posted in
      *    the functional currency.  the record grew with these
      *    fields, so an existing CALCMAST.DAT must be reloaded at
      *    the new length before the first run.
           01  CALC-MASTER-RECORD.
               05  CM-KEY               PIC 9(6).
               05  CM-COMPANY           PIC X(2).
               05  CM-SUBTOTAL          PIC S9(10)V99.
               05  CM-STATUS            PIC X.
               05  CM-RUN-DATE          PIC X(10).
               05  CM-CURRENCY          PIC X(3).
               05  CM-EXCHANGE-RATE     PIC 9(5)V9(6).
               05  CM-FUNC-AMOUNT       PIC S9(12)V99.
               05  CM-FUNC-SUBTOTAL     PIC S9(10)V99.
