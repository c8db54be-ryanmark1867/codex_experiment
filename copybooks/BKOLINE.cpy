      *    BKOLINE - print line layouts for the batch backout
      *    register produced by BACKOUT: one detail line per master
      *    record reversed, a line per company giving the offsetting
      *    feed record written, and the totals NIGHTBAL proves the
      *    BKOUT feed against.  reversals and feed totals are shown
      *    in the transaction currency, which is what NIGHTBAL
      *    proves, followed by the currency, the exchange rate the
      *    records were posted at and the functional-currency value
      *    actually fed to the GL.
           01  BKO-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "BATCH BACKOUT REGISTER".
               05  FILLER               PIC X(14)
                                         VALUE "POSTING DATE: ".
               05  BKH-RUN-DATE         PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(8) VALUE "OFFICE: ".
               05  BKH-OFFICE           PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  BKH-BACKOUT-DATE     PIC X(10).

           01  BKO-HEADING-2.
               05  FILLER               PIC X(8) VALUE "KEY".
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(5) VALUE "SRC".
               05  FILLER               PIC X(4) VALUE "ST".
               05  FILLER               PIC X(12) VALUE "QTY".
               05  FILLER               PIC X(12) VALUE "PRICE".
               05  FILLER               PIC X(18) VALUE "SUBTOTAL".
               05  FILLER               PIC X(16) VALUE "REVERSAL".
               05  FILLER               PIC X(5) VALUE "CCY".
               05  FILLER               PIC X(16) VALUE "FUNC REVERSAL".

           01  BKO-DETAIL.
               05  BKD-KEY              PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-SOURCE           PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-STATUS           PIC X.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  BKD-QTY              PIC -ZZZZZZZZ9.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-PRICE            PIC ZZZZZZ9.99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-SUBTOTAL         PIC ----------9.99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-REVERSAL         PIC ----------9.99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-CURRENCY         PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BKD-FUNC-REVERSAL    PIC ----------9.99.

           01  BKO-COMPANY-LINE.
               05  FILLER               PIC X(8) VALUE "COMPANY ".
               05  BKC-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(4) VALUE "GL: ".
               05  BKC-ACCOUNT          PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(9) VALUE "RECORDS: ".
               05  BKC-COUNT            PIC ZZZZZ9.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "BKOUT FEED".
               05  BKC-TOTAL            PIC ------------9.99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(5) VALUE "CCY: ".
               05  BKC-CURRENCY         PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(6) VALUE "RATE: ".
               05  BKC-EXCHANGE-RATE    PIC ZZZZ9.999999.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(12)
                                         VALUE "FUNCTIONAL: ".
               05  BKC-FUNC-TOTAL       PIC ------------9.99.

           01  BKO-TOTAL-LINE.
               05  FILLER               PIC X(18)
                                         VALUE "RECORDS REVERSED: ".
               05  BKT-COUNT            PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(12)
                                         VALUE "FEED TOTAL: ".
               05  BKT-TOTAL            PIC ------------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(18)
                                         VALUE "MERGELOG CLEARED: ".
               05  BKT-MERGELOG-COUNT   PIC ZZZ9.

           01  BKO-MESSAGE-LINE.
               05  BKM-TEXT             PIC X(60).
