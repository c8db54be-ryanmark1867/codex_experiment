      *    FXRATE - effective-dated exchange-rate record, one per
      *    currency per scheduled rate change, maintained by treasury
      *    in FXRATES.DAT.  the rate is the number of units of the
      *    functional currency one unit of the transaction currency
      *    buys.  the rate in force for a business date is the record
      *    with the latest effective date not after that date, the
      *    same rule PRICMAST.DAT prices follow.  a company whose
      *    currency has no rate in force is rejected rather than
      *    posted at one for one.
           01  EXCHANGE-RATE-RECORD.
               05  FX-CURRENCY          PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FX-EFFECTIVE-DATE    PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FX-RATE              PIC 9(5)V9(6).
