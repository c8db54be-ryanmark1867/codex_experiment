      *    AUDITREC - audit trail entry written for every MULTIPLY,
      *    DIVIDE and ADD result VERBS produces, so a total can be
      *    traced back to the inputs that derived it.  conversion
      *    entries (FX-AMOUNT, FX-SUBTOTL and their correction and
      *    backout counterparts) carry the transaction-currency
      *    value as NUM1 and the functional value as the result,
      *    with the currency and exchange rate used; every other
      *    entry leaves the currency blank and the rate zero.
           01  AUDIT-RECORD.
               05  AU-TIMESTAMP         PIC X(21).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  AU-RESULT            PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  AU-CURRENCY          PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  AU-EXCHANGE-RATE     PIC 9(5)V9(6) VALUE 0.
