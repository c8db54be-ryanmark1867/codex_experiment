      *    correction run whose reversals exceed the new values
      *    nets negative.  the feed source says which run produced
      *    the record - BATCH (VERBS batch), MAINT (VERBS correction
      *    run), WRTOF (REJWORK suspense write-off) or BKOUT (BACKOUT
      *    reversal of a posting date's batch records) - so NIGHTBAL
      *    can prove the batch records against the run control total
      *    without tripping over same-date correction or write-off
      *    postings.  records written before the column existed
      *    carry spaces and are treated as batch.  the total of
      *    NUMC is posted in the functional currency; the currency
      *    and exchange rate state the conversion used (blank and
      *    one for a functional-currency company) and the
      *    transaction total carries the same total before
      *    conversion, which is what NIGHTBAL proves against the run
      *    control total.  records written before these columns
      *    existed carry spaces and were posted unconverted.
           01  GLFEED-RECORD.
               05  GL-RUN-DATE          PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
                   88  GL-FROM-BATCH    VALUE "BATCH".
                   88  GL-FROM-MAINT    VALUE "MAINT".
                   88  GL-FROM-WRITEOFF VALUE "WRTOF".
                   88  GL-FROM-BACKOUT  VALUE "BKOUT".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GL-CURRENCY          PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GL-EXCHANGE-RATE     PIC 9(5)V9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GL-TRANS-TOTAL       PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
