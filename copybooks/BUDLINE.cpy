      *    BUDLINE - print line layouts for the budget-versus-actual
      *    report produced by BUDVAR.  each company prints a month
      *    line and a year-to-date line; the four GL feed sources are
      *    shown separately ahead of the actual, budget and variance.
      *    a variance outside the run tolerance is flagged "**"; an
      *    actual with no budget to measure it against is flagged
      *    "NB".
           01  BUD-HEADING-1.
               05  FILLER               PIC X(26)
                                         VALUE "BUDGET VERSUS ACTUAL".
               05  FILLER               PIC X(7) VALUE "MONTH: ".
               05  BUH-MONTH            PIC X(7).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(15)
                                         VALUE "TOLERANCE PCT: ".
               05  BUH-TOLERANCE-PCT    PIC ZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  BUH-RUN-DATE         PIC X(10).

           01  BUD-HEADING-2.
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(6) VALUE "PER".
               05  FILLER               PIC X(15) VALUE "BATCH".
               05  FILLER               PIC X(15) VALUE "MAINT".
               05  FILLER               PIC X(15) VALUE "WRTOF".
               05  FILLER               PIC X(15) VALUE "BKOUT".
               05  FILLER               PIC X(15) VALUE "ACTUAL".
               05  FILLER               PIC X(15) VALUE "BUDGET".
               05  FILLER               PIC X(15) VALUE "VARIANCE".
               05  FILLER               PIC X(9) VALUE "VAR PCT".
               05  FILLER               PIC X(4) VALUE "FLAG".

           01  BUD-DETAIL.
               05  BUD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BUD-PERIOD           PIC X(5).
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-BATCH            PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-MAINT            PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-WRTOF            PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-BKOUT            PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-ACTUAL           PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-BUDGET           PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-VARIANCE         PIC ----------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-VARIANCE-PCT     PIC X(8).
               05  FILLER               PIC X(1) VALUE SPACES.
               05  BUD-FLAG             PIC X(2).

           01  BUD-SUMMARY-LINE.
               05  FILLER               PIC X(11)
                                         VALUE "COMPANIES: ".
               05  BUS-COMPANIES        PIC ZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(9)
                                         VALUE "FLAGGED: ".
               05  BUS-FLAGGED          PIC ZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(17)
                                         VALUE "GL FEED RECORDS: ".
               05  BUS-FEED-RECORDS     PIC ZZZZZ9.

           01  BUD-MESSAGE-LINE.
               05  BUM-TEXT             PIC X(60).
