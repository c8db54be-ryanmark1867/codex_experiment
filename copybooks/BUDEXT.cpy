      *    BUDEXT - budget-versus-actual extract record written by
      *    BUDVAR to BUDEXT.DAT for the controllers to load, one for
      *    the month and one for the year to date per company.  the
      *    actual is the sum of the four GL feed sources; variance is
      *    actual less budget and the percentage is of budget (zero,
      *    with BE-PCT-VALID "N", when there is no budget).  BE-FLAG
      *    is "Y" when the variance is outside the run tolerance.
           01  BUDGET-EXTRACT-RECORD.
               05  BE-COMPANY           PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-MONTH             PIC X(7).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-PERIOD            PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-BATCH             PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-MAINT             PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-WRTOF             PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-BKOUT             PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-ACTUAL            PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-BUDGET            PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-VARIANCE          PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-VARIANCE-PCT      PIC S9(5)V9
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-PCT-VALID         PIC X.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BE-FLAG              PIC X.
