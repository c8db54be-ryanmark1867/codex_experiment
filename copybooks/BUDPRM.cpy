      *    BUDPRM - run parameters for the BUDVAR budget-versus-actual
      *    report: the month to report (YYYY-MM, matched against the
      *    first seven characters of GL-RUN-DATE; the year to date
      *    runs from January of the same year) and the variance
      *    percentage, either way, above which a company is flagged.
           01  BUDVAR-PARM-RECORD.
               05  BP-REPORT-MONTH      PIC X(7).
               05  BP-TOLERANCE-PCT     PIC 9(3).
