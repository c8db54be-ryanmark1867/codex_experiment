      *    BKOPRM - run parameter for the BACKOUT batch backout
      *    program: the posting date (YYYY-MM-DD) whose batch posting
      *    is to be reversed, matched against CM-RUN-DATE, and an
      *    optional office code matched against CM-SOURCE.  a blank
      *    office backs out every office posted on that date.
           01  BACKOUT-PARM-RECORD.
               05  BP-RUN-DATE          PIC X(10).
               05  BP-OFFICE            PIC X(3).
