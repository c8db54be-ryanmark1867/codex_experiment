      *    STNDPRM - optional run parameter for STNDGEN: the business
      *    date to generate for (YYYY-MM-DD).  without it the business
      *    date is the last business day on BUSCAL.DAT on or before
      *    today, or today when the calendar does not cover it.  a
      *    date that is not a valid YYYY-MM-DD, or is later than
      *    today, refuses the run with nothing generated.
           01  STNDGEN-PARM-RECORD.
               05  SP-BUSINESS-DATE     PIC X(10).
