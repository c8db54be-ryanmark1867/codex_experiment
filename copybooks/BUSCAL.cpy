      *    BUSCAL - business calendar, one record per calendar date
      *    in date order, kept on BUSCAL.DAT by operations a year or
      *    more ahead.  the day type is B for a business day, W for
      *    a weekend day or H for a holiday.  TRANEDIT, TRANMERG,
      *    VERBS and REJWORK check the batch business date against
      *    it, and REJWORK ages suspense in business days from it.
           01  BUSINESS-CALENDAR-RECORD.
               05  BC-DATE              PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BC-DAY-TYPE          PIC X.
                   88  BC-BUSINESS-DAY  VALUE "B".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BC-DESCRIPTION       PIC X(20).
