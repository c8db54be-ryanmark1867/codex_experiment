      *    INQLINE - print line layouts for the audit trail inquiry
      *    report produced by AUDITINQ.  conversion entries show
      *    the currency and exchange rate used; the rate column is
      *    blank for every other entry.
           01  INQ-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "AUDIT TRAIL INQUIRY".
               05  FILLER               PIC X(19) VALUE "NUM1".
               05  FILLER               PIC X(19) VALUE "NUM2".
               05  FILLER               PIC X(16) VALUE "RESULT".
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(6) VALUE "CCY".
               05  FILLER               PIC X(12) VALUE "FX RATE".

           01  INQ-KEY-BREAK.
               05  FILLER               PIC X(12)
               05  IQD-NUM2             PIC ------------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  IQD-RESULT           PIC ------------9.99.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  IQD-CURRENCY         PIC X(3).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  IQD-EXCHANGE-RATE    PIC ZZZZ9.999999
                                         BLANK WHEN ZERO.

           01  INQ-SUMMARY-LINE.
               05  FILLER               PIC X(14)
