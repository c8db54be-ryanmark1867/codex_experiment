      *    STNDCTL - control record for the STNDGEN standing-
      *    transaction generator, kept on STNDCTL.DAT.  the key range
      *    is the block of transaction keys set aside for standing
      *    transactions, clear of every office's keys; the last key
      *    and the last business date are rewritten by each run.  a
      *    run for a business date not after the last one generates
      *    nothing and leaves the previous STANDING.DAT in place, so
      *    a repeated run cannot generate an item twice.
           01  STANDING-CONTROL-RECORD.
               05  SC-KEY-LOW           PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SC-KEY-HIGH          PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SC-LAST-KEY          PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SC-LAST-BUSINESS-DATE PIC X(10).
