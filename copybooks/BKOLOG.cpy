      *    BKOLOG - one record per BACKOUT run, appended to
      *    BKOLOG.DAT: the date the backout was run, the posting date
      *    and office backed out, and the number and value of the
      *    master records reversed.  the value carries the sign of
      *    the offsetting BKOUT feed records, so NIGHTBAL can prove
      *    the BKOUT records on GLFEED.DAT for a posting date against
      *    the register totals of every backout of that date.
           01  BACKOUT-LOG-RECORD.
               05  BK-BACKOUT-DATE      PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BK-RUN-DATE          PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BK-OFFICE            PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BK-RECORD-COUNT      PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  BK-TOTAL             PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
