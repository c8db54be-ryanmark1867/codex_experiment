      *    REFLOG - before/after change log record, one per change
      *    REFMAINT applies, appended to REFLOG.DAT.  the images are
      *    the GLACCTS.DAT or PRICMAST.DAT record as it stood before
      *    and after the change: the before image is blank for an
      *    add and the after image is blank for a delete.
           01  REFERENCE-LOG-RECORD.
               05  RL-TIMESTAMP         PIC X(21).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RL-OPERATOR-ID       PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RL-FILE-NAME         PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RL-ACTION            PIC X.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RL-BEFORE-IMAGE      PIC X(30).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RL-AFTER-IMAGE       PIC X(30).
