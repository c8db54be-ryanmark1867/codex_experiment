      *    VERBS for the scheduler: start/end timestamps, run mode,
      *    accepted/rejected counts, the control total, the
      *    reconciliation result (MATCH / MISMATCH / NOTOTAL), a
      *    restart flag, the graded return code (00 clean,
      *    04 completed with rejects, 08 reconciliation mismatch,
      *    12 file or checkpoint failure) and the business date the
      *    batch posted under, so operations can gate the downstream
      *    GL load without reading the print report.
      *    RUNSUMM.DAT always holds the latest run only; the same
      *    record is appended to RUNHIST.DAT so RUNTREND can report
      *    elapsed-time and reject-rate trends across runs.
               05  SM-RESTART-FLAG     PIC X.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SM-RETURN-CODE       PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SM-BUSINESS-DATE     PIC X(10).
