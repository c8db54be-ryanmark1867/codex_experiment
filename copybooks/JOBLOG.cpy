      *    JOBLOG - job log record appended to JOBLOG.DAT by JOBCTL,
      *    one per step with its start and end timestamps, the
      *    return code it ended with and the maximum it was allowed,
      *    and what JOBCTL made of it: OK, FAILED (stream stopped),
      *    SKIPPED (over its maximum but skippable) or BYPASSED (run
      *    to completion by an earlier submission and not rerun on
      *    restart).  a closing record under program JOBCTL gives
      *    the stream's own return code and COMPLETE or STOPPED.
           01  JOB-LOG-RECORD.
               05  JL-STEP-NO           PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-PROGRAM           PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-START-TIMESTAMP   PIC X(21).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-END-TIMESTAMP     PIC X(21).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-RETURN-CODE       PIC 9(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-MAX-RC            PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JL-RESULT            PIC X(8).
