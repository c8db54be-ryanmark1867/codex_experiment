      *    JOBRST - restart point written to JOBRST.DAT by JOBCTL
      *    when it stops the stream: the step that failed and when.
      *    the next submission resumes at that step, so TRANMERG is
      *    not rerun into its MERGELOG duplicate check.  JOBCTL
      *    empties the file when a stream runs to the end.
           01  JOB-RESTART-RECORD.
               05  JR-STEP-NO           PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JR-PROGRAM           PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JR-FAILED-TIMESTAMP  PIC X(21).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JR-RETURN-CODE       PIC 9(3).
