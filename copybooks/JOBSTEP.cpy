      *    JOBSTEP - one record per step of the nightly job stream,
      *    kept on JOBSTEPS.DAT in the order the steps run.  JOBCTL
      *    runs each step's command and stops the stream at the
      *    first step whose return code is above its maximum, so
      *    a refused VERBS run can no longer be followed by REJWORK.
      *    a step marked skippable (Y) that goes over its maximum is
      *    logged and passed over instead, with the stream carrying
      *    on at warning.
           01  JOB-STEP-RECORD.
               05  JS-STEP-NO           PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JS-PROGRAM           PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JS-MAX-RC            PIC 9(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JS-SKIP-ALLOWED      PIC X.
                   88  JS-MAY-SKIP      VALUE "Y".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  JS-COMMAND           PIC X(60).
