      *    RECNPRM - run parameters for the GLRECON sub-ledger to GL
      *    reconciliation: the first and last posting dates to
      *    reconcile (YYYY-MM-DD), normally the first and last days
      *    of the month being closed.
           01  RECON-PARM-RECORD.
               05  RP-FROM-DATE         PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RP-TO-DATE           PIC X(10).
