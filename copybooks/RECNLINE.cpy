      *    RECNLINE - print line layouts for the sub-ledger to GL
      *    break report produced by GLRECON.  a break line is one
      *    company and posting date whose accepted and corrected
      *    CALCMAST/CALCHIST subtotals do not tie to the GL feed, or
      *    whose feed the ledger has not confirmed, with the amount
      *    and the probable cause.  the GL posted column is the
      *    BATCH and BKOUT feed for the date and the GL corrections
      *    column the MAINT feed for it; write-offs have no
      *    sub-ledger record and are shown on the company totals
      *    only.  a break on a date carrying BKOUT feed is shown as
      *    correction timing, since a backout reverses the value a
      *    later MAINT correction left on the master record; the
      *    other leg of such a correction must fall inside the
      *    range, or the company line does not net and is flagged
      *    "**" as a break.  each feed record is matched to its
      *    GLACK.DAT acknowledgment on date, company and account,
      *    and only dates present on GLACK.DAT are judged, as
      *    GLACKMAT does; a bounced record is a break unless a
      *    re-feed for the company and date was later posted, and
      *    a record with no acknowledgment is a warning.  the
      *    mismatch lines list master records whose stored
      *    MULTIPLY, DIVIDE or ADD result is not what their own
      *    qty and price give.  return code 0 means everything
      *    ties, 4 warnings only, 8 one or more breaks (including
      *    a company whose range total does not net) and 12 a
      *    run that could not be completed.
           01  REC-HEADING-1.
               05  FILLER               PIC X(24)
                                         VALUE "SUB-LEDGER TO GL RECON".
               05  FILLER               PIC X(6) VALUE "FROM: ".
               05  GRH-FROM-DATE        PIC X(10).
               05  FILLER               PIC X(5) VALUE " TO: ".
               05  GRH-TO-DATE          PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  GRH-RUN-DATE         PIC X(10).

           01  REC-HEADING-2.
               05  FILLER               PIC X(12) VALUE "DATE".
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(18) VALUE "SUB-LEDGER".
               05  FILLER               PIC X(18) VALUE "GL POSTED".
               05  FILLER               PIC X(18)
                                         VALUE "GL CORRECTIONS".
               05  FILLER               PIC X(18) VALUE "DIFFERENCE".
               05  FILLER               PIC X(14)
                                         VALUE "PROBABLE CAUSE".

           01  REC-DETAIL.
               05  GRD-DATE             PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GRD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GRD-SUB-LEDGER       PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRD-GL-POSTED        PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRD-GL-CORRECTION    PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRD-DIFFERENCE       PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRD-CAUSE            PIC X(34).

           01  REC-COMPANY-HEADING.
               05  FILLER               PIC X(16) VALUE "COMPANY".
               05  FILLER               PIC X(18) VALUE "SUB-LEDGER".
               05  FILLER               PIC X(18) VALUE "GL NET".
               05  FILLER               PIC X(18) VALUE "DIFFERENCE".
               05  FILLER               PIC X(18) VALUE "WRITE-OFFS".
               05  FILLER               PIC X(4) VALUE "FLAG".

           01  REC-COMPANY-LINE.
               05  GRC-COMPANY          PIC X(2).
               05  FILLER               PIC X(14) VALUE SPACES.
               05  GRC-SUB-LEDGER       PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRC-GL-NET           PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRC-DIFFERENCE       PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRC-WRITEOFFS        PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRC-FLAG             PIC X(2).

           01  REC-MISMATCH-HEADING.
               05  FILLER               PIC X(8) VALUE "KEY".
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(12) VALUE "POSTED".
               05  FILLER               PIC X(10) VALUE "OPERATION".
               05  FILLER               PIC X(18) VALUE "STORED".
               05  FILLER               PIC X(10) VALUE "RECOMPUTED".

           01  REC-MISMATCH-LINE.
               05  GRX-KEY              PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GRX-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GRX-DATE             PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GRX-OPERATION        PIC X(8).
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRX-STORED           PIC -------------9.99.
               05  FILLER               PIC X(1) VALUE SPACES.
               05  GRX-RECOMPUTED       PIC -------------9.99.

           01  REC-SUMMARY-LINE.
               05  FILLER               PIC X(15)
                                         VALUE "DATES CHECKED: ".
               05  GRS-ROWS             PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(8) VALUE "BREAKS: ".
               05  GRS-BREAKS           PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "WARNINGS: ".
               05  GRS-WARNINGS         PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(12)
                                         VALUE "MISMATCHES: ".
               05  GRS-MISMATCHES       PIC ZZZZZ9.

           01  REC-MESSAGE-LINE.
               05  GRM-TEXT             PIC X(60).
