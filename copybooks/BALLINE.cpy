      *    sheet produced by NIGHTBAL, one compare line per proof so
      *    the morning balancing is a single page instead of five
      *    reports read side by side.  the info line reports
      *    same-date feed and reject records from MAINT, write-off
      *    and backout runs that are deliberately outside the batch
      *    proofs.  a backout run today is proven on its own amount
      *    line, BKOUT feed against the BKOLOG.DAT register totals
      *    for the posting date it backed out.  the GL feed is
      *    proven for the business date VERBS posted under, which the
      *    heading shows beside the run date.  feed amounts are
      *    compared in the transaction currency the control totals
      *    are kept in, not the converted functional total posted.
           01  BAL-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "NIGHTLY BALANCING".
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  BLH-RUN-DATE         PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(15)
                                         VALUE "BUSINESS DATE: ".
               05  BLH-BUSINESS-DATE    PIC X(10).

           01  BAL-COUNT-LINE.
               05  BLC-LABEL            PIC X(30).
