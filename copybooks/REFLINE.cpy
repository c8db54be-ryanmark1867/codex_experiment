      *    REFLINE - print line layouts for the reference-data change
      *    register produced by REFMAINT: one line per transaction
      *    with its result, followed for an applied change by the
      *    record images before and after, and a sign-off line for
      *    the GL team at the foot.
           01  REF-HEADING-1.
               05  FILLER               PIC X(26)
                                         VALUE "REFERENCE DATA CHANGES".
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  RFH-RUN-DATE         PIC X(10).

           01  REF-HEADING-2.
               05  FILLER               PIC X(10) VALUE "FILE".
               05  FILLER               PIC X(8) VALUE "ACTION".
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(12) VALUE "EFFECTIVE".
               05  FILLER               PIC X(10) VALUE "OPERATOR".
               05  FILLER               PIC X(6) VALUE "RESULT".

           01  REF-DETAIL.
               05  RFD-FILE-NAME        PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RFD-ACTION           PIC X(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RFD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RFD-EFFECTIVE-DATE   PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RFD-OPERATOR         PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RFD-RESULT           PIC X(44).

           01  REF-IMAGE-LINE.
               05  FILLER               PIC X(10) VALUE SPACES.
               05  RFI-LABEL            PIC X(8).
               05  RFI-IMAGE            PIC X(30).

           01  REF-SUMMARY-LINE.
               05  FILLER               PIC X(14)
                                         VALUE "TRANSACTIONS: ".
               05  RFS-READ             PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(9)
                                         VALUE "APPLIED: ".
               05  RFS-APPLIED          PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "REJECTED: ".
               05  RFS-REJECTED         PIC ZZZZZ9.

           01  REF-SIGNOFF-LINE.
               05  FILLER               PIC X(18)
                                         VALUE "GL TEAM SIGN-OFF: ".
               05  FILLER               PIC X(20) VALUE ALL "_".
               05  FILLER               PIC X(4) VALUE SPACES.
               05  FILLER               PIC X(6) VALUE "DATE: ".
               05  FILLER               PIC X(10) VALUE ALL "_".

           01  REF-MESSAGE-LINE.
               05  RFM-TEXT             PIC X(60).
