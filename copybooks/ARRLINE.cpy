      *    ARRLINE - print line layouts for the file arrival report
      *    produced by TRANMERG: one line per registered office
      *    showing whether its file was expected on the business
      *    date, whether it was received and the business date its
      *    header carried, then the count of expected offices whose
      *    file had not arrived when the merge ran.
           01  ARR-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "FILE ARRIVAL REPORT".
               05  FILLER               PIC X(15)
                                         VALUE "BUSINESS DATE: ".
               05  ARH-BUSINESS-DATE    PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  ARH-RUN-DATE         PIC X(10).

           01  ARR-HEADING-2.
               05  FILLER               PIC X(8) VALUE "OFFICE".
               05  FILLER               PIC X(42) VALUE "FILE".
               05  FILLER               PIC X(10) VALUE "EXPECTED".
               05  FILLER               PIC X(14) VALUE "STATUS".
               05  FILLER               PIC X(10) VALUE "FILE DATE".

           01  ARR-DETAIL.
               05  ARD-OFFICE           PIC X(3).
               05  FILLER               PIC X(5) VALUE SPACES.
               05  ARD-FILE-NAME        PIC X(40).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ARD-EXPECTED         PIC X(3).
               05  FILLER               PIC X(7) VALUE SPACES.
               05  ARD-STATUS           PIC X(12).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ARD-FILE-DATE        PIC X(10).

           01  ARR-SUMMARY-LINE.
               05  FILLER               PIC X(18)
                                         VALUE "OFFICES EXPECTED: ".
               05  ARS-EXPECTED-COUNT   PIC ZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10) VALUE "RECEIVED: ".
               05  ARS-RECEIVED-COUNT   PIC ZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(14)
                                         VALUE "NOT RECEIVED: ".
               05  ARS-MISSING-COUNT    PIC ZZ9.

           01  ARR-MESSAGE-LINE.
               05  ARM-TEXT             PIC X(60).
