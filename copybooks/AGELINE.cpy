      *    AGELINE - print line layouts for the reject suspense
      *    aging report produced by REJWORK.  items are aged in
      *    business days from BUSCAL.DAT counted back from the
      *    business date in the heading, so a Friday reject is one
      *    day old on Monday; dates outside the calendar are aged in
      *    calendar days from the run date.
           01  AGE-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "REJECT SUSPENSE AGING".
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  AGH-RUN-DATE         PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(15)
                                         VALUE "BUSINESS DATE: ".
               05  AGH-BUSINESS-DATE    PIC X(10).

           01  AGE-HEADING-2.
               05  FILLER               PIC X(8) VALUE "REASON".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  AGM-TEXT             PIC X(40).

           01  AGE-POSTED-HEADER.
               05  FILLER               PIC X(30)
                                         VALUE "KEYS ALREADY POSTED".

           01  AGE-POSTED-DETAIL.
               05  APD-KEY              PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  APD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  APD-SOURCE           PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(8) VALUE "POSTED: ".
               05  APD-ORIG-POST-DATE   PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  FILLER               PIC X(11) VALUE "PRESENTED: ".
               05  APD-POST-DATE        PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  APD-QTY              PIC -ZZZZZZZZ9.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  APD-PRICE            PIC ZZZZZZ9.99.

           01  AGE-WRITEOFF-HEADER.
               05  FILLER               PIC X(20)
                                         VALUE "WRITE-OFF REGISTER".
               05  FILLER               PIC X(10)
                                         VALUE "REOPENED: ".
               05  AGS-REOPENED-COUNT   PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(9)
                                         VALUE "DROPPED: ".
               05  AGS-DROPPED-COUNT    PIC ZZZZZ9.
