      *    STNDLINE - print line layouts for the standing-transaction
      *    register produced by STNDGEN: one line per transaction
      *    generated, with the occurrence it was due for, the key it
      *    was given and the item's next-due date after the run.
           01  STD-HEADING-1.
               05  FILLER               PIC X(25)
                                         VALUE "STANDING TRANSACTIONS".
               05  FILLER               PIC X(15)
                                         VALUE "BUSINESS DATE: ".
               05  SGH-BUSINESS-DATE    PIC X(10).
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "RUN DATE: ".
               05  SGH-RUN-DATE         PIC X(10).

           01  STD-HEADING-2.
               05  FILLER               PIC X(8) VALUE "ITEM".
               05  FILLER               PIC X(4) VALUE "CO".
               05  FILLER               PIC X(12) VALUE "DUE DATE".
               05  FILLER               PIC X(8) VALUE "KEY".
               05  FILLER               PIC X(13) VALUE "QTY".
               05  FILLER               PIC X(12) VALUE "PRICE".
               05  FILLER               PIC X(6) VALUE "FREQ".
               05  FILLER               PIC X(8) VALUE "NEXT DUE".

           01  STD-DETAIL.
               05  SGD-ITEM-ID          PIC X(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-COMPANY          PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-DUE-DATE         PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-KEY              PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-QTY              PIC ----------9.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-PRICE            PIC ZZZZZZ9.99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGD-FREQUENCY        PIC X.
               05  FILLER               PIC X(5) VALUE SPACES.
               05  SGD-NEXT-DUE-DATE    PIC X(10).

           01  STD-SUMMARY-LINE.
               05  FILLER               PIC X(7) VALUE "ITEMS: ".
               05  SGS-ITEMS            PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(11)
                                         VALUE "GENERATED: ".
               05  SGS-GENERATED        PIC ZZZZZ9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "QTY HASH: ".
               05  SGS-QTY-HASH         PIC -----------9.
               05  FILLER               PIC X(3) VALUE SPACES.
               05  FILLER               PIC X(10)
                                         VALUE "LAST KEY: ".
               05  SGS-LAST-KEY         PIC 9(6).

           01  STD-MESSAGE-LINE.
               05  SGM-ITEM-ID          PIC X(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  SGM-TEXT             PIC X(60).
