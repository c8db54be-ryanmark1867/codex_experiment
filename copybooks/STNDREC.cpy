      *    STNDREC - standing (recurring) transaction master record,
      *    one per fixed charge, kept on STNDMAST.DAT.  STNDGEN
      *    generates one transaction for each occurrence due on or
      *    before the business date, from the start date to the end
      *    date (blank for no end), and moves the next-due date on:
      *    frequency W weekly, M monthly or Q quarterly.  monthly and
      *    quarterly items fall on the day of the month of the start
      *    date, or the last day of a shorter month.  a blank next-due
      *    date means the start date.  a zero price leaves VERBS to
      *    substitute the company's price in force, as for any other
      *    zero-priced transaction.  the last-generated date is the
      *    business date of the run that last generated the item.
           01  STANDING-RECORD.
               05  ST-ITEM-ID           PIC X(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-COMPANY           PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-QTY               PIC S9(9)
                                         SIGN LEADING SEPARATE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-PRICE             PIC 9(7)V99.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-FREQUENCY         PIC X.
                   88  ST-WEEKLY        VALUE "W".
                   88  ST-MONTHLY       VALUE "M".
                   88  ST-QUARTERLY     VALUE "Q".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-START-DATE        PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-END-DATE          PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-NEXT-DUE-DATE     PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  ST-LAST-GENERATED    PIC X(10).
