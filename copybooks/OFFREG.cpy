      *    OFFREG - regional office registry, one record per office
      *    file TRANMERG may merge, kept on OFFREG.DAT so opening or
      *    closing an office is a data change rather than a code
      *    change.  the expected days are seven Y/N flags, Monday
      *    first, for the days the office submits; an active office
      *    with no file on an expected day is reported missing.  the
      *    file type is O for an office file, held to the common
      *    business date, or R for the REJWORK resubmission file,
      *    which is merged when present but never expected.  the
      *    STNDGEN standing-transaction file STANDING.DAT is registered
      *    as office STD with file type O like any other office.
           01  OFFICE-REGISTRY-RECORD.
               05  OR-OFFICE            PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  OR-FILE-NAME         PIC X(40).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  OR-EXPECTED-DAYS     PIC X(7).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  OR-ACTIVE            PIC X.
                   88  OR-IS-ACTIVE     VALUE "Y".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  OR-FILE-TYPE         PIC X.
                   88  OR-RESUBMIT-FILE VALUE "R".
