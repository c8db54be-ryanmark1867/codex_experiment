      *    absorbs from the daily REJECTS.DAT is kept here, keyed by
      *    the rejected transaction key, with the date it was
      *    rejected and a disposition status, until it is corrected
      *    and resubmitted or written off.  a key rejected because
      *    it was already posted on an earlier day (reason 15) keeps
      *    both the original posting date and the posting date of
      *    the rejected presentation, so the clerk can tell a true
      *    duplicate (dropped, status D) from a new transaction that
      *    was given a used key (corrected under a new key).
           01  SUSPENSE-RECORD.
               05  RS-TRANS-KEY         PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
                   88  RS-CORRECTED     VALUE "C".
                   88  RS-RESUBMITTED   VALUE "R".
                   88  RS-WRITTEN-OFF   VALUE "W".
                   88  RS-DROPPED       VALUE "D".
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RS-DATE-RESOLVED     PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RS-COMPANY           PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RS-SOURCE            PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RS-POST-DATE         PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RS-ORIG-POST-DATE    PIC X(10).
