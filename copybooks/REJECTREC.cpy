      *    against the batch run's rejected count when a same-day
      *    MAINT run has appended correction rejects.  records
      *    written before the column existed carry spaces and are
      *    treated as batch.  the posting date is the date the
      *    rejecting run would have posted the item under; for a
      *    key already posted on an earlier day (reason 15) the
      *    original posting date carries the date of the posting
      *    left standing on CALCMAST.DAT or CALCHIST.DAT, and is
      *    spaces for every other reason.  a MAINT correction
      *    against a key BACKOUT has already reversed (status B on
      *    CALCMAST.DAT) is refused with reason 52 so the reversal
      *    is not reversed a second time.
           01  REJECT-RECORD.
               05  RJ-TRANS-KEY         PIC 9(6).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RJ-SOURCE            PIC X(3).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RJ-RUN-MODE          PIC X(5).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RJ-POST-DATE         PIC X(10).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  RJ-ORIG-POST-DATE    PIC X(10) VALUE SPACES.
