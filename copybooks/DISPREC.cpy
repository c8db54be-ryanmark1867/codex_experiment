      *    limit on RJWPARM.DAT also needs the authorizer filled in.
      *    quantity and price are ignored for a write-off; the value
      *    written off is the quantity and price held in suspense.
      *    action C may name a new key, and the item is resubmitted
      *    under it unless the key is already held in suspense,
      *    posted on CALCMAST.DAT or archived as posted on
      *    CALCHIST.DAT, when it is left open; an item rejected as
      *    already posted (reason 15) must either be given a new key
      *    or dropped with action D, which closes it as a true
      *    duplicate without posting and needs the approver filled
      *    in.
           01  DISPOSITION-RECORD.
               05  DS-TRANS-KEY         PIC 9(6).
               05  DS-ACTION            PIC X.
                   88  DS-CORRECT       VALUE "C".
                   88  DS-WRITE-OFF     VALUE "W".
                   88  DS-DROP          VALUE "D".
               05  DS-QTY               PIC S9(9)
                                         SIGN LEADING SEPARATE.
               05  DS-PRICE             PIC 9(7)V99.
               05  DS-REASON-TEXT       PIC X(20).
               05  DS-APPROVER-ID       PIC X(8).
               05  DS-AUTHORIZER-ID     PIC X(8).
               05  DS-NEW-KEY           PIC 9(6).
