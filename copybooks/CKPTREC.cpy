      *    tables are sized to match the accumulation tables in
      *    VERBS (100 entries each); a checkpoint written at the old
      *    10-entry size cannot be restored, so clear CHKPOINT.DAT
      *    before the first run at the new capacity.  the
      *    functional-currency company totals are carried beside
      *    the transaction-currency ones; a checkpoint written
      *    before they were added cannot be restored either.
           01  CHECKPOINT-RECORD.
               05  CK-LAST-KEY          PIC 9(6).
               05  CK-CONTROL-TOTAL     PIC S9(12)V99
               05  CK-PREV-COMPANY      PIC X(2).
               05  CK-COMPANY-BREAK-TOTAL PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  CK-COMPANY-BREAK-FUNC-TOTAL PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  CK-CO-COUNT          PIC 9(3).
               05  CK-CO-ENTRY OCCURS 100 TIMES.
                   10  CK-CO-CODE       PIC X(2).
                   10  CK-CO-SUBTOTAL   PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
                   10  CK-CO-REC-COUNT  PIC 9(6).
                   10  CK-CO-FUNC-SUBTOTAL PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
               05  CK-OF-COUNT          PIC 9(3).
               05  CK-OF-ENTRY OCCURS 100 TIMES.
                   10  CK-OF-CODE       PIC X(3).
