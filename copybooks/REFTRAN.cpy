      *    REFTRAN - reference-data maintenance transaction applied
      *    by REFMAINT to GLACCTS.DAT (file code G) or PRICMAST.DAT
      *    (file code P).  action A adds a record, C changes one and
      *    D deletes one.  a GL account record is keyed by company;
      *    an add or change supplies the whole record, so a blank
      *    write-off account or currency on a change clears it.  a
      *    price record is keyed by company and effective date
      *    (YYYY-MM-DD), and a change replaces the price.  the
      *    operator is whoever keyed the change and is always
      *    required.
           01  REFERENCE-TRANSACTION.
               05  RT-FILE-CODE         PIC X.
                   88  RT-GL-ACCOUNT-FILE VALUE "G".
                   88  RT-PRICE-FILE    VALUE "P".
               05  RT-ACTION            PIC X.
                   88  RT-ADD           VALUE "A".
                   88  RT-CHANGE        VALUE "C".
                   88  RT-DELETE        VALUE "D".
               05  RT-OPERATOR-ID       PIC X(8).
               05  RT-COMPANY           PIC X(2).
               05  RT-GL-ACCOUNT        PIC X(8).
               05  RT-WRITEOFF-ACCOUNT  PIC X(8).
               05  RT-CURRENCY          PIC X(3).
               05  RT-EFFECTIVE-DATE    PIC X(10).
               05  RT-PRICE             PIC 9(7)V99.
