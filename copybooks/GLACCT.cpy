      *    the GL team in GLACCTS.DAT, so the account each company's
      *    feed posts to is data rather than code.  the write-off
      *    account is optional: when blank, suspense write-offs for
      *    the company post to the regular posting account.  the
      *    currency code names the currency the company trades in;
      *    blank means the functional currency, and the company's
      *    amounts post unconverted.  any other code must have a
      *    rate in force on FXRATES.DAT for the business date.
           01  GL-ACCOUNT-RECORD.
               05  GA-COMPANY           PIC X(2).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GA-GL-ACCOUNT        PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GA-WRITEOFF-ACCOUNT  PIC X(8).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  GA-CURRENCY          PIC X(3).
