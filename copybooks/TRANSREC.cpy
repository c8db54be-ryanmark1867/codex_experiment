      *    TRANS-COMPANY identifies the operating company the
      *    transaction belongs to for reporting and the GL feed;
      *    TRANS-SOURCE is the regional office the record arrived
      *    from, stamped by the TRANMERG merge step; STD marks a
      *    standing transaction generated by STNDGEN.
           01  TRANS-RECORD.
               05  TRANS-KEY            PIC 9(6).
               05  TRANS-QTY            PIC S9(9)
