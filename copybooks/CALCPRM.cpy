      *    mean "all": the key range selects CM-KEY between the from
      *    and to keys inclusive, company and source match exactly,
      *    and status matches CM-STATUS (A accepted, R rejected,
      *    C corrected, B backed out) so corrected items can be pulled
      *    on their own.
           01  CALC-PARM-RECORD.
               05  CP-KEY-FROM          PIC X(6).
               05  CP-KEY-TO            PIC X(6).
