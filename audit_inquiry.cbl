            DATA DIVISION.
            FILE SECTION.
              FD  AUDIT-FILE.
              01 AUDIT-LINE PIC X(120).
              FD  PARAMETER-FILE.
              COPY AUDITPRM.
              FD  INQUIRY-REPORT-FILE.
              01 INQUIRY-REPORT-LINE PIC X(132).
              FD  HISTORY-FILE.
              01 HISTORY-LINE PIC X(120).
              FD  KEEP-FILE.
              01 KEEP-LINE PIC X(120).
              WORKING-STORAGE SECTION.
              COPY AUDITREC.
              COPY INQLINE.
                  MOVE AU-NUM1 TO IQD-NUM1.
                  MOVE AU-NUM2 TO IQD-NUM2.
                  MOVE AU-RESULT TO IQD-RESULT.
                  MOVE AU-CURRENCY TO IQD-CURRENCY.
                  IF AU-EXCHANGE-RATE IS NUMERIC
                      MOVE AU-EXCHANGE-RATE TO IQD-EXCHANGE-RATE
                  ELSE
                      MOVE 0 TO IQD-EXCHANGE-RATE
                  END-IF.
                  MOVE INQ-DETAIL TO INQUIRY-REPORT-LINE.
                  WRITE INQUIRY-REPORT-LINE.

