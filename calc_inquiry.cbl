              FD  INQUIRY-REPORT-FILE.
              01 INQUIRY-REPORT-LINE PIC X(132).
              FD  EXTRACT-FILE.
              01 EXTRACT-LINE PIC X(120).
              WORKING-STORAGE SECTION.
              COPY CIQLINE.
              01 CALC-MASTER-STATUS PIC X(2).
                  MOVE CM-RATE TO CQD-RATE.
                  MOVE CM-SUBTOTAL TO CQD-NUMC.
                  MOVE CM-STATUS TO CQD-STATUS.
                  MOVE CM-CURRENCY TO CQD-CURRENCY.
                  IF CM-FUNC-SUBTOTAL IS NUMERIC
                      MOVE CM-FUNC-SUBTOTAL TO CQD-FUNC-NUMC
                  ELSE
                      MOVE CM-SUBTOTAL TO CQD-FUNC-NUMC
                  END-IF.
                  MOVE CIQ-DETAIL TO INQUIRY-REPORT-LINE.
                  WRITE INQUIRY-REPORT-LINE.

