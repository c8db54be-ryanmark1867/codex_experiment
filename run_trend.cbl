            DATA DIVISION.
            FILE SECTION.
              FD  RUN-HISTORY-FILE.
              01 RUN-HISTORY-LINE PIC X(120).
              FD  PARAMETER-FILE.
              COPY TRENDPRM.
              FD  TREND-REPORT-FILE.
