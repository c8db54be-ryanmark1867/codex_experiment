              FD  GLFEED-FILE.
              COPY GLFEEDREC.
              FD  GLFEED-HISTORY-FILE.
              01 GLFEED-HISTORY-LINE PIC X(100).
              FD  GLFEED-KEEP-FILE.
              01 GLFEED-KEEP-LINE PIC X(100).
              FD  CALC-MASTER-FILE.
              COPY CALCMAST.
              FD  CALC-HISTORY-FILE.
              01 CALC-HISTORY-LINE PIC X(120).
              FD  CLOSE-REPORT-FILE.
              01 CLOSE-REPORT-LINE PIC X(132).
              WORKING-STORAGE SECTION.
