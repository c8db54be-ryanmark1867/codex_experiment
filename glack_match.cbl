              FD  ACK-REPORT-FILE.
              01 ACK-REPORT-LINE PIC X(132).
              FD  REFEED-FILE.
              01 REFEED-LINE PIC X(100).
              WORKING-STORAGE SECTION.
              COPY ACKLINE.
              01 GL-ACK-FILE-STATUS PIC X(2).
