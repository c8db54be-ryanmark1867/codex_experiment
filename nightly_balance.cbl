                SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-FILE-STATUS.
                SELECT BACKOUT-LOG-FILE ASSIGN TO "BKOLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BACKOUT-LOG-STATUS.
                SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BALANCE-REPORT-STATUS.
              FD  RUN-SUMMARY-FILE.
              COPY RUNSUMM.
              FD  REJECT-IN-FILE.
              01 REJECT-IN-LINE PIC X(110).
              FD  GLFEED-FILE.
              COPY GLFEEDREC.
              FD  BACKOUT-LOG-FILE.
              COPY BKOLOG.
              FD  BALANCE-REPORT-FILE.
              01 BALANCE-REPORT-LINE PIC X(132).
              WORKING-STORAGE SECTION.
              01 RUN-SUMMARY-STATUS PIC X(2).
              01 REJECT-IN-STATUS PIC X(2).
              01 GLFEED-FILE-STATUS PIC X(2).
              01 BACKOUT-LOG-STATUS PIC X(2).
              01 BALANCE-REPORT-STATUS PIC X(2).
              01 VALID-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-VALID-FILE VALUE "Y".
                  88 END-OF-REJECT-FILE VALUE "Y".
              01 GLFEED-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLFEED-FILE VALUE "Y".
              01 BACKOUT-LOG-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-BACKOUT-LOG VALUE "Y".
              01 SUMMARY-FOUND-SWITCH PIC X VALUE "N".
                  88 SUMMARY-FOUND VALUE "Y".
              01 TRAILER-SEEN-SWITCH PIC X VALUE "N".
              01 MAINT-REJECT-COUNT PIC 9(6) VALUE 0.
              01 GLFEED-DATE-TOTAL PIC S9(12)V99 VALUE 0.
              01 GLFEED-DATE-COUNT PIC 9(6) VALUE 0.
              01 FEED-PROOF-AMOUNT PIC S9(10)V99 VALUE 0.
              01 MAINT-FEED-TOTAL PIC S9(12)V99 VALUE 0.
              01 MAINT-FEED-COUNT PIC 9(6) VALUE 0.
              01 WRITEOFF-FEED-TOTAL PIC S9(12)V99 VALUE 0.
              01 WRITEOFF-FEED-COUNT PIC 9(6) VALUE 0.
              01 BACKOUT-FEED-TOTAL PIC S9(12)V99 VALUE 0.
              01 BACKOUT-FEED-COUNT PIC 9(6) VALUE 0.
              01 MAX-BACKOUT-DATES PIC 9(3) VALUE 100.
              01 BACKOUT-DATE-TABLE.
                  05 BD-COUNT PIC 9(3) VALUE 0.
                  05 BD-ENTRY OCCURS 100 TIMES.
                      10 BD-DATE PIC X(10).
                      10 BD-REGISTER-TOTAL PIC S9(12)V99.
                      10 BD-FEED-TOTAL PIC S9(12)V99.
                      10 BD-PROVE-SWITCH PIC X.
                          88 BD-PROVE-TONIGHT VALUE "Y".
              01 BD-INDEX PIC 9(3) COMP VALUE 0.
              01 BD-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 BACKOUT-TABLE-FULL-SWITCH PIC X VALUE "N".
                  88 BACKOUT-TABLE-FULL VALUE "Y".
              01 WORK-RETURN-CODE PIC 9(2) VALUE 0.
              01 RUN-DATE PIC X(10).
              01 BUSINESS-DATE PIC X(10).
              01 TODAYS-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                             SM-START-TIMESTAMP(7:2)
                             DELIMITED BY SIZE INTO RUN-DATE
                  END-IF.
                  IF SUMMARY-FOUND AND SM-BUSINESS-DATE NOT = SPACES
                      MOVE SM-BUSINESS-DATE TO BUSINESS-DATE
                  ELSE
                      MOVE RUN-DATE TO BUSINESS-DATE
                  END-IF.

              BALANCE-THE-NIGHT.
                  PERFORM COUNT-VALID-INPUT.
                  PERFORM COUNT-NIGHT-REJECTS.
                  PERFORM LOAD-BACKOUT-LOG.
                  PERFORM TOTAL-GLFEED-FOR-DATE.
                  PERFORM CHECK-RECORD-BALANCE.
                  PERFORM CHECK-REJECT-BALANCE.
                  PERFORM CHECK-GLFEED-BALANCE.
                  PERFORM WRITE-NONBATCH-ACTIVITY.
                  PERFORM CHECK-BACKOUT-BALANCE
                      VARYING BD-INDEX FROM 1 BY 1
                      UNTIL BD-INDEX > BD-COUNT.
                  PERFORM CHECK-RUN-RECONCILIATION.

              WRITE-NONBATCH-ACTIVITY.
                      MOVE BAL-INFO-LINE TO BALANCE-REPORT-LINE
                      WRITE BALANCE-REPORT-LINE
                  END-IF.
                  IF BACKOUT-FEED-COUNT > 0
                      MOVE "BACKOUT FEED (NOT IN PROOF)"
                          TO BLI-LABEL
                      MOVE BACKOUT-FEED-COUNT TO BLI-COUNT
                      MOVE BACKOUT-FEED-TOTAL TO BLI-AMOUNT
                      MOVE BAL-INFO-LINE TO BALANCE-REPORT-LINE
                      WRITE BALANCE-REPORT-LINE
                  END-IF.
                  IF MAINT-REJECT-COUNT > 0
                      MOVE "MAINT REJECTS (NOT IN PROOF)"
                          TO BLI-LABEL
                      AT END
                          SET END-OF-GLFEED-FILE TO TRUE
                      NOT AT END
                          IF GL-RUN-DATE = BUSINESS-DATE
                              PERFORM TALLY-GLFEED-RECORD
                          END-IF
                          IF GL-FROM-BACKOUT
                              PERFORM TALLY-BACKOUT-FEED
                          END-IF
                  END-READ.

              TALLY-GLFEED-RECORD.
                  PERFORM SET-FEED-PROOF-AMOUNT.
                  EVALUATE GL-FEED-SOURCE
                      WHEN "MAINT"
                          ADD FEED-PROOF-AMOUNT TO MAINT-FEED-TOTAL
                          ADD 1 TO MAINT-FEED-COUNT
                      WHEN "WRTOF"
                          ADD FEED-PROOF-AMOUNT TO WRITEOFF-FEED-TOTAL
                          ADD 1 TO WRITEOFF-FEED-COUNT
                      WHEN "BKOUT"
                          ADD FEED-PROOF-AMOUNT TO BACKOUT-FEED-TOTAL
                          ADD 1 TO BACKOUT-FEED-COUNT
                      WHEN OTHER
                          ADD FEED-PROOF-AMOUNT TO GLFEED-DATE-TOTAL
                          ADD 1 TO GLFEED-DATE-COUNT
                  END-EVALUATE.

              SET-FEED-PROOF-AMOUNT.
                  IF GL-TRANS-TOTAL IS NUMERIC
                      MOVE GL-TRANS-TOTAL TO FEED-PROOF-AMOUNT
                  ELSE
                      MOVE GL-TOTAL-NUMC TO FEED-PROOF-AMOUNT
                  END-IF.

              TALLY-BACKOUT-FEED.
                  PERFORM SET-FEED-PROOF-AMOUNT.
                  PERFORM SCAN-BACKOUT-DATE-ENTRY
                      VARYING BD-INDEX FROM 1 BY 1
                      UNTIL BD-INDEX > BD-COUNT.

              SCAN-BACKOUT-DATE-ENTRY.
                  IF BD-DATE(BD-INDEX) = GL-RUN-DATE
                      ADD FEED-PROOF-AMOUNT TO BD-FEED-TOTAL(BD-INDEX)
                  END-IF.

              LOAD-BACKOUT-LOG.
                  OPEN INPUT BACKOUT-LOG-FILE.
                  IF BACKOUT-LOG-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-BACKOUT-LOG-RECORD
                          UNTIL END-OF-BACKOUT-LOG
                      CLOSE BACKOUT-LOG-FILE
                  END-IF.

              LOAD-BACKOUT-LOG-RECORD.
                  READ BACKOUT-LOG-FILE
                      AT END
                          SET END-OF-BACKOUT-LOG TO TRUE
                      NOT AT END
                          PERFORM ADD-BACKOUT-LOG-ENTRY
                  END-READ.

              ADD-BACKOUT-LOG-ENTRY.
                  MOVE 0 TO BD-FOUND-INDEX.
                  PERFORM FIND-BACKOUT-DATE-ENTRY
                      VARYING BD-INDEX FROM 1 BY 1
                      UNTIL BD-INDEX > BD-COUNT.
                  IF BD-FOUND-INDEX = 0
                      IF BD-COUNT >= MAX-BACKOUT-DATES
                          IF NOT BACKOUT-TABLE-FULL
                              MOVE "BKOLOG.DAT TABLE FULL - NOT PROVEN"
                                  TO BLM-TEXT
                              PERFORM WRITE-BALANCE-MESSAGE
                              PERFORM RAISE-OUT-OF-BALANCE
                          END-IF
                          SET BACKOUT-TABLE-FULL TO TRUE
                      ELSE
                          ADD 1 TO BD-COUNT
                          MOVE BD-COUNT TO BD-FOUND-INDEX
                          MOVE BK-RUN-DATE TO BD-DATE(BD-FOUND-INDEX)
                          MOVE 0 TO BD-REGISTER-TOTAL(BD-FOUND-INDEX)
                          MOVE 0 TO BD-FEED-TOTAL(BD-FOUND-INDEX)
                          MOVE "N" TO BD-PROVE-SWITCH(BD-FOUND-INDEX)
                      END-IF
                  END-IF.
                  IF BD-FOUND-INDEX > 0
                      ADD BK-TOTAL TO BD-REGISTER-TOTAL(BD-FOUND-INDEX)
                      IF BK-BACKOUT-DATE = RUN-DATE
                          SET BD-PROVE-TONIGHT(BD-FOUND-INDEX) TO TRUE
                      END-IF
                  END-IF.

              FIND-BACKOUT-DATE-ENTRY.
                  IF BD-DATE(BD-INDEX) = BK-RUN-DATE
                      MOVE BD-INDEX TO BD-FOUND-INDEX
                  END-IF.

              CHECK-BACKOUT-BALANCE.
                  IF BD-PROVE-TONIGHT(BD-INDEX)
                      MOVE SPACES TO BLA-LABEL
                      STRING "BACKOUT " BD-DATE(BD-INDEX) " FEED/REG"
                             DELIMITED BY SIZE INTO BLA-LABEL
                      MOVE BD-FEED-TOTAL(BD-INDEX) TO BLA-VALUE-A
                      MOVE BD-REGISTER-TOTAL(BD-INDEX) TO BLA-VALUE-B
                      IF BD-FEED-TOTAL(BD-INDEX)
                              = BD-REGISTER-TOTAL(BD-INDEX)
                          MOVE "MATCH" TO BLA-STATUS
                      ELSE
                          MOVE "** MISMATCH **" TO BLA-STATUS
                          PERFORM RAISE-OUT-OF-BALANCE
                      END-IF
                      MOVE BAL-AMOUNT-LINE TO BALANCE-REPORT-LINE
                      WRITE BALANCE-REPORT-LINE
                  END-IF.

              CHECK-RECORD-BALANCE.
                  ADD SM-ACCEPTED-COUNT SM-REJECTED-COUNT
                      GIVING POSTED-PLUS-REJECTED.

              WRITE-BALANCE-HEADING.
                  MOVE RUN-DATE TO BLH-RUN-DATE.
                  MOVE BUSINESS-DATE TO BLH-BUSINESS-DATE.
                  MOVE BAL-HEADING-1 TO BALANCE-REPORT-LINE.
                  WRITE BALANCE-REPORT-LINE.

