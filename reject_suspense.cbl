                SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-FILE-STATUS.
                SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATES.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EXCHANGE-RATE-STATUS.
                SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUSINESS-CALENDAR-STATUS.
                SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUMM.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RUN-SUMMARY-STATUS.
                SELECT CALC-MASTER-FILE ASSIGN TO "CALCMAST.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CM-KEY
                    FILE STATUS IS CALC-MASTER-STATUS.
                SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CALC-HISTORY-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  REJECT-IN-FILE.
              01 REJECT-IN-LINE PIC X(110).
              FD  SUSPENSE-FILE.
              01 SUSPENSE-LINE PIC X(100).
              FD  DISPOSITION-FILE.
              01 DISPOSITION-LINE PIC X(80).
              FD  AGING-REPORT-FILE.
              COPY GLACCT.
              FD  GLFEED-FILE.
              COPY GLFEEDREC.
              FD  EXCHANGE-RATE-FILE.
              COPY FXRATE.
              FD  BUSINESS-CALENDAR-FILE.
              COPY BUSCAL.
              FD  RUN-SUMMARY-FILE.
              COPY RUNSUMM.
              FD  CALC-MASTER-FILE.
              COPY CALCMAST.
              FD  CALC-HISTORY-FILE.
              01 CALC-HISTORY-LINE PIC X(120).
              WORKING-STORAGE SECTION.
              COPY SUSPREC.
              COPY DISPREC.
              01 AGING-REPORT-STATUS PIC X(2).
              01 RESUBMIT-FILE-STATUS PIC X(2).
              01 CALC-MASTER-STATUS PIC X(2).
              01 CALC-HISTORY-STATUS PIC X(2).
              01 WRITEOFF-PARM-STATUS PIC X(2).
              01 GL-ACCOUNT-FILE-STATUS PIC X(2).
              01 GLFEED-FILE-STATUS PIC X(2).
                      10 GAT-COMPANY PIC X(2).
                      10 GAT-ACCOUNT PIC X(8).
                      10 GAT-WRITEOFF-ACCT PIC X(8).
                      10 GAT-CURRENCY PIC X(3).
              01 GA-INDEX PIC 9(3) COMP VALUE 0.
              01 GL-ACCOUNT-WORK PIC X(8) VALUE SPACES.
              01 CURRENCY-WORK PIC X(3) VALUE SPACES.
              01 EXCHANGE-RATE-WORK PIC 9(5)V9(6) VALUE 0.
              01 WRITEOFF-FUNC-AMOUNT PIC S9(10)V99 VALUE 0.
              01 EXCHANGE-RATE-STATUS PIC X(2).
              01 EXCHANGE-RATE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-EXCHANGE-RATE-FILE VALUE "Y".
              01 RATE-FOUND-SWITCH PIC X VALUE "N".
                  88 RATE-IN-FORCE VALUE "Y".
              01 MAX-RATE-ENTRIES PIC 9(3) VALUE 500.
              01 EXCHANGE-RATE-TABLE.
                  05 FT-COUNT PIC 9(3) VALUE 0.
                  05 FT-ENTRY OCCURS 500 TIMES.
                      10 FT-CURRENCY PIC X(3).
                      10 FT-EFFECTIVE PIC X(10).
                      10 FT-RATE PIC 9(5)V9(6).
              01 FT-INDEX PIC 9(3) COMP VALUE 0.
              01 BEST-RATE-EFFECTIVE PIC X(10) VALUE SPACES.
              01 MAX-WO-COMPANIES PIC 9(3) VALUE 100.
              01 WO-TOTALS-TABLE.
                  05 WO-COUNT PIC 9(3) VALUE 0.
                  88 END-OF-SUSPENSE-FILE VALUE "Y".
              01 DISPOSITION-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-DISPOSITION-FILE VALUE "Y".
              01 CALC-HISTORY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALC-HISTORY VALUE "Y".
              01 ENTRY-FOUND-SWITCH PIC X VALUE "N".
                  88 ENTRY-FOUND VALUE "Y".
              01 KEY-IN-USE-SWITCH PIC X VALUE "N".
                  88 NEW-KEY-IN-USE VALUE "Y".
              01 MAX-SUSPENSE-ITEMS PIC 9(4) VALUE 2000.
              01 SUSPENSE-TABLE.
                  05 SUSP-COUNT PIC 9(4) COMP VALUE 0.
                      10 SU-DATE-RESOLVED PIC X(10).
                      10 SU-COMPANY PIC X(2).
                      10 SU-SOURCE PIC X(3).
                      10 SU-POST-DATE PIC X(10).
                      10 SU-ORIG-POST-DATE PIC X(10).
              01 MAX-RESUBMIT-ITEMS PIC 9(4) VALUE 500.
              01 RESUBMIT-TABLE.
                  05 RESUB-COUNT PIC 9(4) COMP VALUE 0.
              01 DAYS-OLD PIC S9(7) VALUE 0.
              01 TODAY-INTEGER PIC 9(7) VALUE 0.
              01 ENTRY-INTEGER PIC 9(7) VALUE 0.
              01 TODAY-ORDINAL PIC 9(5) VALUE 0.
              01 ENTRY-ORDINAL PIC 9(5) VALUE 0.
              01 BUSINESS-DATE PIC X(10) VALUE SPACES.
              01 BUSINESS-CALENDAR-STATUS PIC X(2).
              01 RUN-SUMMARY-STATUS PIC X(2).
              01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALENDAR VALUE "Y".
              01 MAX-CALENDAR-DAYS PIC 9(4) VALUE 4000.
              01 CALENDAR-TABLE.
                  05 CAL-COUNT PIC 9(4) COMP VALUE 0.
                  05 CAL-ENTRY OCCURS 1 TO 4000 TIMES
                          DEPENDING ON CAL-COUNT.
                      10 CAL-DATE PIC X(10).
                      10 CAL-DAY-TYPE PIC X.
                          88 CAL-BUSINESS-DAY VALUE "B".
                      10 CAL-BUSINESS-ORDINAL PIC 9(5).
              01 CAL-INDEX PIC 9(4) COMP VALUE 0.
              01 CAL-FOUND-INDEX PIC 9(4) COMP VALUE 0.
              01 BUSINESS-DAY-COUNT PIC 9(5) VALUE 0.
              01 LOOKUP-DATE PIC X(10) VALUE SPACES.
              01 OPEN-COUNT PIC 9(6) VALUE 0.
              01 RESUBMIT-COUNT PIC 9(6) VALUE 0.
              01 CONFIRMED-COUNT PIC 9(6) VALUE 0.
              01 REOPENED-COUNT PIC 9(6) VALUE 0.
              01 RESUBMIT-QTY-HASH PIC S9(12) VALUE 0.
              01 RESUBMIT-KEY PIC 9(6) VALUE 0.
              01 DROPPED-COUNT PIC 9(6) VALUE 0.
              01 WORK-RETURN-CODE PIC 9(2) VALUE 0.
              01 WORK-DATE-NUM.
                  05 WD-ALL PIC 9(8).
            PROCEDURE DIVISION.
              MAIN-PROCESS.
                  PERFORM INIT-RUN-DATE.
                  PERFORM LOAD-BUSINESS-CALENDAR.
                  PERFORM SET-BUSINESS-DATE.
                  PERFORM READ-WRITEOFF-PARAMETERS.
                  OPEN OUTPUT AGING-REPORT-FILE.
                  PERFORM WRITE-AGING-HEADING.
                  PERFORM POST-WRITEOFFS-TO-GLFEED.
                  PERFORM WRITE-SUSPENSE-FILE.
                  PERFORM WRITE-AGING-SECTION.
                  PERFORM WRITE-ALREADY-POSTED-SECTION.
                  PERFORM WRITE-AGING-SUMMARY.
                  CLOSE AGING-REPORT-FILE.
                  MOVE WORK-RETURN-CODE TO RETURN-CODE.
                  MOVE FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)
                      TO TODAY-INTEGER.

              LOAD-BUSINESS-CALENDAR.
                  OPEN INPUT BUSINESS-CALENDAR-FILE.
                  IF BUSINESS-CALENDAR-STATUS = "35"
                      DISPLAY "WARNING - BUSCAL.DAT NOT FOUND - "
                          "AGING IN CALENDAR DAYS"
                  ELSE
                      PERFORM LOAD-BUSINESS-CALENDAR-RECORD
                          UNTIL END-OF-CALENDAR
                      CLOSE BUSINESS-CALENDAR-FILE
                  END-IF.

              LOAD-BUSINESS-CALENDAR-RECORD.
                  READ BUSINESS-CALENDAR-FILE
                      AT END
                          SET END-OF-CALENDAR TO TRUE
                      NOT AT END
                          PERFORM ADD-CALENDAR-ENTRY
                  END-READ.

              ADD-CALENDAR-ENTRY.
                  IF CAL-COUNT >= MAX-CALENDAR-DAYS
                      DISPLAY "BUSCAL.DAT TABLE FULL - " BC-DATE
                          " IGNORED"
                  ELSE
                      IF CAL-COUNT > 0
                              AND BC-DATE NOT > CAL-DATE(CAL-COUNT)
                          DISPLAY "BUSCAL.DAT OUT OF SEQUENCE - "
                              BC-DATE " IGNORED"
                      ELSE
                          IF BC-BUSINESS-DAY
                              ADD 1 TO BUSINESS-DAY-COUNT
                          END-IF
                          ADD 1 TO CAL-COUNT
                          MOVE BC-DATE TO CAL-DATE(CAL-COUNT)
                          MOVE BC-DAY-TYPE TO CAL-DAY-TYPE(CAL-COUNT)
                          MOVE BUSINESS-DAY-COUNT
                              TO CAL-BUSINESS-ORDINAL(CAL-COUNT)
                      END-IF
                  END-IF.

              SET-BUSINESS-DATE.
                  OPEN INPUT RUN-SUMMARY-FILE.
                  IF RUN-SUMMARY-STATUS = "35"
                      CONTINUE
                  ELSE
                      READ RUN-SUMMARY-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF SM-RUN-MODE = "BATCH"
                                  MOVE SM-BUSINESS-DATE
                                      TO BUSINESS-DATE
                              END-IF
                      END-READ
                      CLOSE RUN-SUMMARY-FILE
                  END-IF.
                  IF BUSINESS-DATE = SPACES
                          OR BUSINESS-DATE > RUN-DATE
                      MOVE RUN-DATE TO BUSINESS-DATE
                      MOVE 0 TO CAL-FOUND-INDEX
                      PERFORM SCAN-LAST-BUSINESS-DAY
                          VARYING CAL-INDEX FROM 1 BY 1
                          UNTIL CAL-INDEX > CAL-COUNT
                              OR CAL-DATE(CAL-INDEX) > RUN-DATE
                      IF CAL-FOUND-INDEX > 0
                          MOVE CAL-DATE(CAL-FOUND-INDEX)
                              TO BUSINESS-DATE
                      END-IF
                  END-IF.
                  MOVE BUSINESS-DATE TO LOOKUP-DATE.
                  PERFORM FIND-BUSINESS-ORDINAL.
                  MOVE ENTRY-ORDINAL TO TODAY-ORDINAL.

              SCAN-LAST-BUSINESS-DAY.
                  IF CAL-BUSINESS-DAY(CAL-INDEX)
                      MOVE CAL-INDEX TO CAL-FOUND-INDEX
                  END-IF.

              FIND-BUSINESS-ORDINAL.
                  MOVE 0 TO ENTRY-ORDINAL.
                  MOVE 0 TO CAL-FOUND-INDEX.
                  IF CAL-COUNT > 0
                          AND LOOKUP-DATE NOT < CAL-DATE(1)
                          AND LOOKUP-DATE NOT > CAL-DATE(CAL-COUNT)
                      PERFORM SCAN-CALENDAR-ON-OR-BEFORE
                          VARYING CAL-INDEX FROM 1 BY 1
                          UNTIL CAL-INDEX > CAL-COUNT
                              OR CAL-DATE(CAL-INDEX) > LOOKUP-DATE
                      MOVE CAL-BUSINESS-ORDINAL(CAL-FOUND-INDEX)
                          TO ENTRY-ORDINAL
                  END-IF.

              SCAN-CALENDAR-ON-OR-BEFORE.
                  MOVE CAL-INDEX TO CAL-FOUND-INDEX.

              LOAD-SUSPENSE-TABLE.
                  OPEN INPUT SUSPENSE-FILE.
                  IF SUSPENSE-FILE-STATUS = "35"
                          TO SU-DATE-RESOLVED(SU-IDX)
                      MOVE RS-COMPANY TO SU-COMPANY(SU-IDX)
                      MOVE RS-SOURCE TO SU-SOURCE(SU-IDX)
                      MOVE RS-POST-DATE TO SU-POST-DATE(SU-IDX)
                      MOVE RS-ORIG-POST-DATE
                          TO SU-ORIG-POST-DATE(SU-IDX)
                  END-IF.

              READ-WRITEOFF-PARAMETERS.
                          NOT INVALID KEY
                              IF CM-STATUS = "A" OR CM-STATUS = "C"
                                  MOVE "C" TO SU-STATUS(SCAN-INDEX)
                                  MOVE BUSINESS-DATE
                                      TO SU-DATE-RESOLVED(SCAN-INDEX)
                                  ADD 1 TO CONFIRMED-COUNT
                                  MOVE SU-KEY(SCAN-INDEX) TO AGM-KEY

              REOPEN-SUSPENSE-ENTRY.
                  MOVE "O" TO SU-STATUS(FOUND-INDEX).
                  MOVE BUSINESS-DATE TO SU-DATE-REJECTED(FOUND-INDEX).
                  MOVE RJ-REASON-CODE TO SU-REASON-CODE(FOUND-INDEX).
                  MOVE RJ-QTY TO SU-QTY(FOUND-INDEX).
                  MOVE RJ-PRICE TO SU-PRICE(FOUND-INDEX).
                  MOVE SPACES TO SU-DATE-RESOLVED(FOUND-INDEX).
                  MOVE RJ-POST-DATE TO SU-POST-DATE(FOUND-INDEX).
                  MOVE RJ-ORIG-POST-DATE
                      TO SU-ORIG-POST-DATE(FOUND-INDEX).
                  ADD 1 TO REOPENED-COUNT.
                  MOVE RJ-TRANS-KEY TO AGM-KEY.
                  MOVE "RESUBMISSION REJECTED AGAIN - REOPENED"
              ADD-NEW-SUSPENSE-ENTRY.
                  MOVE SPACES TO SUSPENSE-RECORD.
                  MOVE RJ-TRANS-KEY TO RS-TRANS-KEY.
                  MOVE BUSINESS-DATE TO RS-DATE-REJECTED.
                  MOVE RJ-REASON-CODE TO RS-REASON-CODE.
                  MOVE RJ-QTY TO RS-QTY.
                  MOVE RJ-PRICE TO RS-PRICE.
                  MOVE SPACES TO RS-DATE-RESOLVED.
                  MOVE RJ-COMPANY TO RS-COMPANY.
                  MOVE RJ-SOURCE TO RS-SOURCE.
                  MOVE RJ-POST-DATE TO RS-POST-DATE.
                  MOVE RJ-ORIG-POST-DATE TO RS-ORIG-POST-DATE.
                  PERFORM ADD-SUSPENSE-ENTRY.

              FIND-OPEN-SUSPENSE-ENTRY.
                      IF DS-WRITE-OFF
                          PERFORM APPLY-WRITEOFF-DISPOSITION
                      ELSE
                          IF DS-DROP
                              PERFORM APPLY-DROP-DISPOSITION
                          ELSE
                              MOVE DS-TRANS-KEY TO AGM-KEY
                              MOVE "UNKNOWN DISPOSITION ACTION"
                                  TO AGM-TEXT
                              PERFORM WRITE-AGING-MESSAGE
                              PERFORM RAISE-DISPOSITION-WARNING
                          END-IF
                      END-IF
                  END-IF.

              APPLY-CORRECT-DISPOSITION.
                  MOVE DS-TRANS-KEY TO SEARCH-KEY.
                  PERFORM FIND-OPEN-SUSPENSE-ENTRY.
                  MOVE DS-TRANS-KEY TO RESUBMIT-KEY.
                  IF DS-NEW-KEY IS NUMERIC
                      IF DS-NEW-KEY > 0
                          MOVE DS-NEW-KEY TO RESUBMIT-KEY
                      END-IF
                  END-IF.
                  IF ENTRY-FOUND
                      IF SU-REASON-CODE(FOUND-INDEX) = 15
                              AND RESUBMIT-KEY = DS-TRANS-KEY
                          MOVE DS-TRANS-KEY TO AGM-KEY
                          MOVE "ALREADY POSTED - NEW KEY OR DROP NEEDED"
                              TO AGM-TEXT
                          PERFORM WRITE-AGING-MESSAGE
                          PERFORM RAISE-DISPOSITION-WARNING
                      ELSE
                          PERFORM CHECK-NEW-KEY-IN-USE
                          IF NEW-KEY-IN-USE
                              MOVE DS-TRANS-KEY TO AGM-KEY
                              MOVE SPACES TO AGM-TEXT
                              STRING "NEW KEY "
                                     RESUBMIT-KEY
                                     " IN USE - LEFT OPEN"
                                     DELIMITED BY SIZE INTO AGM-TEXT
                              PERFORM WRITE-AGING-MESSAGE
                              PERFORM RAISE-DISPOSITION-WARNING
                          ELSE
                              PERFORM EXTRACT-RESUBMISSION
                          END-IF
                      END-IF
                  ELSE
                      MOVE DS-TRANS-KEY TO AGM-KEY
                      MOVE "NOT IN OPEN SUSPENSE" TO AGM-TEXT
                      PERFORM RAISE-DISPOSITION-WARNING
                  END-IF.

              CHECK-NEW-KEY-IN-USE.
                  MOVE "N" TO KEY-IN-USE-SWITCH.
                  IF RESUBMIT-KEY NOT = DS-TRANS-KEY
                      PERFORM SCAN-SUSPENSE-KEY-IN-USE
                          VARYING SCAN-INDEX FROM 1 BY 1
                          UNTIL SCAN-INDEX > SUSP-COUNT
                              OR NEW-KEY-IN-USE
                      IF NOT NEW-KEY-IN-USE
                          PERFORM CHECK-MASTER-KEY-IN-USE
                      END-IF
                      IF NOT NEW-KEY-IN-USE
                          PERFORM CHECK-HISTORY-KEY-IN-USE
                      END-IF
                  END-IF.

              SCAN-SUSPENSE-KEY-IN-USE.
                  IF SU-KEY(SCAN-INDEX) = RESUBMIT-KEY
                      SET NEW-KEY-IN-USE TO TRUE
                  END-IF.

              CHECK-MASTER-KEY-IN-USE.
                  OPEN INPUT CALC-MASTER-FILE.
                  IF CALC-MASTER-STATUS = "35"
                      CONTINUE
                  ELSE
                      MOVE RESUBMIT-KEY TO CM-KEY
                      READ CALC-MASTER-FILE
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              IF CM-STATUS = "A" OR CM-STATUS = "C"
                                  SET NEW-KEY-IN-USE TO TRUE
                              END-IF
                      END-READ
                      CLOSE CALC-MASTER-FILE
                  END-IF.

              CHECK-HISTORY-KEY-IN-USE.
                  MOVE "N" TO CALC-HISTORY-EOF-SWITCH.
                  OPEN INPUT CALC-HISTORY-FILE.
                  IF CALC-HISTORY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM SCAN-HISTORY-KEY-IN-USE
                          UNTIL END-OF-CALC-HISTORY
                              OR NEW-KEY-IN-USE
                      CLOSE CALC-HISTORY-FILE
                  END-IF.

              SCAN-HISTORY-KEY-IN-USE.
                  READ CALC-HISTORY-FILE
                      AT END
                          SET END-OF-CALC-HISTORY TO TRUE
                      NOT AT END
                          MOVE CALC-HISTORY-LINE TO CALC-MASTER-RECORD
                          IF CM-KEY = RESUBMIT-KEY
                                  AND (CM-STATUS = "A"
                                      OR CM-STATUS = "C")
                              SET NEW-KEY-IN-USE TO TRUE
                          END-IF
                  END-READ.

              APPLY-WRITEOFF-DISPOSITION.
                  MOVE DS-TRANS-KEY TO SEARCH-KEY.
                  PERFORM FIND-OPEN-SUSPENSE-ENTRY.
                      PERFORM RAISE-DISPOSITION-WARNING
                  END-IF.

              APPLY-DROP-DISPOSITION.
                  MOVE DS-TRANS-KEY TO SEARCH-KEY.
                  PERFORM FIND-OPEN-SUSPENSE-ENTRY.
                  MOVE DS-TRANS-KEY TO AGM-KEY.
                  IF NOT ENTRY-FOUND
                      MOVE "NOT IN OPEN SUSPENSE" TO AGM-TEXT
                      PERFORM WRITE-AGING-MESSAGE
                      PERFORM RAISE-DISPOSITION-WARNING
                  ELSE
                      IF SU-REASON-CODE(FOUND-INDEX) NOT = 15
                          MOVE "NOT AN ALREADY-POSTED ITEM - LEFT OPEN"
                              TO AGM-TEXT
                          PERFORM WRITE-AGING-MESSAGE
                          PERFORM RAISE-DISPOSITION-WARNING
                      ELSE
                          IF DS-APPROVER-ID = SPACES
                              MOVE "DROP HAS NO APPROVER - LEFT OPEN"
                                  TO AGM-TEXT
                              PERFORM WRITE-AGING-MESSAGE
                              PERFORM RAISE-DISPOSITION-WARNING
                          ELSE
                              MOVE "D" TO SU-STATUS(FOUND-INDEX)
                              MOVE BUSINESS-DATE
                                  TO SU-DATE-RESOLVED(FOUND-INDEX)
                              ADD 1 TO DROPPED-COUNT
                              MOVE "TRUE DUPLICATE DROPPED - NOT POSTED"
                                  TO AGM-TEXT
                              PERFORM WRITE-AGING-MESSAGE
                          END-IF
                      END-IF
                  END-IF.

              CHECK-WRITEOFF-AUTHORITY.
                  MOVE "Y" TO WRITEOFF-OK-SWITCH.
                  MULTIPLY SU-QTY(FOUND-INDEX)

              POST-WRITEOFF-ENTRY.
                  MOVE "W" TO SU-STATUS(FOUND-INDEX).
                  MOVE BUSINESS-DATE TO SU-DATE-RESOLVED(FOUND-INDEX).
                  ADD 1 TO WRITEOFF-COUNT.
                  ADD WRITEOFF-AMOUNT TO WRITEOFF-TOTAL.
                  PERFORM ADD-WRITEOFF-CO-TOTAL.
                      ADD 1 TO RESUBMIT-COUNT
                      ADD DS-QTY TO RESUBMIT-QTY-HASH
                      MOVE "R" TO SU-STATUS(FOUND-INDEX)
                      MOVE BUSINESS-DATE
                          TO SU-DATE-RESOLVED(FOUND-INDEX)
                      IF RESUBMIT-KEY NOT = DS-TRANS-KEY
                          PERFORM REKEY-SUSPENSE-ENTRY
                      END-IF
                  END-IF.

              REKEY-SUSPENSE-ENTRY.
                  MOVE RESUBMIT-KEY TO SU-KEY(FOUND-INDEX).
                  MOVE DS-TRANS-KEY TO AGM-KEY.
                  MOVE SPACES TO AGM-TEXT.
                  STRING "RESUBMITTED UNDER NEW KEY "
                         RESUBMIT-KEY
                         DELIMITED BY SIZE INTO AGM-TEXT.
                  PERFORM WRITE-AGING-MESSAGE.

              INSERT-RESUBMIT-ENTRY.
                  PERFORM FIND-RESUBMIT-POSITION
                      VARYING INSERT-INDEX FROM 1 BY 1
                      UNTIL INSERT-INDEX > RESUB-COUNT
                          OR RB-KEY(INSERT-INDEX) > RESUBMIT-KEY.
                  ADD 1 TO RESUB-COUNT.
                  SUBTRACT 1 FROM RESUB-COUNT GIVING SHIFT-START.
                  PERFORM SHIFT-RESUBMIT-ENTRY
                      VARYING SHIFT-INDEX FROM SHIFT-START BY -1
                      UNTIL SHIFT-INDEX < INSERT-INDEX.
                  MOVE RESUBMIT-KEY TO RB-KEY(INSERT-INDEX).
                  MOVE DS-QTY TO RB-QTY(INSERT-INDEX).
                  MOVE DS-PRICE TO RB-PRICE(INSERT-INDEX).
                  MOVE SU-COMPANY(FOUND-INDEX)
              WRITE-RESUBMIT-HEADER.
                  MOVE "HDR" TO BH-RECORD-TYPE.
                  MOVE "SUS" TO BH-DEPT.
                  MOVE BUSINESS-DATE TO BH-BATCH-DATE.
                  MOVE BATCH-HEADER-RECORD TO RESUBMIT-LINE.
                  WRITE RESUBMIT-LINE.

              POST-WRITEOFFS-TO-GLFEED.
                  IF WO-COUNT > 0
                      PERFORM LOAD-GL-ACCOUNTS
                      PERFORM LOAD-EXCHANGE-RATES
                      PERFORM OPEN-GLFEED-FILE-FOR-APPEND
                      PERFORM WRITE-WRITEOFF-GLFEED-RECORD
                          VARYING WO-INDEX FROM 1 BY 1
                                  TO GAT-ACCOUNT(GA-COUNT)
                              MOVE GA-WRITEOFF-ACCOUNT
                                  TO GAT-WRITEOFF-ACCT(GA-COUNT)
                              MOVE GA-CURRENCY
                                  TO GAT-CURRENCY(GA-COUNT)
                          ELSE
                              MOVE 0 TO AGM-KEY
                              MOVE "GL ACCOUNT TABLE FULL - DROPPED"

              WRITE-WRITEOFF-GLFEED-RECORD.
                  MOVE SPACES TO GL-ACCOUNT-WORK.
                  MOVE SPACES TO CURRENCY-WORK.
                  PERFORM SCAN-GL-ACCOUNT-ENTRY
                      VARYING GA-INDEX FROM 1 BY 1
                      UNTIL GA-INDEX > GA-COUNT.
                      PERFORM WRITE-AGING-MESSAGE
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM LOOKUP-EXCHANGE-RATE
                      IF NOT RATE-IN-FORCE
                          MOVE 0 TO AGM-KEY
                          MOVE "NO EXCHANGE RATE - WRITE-OFF NOT POSTED"
                              TO AGM-TEXT
                          PERFORM WRITE-AGING-MESSAGE
                          MOVE 8 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM CONVERT-WRITEOFF-TOTAL
                      END-IF
                  END-IF.

              CONVERT-WRITEOFF-TOTAL.
                  MULTIPLY WOT-AMOUNT(WO-INDEX) BY EXCHANGE-RATE-WORK
                      GIVING WRITEOFF-FUNC-AMOUNT ROUNDED
                      ON SIZE ERROR
                          MOVE 0 TO AGM-KEY
                          MOVE "CONVERSION SIZE ERROR - NOT POSTED"
                              TO AGM-TEXT
                          PERFORM WRITE-AGING-MESSAGE
                          MOVE 8 TO WORK-RETURN-CODE
                      NOT ON SIZE ERROR
                          PERFORM WRITE-WRITEOFF-FEED-LINE
                  END-MULTIPLY.

              WRITE-WRITEOFF-FEED-LINE.
                  MOVE SPACES TO GLFEED-RECORD.
                  MOVE BUSINESS-DATE TO GL-RUN-DATE.
                  MOVE WOT-COMPANY(WO-INDEX) TO GL-COMPANY.
                  MOVE GL-ACCOUNT-WORK TO GL-ACCOUNT.
                  MOVE WRITEOFF-FUNC-AMOUNT TO GL-TOTAL-NUMC.
                  MOVE WOT-REC-COUNT(WO-INDEX) TO GL-RECORD-COUNT.
                  MOVE "WRTOF" TO GL-FEED-SOURCE.
                  MOVE CURRENCY-WORK TO GL-CURRENCY.
                  MOVE EXCHANGE-RATE-WORK TO GL-EXCHANGE-RATE.
                  MOVE WOT-AMOUNT(WO-INDEX) TO GL-TRANS-TOTAL.
                  WRITE GLFEED-RECORD.

              LOAD-EXCHANGE-RATES.
                  OPEN INPUT EXCHANGE-RATE-FILE.
                  IF EXCHANGE-RATE-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-EXCHANGE-RATE-RECORD
                          UNTIL END-OF-EXCHANGE-RATE-FILE
                      CLOSE EXCHANGE-RATE-FILE
                  END-IF.

              LOAD-EXCHANGE-RATE-RECORD.
                  READ EXCHANGE-RATE-FILE
                      AT END
                          SET END-OF-EXCHANGE-RATE-FILE TO TRUE
                      NOT AT END
                          IF FX-RATE IS NUMERIC AND FX-RATE > 0
                                  AND FT-COUNT < MAX-RATE-ENTRIES
                              ADD 1 TO FT-COUNT
                              MOVE FX-CURRENCY TO FT-CURRENCY(FT-COUNT)
                              MOVE FX-EFFECTIVE-DATE
                                  TO FT-EFFECTIVE(FT-COUNT)
                              MOVE FX-RATE TO FT-RATE(FT-COUNT)
                          END-IF
                  END-READ.

              LOOKUP-EXCHANGE-RATE.
                  MOVE "N" TO RATE-FOUND-SWITCH.
                  MOVE SPACES TO BEST-RATE-EFFECTIVE.
                  MOVE 0 TO EXCHANGE-RATE-WORK.
                  IF CURRENCY-WORK = SPACES
                      MOVE 1 TO EXCHANGE-RATE-WORK
                      SET RATE-IN-FORCE TO TRUE
                  ELSE
                      PERFORM SCAN-EXCHANGE-RATE-ENTRY
                          VARYING FT-INDEX FROM 1 BY 1
                          UNTIL FT-INDEX > FT-COUNT
                  END-IF.

              SCAN-EXCHANGE-RATE-ENTRY.
                  IF FT-CURRENCY(FT-INDEX) = CURRENCY-WORK
                          AND FT-EFFECTIVE(FT-INDEX)
                              NOT > BUSINESS-DATE
                      IF NOT RATE-IN-FORCE
                              OR FT-EFFECTIVE(FT-INDEX)
                                  NOT < BEST-RATE-EFFECTIVE
                          SET RATE-IN-FORCE TO TRUE
                          MOVE FT-EFFECTIVE(FT-INDEX)
                              TO BEST-RATE-EFFECTIVE
                          MOVE FT-RATE(FT-INDEX) TO EXCHANGE-RATE-WORK
                      END-IF
                  END-IF.

              SCAN-GL-ACCOUNT-ENTRY.
                  IF GAT-COMPANY(GA-INDEX) = WOT-COMPANY(WO-INDEX)
                      MOVE GAT-CURRENCY(GA-INDEX) TO CURRENCY-WORK
                      IF GAT-WRITEOFF-ACCT(GA-INDEX) NOT = SPACES
                          MOVE GAT-WRITEOFF-ACCT(GA-INDEX)
                              TO GL-ACCOUNT-WORK
                      TO RS-DATE-RESOLVED.
                  MOVE SU-COMPANY(SCAN-INDEX) TO RS-COMPANY.
                  MOVE SU-SOURCE(SCAN-INDEX) TO RS-SOURCE.
                  MOVE SU-POST-DATE(SCAN-INDEX) TO RS-POST-DATE.
                  MOVE SU-ORIG-POST-DATE(SCAN-INDEX)
                      TO RS-ORIG-POST-DATE.
                  MOVE SUSPENSE-RECORD TO SUSPENSE-LINE.
                  WRITE SUSPENSE-LINE.

                  END-IF.

              SET-AGING-BUCKET.
                  MOVE SU-DATE-REJECTED(SCAN-INDEX) TO LOOKUP-DATE.
                  PERFORM FIND-BUSINESS-ORDINAL.
                  IF TODAY-ORDINAL > 0 AND ENTRY-ORDINAL > 0
                      SUBTRACT ENTRY-ORDINAL FROM TODAY-ORDINAL
                          GIVING DAYS-OLD
                  ELSE
                      PERFORM SET-CALENDAR-DAYS-OLD
                  END-IF.
                  IF DAYS-OLD <= 1
                      MOVE 1 TO BUCKET-NO
                      END-IF
                  END-IF.

              SET-CALENDAR-DAYS-OLD.
                  MOVE SU-DATE-REJECTED(SCAN-INDEX)(1:4) TO WD-YEAR.
                  MOVE SU-DATE-REJECTED(SCAN-INDEX)(6:2) TO WD-MONTH.
                  MOVE SU-DATE-REJECTED(SCAN-INDEX)(9:2) TO WD-DAY.
                  IF WD-ALL IS NUMERIC
                      MOVE FUNCTION INTEGER-OF-DATE(WD-ALL)
                          TO ENTRY-INTEGER
                      SUBTRACT ENTRY-INTEGER FROM TODAY-INTEGER
                          GIVING DAYS-OLD
                  ELSE
                      MOVE 9999 TO DAYS-OLD
                  END-IF.

              WRITE-AGING-DETAIL.
                  ADD AGE-BUCKET(REASON-INDEX 1)
                      AGE-BUCKET(REASON-INDEX 2)
                  MOVE AGE-TOTAL-LINE TO AGING-REPORT-LINE.
                  WRITE AGING-REPORT-LINE.

              WRITE-ALREADY-POSTED-SECTION.
                  MOVE "N" TO ENTRY-FOUND-SWITCH.
                  PERFORM WRITE-ALREADY-POSTED-LINE
                      VARYING SCAN-INDEX FROM 1 BY 1
                      UNTIL SCAN-INDEX > SUSP-COUNT.

              WRITE-ALREADY-POSTED-LINE.
                  IF SU-STATUS(SCAN-INDEX) = "O"
                          AND SU-REASON-CODE(SCAN-INDEX) = 15
                      IF NOT ENTRY-FOUND
                          SET ENTRY-FOUND TO TRUE
                          MOVE AGE-POSTED-HEADER TO AGING-REPORT-LINE
                          WRITE AGING-REPORT-LINE
                      END-IF
                      MOVE SU-KEY(SCAN-INDEX) TO APD-KEY
                      MOVE SU-COMPANY(SCAN-INDEX) TO APD-COMPANY
                      MOVE SU-SOURCE(SCAN-INDEX) TO APD-SOURCE
                      MOVE SU-ORIG-POST-DATE(SCAN-INDEX)
                          TO APD-ORIG-POST-DATE
                      MOVE SU-POST-DATE(SCAN-INDEX) TO APD-POST-DATE
                      MOVE SU-QTY(SCAN-INDEX) TO APD-QTY
                      MOVE SU-PRICE(SCAN-INDEX) TO APD-PRICE
                      MOVE AGE-POSTED-DETAIL TO AGING-REPORT-LINE
                      WRITE AGING-REPORT-LINE
                  END-IF.

              WRITE-AGING-HEADING.
                  MOVE RUN-DATE TO AGH-RUN-DATE.
                  MOVE BUSINESS-DATE TO AGH-BUSINESS-DATE.
                  MOVE AGE-HEADING-1 TO AGING-REPORT-LINE.
                  WRITE AGING-REPORT-LINE.

                  MOVE RESUBMIT-COUNT TO AGS-RESUBMIT-COUNT.
                  MOVE CONFIRMED-COUNT TO AGS-CONFIRMED-COUNT.
                  MOVE REOPENED-COUNT TO AGS-REOPENED-COUNT.
                  MOVE DROPPED-COUNT TO AGS-DROPPED-COUNT.
                  MOVE AGE-SUMMARY-LINE TO AGING-REPORT-LINE.
                  WRITE AGING-REPORT-LINE.
