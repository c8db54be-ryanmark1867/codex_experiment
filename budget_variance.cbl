            IDENTIFICATION DIVISION.
            PROGRAM-ID. BUDVAR.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PARAMETER-FILE ASSIGN TO "BUDPRM.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PARAMETER-FILE-STATUS.
                SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUDGET-FILE-STATUS.
                SELECT GLFEED-HISTORY-FILE ASSIGN TO "GLFEDHST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-HISTORY-STATUS.
                SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-FILE-STATUS.
                SELECT VARIANCE-REPORT-FILE ASSIGN TO "BUDRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS VARIANCE-REPORT-STATUS.
                SELECT EXTRACT-FILE ASSIGN TO "BUDEXT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EXTRACT-FILE-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  PARAMETER-FILE.
              COPY BUDPRM.
              FD  BUDGET-FILE.
              COPY BUDGREC.
              FD  GLFEED-HISTORY-FILE.
              01 GLFEED-HISTORY-LINE PIC X(100).
              FD  GLFEED-FILE.
              01 GLFEED-LINE PIC X(100).
              FD  VARIANCE-REPORT-FILE.
              01 VARIANCE-REPORT-LINE PIC X(132).
              FD  EXTRACT-FILE.
              COPY BUDEXT.
              WORKING-STORAGE SECTION.
              COPY GLFEEDREC.
              COPY BUDLINE.
              01 PARAMETER-FILE-STATUS PIC X(2).
              01 BUDGET-FILE-STATUS PIC X(2).
              01 GLFEED-HISTORY-STATUS PIC X(2).
              01 GLFEED-FILE-STATUS PIC X(2).
              01 VARIANCE-REPORT-STATUS PIC X(2).
              01 EXTRACT-FILE-STATUS PIC X(2).
              01 PARM-FOUND-SWITCH PIC X VALUE "N".
                  88 PARM-RECORD-FOUND VALUE "Y".
              01 PARM-VALID-SWITCH PIC X VALUE "Y".
                  88 PARM-VALID VALUE "Y".
              01 BUDGET-FOUND-SWITCH PIC X VALUE "N".
                  88 BUDGET-FILE-FOUND VALUE "Y".
              01 BUDGET-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-BUDGET-FILE VALUE "Y".
              01 HISTORY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLFEED-HISTORY VALUE "Y".
              01 GLFEED-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLFEED-FILE VALUE "Y".
              01 CO-FOUND-SWITCH PIC X VALUE "N".
                  88 COMPANY-FOUND VALUE "Y".
              01 TABLE-FULL-SWITCH PIC X VALUE "N".
                  88 COMPANY-TABLE-FULL VALUE "Y".
              01 REPORT-YEAR PIC X(4) VALUE SPACES.
              01 REPORT-MONTH-NUMBER PIC 9(2) VALUE 0.
              01 COMPANY-WORK PIC X(2) VALUE SPACES.
              01 MONTH-WORK PIC X(7) VALUE SPACES.
              01 PERIOD-WORK PIC X(3) VALUE SPACES.
              01 SOURCE-INDEX PIC 9 COMP VALUE 0.
              01 CLEAR-INDEX PIC 9 COMP VALUE 0.
              01 MAX-COMPANY-ENTRIES PIC 9(3) VALUE 100.
              01 COMPANY-VARIANCE-TABLE.
                  05 CO-COUNT PIC 9(3) VALUE 0.
                  05 CO-ENTRY OCCURS 100 TIMES.
                      10 CO-CODE PIC X(2).
                      10 CO-MONTH-BUDGET PIC S9(10)V99.
                      10 CO-YTD-BUDGET PIC S9(10)V99.
                      10 CO-MONTH-SOURCE PIC S9(10)V99
                          OCCURS 4 TIMES.
                      10 CO-YTD-SOURCE PIC S9(10)V99
                          OCCURS 4 TIMES.
              01 CO-INDEX PIC 9(3) COMP VALUE 0.
              01 CO-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 BUDGET-READ-COUNT PIC 9(6) VALUE 0.
              01 BUDGET-BAD-COUNT PIC 9(6) VALUE 0.
              01 FEED-SELECTED-COUNT PIC 9(6) VALUE 0.
              01 FLAGGED-COUNT PIC 9(3) VALUE 0.
              01 COMPANY-FLAG-SWITCH PIC X VALUE "N".
                  88 COMPANY-FLAGGED VALUE "Y".
              01 LINE-SOURCES.
                  05 LINE-SOURCE PIC S9(10)V99 OCCURS 4 TIMES.
              01 LINE-ACTUAL PIC S9(10)V99 VALUE 0.
              01 LINE-BUDGET PIC S9(10)V99 VALUE 0.
              01 LINE-VARIANCE PIC S9(10)V99 VALUE 0.
              01 VARIANCE-WORK PIC S9(13)V99 VALUE 0.
              01 VARIANCE-PCT PIC S9(5)V9 VALUE 0.
              01 ABSOLUTE-PCT PIC S9(5)V9 VALUE 0.
              01 TOLERANCE-LIMIT PIC S9(5)V9 VALUE 0.
              01 VARIANCE-EDIT PIC -----9.9.
              01 PCT-VALID-SWITCH PIC X VALUE "N".
                  88 PCT-CALCULATED VALUE "Y".
              01 WORK-RETURN-CODE PIC 9(2) VALUE 0.
              01 RUN-DATE PIC X(10).
              01 TODAYS-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                  05 CD-DAY PIC 9(2).
            PROCEDURE DIVISION.
              MAIN-PROCESS.
                  PERFORM INIT-RUN-DATE.
                  PERFORM READ-PARAMETERS.
                  IF NOT PARM-RECORD-FOUND
                      DISPLAY "BUDPRM.DAT MISSING OR EMPTY - "
                          "NO MONTH TO REPORT"
                      PERFORM CLEAR-EXTRACT-FILE
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM CHECK-PARAMETERS
                      IF PARM-VALID
                          PERFORM BUILD-VARIANCE-REPORT
                      ELSE
                          PERFORM CLEAR-EXTRACT-FILE
                          MOVE 8 TO WORK-RETURN-CODE
                      END-IF
                  END-IF.
                  MOVE WORK-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.

              INIT-RUN-DATE.
                  MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE.
                  STRING CD-YEAR  "-"
                         CD-MONTH "-"
                         CD-DAY
                         DELIMITED BY SIZE INTO RUN-DATE.

              READ-PARAMETERS.
                  OPEN INPUT PARAMETER-FILE.
                  IF PARAMETER-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      READ PARAMETER-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              SET PARM-RECORD-FOUND TO TRUE
                      END-READ
                      CLOSE PARAMETER-FILE
                  END-IF.

              CHECK-PARAMETERS.
                  IF BP-REPORT-MONTH(1:4) IS NOT NUMERIC
                          OR BP-REPORT-MONTH(5:1) NOT = "-"
                          OR BP-REPORT-MONTH(6:2) IS NOT NUMERIC
                      DISPLAY "REPORT MONTH NOT YYYY-MM - "
                          "NO MONTH REPORTED"
                      MOVE "N" TO PARM-VALID-SWITCH
                  ELSE
                      MOVE BP-REPORT-MONTH(6:2) TO REPORT-MONTH-NUMBER
                      IF REPORT-MONTH-NUMBER < 1
                              OR REPORT-MONTH-NUMBER > 12
                          DISPLAY "REPORT MONTH NOT YYYY-MM - "
                              "NO MONTH REPORTED"
                          MOVE "N" TO PARM-VALID-SWITCH
                      END-IF
                  END-IF.
                  IF BP-TOLERANCE-PCT IS NOT NUMERIC
                      DISPLAY "TOLERANCE PCT NOT NUMERIC - "
                          "NO MONTH REPORTED"
                      MOVE "N" TO PARM-VALID-SWITCH
                  END-IF.

              BUILD-VARIANCE-REPORT.
                  MOVE BP-REPORT-MONTH(1:4) TO REPORT-YEAR.
                  MOVE BP-TOLERANCE-PCT TO TOLERANCE-LIMIT.
                  OPEN OUTPUT VARIANCE-REPORT-FILE.
                  OPEN OUTPUT EXTRACT-FILE.
                  PERFORM WRITE-VARIANCE-HEADING.
                  PERFORM LOAD-BUDGETS.
                  IF NOT BUDGET-FILE-FOUND
                      MOVE "BUDGET.DAT NOT FOUND - NO VARIANCE REPORTED"
                          TO BUM-TEXT
                      PERFORM WRITE-VARIANCE-MESSAGE
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM LOAD-GLFEED-ACTUALS
                      PERFORM WRITE-VARIANCE-BODY
                  END-IF.
                  CLOSE EXTRACT-FILE.
                  CLOSE VARIANCE-REPORT-FILE.

              CLEAR-EXTRACT-FILE.
                  OPEN OUTPUT EXTRACT-FILE.
                  CLOSE EXTRACT-FILE.

              WRITE-VARIANCE-BODY.
                  IF BUDGET-BAD-COUNT > 0
                      MOVE "BUDGET RECORDS IGNORED - SEE JOB LOG"
                          TO BUM-TEXT
                      PERFORM WRITE-VARIANCE-MESSAGE
                      PERFORM RAISE-WARNING
                  END-IF.
                  IF COMPANY-TABLE-FULL
                      MOVE "COMPANY TABLE FULL - REPORT INCOMPLETE"
                          TO BUM-TEXT
                      PERFORM WRITE-VARIANCE-MESSAGE
                      MOVE 8 TO WORK-RETURN-CODE
                  END-IF.
                  IF CO-COUNT = 0
                      MOVE "NO BUDGET OR GL ACTIVITY FOR REPORT YEAR"
                          TO BUM-TEXT
                      PERFORM WRITE-VARIANCE-MESSAGE
                      PERFORM RAISE-WARNING
                  ELSE
                      PERFORM WRITE-COMPANY-VARIANCE
                          VARYING CO-INDEX FROM 1 BY 1
                          UNTIL CO-INDEX > CO-COUNT
                      PERFORM WRITE-VARIANCE-SUMMARY
                      IF FLAGGED-COUNT > 0
                          PERFORM RAISE-WARNING
                      END-IF
                  END-IF.

              RAISE-WARNING.
                  IF WORK-RETURN-CODE < 4
                      MOVE 4 TO WORK-RETURN-CODE
                  END-IF.

              LOAD-BUDGETS.
                  OPEN INPUT BUDGET-FILE.
                  IF BUDGET-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      SET BUDGET-FILE-FOUND TO TRUE
                      PERFORM LOAD-BUDGET-RECORD
                          UNTIL END-OF-BUDGET-FILE
                      CLOSE BUDGET-FILE
                  END-IF.

              LOAD-BUDGET-RECORD.
                  READ BUDGET-FILE
                      AT END
                          SET END-OF-BUDGET-FILE TO TRUE
                      NOT AT END
                          ADD 1 TO BUDGET-READ-COUNT
                          IF BG-MONTH(1:4) = REPORT-YEAR
                                  AND BG-MONTH <= BP-REPORT-MONTH
                              PERFORM ACCUMULATE-BUDGET
                          END-IF
                  END-READ.

              ACCUMULATE-BUDGET.
                  IF BG-COMPANY = SPACES
                          OR BG-AMOUNT IS NOT NUMERIC
                      ADD 1 TO BUDGET-BAD-COUNT
                      DISPLAY "BUDGET RECORD " BUDGET-READ-COUNT
                          " INVALID - IGNORED"
                  ELSE
                      MOVE BG-COMPANY TO COMPANY-WORK
                      PERFORM FIND-COMPANY-ENTRY
                      IF COMPANY-FOUND
                          ADD BG-AMOUNT
                              TO CO-YTD-BUDGET(CO-FOUND-INDEX)
                          IF BG-MONTH = BP-REPORT-MONTH
                              ADD BG-AMOUNT
                                  TO CO-MONTH-BUDGET(CO-FOUND-INDEX)
                          END-IF
                      END-IF
                  END-IF.

              FIND-COMPANY-ENTRY.
                  MOVE "N" TO CO-FOUND-SWITCH.
                  PERFORM SCAN-COMPANY-ENTRY
                      VARYING CO-INDEX FROM 1 BY 1
                      UNTIL CO-INDEX > CO-COUNT OR COMPANY-FOUND.
                  IF NOT COMPANY-FOUND
                      IF CO-COUNT >= MAX-COMPANY-ENTRIES
                          SET COMPANY-TABLE-FULL TO TRUE
                      ELSE
                          ADD 1 TO CO-COUNT
                          MOVE CO-COUNT TO CO-FOUND-INDEX
                          PERFORM CLEAR-COMPANY-ENTRY
                          SET COMPANY-FOUND TO TRUE
                      END-IF
                  END-IF.

              SCAN-COMPANY-ENTRY.
                  IF CO-CODE(CO-INDEX) = COMPANY-WORK
                      SET COMPANY-FOUND TO TRUE
                      MOVE CO-INDEX TO CO-FOUND-INDEX
                  END-IF.

              CLEAR-COMPANY-ENTRY.
                  MOVE COMPANY-WORK TO CO-CODE(CO-FOUND-INDEX).
                  MOVE 0 TO CO-MONTH-BUDGET(CO-FOUND-INDEX).
                  MOVE 0 TO CO-YTD-BUDGET(CO-FOUND-INDEX).
                  PERFORM CLEAR-COMPANY-SOURCE
                      VARYING CLEAR-INDEX FROM 1 BY 1
                      UNTIL CLEAR-INDEX > 4.

              CLEAR-COMPANY-SOURCE.
                  MOVE 0 TO CO-MONTH-SOURCE(CO-FOUND-INDEX CLEAR-INDEX).
                  MOVE 0 TO CO-YTD-SOURCE(CO-FOUND-INDEX CLEAR-INDEX).

              LOAD-GLFEED-ACTUALS.
                  OPEN INPUT GLFEED-HISTORY-FILE.
                  IF GLFEED-HISTORY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-GLFEED-HISTORY-RECORD
                          UNTIL END-OF-GLFEED-HISTORY
                      CLOSE GLFEED-HISTORY-FILE
                  END-IF.
                  OPEN INPUT GLFEED-FILE.
                  IF GLFEED-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-GLFEED-RECORD
                          UNTIL END-OF-GLFEED-FILE
                      CLOSE GLFEED-FILE
                  END-IF.

              LOAD-GLFEED-HISTORY-RECORD.
                  READ GLFEED-HISTORY-FILE
                      AT END
                          SET END-OF-GLFEED-HISTORY TO TRUE
                      NOT AT END
                          MOVE GLFEED-HISTORY-LINE TO GLFEED-RECORD
                          PERFORM SELECT-GLFEED-ACTUAL
                  END-READ.

              LOAD-GLFEED-RECORD.
                  READ GLFEED-FILE
                      AT END
                          SET END-OF-GLFEED-FILE TO TRUE
                      NOT AT END
                          MOVE GLFEED-LINE TO GLFEED-RECORD
                          PERFORM SELECT-GLFEED-ACTUAL
                  END-READ.

              SELECT-GLFEED-ACTUAL.
                  MOVE GL-RUN-DATE(1:7) TO MONTH-WORK.
                  IF MONTH-WORK(1:4) = REPORT-YEAR
                          AND MONTH-WORK <= BP-REPORT-MONTH
                          AND GL-TOTAL-NUMC IS NUMERIC
                      PERFORM SET-SOURCE-INDEX
                      IF SOURCE-INDEX > 0
                          ADD 1 TO FEED-SELECTED-COUNT
                          MOVE GL-COMPANY TO COMPANY-WORK
                          PERFORM FIND-COMPANY-ENTRY
                          IF COMPANY-FOUND
                              PERFORM ACCUMULATE-ACTUAL
                          END-IF
                      END-IF
                  END-IF.

              SET-SOURCE-INDEX.
                  EVALUATE GL-FEED-SOURCE
                      WHEN "BATCH"
                          MOVE 1 TO SOURCE-INDEX
                      WHEN "MAINT"
                          MOVE 2 TO SOURCE-INDEX
                      WHEN "WRTOF"
                          MOVE 3 TO SOURCE-INDEX
                      WHEN "BKOUT"
                          MOVE 4 TO SOURCE-INDEX
                      WHEN SPACES
                          MOVE 1 TO SOURCE-INDEX
                      WHEN OTHER
                          MOVE 0 TO SOURCE-INDEX
                  END-EVALUATE.

              ACCUMULATE-ACTUAL.
                  ADD GL-TOTAL-NUMC
                      TO CO-YTD-SOURCE(CO-FOUND-INDEX SOURCE-INDEX).
                  IF MONTH-WORK = BP-REPORT-MONTH
                      ADD GL-TOTAL-NUMC TO
                          CO-MONTH-SOURCE(CO-FOUND-INDEX SOURCE-INDEX)
                  END-IF.

              WRITE-COMPANY-VARIANCE.
                  MOVE "N" TO COMPANY-FLAG-SWITCH.
                  MOVE "MONTH" TO BUD-PERIOD.
                  MOVE "MTH" TO PERIOD-WORK.
                  PERFORM LOAD-MONTH-SOURCE
                      VARYING SOURCE-INDEX FROM 1 BY 1
                      UNTIL SOURCE-INDEX > 4.
                  MOVE CO-MONTH-BUDGET(CO-INDEX) TO LINE-BUDGET.
                  PERFORM WRITE-VARIANCE-LINE.
                  MOVE "YTD" TO BUD-PERIOD.
                  MOVE "YTD" TO PERIOD-WORK.
                  PERFORM LOAD-YTD-SOURCE
                      VARYING SOURCE-INDEX FROM 1 BY 1
                      UNTIL SOURCE-INDEX > 4.
                  MOVE CO-YTD-BUDGET(CO-INDEX) TO LINE-BUDGET.
                  PERFORM WRITE-VARIANCE-LINE.
                  IF COMPANY-FLAGGED
                      ADD 1 TO FLAGGED-COUNT
                  END-IF.

              LOAD-MONTH-SOURCE.
                  MOVE CO-MONTH-SOURCE(CO-INDEX SOURCE-INDEX)
                      TO LINE-SOURCE(SOURCE-INDEX).

              LOAD-YTD-SOURCE.
                  MOVE CO-YTD-SOURCE(CO-INDEX SOURCE-INDEX)
                      TO LINE-SOURCE(SOURCE-INDEX).

              WRITE-VARIANCE-LINE.
                  COMPUTE LINE-ACTUAL = LINE-SOURCE(1) + LINE-SOURCE(2)
                      + LINE-SOURCE(3) + LINE-SOURCE(4).
                  SUBTRACT LINE-BUDGET FROM LINE-ACTUAL
                      GIVING LINE-VARIANCE.
                  PERFORM SET-VARIANCE-PCT.
                  MOVE CO-CODE(CO-INDEX) TO BUD-COMPANY.
                  MOVE LINE-SOURCE(1) TO BUD-BATCH.
                  MOVE LINE-SOURCE(2) TO BUD-MAINT.
                  MOVE LINE-SOURCE(3) TO BUD-WRTOF.
                  MOVE LINE-SOURCE(4) TO BUD-BKOUT.
                  MOVE LINE-ACTUAL TO BUD-ACTUAL.
                  MOVE LINE-BUDGET TO BUD-BUDGET.
                  MOVE LINE-VARIANCE TO BUD-VARIANCE.
                  MOVE BUD-DETAIL TO VARIANCE-REPORT-LINE.
                  WRITE VARIANCE-REPORT-LINE.
                  PERFORM WRITE-EXTRACT-RECORD.

              SET-VARIANCE-PCT.
                  MOVE SPACES TO BUD-VARIANCE-PCT.
                  MOVE SPACES TO BUD-FLAG.
                  MOVE "N" TO PCT-VALID-SWITCH.
                  MOVE 0 TO VARIANCE-PCT.
                  IF LINE-BUDGET = 0
                      IF LINE-ACTUAL NOT = 0
                          MOVE "NB" TO BUD-FLAG
                          SET COMPANY-FLAGGED TO TRUE
                      END-IF
                  ELSE
                      SET PCT-CALCULATED TO TRUE
                      MULTIPLY LINE-VARIANCE BY 100
                          GIVING VARIANCE-WORK
                      DIVIDE VARIANCE-WORK BY LINE-BUDGET
                          GIVING VARIANCE-PCT ROUNDED
                          ON SIZE ERROR
                              MOVE 99999.9 TO VARIANCE-PCT
                              IF LINE-VARIANCE < 0
                                  MOVE -99999.9 TO VARIANCE-PCT
                              END-IF
                      END-DIVIDE
                      IF LINE-BUDGET < 0
                          SUBTRACT VARIANCE-PCT FROM 0
                              GIVING VARIANCE-PCT
                      END-IF
                      MOVE VARIANCE-PCT TO VARIANCE-EDIT
                      MOVE VARIANCE-EDIT TO BUD-VARIANCE-PCT
                      MOVE VARIANCE-PCT TO ABSOLUTE-PCT
                      IF ABSOLUTE-PCT < 0
                          SUBTRACT ABSOLUTE-PCT FROM 0
                              GIVING ABSOLUTE-PCT
                      END-IF
                      IF ABSOLUTE-PCT > TOLERANCE-LIMIT
                          MOVE "**" TO BUD-FLAG
                          SET COMPANY-FLAGGED TO TRUE
                      END-IF
                  END-IF.

              WRITE-EXTRACT-RECORD.
                  MOVE SPACES TO BUDGET-EXTRACT-RECORD.
                  MOVE CO-CODE(CO-INDEX) TO BE-COMPANY.
                  MOVE BP-REPORT-MONTH TO BE-MONTH.
                  MOVE PERIOD-WORK TO BE-PERIOD.
                  MOVE LINE-SOURCE(1) TO BE-BATCH.
                  MOVE LINE-SOURCE(2) TO BE-MAINT.
                  MOVE LINE-SOURCE(3) TO BE-WRTOF.
                  MOVE LINE-SOURCE(4) TO BE-BKOUT.
                  MOVE LINE-ACTUAL TO BE-ACTUAL.
                  MOVE LINE-BUDGET TO BE-BUDGET.
                  MOVE LINE-VARIANCE TO BE-VARIANCE.
                  MOVE VARIANCE-PCT TO BE-VARIANCE-PCT.
                  IF PCT-CALCULATED
                      MOVE "Y" TO BE-PCT-VALID
                  ELSE
                      MOVE "N" TO BE-PCT-VALID
                  END-IF.
                  IF BUD-FLAG = SPACES
                      MOVE "N" TO BE-FLAG
                  ELSE
                      MOVE "Y" TO BE-FLAG
                  END-IF.
                  WRITE BUDGET-EXTRACT-RECORD.

              WRITE-VARIANCE-HEADING.
                  MOVE BP-REPORT-MONTH TO BUH-MONTH.
                  MOVE BP-TOLERANCE-PCT TO BUH-TOLERANCE-PCT.
                  MOVE RUN-DATE TO BUH-RUN-DATE.
                  MOVE BUD-HEADING-1 TO VARIANCE-REPORT-LINE.
                  WRITE VARIANCE-REPORT-LINE.
                  MOVE BUD-HEADING-2 TO VARIANCE-REPORT-LINE.
                  WRITE VARIANCE-REPORT-LINE.

              WRITE-VARIANCE-SUMMARY.
                  MOVE CO-COUNT TO BUS-COMPANIES.
                  MOVE FLAGGED-COUNT TO BUS-FLAGGED.
                  MOVE FEED-SELECTED-COUNT TO BUS-FEED-RECORDS.
                  MOVE BUD-SUMMARY-LINE TO VARIANCE-REPORT-LINE.
                  WRITE VARIANCE-REPORT-LINE.

              WRITE-VARIANCE-MESSAGE.
                  MOVE BUD-MESSAGE-LINE TO VARIANCE-REPORT-LINE.
                  WRITE VARIANCE-REPORT-LINE.
