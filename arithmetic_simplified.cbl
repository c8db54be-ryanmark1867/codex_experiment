                SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CLOSE-STATUS-STATUS.
                SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUSINESS-CALENDAR-STATUS.
                SELECT PRICE-MASTER-FILE ASSIGN TO "PRICMAST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PRICE-MASTER-STATUS.
                SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATES.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EXCHANGE-RATE-STATUS.
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
              FD  TRANS-FILE.
              FD  REPORT-FILE.
              01 REPORT-LINE PIC X(132).
              FD  REJECT-FILE.
              01 REJECT-LINE PIC X(110).
              FD  CONTROL-FILE.
              COPY CTLTOTAL.
              FD  CHECKPOINT-FILE.
              COPY CKPTREC.
              FD  AUDIT-FILE.
              01 AUDIT-LINE PIC X(120).
              FD  PARAMETER-FILE.
              COPY PARMREC.
              FD  GLFEED-FILE.
              FD  RUN-SUMMARY-FILE.
              COPY RUNSUMM.
              FD  RUN-HISTORY-FILE.
              01 RUN-HISTORY-LINE PIC X(120).
              FD  GL-ACCOUNT-FILE.
              COPY GLACCT.
              FD  CLOSE-STATUS-FILE.
              COPY CLOSEREC.
              FD  BUSINESS-CALENDAR-FILE.
              COPY BUSCAL.
              FD  PRICE-MASTER-FILE.
              COPY PRICEREC.
              FD  EXCHANGE-RATE-FILE.
              COPY FXRATE.
              FD  CALC-MASTER-FILE.
              COPY CALCMAST.
              FD  CALC-HISTORY-FILE.
              01 CALC-HISTORY-LINE PIC X(120).
              WORKING-STORAGE SECTION.
              COPY LINEITEM.
              01 CURRENT-KEY PIC 9(6) VALUE 0.
              01 CORRECTION-COUNT PIC 9(6) VALUE 0.
              01 CORRECTION-TOTAL PIC S9(12)V99 VALUE 0.
              01 PRIOR-SUBTOTAL PIC S9(10)V99 VALUE 0.
              01 PRIOR-FUNC-SUBTOTAL PIC S9(10)V99 VALUE 0.
              01 REVERSAL-AMOUNT PIC S9(11)V99 VALUE 0.
              01 DEFAULT-NUM2 PIC 9(7)V99 VALUE 10.
              01 RUN-MODE PIC X(5).
              01 CORR-AMOUNT PIC S9(12)V99.
              01 CORR-RATE PIC S9(7)V99.
              01 CORR-SUBTOTAL PIC S9(10)V99.
              01 CORR-FUNC-AMOUNT PIC S9(12)V99.
              01 CORR-FUNC-SUBTOTAL PIC S9(10)V99.
              01 MAINT-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-MAINT-FILE VALUE "Y".
              01 CORRECTION-REGISTER-STATUS PIC X(2).
                      10 CO-CODE PIC X(2).
                      10 CO-SUBTOTAL PIC S9(10)V99.
                      10 CO-REC-COUNT PIC 9(6).
                      10 CO-FUNC-SUBTOTAL PIC S9(10)V99.
              01 GLACCT-TABLE.
                  05 GA-COUNT PIC 9(3) VALUE 0.
                  05 GA-ENTRY OCCURS 100 TIMES.
                      10 GAT-COMPANY PIC X(2).
                      10 GAT-ACCOUNT PIC X(8).
                      10 GAT-CURRENCY PIC X(3).
              01 CO-INDEX PIC 9(3) COMP VALUE 0.
              01 CO-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 CO-FOUND-SWITCH PIC X VALUE "N".
                  88 COMPANY-KNOWN VALUE "Y".
              01 COMPANY-WORK PIC X(2) VALUE SPACES.
              01 AMOUNT-WORK PIC S9(10)V99 VALUE 0.
              01 FUNC-AMOUNT-WORK PIC S9(10)V99 VALUE 0.
              01 CURRENCY-WORK PIC X(3) VALUE SPACES.
              01 EXCHANGE-RATE-WORK PIC 9(5)V9(6) VALUE 0.
              01 GL-ACCOUNT-WORK PIC X(8) VALUE SPACES.
              01 MAX-OFFICE-ENTRIES PIC 9(3) VALUE 100.
              01 OFFICE-TOTALS-TABLE.
                  88 FIRST-DETAIL-LINE VALUE "Y".
              01 PREV-COMPANY PIC X(2) VALUE SPACES.
              01 COMPANY-BREAK-TOTAL PIC S9(10)V99 VALUE 0.
              01 COMPANY-BREAK-FUNC-TOTAL PIC S9(10)V99 VALUE 0.
              01 TODAYS-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                  05 CD-DAY PIC 9(2).
              01 BUSINESS-DATE PIC X(10) VALUE SPACES.
              01 BUSINESS-CALENDAR-STATUS PIC X(2).
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
              01 CAL-INDEX PIC 9(4) COMP VALUE 0.
              01 CAL-FOUND-INDEX PIC 9(4) COMP VALUE 0.
              01 DATE-CHECK-SWITCH PIC X VALUE SPACE.
                  88 DATE-IS-BUSINESS-DAY VALUE "B".
                  88 DATE-NOT-VALID VALUE "I".
                  88 DATE-IN-FUTURE VALUE "F".
                  88 DATE-IN-CLOSED-PERIOD VALUE "P".
                  88 DATE-NOT-BUSINESS-DAY VALUE "N".
                  88 DATE-NOT-ON-CALENDAR VALUE "U".
              01 WORK-DATE-NUM.
                  05 WD-ALL PIC 9(8).
                  05 FILLER REDEFINES WD-ALL.
                      10 WD-YEAR PIC 9(4).
                      10 WD-MONTH PIC 9(2).
                      10 WD-DAY PIC 9(2).
              01 PRICE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-PRICE-FILE VALUE "Y".
              01 PRICE-PRESENT-SWITCH PIC X VALUE "N".
              01 PT-INDEX PIC 9(3) COMP VALUE 0.
              01 BEST-EFFECTIVE PIC X(10) VALUE SPACES.
              01 PRICE-WORK PIC 9(7)V99 VALUE 0.
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
              01 CONVERSION-ERROR-SWITCH PIC X VALUE "N".
                  88 CONVERSION-FAILED VALUE "Y".
              01 CALC-HISTORY-STATUS PIC X(2).
              01 CALC-HISTORY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALC-HISTORY VALUE "Y".
              01 HISTORY-FULL-SWITCH PIC X VALUE "N".
                  88 HISTORY-TABLE-FULL VALUE "Y".
              01 MAX-HISTORY-KEYS PIC 9(5) VALUE 20000.
              01 HISTORY-KEY-TABLE.
                  05 HK-COUNT PIC 9(5) COMP VALUE 0.
                  05 HK-ENTRY OCCURS 1 TO 20000 TIMES
                          DEPENDING ON HK-COUNT.
                      10 HK-KEY PIC 9(6).
                      10 HK-RUN-DATE PIC X(10).
              01 HK-INDEX PIC 9(5) COMP VALUE 0.
              01 PRIOR-POSTING-SWITCH PIC X VALUE "N".
                  88 PRIOR-POSTING-FOUND VALUE "Y".
              01 PRIOR-POST-DATE PIC X(10) VALUE SPACES.
            PROCEDURE DIVISION.
              MAIN-PROCESS.
                  MOVE FUNCTION CURRENT-DATE TO START-TIMESTAMP.
                  MOVE REJECTED-COUNT TO SM-REJECTED-COUNT.
                  MOVE RESTART-SWITCH TO SM-RESTART-FLAG.
                  MOVE RUN-RC TO SM-RETURN-CODE.
                  MOVE BUSINESS-DATE TO SM-BUSINESS-DATE.
                  WRITE RUN-SUMMARY-RECORD.
                  PERFORM APPEND-RUN-HISTORY.
                  CLOSE RUN-SUMMARY-FILE.

              BATCH-RUN.
                  PERFORM VERIFY-BATCH-TRAILER.
                  IF NOT BATCH-REFUSED
                      PERFORM INIT-RUN-DATE
                      PERFORM CHECK-BATCH-BUSINESS-DATE
                  END-IF.
                  IF BATCH-REFUSED
                      MOVE 12 TO RC-CANDIDATE
                      PERFORM RAISE-RUN-RC
                  ELSE
                      PERFORM OPEN-FILES
                      EVALUATE TRUE
                          WHEN GLACCT-FILE-MISSING
                              DISPLAY "GLACCTS.DAT MISSING OR EMPTY - "
                                  "RUN REFUSED"
                              MOVE 12 TO RC-CANDIDATE
                              PERFORM RAISE-RUN-RC
                              PERFORM CLOSE-FILES
                          WHEN HISTORY-TABLE-FULL
                              DISPLAY "CALC HISTORY KEY TABLE FULL - "
                                  "RUN REFUSED"
                              MOVE 12 TO RC-CANDIDATE
                              PERFORM RAISE-RUN-RC
                              PERFORM CLOSE-FILES
                          WHEN OTHER
                              PERFORM PROCESS-BATCH-FILE
                      END-EVALUATE
                  END-IF.

              PROCESS-BATCH-FILE.
                  PERFORM READ-PARAMETERS.
                  PERFORM LOAD-GL-ACCOUNTS.
                  PERFORM LOAD-PRICE-MASTER.
                  PERFORM LOAD-EXCHANGE-RATES.
                  PERFORM READ-EXPECTED-TOTAL.
                  PERFORM RESTART-FROM-CHECKPOINT.
                  IF IS-RESTART
                  END-IF.
                  PERFORM OPEN-AUDIT-FILE-FOR-APPEND.
                  PERFORM OPEN-GLFEED-FILE-FOR-APPEND.
                  PERFORM LOAD-HISTORY-KEYS.
                  PERFORM OPEN-CALC-MASTER-FILE.

              LOAD-HISTORY-KEYS.
                  OPEN INPUT CALC-HISTORY-FILE.
                  IF CALC-HISTORY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-HISTORY-KEY-RECORD
                          UNTIL END-OF-CALC-HISTORY
                      CLOSE CALC-HISTORY-FILE
                  END-IF.

              LOAD-HISTORY-KEY-RECORD.
                  READ CALC-HISTORY-FILE
                      AT END
                          SET END-OF-CALC-HISTORY TO TRUE
                      NOT AT END
                          MOVE CALC-HISTORY-LINE TO CALC-MASTER-RECORD
                          IF CM-STATUS = "A" OR CM-STATUS = "C"
                              PERFORM ADD-HISTORY-KEY
                          END-IF
                  END-READ.

              ADD-HISTORY-KEY.
                  IF HK-COUNT < MAX-HISTORY-KEYS
                      ADD 1 TO HK-COUNT
                      MOVE CM-KEY TO HK-KEY(HK-COUNT)
                      MOVE CM-RUN-DATE TO HK-RUN-DATE(HK-COUNT)
                  ELSE
                      DISPLAY "CALC HISTORY KEY TABLE FULL - KEY "
                          CM-KEY " NOT CHECKED FOR REPOSTING"
                      SET HISTORY-TABLE-FULL TO TRUE
                  END-IF.

              OPEN-CALC-MASTER-FILE.
                  OPEN I-O CALC-MASTER-FILE.
                  IF CALC-MASTER-STATUS = "35"
                                  TO GAT-COMPANY(GA-COUNT)
                              MOVE GA-GL-ACCOUNT
                                  TO GAT-ACCOUNT(GA-COUNT)
                              MOVE GA-CURRENCY
                                  TO GAT-CURRENCY(GA-COUNT)
                          ELSE
                              DISPLAY "GL ACCOUNT TABLE FULL - "
                                  "GLACCTS.DAT ENTRY DROPPED"
                          END-IF
                  END-READ.

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
                          PERFORM ADD-EXCHANGE-RATE-ENTRY
                  END-READ.

              ADD-EXCHANGE-RATE-ENTRY.
                  IF FX-RATE IS NOT NUMERIC OR FX-RATE = 0
                      DISPLAY "FXRATES.DAT RATE NOT VALID - "
                          FX-CURRENCY " " FX-EFFECTIVE-DATE " IGNORED"
                  ELSE
                      IF FT-COUNT < MAX-RATE-ENTRIES
                          ADD 1 TO FT-COUNT
                          MOVE FX-CURRENCY TO FT-CURRENCY(FT-COUNT)
                          MOVE FX-EFFECTIVE-DATE
                              TO FT-EFFECTIVE(FT-COUNT)
                          MOVE FX-RATE TO FT-RATE(FT-COUNT)
                      ELSE
                          DISPLAY "EXCHANGE RATE TABLE FULL - "
                              "FXRATES.DAT ENTRY DROPPED"
                          MOVE 12 TO RC-CANDIDATE
                          PERFORM RAISE-RUN-RC
                      END-IF
                  END-IF.

              READ-PARAMETERS.
                  OPEN INPUT PARAMETER-FILE.
                  IF PARAMETER-FILE-STATUS = "35"
                  MOVE CK-PREV-COMPANY TO PREV-COMPANY.
                  MOVE CK-COMPANY-BREAK-TOTAL
                      TO COMPANY-BREAK-TOTAL.
                  MOVE CK-COMPANY-BREAK-FUNC-TOTAL
                      TO COMPANY-BREAK-FUNC-TOTAL.
                  MOVE CK-CO-COUNT TO CO-COUNT.
                  PERFORM RESTORE-COMPANY-ENTRY
                      VARYING CO-INDEX FROM 1 BY 1
                      TO CO-SUBTOTAL(CO-INDEX).
                  MOVE CK-CO-REC-COUNT(CO-INDEX)
                      TO CO-REC-COUNT(CO-INDEX).
                  MOVE CK-CO-FUNC-SUBTOTAL(CO-INDEX)
                      TO CO-FUNC-SUBTOTAL(CO-INDEX).

              RESTORE-OFFICE-STATE.
                  MOVE CK-OF-COUNT TO OT-COUNT.
                      MOVE BH-BATCH-DATE TO BUSINESS-DATE
                  END-IF.

              CHECK-BATCH-BUSINESS-DATE.
                  PERFORM LOAD-BUSINESS-CALENDAR.
                  PERFORM LOAD-CLOSED-MONTHS.
                  PERFORM CHECK-BUSINESS-DATE.
                  EVALUATE TRUE
                      WHEN DATE-NOT-VALID
                          DISPLAY "BATCH DATE " BUSINESS-DATE
                              " NOT A VALID DATE - RUN REFUSED"
                          SET BATCH-REFUSED TO TRUE
                      WHEN DATE-IN-FUTURE
                          DISPLAY "BATCH DATE " BUSINESS-DATE
                              " IN THE FUTURE - RUN REFUSED"
                          SET BATCH-REFUSED TO TRUE
                      WHEN DATE-IN-CLOSED-PERIOD
                          DISPLAY "BATCH DATE " BUSINESS-DATE
                              " IN A CLOSED PERIOD - RUN REFUSED"
                          SET BATCH-REFUSED TO TRUE
                      WHEN DATE-NOT-BUSINESS-DAY
                          DISPLAY "WARNING - BATCH DATE " BUSINESS-DATE
                              " NOT A BUSINESS DAY"
                          MOVE 4 TO RC-CANDIDATE
                          PERFORM RAISE-RUN-RC
                      WHEN DATE-NOT-ON-CALENDAR
                          DISPLAY "WARNING - BATCH DATE " BUSINESS-DATE
                              " NOT ON BUSINESS CALENDAR"
                          MOVE 4 TO RC-CANDIDATE
                          PERFORM RAISE-RUN-RC
                  END-EVALUATE.

              LOAD-BUSINESS-CALENDAR.
                  OPEN INPUT BUSINESS-CALENDAR-FILE.
                  IF BUSINESS-CALENDAR-STATUS = "35"
                      DISPLAY "WARNING - BUSCAL.DAT NOT FOUND"
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
                          ADD 1 TO CAL-COUNT
                          MOVE BC-DATE TO CAL-DATE(CAL-COUNT)
                          MOVE BC-DAY-TYPE TO CAL-DAY-TYPE(CAL-COUNT)
                      END-IF
                  END-IF.

              CHECK-BUSINESS-DATE.
                  MOVE SPACE TO DATE-CHECK-SWITCH.
                  MOVE BUSINESS-DATE(1:4) TO WD-YEAR.
                  MOVE BUSINESS-DATE(6:2) TO WD-MONTH.
                  MOVE BUSINESS-DATE(9:2) TO WD-DAY.
                  IF WD-ALL IS NOT NUMERIC
                          OR BUSINESS-DATE(5:1) NOT = "-"
                          OR BUSINESS-DATE(8:1) NOT = "-"
                      SET DATE-NOT-VALID TO TRUE
                  ELSE
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) NOT = 0
                          SET DATE-NOT-VALID TO TRUE
                      END-IF
                  END-IF.
                  IF NOT DATE-NOT-VALID
                      IF BUSINESS-DATE > RUN-DATE
                          SET DATE-IN-FUTURE TO TRUE
                      ELSE
                          MOVE "N" TO PERIOD-CLOSED-SWITCH
                          PERFORM SCAN-CLOSED-BUSINESS-MONTH
                              VARYING CMO-INDEX FROM 1 BY 1
                              UNTIL CMO-INDEX > CMO-COUNT
                                  OR PERIOD-IS-CLOSED
                          IF PERIOD-IS-CLOSED
                              SET DATE-IN-CLOSED-PERIOD TO TRUE
                          ELSE
                              PERFORM LOOKUP-CALENDAR-DATE
                          END-IF
                      END-IF
                  END-IF.

              SCAN-CLOSED-BUSINESS-MONTH.
                  IF CMO-MONTH(CMO-INDEX) = BUSINESS-DATE(1:7)
                      SET PERIOD-IS-CLOSED TO TRUE
                  END-IF.

              LOOKUP-CALENDAR-DATE.
                  MOVE 0 TO CAL-FOUND-INDEX.
                  PERFORM SCAN-CALENDAR-ENTRY
                      VARYING CAL-INDEX FROM 1 BY 1
                      UNTIL CAL-INDEX > CAL-COUNT
                          OR CAL-FOUND-INDEX > 0.
                  IF CAL-FOUND-INDEX = 0
                      SET DATE-NOT-ON-CALENDAR TO TRUE
                  ELSE
                      IF CAL-BUSINESS-DAY(CAL-FOUND-INDEX)
                          SET DATE-IS-BUSINESS-DAY TO TRUE
                      ELSE
                          SET DATE-NOT-BUSINESS-DAY TO TRUE
                      END-IF
                  END-IF.

              SCAN-CALENDAR-ENTRY.
                  IF CAL-DATE(CAL-INDEX) = BUSINESS-DATE
                      MOVE CAL-INDEX TO CAL-FOUND-INDEX
                  END-IF.

              LOAD-LINE-ITEMS.
                  MOVE 0 TO LI-COUNT.
                  PERFORM UNTIL END-OF-TRANS-FILE
                  MOVE TRANS-COMPANY TO LI-COMPANY(LI-IDX).
                  MOVE TRANS-SOURCE TO LI-SOURCE(LI-IDX).
                  MOVE TRANS-QTY TO LI-QTY(LI-IDX).
                  MOVE SPACES TO LI-CURRENCY(LI-IDX).
                  MOVE 0 TO LI-EXCHANGE-RATE(LI-IDX).
                  MOVE 0 TO LI-FUNC-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-FUNC-SUBTOTAL(LI-IDX).
                  IF TRANS-PRICE = 0
                      PERFORM SUBSTITUTE-ZERO-PRICE
                  ELSE
                  END-IF.

              PROCESS-LINE-ITEM.
                  PERFORM CHECK-PRIOR-POSTING.
                  IF PRIOR-POSTING-FOUND
                      PERFORM REJECT-PRIOR-POSTING
                  ELSE
                      PERFORM POST-LINE-ITEM
                  END-IF.
                  ADD 1 TO TRANS-SINCE-CHECKPOINT.
                  IF TRANS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
                      PERFORM WRITE-CHECKPOINT
                      MOVE 0 TO TRANS-SINCE-CHECKPOINT
                  END-IF.

              POST-LINE-ITEM.
                  IF LI-PRICE-MISSING(LI-IDX)
                      PERFORM REJECT-PRICE-MISSING
                  ELSE
                      IF NOT COMPANY-KNOWN
                          PERFORM REJECT-UNKNOWN-COMPANY
                      ELSE
                          PERFORM SET-LINE-EXCHANGE-RATE
                          IF NOT RATE-IN-FORCE
                              PERFORM REJECT-NO-EXCHANGE-RATE
                          ELSE
                              PERFORM CHECK-PRICE-LIMITS
                              IF NOT LIMIT-REJECTED
                                  PERFORM CALCULATE-LINE-AMOUNT
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
                  PERFORM WRITE-CALC-MASTER-RECORD.

              SET-LINE-EXCHANGE-RATE.
                  MOVE LI-COMPANY(LI-IDX) TO COMPANY-WORK.
                  PERFORM FIND-COMPANY-RATE.
                  MOVE CURRENCY-WORK TO LI-CURRENCY(LI-IDX).
                  MOVE EXCHANGE-RATE-WORK TO LI-EXCHANGE-RATE(LI-IDX).

              FIND-COMPANY-RATE.
                  MOVE SPACES TO CURRENCY-WORK.
                  PERFORM SCAN-COMPANY-CURRENCY
                      VARYING GA-INDEX FROM 1 BY 1
                      UNTIL GA-INDEX > GA-COUNT.
                  PERFORM LOOKUP-EXCHANGE-RATE.

              SCAN-COMPANY-CURRENCY.
                  IF GAT-COMPANY(GA-INDEX) = COMPANY-WORK
                      MOVE GAT-CURRENCY(GA-INDEX) TO CURRENCY-WORK
                  END-IF.

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

              CHECK-PRIOR-POSTING.
                  MOVE "N" TO PRIOR-POSTING-SWITCH.
                  MOVE SPACES TO PRIOR-POST-DATE.
                  MOVE LI-KEY(LI-IDX) TO CM-KEY.
                  READ CALC-MASTER-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CM-STATUS = "A" OR CM-STATUS = "C"
                              PERFORM CHECK-MASTER-POSTING
                          END-IF
                  END-READ.
                  IF NOT PRIOR-POSTING-FOUND
                      PERFORM SCAN-HISTORY-KEY
                          VARYING HK-INDEX FROM 1 BY 1
                          UNTIL HK-INDEX > HK-COUNT
                              OR PRIOR-POSTING-FOUND
                  END-IF.

              CHECK-MASTER-POSTING.
                  IF IS-RESTART AND CM-RUN-DATE = BUSINESS-DATE
                      CONTINUE
                  ELSE
                      SET PRIOR-POSTING-FOUND TO TRUE
                      MOVE CM-RUN-DATE TO PRIOR-POST-DATE
                  END-IF.

              SCAN-HISTORY-KEY.
                  IF HK-KEY(HK-INDEX) = LI-KEY(LI-IDX)
                      SET PRIOR-POSTING-FOUND TO TRUE
                      MOVE HK-RUN-DATE(HK-INDEX) TO PRIOR-POST-DATE
                  END-IF.

              REJECT-PRIOR-POSTING.
                  MOVE 0 TO LI-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-RATE(LI-IDX).
                  MOVE 0 TO LI-SUBTOTAL(LI-IDX).
                  SET LI-REJECTED(LI-IDX) TO TRUE.
                  ADD 1 TO REJECTED-COUNT.
                  MOVE 15 TO RJ-REASON-CODE.
                  MOVE "KEY ALREADY POSTED" TO RJ-REASON-TEXT.
                  MOVE PRIOR-POST-DATE TO RJ-ORIG-POST-DATE.
                  PERFORM WRITE-REJECT-RECORD.

              CHECK-COMPANY-KNOWN.
                  MOVE "N" TO COMPANY-KNOWN-SWITCH.
                  PERFORM SCAN-KNOWN-COMPANY
                  MOVE 8 TO RC-CANDIDATE.
                  PERFORM RAISE-RUN-RC.

              REJECT-NO-EXCHANGE-RATE.
                  MOVE 0 TO LI-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-RATE(LI-IDX).
                  MOVE 0 TO LI-SUBTOTAL(LI-IDX).
                  SET LI-REJECTED(LI-IDX) TO TRUE.
                  ADD 1 TO REJECTED-COUNT.
                  MOVE 75 TO RJ-REASON-CODE.
                  MOVE "NO EXCHANGE RATE IN FORCE"
                      TO RJ-REASON-TEXT.
                  PERFORM WRITE-REJECT-RECORD.
                  MOVE 8 TO RC-CANDIDATE.
                  PERFORM RAISE-RUN-RC.

              REJECT-PRICE-MISSING.
                  MOVE 0 TO LI-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-RATE(LI-IDX).
                          MOVE "ADD" TO AU-OPERATION
                          MOVE LI-SUBTOTAL(LI-IDX) TO AU-RESULT
                          PERFORM WRITE-AUDIT-ENTRY
                          PERFORM CONVERT-LINE-TO-FUNCTIONAL
                          IF NOT CONVERSION-FAILED
                              PERFORM ACCEPT-LINE-ITEM
                          END-IF
                  END-ADD.

              ACCEPT-LINE-ITEM.
                  ADD LI-SUBTOTAL(LI-IDX) TO CONTROL-TOTAL.
                  SET LI-ACCEPTED(LI-IDX) TO TRUE.
                  ADD 1 TO ACCEPTED-COUNT.
                  PERFORM ADD-LINE-CO-TOTAL.
                  PERFORM ADD-LINE-OFFICE-TOTAL.
                  PERFORM WRITE-DETAIL-LINE.

              CONVERT-LINE-TO-FUNCTIONAL.
                  MOVE "N" TO CONVERSION-ERROR-SWITCH.
                  IF LI-CURRENCY(LI-IDX) = SPACES
                      MOVE LI-AMOUNT(LI-IDX) TO LI-FUNC-AMOUNT(LI-IDX)
                      MOVE LI-SUBTOTAL(LI-IDX)
                          TO LI-FUNC-SUBTOTAL(LI-IDX)
                  ELSE
                      PERFORM CONVERT-LINE-AMOUNT
                      IF NOT CONVERSION-FAILED
                          PERFORM CONVERT-LINE-SUBTOTAL
                      END-IF
                  END-IF.

              CONVERT-LINE-AMOUNT.
                  MULTIPLY LI-AMOUNT(LI-IDX) BY LI-EXCHANGE-RATE(LI-IDX)
                      GIVING LI-FUNC-AMOUNT(LI-IDX) ROUNDED
                      ON SIZE ERROR
                          PERFORM REJECT-CONVERSION-ERROR
                      NOT ON SIZE ERROR
                          MOVE "FX-AMOUNT" TO AU-OPERATION
                          MOVE LI-AMOUNT(LI-IDX) TO AU-NUM1
                          MOVE LI-FUNC-AMOUNT(LI-IDX) TO AU-RESULT
                          PERFORM WRITE-CONVERSION-AUDIT-ENTRY
                  END-MULTIPLY.

              CONVERT-LINE-SUBTOTAL.
                  MULTIPLY LI-SUBTOTAL(LI-IDX)
                      BY LI-EXCHANGE-RATE(LI-IDX)
                      GIVING LI-FUNC-SUBTOTAL(LI-IDX) ROUNDED
                      ON SIZE ERROR
                          PERFORM REJECT-CONVERSION-ERROR
                      NOT ON SIZE ERROR
                          MOVE "FX-SUBTOTL" TO AU-OPERATION
                          MOVE LI-SUBTOTAL(LI-IDX) TO AU-NUM1
                          MOVE LI-FUNC-SUBTOTAL(LI-IDX) TO AU-RESULT
                          PERFORM WRITE-CONVERSION-AUDIT-ENTRY
                  END-MULTIPLY.

              REJECT-CONVERSION-ERROR.
                  SET CONVERSION-FAILED TO TRUE.
                  MOVE 0 TO LI-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-RATE(LI-IDX).
                  MOVE 0 TO LI-SUBTOTAL(LI-IDX).
                  MOVE 0 TO LI-FUNC-AMOUNT(LI-IDX).
                  MOVE 0 TO LI-FUNC-SUBTOTAL(LI-IDX).
                  SET LI-REJECTED(LI-IDX) TO TRUE.
                  ADD 1 TO REJECTED-COUNT.
                  MOVE 85 TO RJ-REASON-CODE.
                  MOVE "CONVERSION SIZE ERROR" TO RJ-REASON-TEXT.
                  PERFORM WRITE-REJECT-RECORD.

              CHECK-PRICE-LIMITS.
                  MOVE "N" TO LIMIT-REJECT-SWITCH.
                  IF PRICE-HARD-CEIL > 0
              ADD-LINE-CO-TOTAL.
                  MOVE LI-COMPANY(LI-IDX) TO COMPANY-WORK.
                  MOVE LI-SUBTOTAL(LI-IDX) TO AMOUNT-WORK.
                  MOVE LI-FUNC-SUBTOTAL(LI-IDX) TO FUNC-AMOUNT-WORK.
                  PERFORM ADD-TO-COMPANY-TOTALS.

              ADD-LINE-OFFICE-TOTAL.
                              TO CO-CODE(CO-FOUND-INDEX)
                          MOVE 0 TO CO-SUBTOTAL(CO-FOUND-INDEX)
                          MOVE 0 TO CO-REC-COUNT(CO-FOUND-INDEX)
                          MOVE 0 TO CO-FUNC-SUBTOTAL(CO-FOUND-INDEX)
                          SET COMPANY-FOUND TO TRUE
                      END-IF
                  END-IF.
                  IF COMPANY-FOUND
                      ADD AMOUNT-WORK TO CO-SUBTOTAL(CO-FOUND-INDEX)
                      ADD 1 TO CO-REC-COUNT(CO-FOUND-INDEX)
                      ADD FUNC-AMOUNT-WORK
                          TO CO-FUNC-SUBTOTAL(CO-FOUND-INDEX)
                  END-IF.

              SCAN-COMPANY-ENTRY.
                  MOVE LI-RATE(LI-IDX) TO CM-RATE.
                  MOVE LI-SUBTOTAL(LI-IDX) TO CM-SUBTOTAL.
                  MOVE LI-STATUS(LI-IDX) TO CM-STATUS.
                  MOVE BUSINESS-DATE TO CM-RUN-DATE.
                  MOVE LI-CURRENCY(LI-IDX) TO CM-CURRENCY.
                  MOVE LI-EXCHANGE-RATE(LI-IDX) TO CM-EXCHANGE-RATE.
                  MOVE LI-FUNC-AMOUNT(LI-IDX) TO CM-FUNC-AMOUNT.
                  MOVE LI-FUNC-SUBTOTAL(LI-IDX) TO CM-FUNC-SUBTOTAL.
                  WRITE CALC-MASTER-RECORD
                      INVALID KEY
                          REWRITE CALC-MASTER-RECORD
                  MOVE PREV-COMPANY TO CK-PREV-COMPANY.
                  MOVE COMPANY-BREAK-TOTAL
                      TO CK-COMPANY-BREAK-TOTAL.
                  MOVE COMPANY-BREAK-FUNC-TOTAL
                      TO CK-COMPANY-BREAK-FUNC-TOTAL.
                  MOVE CO-COUNT TO CK-CO-COUNT.
                  PERFORM BUILD-CHECKPOINT-COMPANY
                      VARYING CO-INDEX FROM 1 BY 1
                      MOVE SPACES TO CK-CO-CODE(CO-INDEX)
                      MOVE 0 TO CK-CO-SUBTOTAL(CO-INDEX)
                      MOVE 0 TO CK-CO-REC-COUNT(CO-INDEX)
                      MOVE 0 TO CK-CO-FUNC-SUBTOTAL(CO-INDEX)
                  ELSE
                      MOVE CO-CODE(CO-INDEX) TO CK-CO-CODE(CO-INDEX)
                      MOVE CO-SUBTOTAL(CO-INDEX)
                          TO CK-CO-SUBTOTAL(CO-INDEX)
                      MOVE CO-REC-COUNT(CO-INDEX)
                          TO CK-CO-REC-COUNT(CO-INDEX)
                      MOVE CO-FUNC-SUBTOTAL(CO-INDEX)
                          TO CK-CO-FUNC-SUBTOTAL(CO-INDEX)
                  END-IF.

              BUILD-CHECKPOINT-OFFICE.
                  MOVE AUDIT-RECORD TO AUDIT-LINE.
                  WRITE AUDIT-LINE.

              WRITE-CONVERSION-AUDIT-ENTRY.
                  MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
                  MOVE LI-KEY(LI-IDX) TO AU-TRANS-KEY.
                  MOVE 0 TO AU-NUM2.
                  MOVE LI-CURRENCY(LI-IDX) TO AU-CURRENCY.
                  MOVE LI-EXCHANGE-RATE(LI-IDX) TO AU-EXCHANGE-RATE.
                  MOVE AUDIT-RECORD TO AUDIT-LINE.
                  WRITE AUDIT-LINE.
                  MOVE SPACES TO AU-CURRENCY.
                  MOVE 0 TO AU-EXCHANGE-RATE.

              WRITE-COMPANY-PRICE-AUDIT-ENTRY.
                  MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
                  MOVE LI-KEY(LI-IDX) TO AU-TRANS-KEY.
                      ADD 1 TO OT-REJECTED(OT-FOUND-INDEX)
                  END-IF.
                  MOVE "BATCH" TO RJ-RUN-MODE.
                  MOVE BUSINESS-DATE TO RJ-POST-DATE.
                  MOVE REJECT-RECORD TO REJECT-LINE.
                  WRITE REJECT-LINE.
                  MOVE SPACES TO RJ-ORIG-POST-DATE.

              WRITE-REPORT-HEADING.
                  IF LINES-ON-PAGE NOT = 0
                  MOVE LI-RATE(LI-IDX) TO RD-NUMB.
                  MOVE LI-SUBTOTAL(LI-IDX) TO RD-NUMC.
                  MOVE CONTROL-TOTAL TO RD-RUNNING-TOTAL.
                  MOVE LI-CURRENCY(LI-IDX) TO RD-CURRENCY.
                  MOVE LI-FUNC-SUBTOTAL(LI-IDX) TO RD-FUNC-NUMC.
                  MOVE REPORT-DETAIL TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  ADD 1 TO LINES-ON-PAGE.
                  ADD LI-SUBTOTAL(LI-IDX) TO COMPANY-BREAK-TOTAL.
                  ADD LI-FUNC-SUBTOTAL(LI-IDX)
                      TO COMPANY-BREAK-FUNC-TOTAL.

              WRITE-COMPANY-SUBTOTAL-LINE.
                  MOVE PREV-COMPANY TO RCS-COMPANY.
                  MOVE COMPANY-BREAK-TOTAL TO RCS-SUBTOTAL.
                  MOVE PREV-COMPANY TO COMPANY-WORK.
                  PERFORM FIND-COMPANY-RATE.
                  MOVE CURRENCY-WORK TO RCS-CURRENCY.
                  MOVE EXCHANGE-RATE-WORK TO RCS-EXCHANGE-RATE.
                  MOVE COMPANY-BREAK-FUNC-TOTAL TO RCS-FUNC-SUBTOTAL.
                  MOVE REPORT-COMPANY-SUBTOTAL TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  ADD 1 TO LINES-ON-PAGE.
                  MOVE 0 TO COMPANY-BREAK-TOTAL.
                  MOVE 0 TO COMPANY-BREAK-FUNC-TOTAL.

              WRITE-REPORT-TRAILER.
                  IF NOT FIRST-DETAIL-LINE

              WRITE-COMPANY-GLFEED-RECORD.
                  MOVE SPACES TO GLFEED-RECORD.
                  MOVE BUSINESS-DATE TO GL-RUN-DATE.
                  MOVE CO-CODE(CO-INDEX) TO GL-COMPANY.
                  MOVE CO-CODE(CO-INDEX) TO COMPANY-WORK.
                  PERFORM LOOKUP-GL-ACCOUNT.
                      PERFORM RAISE-RUN-RC
                  END-IF.
                  MOVE GL-ACCOUNT-WORK TO GL-ACCOUNT.
                  MOVE CO-FUNC-SUBTOTAL(CO-INDEX) TO GL-TOTAL-NUMC.
                  MOVE CO-REC-COUNT(CO-INDEX) TO GL-RECORD-COUNT.
                  PERFORM FIND-COMPANY-RATE.
                  MOVE CURRENCY-WORK TO GL-CURRENCY.
                  MOVE EXCHANGE-RATE-WORK TO GL-EXCHANGE-RATE.
                  MOVE CO-SUBTOTAL(CO-INDEX) TO GL-TRANS-TOTAL.
                  IF RUN-MODE = "MAINT"
                      MOVE "MAINT" TO GL-FEED-SOURCE
                  ELSE

              MAINTENANCE-RUN.
                  PERFORM INIT-RUN-DATE.
                  PERFORM SET-MAINT-BUSINESS-DATE.
                  PERFORM READ-PARAMETERS.
                  PERFORM LOAD-GL-ACCOUNTS.
                  IF MAINT-REFUSED
                      MOVE 12 TO RC-CANDIDATE
                      PERFORM RAISE-RUN-RC
                  ELSE
                      IF GLACCT-FILE-MISSING
                          DISPLAY "GLACCTS.DAT MISSING OR EMPTY - "
                              "MAINT RUN REFUSED"
                          MOVE 12 TO RC-CANDIDATE
                          PERFORM RAISE-RUN-RC
                      ELSE
                          PERFORM LOAD-EXCHANGE-RATES
                          PERFORM APPLY-MAINT-FILE
                      END-IF
                  END-IF.

              SET-MAINT-BUSINESS-DATE.
                  PERFORM LOAD-BUSINESS-CALENDAR.
                  PERFORM LOAD-CLOSED-MONTHS.
                  MOVE RUN-DATE TO BUSINESS-DATE.
                  MOVE 0 TO CAL-FOUND-INDEX.
                  PERFORM SCAN-LAST-BUSINESS-DAY
                      VARYING CAL-INDEX FROM 1 BY 1
                      UNTIL CAL-INDEX > CAL-COUNT
                          OR CAL-DATE(CAL-INDEX) > RUN-DATE.
                  IF CAL-FOUND-INDEX > 0
                      MOVE CAL-DATE(CAL-FOUND-INDEX) TO BUSINESS-DATE
                  ELSE
                      DISPLAY "WARNING - NO BUSINESS DAY ON BUSCAL.DAT "
                          "- MAINT RUN DATED " BUSINESS-DATE
                      MOVE 4 TO RC-CANDIDATE
                      PERFORM RAISE-RUN-RC
                  END-IF.
                  MOVE "N" TO PERIOD-CLOSED-SWITCH.
                  PERFORM SCAN-CLOSED-BUSINESS-MONTH
                      VARYING CMO-INDEX FROM 1 BY 1
                      UNTIL CMO-INDEX > CMO-COUNT
                          OR PERIOD-IS-CLOSED.
                  IF PERIOD-IS-CLOSED
                      DISPLAY "MAINT DATE " BUSINESS-DATE
                          " IN A CLOSED PERIOD - MAINT RUN REFUSED"
                      SET MAINT-REFUSED TO TRUE
                  END-IF.

              SCAN-LAST-BUSINESS-DAY.
                  IF CAL-BUSINESS-DAY(CAL-INDEX)
                      MOVE CAL-INDEX TO CAL-FOUND-INDEX
                  END-IF.

              APPLY-MAINT-FILE.
                  PERFORM VERIFY-MAINT-TRAILER.
                  IF MAINT-REFUSED
                      MOVE 12 TO RC-CANDIDATE
                              TO RJ-REASON-TEXT
                          PERFORM WRITE-CORRECTION-REJECT
                      NOT INVALID KEY
                          IF CM-STATUS = "B"
                              MOVE 52 TO RJ-REASON-CODE
                              MOVE "KEY BACKED OUT - NOT CORRECTED"
                                  TO RJ-REASON-TEXT
                              PERFORM WRITE-CORRECTION-REJECT
                          ELSE
                              PERFORM CORRECT-POSTED-RECORD
                          END-IF
                  END-READ.

              CORRECT-POSTED-RECORD.
                  MOVE CM-SUBTOTAL TO PRIOR-SUBTOTAL.
                  MOVE CM-QTY TO PRIOR-QTY.
                  MOVE CM-PRICE TO PRIOR-PRICE.
                  PERFORM SET-PRIOR-FUNC-SUBTOTAL.
                  PERFORM CHECK-PERIOD-CLOSED.
                  IF PERIOD-IS-CLOSED
                      MOVE 55 TO RJ-REASON-CODE
                      MOVE "PERIOD CLOSED - NOT CORRECTED"
                          TO RJ-REASON-TEXT
                      PERFORM WRITE-CORRECTION-REJECT
                  ELSE
                      PERFORM APPLY-CORRECTION-AT-RATE
                  END-IF.

              SET-PRIOR-FUNC-SUBTOTAL.
                  IF CM-FUNC-SUBTOTAL IS NUMERIC
                      MOVE CM-FUNC-SUBTOTAL TO PRIOR-FUNC-SUBTOTAL
                  ELSE
                      MOVE CM-SUBTOTAL TO PRIOR-FUNC-SUBTOTAL
                  END-IF.

              APPLY-CORRECTION-AT-RATE.
                  MOVE CM-COMPANY TO COMPANY-WORK.
                  PERFORM FIND-COMPANY-RATE.
                  IF NOT RATE-IN-FORCE
                      MOVE 75 TO RJ-REASON-CODE
                      MOVE "NO EXCHANGE RATE IN FORCE"
                          TO RJ-REASON-TEXT
                      PERFORM WRITE-CORRECTION-REJECT
                  ELSE
                      PERFORM APPLY-CORRECTION-CALC
                  END-IF.

              APPLY-CORRECTION-CALC.
                  MULTIPLY MT-QTY BY MT-PRICE GIVING CORR-AMOUNT
                      ON SIZE ERROR
                          MOVE "CORR-ADD" TO AU-OPERATION
                          MOVE CORR-SUBTOTAL TO AU-RESULT
                          PERFORM WRITE-CORRECTION-AUDIT-ENTRY
                          PERFORM CONVERT-CORRECTION-TO-FUNCTIONAL
                          IF NOT CONVERSION-FAILED
                              PERFORM AUTHORIZE-CORRECTION
                          END-IF
                  END-ADD.

              AUTHORIZE-CORRECTION.
                  PERFORM CHECK-CORRECTION-AUTHORITY.
                  IF CORRECTION-AUTHORIZED
                      PERFORM WRITE-CORRECTION-LINE
                  ELSE
                      MOVE 45 TO RJ-REASON-CODE
                      MOVE "AUTHORIZATION REQUIRED"
                          TO RJ-REASON-TEXT
                      PERFORM WRITE-CORRECTION-REJECT
                  END-IF.

              CONVERT-CORRECTION-TO-FUNCTIONAL.
                  MOVE "N" TO CONVERSION-ERROR-SWITCH.
                  IF CURRENCY-WORK = SPACES
                      MOVE CORR-AMOUNT TO CORR-FUNC-AMOUNT
                      MOVE CORR-SUBTOTAL TO CORR-FUNC-SUBTOTAL
                  ELSE
                      PERFORM CONVERT-CORRECTION-AMOUNT
                      IF NOT CONVERSION-FAILED
                          PERFORM CONVERT-CORRECTION-SUBTOTAL
                      END-IF
                  END-IF.

              CONVERT-CORRECTION-AMOUNT.
                  MULTIPLY CORR-AMOUNT BY EXCHANGE-RATE-WORK
                      GIVING CORR-FUNC-AMOUNT ROUNDED
                      ON SIZE ERROR
                          PERFORM REJECT-CORRECTION-CONVERSION
                      NOT ON SIZE ERROR
                          MOVE "CORR-FXAMT" TO AU-OPERATION
                          MOVE CORR-AMOUNT TO AU-NUM1
                          MOVE CORR-FUNC-AMOUNT TO AU-RESULT
                          PERFORM WRITE-CORR-CONVERSION-AUDIT-ENTRY
                  END-MULTIPLY.

              CONVERT-CORRECTION-SUBTOTAL.
                  MULTIPLY CORR-SUBTOTAL BY EXCHANGE-RATE-WORK
                      GIVING CORR-FUNC-SUBTOTAL ROUNDED
                      ON SIZE ERROR
                          PERFORM REJECT-CORRECTION-CONVERSION
                      NOT ON SIZE ERROR
                          MOVE "CORR-FXSUB" TO AU-OPERATION
                          MOVE CORR-SUBTOTAL TO AU-NUM1
                          MOVE CORR-FUNC-SUBTOTAL TO AU-RESULT
                          PERFORM WRITE-CORR-CONVERSION-AUDIT-ENTRY
                  END-MULTIPLY.

              REJECT-CORRECTION-CONVERSION.
                  SET CONVERSION-FAILED TO TRUE.
                  MOVE 85 TO RJ-REASON-CODE.
                  MOVE "CONVERSION SIZE ERROR - CORR" TO RJ-REASON-TEXT.
                  PERFORM WRITE-CORRECTION-REJECT.

              WRITE-CORR-CONVERSION-AUDIT-ENTRY.
                  MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
                  MOVE MT-KEY TO AU-TRANS-KEY.
                  MOVE 0 TO AU-NUM2.
                  MOVE CURRENCY-WORK TO AU-CURRENCY.
                  MOVE EXCHANGE-RATE-WORK TO AU-EXCHANGE-RATE.
                  MOVE AUDIT-RECORD TO AUDIT-LINE.
                  WRITE AUDIT-LINE.
                  MOVE SPACES TO AU-CURRENCY.
                  MOVE 0 TO AU-EXCHANGE-RATE.

              CHECK-CORRECTION-AUTHORITY.
                  MOVE "Y" TO CORR-AUTH-SWITCH.
                  SUBTRACT PRIOR-SUBTOTAL FROM CORR-SUBTOTAL
                  MOVE CM-COMPANY TO RJ-COMPANY.
                  MOVE CM-SOURCE TO RJ-SOURCE.
                  MOVE "MAINT" TO RJ-RUN-MODE.
                  MOVE BUSINESS-DATE TO RJ-POST-DATE.
                  MOVE SPACES TO RJ-ORIG-POST-DATE.
                  MOVE REJECT-RECORD TO REJECT-LINE.
                  WRITE REJECT-LINE.

                  MOVE CM-COMPANY TO COMPANY-WORK.
                  SUBTRACT PRIOR-SUBTOTAL FROM CORR-SUBTOTAL
                      GIVING AMOUNT-WORK.
                  SUBTRACT PRIOR-FUNC-SUBTOTAL FROM CORR-FUNC-SUBTOTAL
                      GIVING FUNC-AMOUNT-WORK.
                  PERFORM ADD-TO-COMPANY-TOTALS.
                  PERFORM WRITE-REVERSAL-AUDIT-ENTRY.
                  PERFORM WRITE-REVERSAL-LINE.
                  MOVE CORR-AMOUNT TO RC-NUMA.
                  MOVE CORR-RATE TO RC-NUMB.
                  MOVE CORR-SUBTOTAL TO RC-NUMC.
                  MOVE CURRENCY-WORK TO RC-CURRENCY.
                  MOVE CORR-FUNC-SUBTOTAL TO RC-FUNC-NUMC.
                  MOVE REPORT-CORRECTION TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  ADD NET-IMPACT TO NET-IMPACT-TOTAL.
                  MOVE CORR-RATE TO CM-RATE.
                  MOVE CORR-SUBTOTAL TO CM-SUBTOTAL.
                  MOVE "C" TO CM-STATUS.
                  MOVE CURRENCY-WORK TO CM-CURRENCY.
                  MOVE EXCHANGE-RATE-WORK TO CM-EXCHANGE-RATE.
                  MOVE CORR-FUNC-AMOUNT TO CM-FUNC-AMOUNT.
                  MOVE CORR-FUNC-SUBTOTAL TO CM-FUNC-SUBTOTAL.
                  REWRITE CALC-MASTER-RECORD.
