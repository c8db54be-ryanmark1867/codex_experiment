            IDENTIFICATION DIVISION.
            PROGRAM-ID. BACKOUT.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PARAMETER-FILE ASSIGN TO "BKOPRM.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PARAMETER-FILE-STATUS.
                SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CLOSE-STATUS-STATUS.
                SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GL-ACCOUNT-FILE-STATUS.
                SELECT CALC-MASTER-FILE ASSIGN TO "CALCMAST.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CM-KEY
                    FILE STATUS IS CALC-MASTER-STATUS.
                SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-FILE-STATUS.
                SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDIT-FILE-STATUS.
                SELECT MERGE-LOG-FILE ASSIGN TO "MERGELOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS MERGE-LOG-STATUS.
                SELECT MERGE-KEEP-FILE ASSIGN TO "MERGENEW.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS MERGE-KEEP-STATUS.
                SELECT BACKOUT-LOG-FILE ASSIGN TO "BKOLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BACKOUT-LOG-STATUS.
                SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BACKOUT-REPORT-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  PARAMETER-FILE.
              COPY BKOPRM.
              FD  CLOSE-STATUS-FILE.
              COPY CLOSEREC.
              FD  GL-ACCOUNT-FILE.
              COPY GLACCT.
              FD  CALC-MASTER-FILE.
              COPY CALCMAST.
              FD  GLFEED-FILE.
              COPY GLFEEDREC.
              FD  AUDIT-FILE.
              01 AUDIT-LINE PIC X(120).
              FD  MERGE-LOG-FILE.
              COPY MERGELOG.
              FD  MERGE-KEEP-FILE.
              01 MERGE-KEEP-LINE PIC X(15).
              FD  BACKOUT-LOG-FILE.
              COPY BKOLOG.
              FD  BACKOUT-REPORT-FILE.
              01 BACKOUT-REPORT-LINE PIC X(132).
              WORKING-STORAGE SECTION.
              COPY BKOLINE.
              COPY AUDITREC.
              01 PARAMETER-FILE-STATUS PIC X(2).
              01 CLOSE-STATUS-STATUS PIC X(2).
              01 GL-ACCOUNT-FILE-STATUS PIC X(2).
              01 CALC-MASTER-STATUS PIC X(2).
              01 GLFEED-FILE-STATUS PIC X(2).
              01 AUDIT-FILE-STATUS PIC X(2).
              01 MERGE-LOG-STATUS PIC X(2).
              01 MERGE-KEEP-STATUS PIC X(2).
              01 BACKOUT-LOG-STATUS PIC X(2).
              01 BACKOUT-REPORT-STATUS PIC X(2).
              01 PARM-FOUND-SWITCH PIC X VALUE "N".
                  88 PARM-RECORD-FOUND VALUE "Y".
              01 CLOSE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CLOSE-STATUS VALUE "Y".
              01 GLACCT-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLACCT-FILE VALUE "Y".
              01 MASTER-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALC-MASTER VALUE "Y".
              01 LOG-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-MERGE-LOG VALUE "Y".
              01 KEEP-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-KEEP-FILE VALUE "Y".
              01 ALREADY-CLOSED-SWITCH PIC X VALUE "N".
                  88 MONTH-ALREADY-CLOSED VALUE "Y".
              01 DATE-VALID-SWITCH PIC X VALUE "N".
                  88 BACKOUT-DATE-VALID VALUE "Y".
              01 SELECTED-SWITCH PIC X VALUE "N".
                  88 RECORD-SELECTED VALUE "Y".
              01 ACCOUNT-MISSING-SWITCH PIC X VALUE "N".
                  88 ACCOUNT-MISSING VALUE "Y".
              01 TABLE-FULL-SWITCH PIC X VALUE "N".
                  88 COMPANY-TABLE-FULL VALUE "Y".
              01 BACKOUT-DATE PIC X(10) VALUE SPACES.
              01 BACKOUT-OFFICE PIC X(3) VALUE SPACES.
              01 WORK-DATE-NUM.
                  05 WD-ALL PIC 9(8).
                  05 FILLER REDEFINES WD-ALL.
                      10 WD-YEAR PIC 9(4).
                      10 WD-MONTH PIC 9(2).
                      10 WD-DAY PIC 9(2).
              01 BACKOUT-COUNT PIC 9(6) VALUE 0.
              01 BACKOUT-TOTAL PIC S9(12)V99 VALUE 0.
              01 REVERSED-COUNT PIC 9(6) VALUE 0.
              01 REVERSAL-AMOUNT PIC S9(10)V99 VALUE 0.
              01 REVERSAL-FUNC-AMOUNT PIC S9(10)V99 VALUE 0.
              01 FUNC-SUBTOTAL-WORK PIC S9(10)V99 VALUE 0.
              01 CURRENCY-WORK PIC X(3) VALUE SPACES.
              01 EXCHANGE-RATE-WORK PIC 9(5)V9(6) VALUE 0.
              01 MERGELOG-CLEARED-COUNT PIC 9(4) VALUE 0.
              01 MAX-GLACCT-ENTRIES PIC 9(3) VALUE 100.
              01 GLACCT-TABLE.
                  05 GA-COUNT PIC 9(3) VALUE 0.
                  05 GA-ENTRY OCCURS 100 TIMES.
                      10 GAT-COMPANY PIC X(2).
                      10 GAT-ACCOUNT PIC X(8).
              01 GA-INDEX PIC 9(3) COMP VALUE 0.
              01 MAX-COMPANY-ENTRIES PIC 9(3) VALUE 100.
              01 COMPANY-TOTALS-TABLE.
                  05 CO-COUNT PIC 9(3) VALUE 0.
                  05 CO-ENTRY OCCURS 100 TIMES.
                      10 CO-CODE PIC X(2).
                      10 CO-ACCOUNT PIC X(8).
                      10 CO-SUBTOTAL PIC S9(10)V99.
                      10 CO-REC-COUNT PIC 9(6).
                      10 CO-FUNC-SUBTOTAL PIC S9(10)V99.
                      10 CO-CURRENCY PIC X(3).
                      10 CO-EXCHANGE-RATE PIC 9(5)V9(6).
              01 CO-INDEX PIC 9(3) COMP VALUE 0.
              01 CO-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 CO-FOUND-SWITCH PIC X VALUE "N".
                  88 COMPANY-FOUND VALUE "Y".
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
                          OR BACKOUT-DATE = SPACES
                      DISPLAY "BKOPRM.DAT MISSING OR EMPTY - "
                          "NOTHING BACKED OUT"
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM VALIDATE-BACKOUT-DATE
                      IF NOT BACKOUT-DATE-VALID
                          DISPLAY "BACKOUT DATE NOT YYYY-MM-DD - "
                              "NOTHING BACKED OUT"
                          MOVE 8 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM BACKOUT-NAMED-DATE
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
                              MOVE BP-RUN-DATE TO BACKOUT-DATE
                              MOVE BP-OFFICE TO BACKOUT-OFFICE
                      END-READ
                      CLOSE PARAMETER-FILE
                  END-IF.

              VALIDATE-BACKOUT-DATE.
                  MOVE "N" TO DATE-VALID-SWITCH.
                  MOVE BACKOUT-DATE(1:4) TO WD-YEAR.
                  MOVE BACKOUT-DATE(6:2) TO WD-MONTH.
                  MOVE BACKOUT-DATE(9:2) TO WD-DAY.
                  IF WD-ALL IS NUMERIC
                          AND BACKOUT-DATE(5:1) = "-"
                          AND BACKOUT-DATE(8:1) = "-"
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) = 0
                          MOVE "Y" TO DATE-VALID-SWITCH
                      END-IF
                  END-IF.

              BACKOUT-NAMED-DATE.
                  PERFORM SCAN-CLOSE-STATUS.
                  OPEN OUTPUT BACKOUT-REPORT-FILE.
                  PERFORM WRITE-BACKOUT-HEADING.
                  IF MONTH-ALREADY-CLOSED
                      MOVE "MONTH CLOSED - NOTHING BACKED OUT"
                          TO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM BACKOUT-OPEN-MONTH
                  END-IF.
                  CLOSE BACKOUT-REPORT-FILE.

              SCAN-CLOSE-STATUS.
                  OPEN INPUT CLOSE-STATUS-FILE.
                  IF CLOSE-STATUS-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM SCAN-CLOSE-STATUS-RECORD
                          UNTIL END-OF-CLOSE-STATUS
                      CLOSE CLOSE-STATUS-FILE
                  END-IF.

              SCAN-CLOSE-STATUS-RECORD.
                  READ CLOSE-STATUS-FILE
                      AT END
                          SET END-OF-CLOSE-STATUS TO TRUE
                      NOT AT END
                          IF CS-MONTH = BACKOUT-DATE(1:7)
                              SET MONTH-ALREADY-CLOSED TO TRUE
                          END-IF
                  END-READ.

              BACKOUT-OPEN-MONTH.
                  PERFORM LOAD-GL-ACCOUNTS.
                  OPEN INPUT CALC-MASTER-FILE.
                  IF CALC-MASTER-STATUS = "35"
                      MOVE "CALCMAST.DAT NOT FOUND - NOTHING BACKED OUT"
                          TO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                      MOVE 12 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM TOTAL-POSTED-RECORD
                          UNTIL END-OF-CALC-MASTER
                      CLOSE CALC-MASTER-FILE
                      PERFORM CHECK-COMPANY-ACCOUNT
                          VARYING CO-INDEX FROM 1 BY 1
                          UNTIL CO-INDEX > CO-COUNT
                      IF ACCOUNT-MISSING OR COMPANY-TABLE-FULL
                          MOVE "NOTHING BACKED OUT" TO BKM-TEXT
                          PERFORM WRITE-BACKOUT-MESSAGE
                          MOVE 12 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM APPLY-BACKOUT
                      END-IF
                  END-IF.

              APPLY-BACKOUT.
                  IF BACKOUT-COUNT = 0
                      MOVE "NO POSTED RECORDS FOR DATE AND OFFICE"
                          TO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                      MOVE 4 TO WORK-RETURN-CODE
                      PERFORM CLEAR-MERGE-LOG
                  ELSE
                      PERFORM REVERSE-POSTED-RECORDS
                      IF REVERSED-COUNT = 0
                          MOVE "NO RECORDS REVERSED - NO FEED WRITTEN"
                              TO BKM-TEXT
                          PERFORM WRITE-BACKOUT-MESSAGE
                      ELSE
                          PERFORM WRITE-BACKOUT-GLFEED
                          PERFORM APPEND-BACKOUT-LOG
                          PERFORM CLEAR-MERGE-LOG
                      END-IF
                  END-IF.
                  PERFORM WRITE-BACKOUT-TOTALS.

              LOAD-GL-ACCOUNTS.
                  OPEN INPUT GL-ACCOUNT-FILE.
                  IF GL-ACCOUNT-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-GL-ACCOUNT-RECORD
                          UNTIL END-OF-GLACCT-FILE
                      CLOSE GL-ACCOUNT-FILE
                  END-IF.

              LOAD-GL-ACCOUNT-RECORD.
                  READ GL-ACCOUNT-FILE
                      AT END
                          SET END-OF-GLACCT-FILE TO TRUE
                      NOT AT END
                          IF GA-COUNT < MAX-GLACCT-ENTRIES
                              ADD 1 TO GA-COUNT
                              MOVE GA-COMPANY
                                  TO GAT-COMPANY(GA-COUNT)
                              MOVE GA-GL-ACCOUNT
                                  TO GAT-ACCOUNT(GA-COUNT)
                          ELSE
                              MOVE "GL ACCOUNT TABLE FULL - DROPPED"
                                  TO BKM-TEXT
                              PERFORM WRITE-BACKOUT-MESSAGE
                              MOVE 12 TO WORK-RETURN-CODE
                          END-IF
                  END-READ.

              TOTAL-POSTED-RECORD.
                  READ CALC-MASTER-FILE NEXT RECORD
                      AT END
                          SET END-OF-CALC-MASTER TO TRUE
                      NOT AT END
                          PERFORM CHECK-RECORD-SELECTED
                          IF RECORD-SELECTED
                              ADD 1 TO BACKOUT-COUNT
                              PERFORM ADD-TO-COMPANY-TOTALS
                          END-IF
                  END-READ.

              CHECK-RECORD-SELECTED.
                  MOVE "N" TO SELECTED-SWITCH.
                  IF CM-RUN-DATE = BACKOUT-DATE
                          AND (CM-STATUS = "A" OR CM-STATUS = "C")
                      IF BACKOUT-OFFICE = SPACES
                              OR CM-SOURCE = BACKOUT-OFFICE
                          SET RECORD-SELECTED TO TRUE
                      END-IF
                  END-IF.

              ADD-TO-COMPANY-TOTALS.
                  PERFORM SET-RECORD-CONVERSION.
                  MOVE "N" TO CO-FOUND-SWITCH.
                  PERFORM SCAN-COMPANY-ENTRY
                      VARYING CO-INDEX FROM 1 BY 1
                      UNTIL CO-INDEX > CO-COUNT OR COMPANY-FOUND.
                  IF NOT COMPANY-FOUND
                      IF CO-COUNT >= MAX-COMPANY-ENTRIES
                          IF NOT COMPANY-TABLE-FULL
                              MOVE "COMPANY TOTALS TABLE FULL"
                                  TO BKM-TEXT
                              PERFORM WRITE-BACKOUT-MESSAGE
                          END-IF
                          SET COMPANY-TABLE-FULL TO TRUE
                      ELSE
                          ADD 1 TO CO-COUNT
                          MOVE CO-COUNT TO CO-FOUND-INDEX
                          MOVE CM-COMPANY TO CO-CODE(CO-FOUND-INDEX)
                          MOVE SPACES TO CO-ACCOUNT(CO-FOUND-INDEX)
                          MOVE 0 TO CO-SUBTOTAL(CO-FOUND-INDEX)
                          MOVE 0 TO CO-REC-COUNT(CO-FOUND-INDEX)
                          MOVE 0 TO CO-FUNC-SUBTOTAL(CO-FOUND-INDEX)
                          MOVE CURRENCY-WORK
                              TO CO-CURRENCY(CO-FOUND-INDEX)
                          MOVE EXCHANGE-RATE-WORK
                              TO CO-EXCHANGE-RATE(CO-FOUND-INDEX)
                          SET COMPANY-FOUND TO TRUE
                      END-IF
                  END-IF.
                  IF COMPANY-FOUND
                      ADD CM-SUBTOTAL TO CO-SUBTOTAL(CO-FOUND-INDEX)
                      ADD 1 TO CO-REC-COUNT(CO-FOUND-INDEX)
                      ADD FUNC-SUBTOTAL-WORK
                          TO CO-FUNC-SUBTOTAL(CO-FOUND-INDEX)
                  END-IF.

              SET-RECORD-CONVERSION.
                  IF CM-FUNC-SUBTOTAL IS NUMERIC
                          AND CM-EXCHANGE-RATE IS NUMERIC
                      MOVE CM-FUNC-SUBTOTAL TO FUNC-SUBTOTAL-WORK
                      MOVE CM-CURRENCY TO CURRENCY-WORK
                      MOVE CM-EXCHANGE-RATE TO EXCHANGE-RATE-WORK
                  ELSE
                      MOVE CM-SUBTOTAL TO FUNC-SUBTOTAL-WORK
                      MOVE SPACES TO CURRENCY-WORK
                      MOVE 1 TO EXCHANGE-RATE-WORK
                  END-IF.

              SCAN-COMPANY-ENTRY.
                  IF CO-CODE(CO-INDEX) = CM-COMPANY
                      SET COMPANY-FOUND TO TRUE
                      MOVE CO-INDEX TO CO-FOUND-INDEX
                  END-IF.

              CHECK-COMPANY-ACCOUNT.
                  PERFORM SCAN-GL-ACCOUNT-ENTRY
                      VARYING GA-INDEX FROM 1 BY 1
                      UNTIL GA-INDEX > GA-COUNT.
                  IF CO-ACCOUNT(CO-INDEX) = SPACES
                      SET ACCOUNT-MISSING TO TRUE
                      MOVE SPACES TO BKM-TEXT
                      STRING "NO GL ACCOUNT ON GLACCTS.DAT FOR COMPANY "
                             CO-CODE(CO-INDEX)
                             DELIMITED BY SIZE INTO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                  END-IF.

              SCAN-GL-ACCOUNT-ENTRY.
                  IF GAT-COMPANY(GA-INDEX) = CO-CODE(CO-INDEX)
                      MOVE GAT-ACCOUNT(GA-INDEX)
                          TO CO-ACCOUNT(CO-INDEX)
                  END-IF.

              REVERSE-POSTED-RECORDS.
                  PERFORM OPEN-AUDIT-FILE-FOR-APPEND.
                  OPEN I-O CALC-MASTER-FILE.
                  MOVE "N" TO MASTER-EOF-SWITCH.
                  MOVE BKO-HEADING-2 TO BACKOUT-REPORT-LINE.
                  WRITE BACKOUT-REPORT-LINE.
                  PERFORM RESET-COMPANY-TOTALS
                      VARYING CO-INDEX FROM 1 BY 1
                      UNTIL CO-INDEX > CO-COUNT.
                  PERFORM REVERSE-POSTED-RECORD
                      UNTIL END-OF-CALC-MASTER.
                  CLOSE CALC-MASTER-FILE.
                  CLOSE AUDIT-FILE.

              RESET-COMPANY-TOTALS.
                  MOVE 0 TO CO-SUBTOTAL(CO-INDEX).
                  MOVE 0 TO CO-REC-COUNT(CO-INDEX).
                  MOVE 0 TO CO-FUNC-SUBTOTAL(CO-INDEX).

              REVERSE-POSTED-RECORD.
                  READ CALC-MASTER-FILE NEXT RECORD
                      AT END
                          SET END-OF-CALC-MASTER TO TRUE
                      NOT AT END
                          PERFORM CHECK-RECORD-SELECTED
                          IF RECORD-SELECTED
                              PERFORM REVERSE-MASTER-RECORD
                          END-IF
                  END-READ.

              REVERSE-MASTER-RECORD.
                  SUBTRACT CM-SUBTOTAL FROM 0 GIVING REVERSAL-AMOUNT.
                  PERFORM SET-RECORD-CONVERSION.
                  SUBTRACT FUNC-SUBTOTAL-WORK FROM 0
                      GIVING REVERSAL-FUNC-AMOUNT.
                  MOVE CM-KEY TO BKD-KEY.
                  MOVE CM-COMPANY TO BKD-COMPANY.
                  MOVE CM-SOURCE TO BKD-SOURCE.
                  MOVE CM-STATUS TO BKD-STATUS.
                  MOVE CM-QTY TO BKD-QTY.
                  MOVE CM-PRICE TO BKD-PRICE.
                  MOVE CM-SUBTOTAL TO BKD-SUBTOTAL.
                  MOVE REVERSAL-AMOUNT TO BKD-REVERSAL.
                  MOVE CURRENCY-WORK TO BKD-CURRENCY.
                  MOVE REVERSAL-FUNC-AMOUNT TO BKD-FUNC-REVERSAL.
                  MOVE "B" TO CM-STATUS.
                  REWRITE CALC-MASTER-RECORD.
                  IF CALC-MASTER-STATUS NOT = "00"
                      MOVE SPACES TO BKM-TEXT
                      STRING "CALCMAST.DAT REWRITE FAILED - STATUS "
                             CALC-MASTER-STATUS
                             DELIMITED BY SIZE INTO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                      MOVE 12 TO WORK-RETURN-CODE
                  ELSE
                      MOVE BKO-DETAIL TO BACKOUT-REPORT-LINE
                      WRITE BACKOUT-REPORT-LINE
                      PERFORM WRITE-BACKOUT-AUDIT-ENTRY
                      PERFORM ADD-TO-COMPANY-TOTALS
                      ADD 1 TO REVERSED-COUNT
                      ADD REVERSAL-AMOUNT TO BACKOUT-TOTAL
                  END-IF.

              OPEN-AUDIT-FILE-FOR-APPEND.
                  OPEN EXTEND AUDIT-FILE.
                  IF AUDIT-FILE-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                      CLOSE AUDIT-FILE
                      OPEN EXTEND AUDIT-FILE
                  END-IF.

              WRITE-BACKOUT-AUDIT-ENTRY.
                  MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
                  MOVE CM-KEY TO AU-TRANS-KEY.
                  MOVE "BACKOUT" TO AU-OPERATION.
                  MOVE CM-SUBTOTAL TO AU-NUM1.
                  MOVE 0 TO AU-NUM2.
                  MOVE REVERSAL-AMOUNT TO AU-RESULT.
                  MOVE AUDIT-RECORD TO AUDIT-LINE.
                  WRITE AUDIT-LINE.
                  IF CURRENCY-WORK NOT = SPACES
                      MOVE "BKOUT-FX" TO AU-OPERATION
                      MOVE REVERSAL-AMOUNT TO AU-NUM1
                      MOVE REVERSAL-FUNC-AMOUNT TO AU-RESULT
                      MOVE CURRENCY-WORK TO AU-CURRENCY
                      MOVE EXCHANGE-RATE-WORK TO AU-EXCHANGE-RATE
                      MOVE AUDIT-RECORD TO AUDIT-LINE
                      WRITE AUDIT-LINE
                      MOVE SPACES TO AU-CURRENCY
                      MOVE 0 TO AU-EXCHANGE-RATE
                  END-IF.

              WRITE-BACKOUT-GLFEED.
                  PERFORM OPEN-GLFEED-FILE-FOR-APPEND.
                  PERFORM WRITE-COMPANY-GLFEED-ENTRY
                      VARYING CO-INDEX FROM 1 BY 1
                      UNTIL CO-INDEX > CO-COUNT.
                  CLOSE GLFEED-FILE.

              WRITE-COMPANY-GLFEED-ENTRY.
                  IF CO-REC-COUNT(CO-INDEX) > 0
                      PERFORM WRITE-COMPANY-GLFEED-RECORD
                  END-IF.

              OPEN-GLFEED-FILE-FOR-APPEND.
                  OPEN EXTEND GLFEED-FILE.
                  IF GLFEED-FILE-STATUS = "35"
                      OPEN OUTPUT GLFEED-FILE
                      CLOSE GLFEED-FILE
                      OPEN EXTEND GLFEED-FILE
                  END-IF.

              WRITE-COMPANY-GLFEED-RECORD.
                  MOVE SPACES TO GLFEED-RECORD.
                  MOVE BACKOUT-DATE TO GL-RUN-DATE.
                  MOVE CO-CODE(CO-INDEX) TO GL-COMPANY.
                  MOVE CO-ACCOUNT(CO-INDEX) TO GL-ACCOUNT.
                  SUBTRACT CO-FUNC-SUBTOTAL(CO-INDEX) FROM 0
                      GIVING GL-TOTAL-NUMC.
                  MOVE CO-REC-COUNT(CO-INDEX) TO GL-RECORD-COUNT.
                  MOVE "BKOUT" TO GL-FEED-SOURCE.
                  MOVE CO-CURRENCY(CO-INDEX) TO GL-CURRENCY.
                  MOVE CO-EXCHANGE-RATE(CO-INDEX) TO GL-EXCHANGE-RATE.
                  SUBTRACT CO-SUBTOTAL(CO-INDEX) FROM 0
                      GIVING GL-TRANS-TOTAL.
                  WRITE GLFEED-RECORD.
                  MOVE CO-CODE(CO-INDEX) TO BKC-COMPANY.
                  MOVE CO-ACCOUNT(CO-INDEX) TO BKC-ACCOUNT.
                  MOVE CO-REC-COUNT(CO-INDEX) TO BKC-COUNT.
                  MOVE GL-TRANS-TOTAL TO BKC-TOTAL.
                  MOVE GL-CURRENCY TO BKC-CURRENCY.
                  MOVE GL-EXCHANGE-RATE TO BKC-EXCHANGE-RATE.
                  MOVE GL-TOTAL-NUMC TO BKC-FUNC-TOTAL.
                  MOVE BKO-COMPANY-LINE TO BACKOUT-REPORT-LINE.
                  WRITE BACKOUT-REPORT-LINE.

              APPEND-BACKOUT-LOG.
                  OPEN EXTEND BACKOUT-LOG-FILE.
                  IF BACKOUT-LOG-STATUS = "35"
                      OPEN OUTPUT BACKOUT-LOG-FILE
                      CLOSE BACKOUT-LOG-FILE
                      OPEN EXTEND BACKOUT-LOG-FILE
                  END-IF.
                  MOVE SPACES TO BACKOUT-LOG-RECORD.
                  MOVE RUN-DATE TO BK-BACKOUT-DATE.
                  MOVE BACKOUT-DATE TO BK-RUN-DATE.
                  MOVE BACKOUT-OFFICE TO BK-OFFICE.
                  MOVE REVERSED-COUNT TO BK-RECORD-COUNT.
                  MOVE BACKOUT-TOTAL TO BK-TOTAL.
                  WRITE BACKOUT-LOG-RECORD.
                  CLOSE BACKOUT-LOG-FILE.

              CLEAR-MERGE-LOG.
                  OPEN INPUT MERGE-LOG-FILE.
                  IF MERGE-LOG-STATUS = "35"
                      MOVE "MERGELOG.DAT NOT FOUND - NOTHING CLEARED"
                          TO BKM-TEXT
                      PERFORM WRITE-BACKOUT-MESSAGE
                  ELSE
                      OPEN OUTPUT MERGE-KEEP-FILE
                      PERFORM SPLIT-MERGE-LOG-RECORD
                          UNTIL END-OF-MERGE-LOG
                      CLOSE MERGE-LOG-FILE
                      CLOSE MERGE-KEEP-FILE
                      PERFORM REWRITE-MERGE-LOG
                  END-IF.

              SPLIT-MERGE-LOG-RECORD.
                  READ MERGE-LOG-FILE
                      AT END
                          SET END-OF-MERGE-LOG TO TRUE
                      NOT AT END
                          IF ML-DATE = BACKOUT-DATE
                                  AND (BACKOUT-OFFICE = SPACES
                                      OR ML-OFFICE = BACKOUT-OFFICE)
                              ADD 1 TO MERGELOG-CLEARED-COUNT
                          ELSE
                              MOVE MERGE-LOG-RECORD TO MERGE-KEEP-LINE
                              WRITE MERGE-KEEP-LINE
                          END-IF
                  END-READ.

              REWRITE-MERGE-LOG.
                  OPEN INPUT MERGE-KEEP-FILE.
                  OPEN OUTPUT MERGE-LOG-FILE.
                  PERFORM COPY-KEEP-RECORD
                      UNTIL END-OF-KEEP-FILE.
                  CLOSE MERGE-KEEP-FILE.
                  CLOSE MERGE-LOG-FILE.

              COPY-KEEP-RECORD.
                  READ MERGE-KEEP-FILE
                      AT END
                          SET END-OF-KEEP-FILE TO TRUE
                      NOT AT END
                          MOVE MERGE-KEEP-LINE TO MERGE-LOG-RECORD
                          WRITE MERGE-LOG-RECORD
                  END-READ.

              WRITE-BACKOUT-TOTALS.
                  MOVE REVERSED-COUNT TO BKT-COUNT.
                  MOVE BACKOUT-TOTAL TO BKT-TOTAL.
                  MOVE MERGELOG-CLEARED-COUNT TO BKT-MERGELOG-COUNT.
                  MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
                  WRITE BACKOUT-REPORT-LINE.

              WRITE-BACKOUT-HEADING.
                  MOVE BACKOUT-DATE TO BKH-RUN-DATE.
                  IF BACKOUT-OFFICE = SPACES
                      MOVE "ALL" TO BKH-OFFICE
                  ELSE
                      MOVE BACKOUT-OFFICE TO BKH-OFFICE
                  END-IF.
                  MOVE RUN-DATE TO BKH-BACKOUT-DATE.
                  MOVE BKO-HEADING-1 TO BACKOUT-REPORT-LINE.
                  WRITE BACKOUT-REPORT-LINE.

              WRITE-BACKOUT-MESSAGE.
                  MOVE BKO-MESSAGE-LINE TO BACKOUT-REPORT-LINE.
                  WRITE BACKOUT-REPORT-LINE.
