            IDENTIFICATION DIVISION.
            PROGRAM-ID. GLRECON.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PARAMETER-FILE ASSIGN TO "RECONPRM.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PARAMETER-FILE-STATUS.
                SELECT CALC-MASTER-FILE ASSIGN TO "CALCMAST.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CM-KEY
                    FILE STATUS IS CALC-MASTER-STATUS.
                SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CALC-HISTORY-STATUS.
                SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-FILE-STATUS.
                SELECT GLFEED-HISTORY-FILE ASSIGN TO "GLFEDHST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GLFEED-HISTORY-STATUS.
                SELECT GL-ACK-FILE ASSIGN TO "GLACK.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GL-ACK-FILE-STATUS.
                SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RECON-REPORT-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  PARAMETER-FILE.
              COPY RECNPRM.
              FD  CALC-MASTER-FILE.
              COPY CALCMAST.
              FD  CALC-HISTORY-FILE.
              01 CALC-HISTORY-LINE PIC X(120).
              FD  GLFEED-FILE.
              01 GLFEED-LINE PIC X(100).
              FD  GLFEED-HISTORY-FILE.
              01 GLFEED-HISTORY-LINE PIC X(100).
              FD  GL-ACK-FILE.
              COPY GLACKREC.
              FD  RECON-REPORT-FILE.
              01 RECON-REPORT-LINE PIC X(132).
              WORKING-STORAGE SECTION.
              COPY GLFEEDREC.
              COPY RECNLINE.
              01 PARAMETER-FILE-STATUS PIC X(2).
              01 CALC-MASTER-STATUS PIC X(2).
              01 CALC-HISTORY-STATUS PIC X(2).
              01 GLFEED-FILE-STATUS PIC X(2).
              01 GLFEED-HISTORY-STATUS PIC X(2).
              01 GL-ACK-FILE-STATUS PIC X(2).
              01 RECON-REPORT-STATUS PIC X(2).
              01 MASTER-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALC-MASTER VALUE "Y".
              01 HISTORY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALC-HISTORY VALUE "Y".
              01 GLFEED-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLFEED-FILE VALUE "Y".
              01 GLFEED-HISTORY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLFEED-HISTORY VALUE "Y".
              01 ACK-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-ACK-FILE VALUE "Y".
              01 RANGE-VALID-SWITCH PIC X VALUE "N".
                  88 RECON-RANGE-VALID VALUE "Y".
              01 DATE-VALID-SWITCH PIC X VALUE "N".
                  88 DATE-WORK-VALID VALUE "Y".
              01 RECON-FAILED-SWITCH PIC X VALUE "N".
                  88 RECON-FAILED VALUE "Y".
              01 ACKS-CHECKED-SWITCH PIC X VALUE "N".
                  88 ACKS-CHECKED VALUE "Y".
              01 ACK-FOUND-SWITCH PIC X VALUE "N".
                  88 ACK-FOUND VALUE "Y".
              01 DATE-IN-SCOPE-SWITCH PIC X VALUE "N".
                  88 DATE-IN-SCOPE VALUE "Y".
              01 MAX-ACK-ITEMS PIC 9(4) VALUE 5000.
              01 ACK-TABLE.
                  05 ACK-COUNT PIC 9(4) COMP VALUE 0.
                  05 ACK-ENTRY OCCURS 1 TO 5000 TIMES
                          DEPENDING ON ACK-COUNT.
                      10 AKT-RUN-DATE PIC X(10).
                      10 AKT-COMPANY PIC X(2).
                      10 AKT-ACCOUNT PIC X(8).
                      10 AKT-STATUS PIC X.
                      10 AKT-MATCHED PIC X.
              01 ACK-INDEX PIC 9(4) COMP VALUE 0.
              01 ACK-FOUND-INDEX PIC 9(4) COMP VALUE 0.
              01 MAX-SCOPE-DATES PIC 9(3) VALUE 400.
              01 SCOPE-DATE-TABLE.
                  05 SD-COUNT PIC 9(3) VALUE 0.
                  05 SD-ENTRY OCCURS 400 TIMES.
                      10 SD-DATE PIC X(10).
              01 SD-INDEX PIC 9(3) COMP VALUE 0.
              01 MAX-RECON-ENTRIES PIC 9(4) VALUE 5000.
              01 RECON-TABLE.
                  05 RW-COUNT PIC 9(4) VALUE 0.
                  05 RW-ENTRY OCCURS 5000 TIMES.
                      10 RW-KEY.
                          15 RW-COMPANY PIC X(2).
                          15 RW-DATE PIC X(10).
                      10 RW-SUB-LEDGER PIC S9(12)V99.
                      10 RW-GL-POSTED PIC S9(12)V99.
                      10 RW-GL-CORRECTION PIC S9(12)V99.
                      10 RW-WRITEOFF PIC S9(12)V99.
                      10 RW-CM-COUNT PIC 9(6).
                      10 RW-CORRECTED-COUNT PIC 9(6).
                      10 RW-MISMATCH-COUNT PIC 9(6).
                      10 RW-GL-COUNT PIC 9(6).
                      10 RW-BACKOUT-COUNT PIC 9(6).
                      10 RW-ACK-POSTED PIC 9(4).
                      10 RW-ACK-BOUNCED PIC 9(4).
                      10 RW-ACK-MISSING PIC 9(4).
              01 RW-INDEX PIC 9(4) COMP VALUE 0.
              01 RW-FOUND-INDEX PIC 9(4) COMP VALUE 0.
              01 INSERT-INDEX PIC 9(4) COMP VALUE 0.
              01 SHIFT-INDEX PIC 9(4) COMP VALUE 0.
              01 SHIFT-START PIC 9(4) COMP VALUE 0.
              01 SEARCH-KEY.
                  05 SK-COMPANY PIC X(2).
                  05 SK-DATE PIC X(10).
              01 MAX-MISMATCH-ENTRIES PIC 9(3) VALUE 200.
              01 MISMATCH-TABLE.
                  05 MX-COUNT PIC 9(3) VALUE 0.
                  05 MX-ENTRY OCCURS 200 TIMES.
                      10 MX-KEY PIC 9(6).
                      10 MX-COMPANY PIC X(2).
                      10 MX-DATE PIC X(10).
                      10 MX-OPERATION PIC X(8).
                      10 MX-STORED PIC S9(12)V99.
                      10 MX-RECOMPUTED PIC S9(12)V99.
              01 MX-INDEX PIC 9(3) COMP VALUE 0.
              01 AMOUNT-CHECK PIC S9(12)V99 VALUE 0.
              01 RATE-CHECK PIC S9(7)V99 VALUE 0.
              01 SUBTOTAL-CHECK PIC S9(10)V99 VALUE 0.
              01 MISMATCH-OPERATION PIC X(8) VALUE SPACES.
              01 MISMATCH-STORED PIC S9(12)V99 VALUE 0.
              01 MISMATCH-RECOMPUTED PIC S9(12)V99 VALUE 0.
              01 FEED-AMOUNT PIC S9(12)V99 VALUE 0.
              01 DIFFERENCE-WORK PIC S9(12)V99 VALUE 0.
              01 CAUSE-TEXT PIC X(34) VALUE SPACES.
              01 CAUSE-SEVERITY PIC 9(2) VALUE 0.
              01 FROM-DATE PIC X(10) VALUE SPACES.
              01 TO-DATE PIC X(10) VALUE SPACES.
              01 DATE-WORK PIC X(10) VALUE SPACES.
              01 COMPANY-WORK PIC X(2) VALUE SPACES.
              01 CO-SUB-LEDGER PIC S9(12)V99 VALUE 0.
              01 CO-GL-NET PIC S9(12)V99 VALUE 0.
              01 CO-WRITEOFF PIC S9(12)V99 VALUE 0.
              01 MISMATCH-COUNT PIC 9(6) VALUE 0.
              01 BREAK-COUNT PIC 9(6) VALUE 0.
              01 WARNING-COUNT PIC 9(6) VALUE 0.
              01 WORK-RETURN-CODE PIC 9(2) VALUE 0.
              01 WORK-DATE-NUM.
                  05 WD-ALL PIC 9(8).
                  05 FILLER REDEFINES WD-ALL.
                      10 WD-YEAR PIC 9(4).
                      10 WD-MONTH PIC 9(2).
                      10 WD-DAY PIC 9(2).
              01 RUN-DATE PIC X(10).
              01 TODAYS-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                  05 CD-DAY PIC 9(2).
            PROCEDURE DIVISION.
              MAIN-PROCESS.
                  PERFORM INIT-RUN-DATE.
                  PERFORM READ-PARAMETERS.
                  OPEN OUTPUT RECON-REPORT-FILE.
                  PERFORM WRITE-RECON-HEADING.
                  IF NOT RECON-RANGE-VALID
                      MOVE "RECONPRM.DAT MISSING OR INVALID"
                          TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                      MOVE 8 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM LOAD-CALC-MASTER
                      IF NOT RECON-FAILED
                          PERFORM LOAD-CALC-HISTORY
                      END-IF
                      IF NOT RECON-FAILED
                          PERFORM LOAD-GL-ACKS
                      END-IF
                      IF NOT RECON-FAILED
                          PERFORM LOAD-GLFEED-HISTORY
                      END-IF
                      IF NOT RECON-FAILED
                          PERFORM LOAD-GLFEED
                      END-IF
                      IF RECON-FAILED
                          MOVE "RECONCILIATION INCOMPLETE - NO REPORT"
                              TO GRM-TEXT
                          PERFORM WRITE-RECON-MESSAGE
                          MOVE 12 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM APPLY-REFEED-ACKS
                              VARYING ACK-INDEX FROM 1 BY 1
                              UNTIL ACK-INDEX > ACK-COUNT
                          PERFORM WRITE-BREAK-SECTION
                          PERFORM WRITE-COMPANY-SECTION
                          PERFORM WRITE-MISMATCH-SECTION
                          PERFORM WRITE-RECON-SUMMARY
                      END-IF
                  END-IF.
                  CLOSE RECON-REPORT-FILE.
                  MOVE WORK-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.

              INIT-RUN-DATE.
                  MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE.
                  STRING CD-YEAR  "-"
                         CD-MONTH "-"
                         CD-DAY
                         DELIMITED BY SIZE INTO RUN-DATE.

              RAISE-WARNING.
                  IF WORK-RETURN-CODE < 4
                      MOVE 4 TO WORK-RETURN-CODE
                  END-IF.

              RAISE-BREAK.
                  IF WORK-RETURN-CODE < 8
                      MOVE 8 TO WORK-RETURN-CODE
                  END-IF.

              READ-PARAMETERS.
                  OPEN INPUT PARAMETER-FILE.
                  IF PARAMETER-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      READ PARAMETER-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              MOVE RP-FROM-DATE TO FROM-DATE
                              MOVE RP-TO-DATE TO TO-DATE
                              PERFORM VALIDATE-RECON-RANGE
                      END-READ
                      CLOSE PARAMETER-FILE
                  END-IF.

              VALIDATE-RECON-RANGE.
                  MOVE FROM-DATE TO DATE-WORK.
                  PERFORM CHECK-DATE-WORK.
                  IF DATE-WORK-VALID
                      MOVE TO-DATE TO DATE-WORK
                      PERFORM CHECK-DATE-WORK
                      IF DATE-WORK-VALID
                              AND FROM-DATE NOT > TO-DATE
                          SET RECON-RANGE-VALID TO TRUE
                      END-IF
                  END-IF.

              CHECK-DATE-WORK.
                  MOVE "N" TO DATE-VALID-SWITCH.
                  MOVE DATE-WORK(1:4) TO WD-YEAR.
                  MOVE DATE-WORK(6:2) TO WD-MONTH.
                  MOVE DATE-WORK(9:2) TO WD-DAY.
                  IF WD-ALL IS NUMERIC
                          AND DATE-WORK(5:1) = "-"
                          AND DATE-WORK(8:1) = "-"
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) = 0
                          SET DATE-WORK-VALID TO TRUE
                      END-IF
                  END-IF.

              LOAD-CALC-MASTER.
                  OPEN INPUT CALC-MASTER-FILE.
                  IF CALC-MASTER-STATUS = "35"
                      MOVE "CALCMAST.DAT NOT FOUND" TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                      SET RECON-FAILED TO TRUE
                  ELSE
                      PERFORM LOAD-CALC-MASTER-RECORD
                          UNTIL END-OF-CALC-MASTER
                      CLOSE CALC-MASTER-FILE
                  END-IF.

              LOAD-CALC-MASTER-RECORD.
                  READ CALC-MASTER-FILE
                      AT END
                          SET END-OF-CALC-MASTER TO TRUE
                      NOT AT END
                          PERFORM ADD-SUB-LEDGER-RECORD
                          IF RECON-FAILED
                              SET END-OF-CALC-MASTER TO TRUE
                          END-IF
                  END-READ.

              LOAD-CALC-HISTORY.
                  OPEN INPUT CALC-HISTORY-FILE.
                  IF CALC-HISTORY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-CALC-HISTORY-RECORD
                          UNTIL END-OF-CALC-HISTORY
                      CLOSE CALC-HISTORY-FILE
                  END-IF.

              LOAD-CALC-HISTORY-RECORD.
                  READ CALC-HISTORY-FILE
                      AT END
                          SET END-OF-CALC-HISTORY TO TRUE
                      NOT AT END
                          MOVE CALC-HISTORY-LINE TO CALC-MASTER-RECORD
                          PERFORM ADD-SUB-LEDGER-RECORD
                          IF RECON-FAILED
                              SET END-OF-CALC-HISTORY TO TRUE
                          END-IF
                  END-READ.

              ADD-SUB-LEDGER-RECORD.
                  IF (CM-STATUS = "A" OR CM-STATUS = "C")
                          AND CM-RUN-DATE NOT < FROM-DATE
                          AND CM-RUN-DATE NOT > TO-DATE
                      MOVE CM-COMPANY TO SK-COMPANY
                      MOVE CM-RUN-DATE TO SK-DATE
                      PERFORM FIND-OR-ADD-RECON-ENTRY
                      IF NOT RECON-FAILED
                          ADD 1 TO RW-CM-COUNT(RW-FOUND-INDEX)
                          IF CM-STATUS = "C"
                              ADD 1
                                  TO RW-CORRECTED-COUNT(RW-FOUND-INDEX)
                          END-IF
                          PERFORM CHECK-MASTER-ARITHMETIC
                          IF CM-SUBTOTAL IS NUMERIC
                              ADD CM-SUBTOTAL
                                  TO RW-SUB-LEDGER(RW-FOUND-INDEX)
                          END-IF
                      END-IF
                  END-IF.

              CHECK-MASTER-ARITHMETIC.
                  MOVE SPACES TO MISMATCH-OPERATION.
                  MOVE 0 TO MISMATCH-STORED.
                  MOVE 0 TO MISMATCH-RECOMPUTED.
                  IF CM-QTY NOT NUMERIC
                          OR CM-PRICE NOT NUMERIC
                          OR CM-AMOUNT NOT NUMERIC
                          OR CM-RATE NOT NUMERIC
                          OR CM-SUBTOTAL NOT NUMERIC
                      MOVE "NUMERIC" TO MISMATCH-OPERATION
                  ELSE
                      PERFORM CHECK-MASTER-MULTIPLY
                      IF MISMATCH-OPERATION = SPACES
                          PERFORM CHECK-MASTER-DIVIDE
                      END-IF
                      IF MISMATCH-OPERATION = SPACES
                          PERFORM CHECK-MASTER-ADD
                      END-IF
                  END-IF.
                  IF MISMATCH-OPERATION NOT = SPACES
                      PERFORM RECORD-MISMATCH
                  END-IF.

              CHECK-MASTER-MULTIPLY.
                  MULTIPLY CM-QTY BY CM-PRICE GIVING AMOUNT-CHECK
                      ON SIZE ERROR
                          MOVE "MULTIPLY" TO MISMATCH-OPERATION
                          MOVE CM-AMOUNT TO MISMATCH-STORED
                      NOT ON SIZE ERROR
                          IF AMOUNT-CHECK NOT = CM-AMOUNT
                              MOVE "MULTIPLY" TO MISMATCH-OPERATION
                              MOVE CM-AMOUNT TO MISMATCH-STORED
                              MOVE AMOUNT-CHECK TO MISMATCH-RECOMPUTED
                          END-IF
                  END-MULTIPLY.

              CHECK-MASTER-DIVIDE.
                  IF CM-QTY = 0
                      MOVE "DIVIDE" TO MISMATCH-OPERATION
                      MOVE CM-RATE TO MISMATCH-STORED
                  ELSE
                      DIVIDE AMOUNT-CHECK BY CM-QTY
                          GIVING RATE-CHECK ROUNDED
                          ON SIZE ERROR
                              MOVE "DIVIDE" TO MISMATCH-OPERATION
                              MOVE CM-RATE TO MISMATCH-STORED
                          NOT ON SIZE ERROR
                              IF RATE-CHECK NOT = CM-RATE
                                  MOVE "DIVIDE" TO MISMATCH-OPERATION
                                  MOVE CM-RATE TO MISMATCH-STORED
                                  MOVE RATE-CHECK
                                      TO MISMATCH-RECOMPUTED
                              END-IF
                      END-DIVIDE
                  END-IF.

              CHECK-MASTER-ADD.
                  ADD CM-QTY CM-PRICE GIVING SUBTOTAL-CHECK
                      ON SIZE ERROR
                          MOVE "ADD" TO MISMATCH-OPERATION
                          MOVE CM-SUBTOTAL TO MISMATCH-STORED
                      NOT ON SIZE ERROR
                          IF SUBTOTAL-CHECK NOT = CM-SUBTOTAL
                              MOVE "ADD" TO MISMATCH-OPERATION
                              MOVE CM-SUBTOTAL TO MISMATCH-STORED
                              MOVE SUBTOTAL-CHECK TO MISMATCH-RECOMPUTED
                          END-IF
                  END-ADD.

              RECORD-MISMATCH.
                  ADD 1 TO MISMATCH-COUNT.
                  ADD 1 TO RW-MISMATCH-COUNT(RW-FOUND-INDEX).
                  IF MX-COUNT < MAX-MISMATCH-ENTRIES
                      ADD 1 TO MX-COUNT
                      MOVE CM-KEY TO MX-KEY(MX-COUNT)
                      MOVE CM-COMPANY TO MX-COMPANY(MX-COUNT)
                      MOVE CM-RUN-DATE TO MX-DATE(MX-COUNT)
                      MOVE MISMATCH-OPERATION TO MX-OPERATION(MX-COUNT)
                      MOVE MISMATCH-STORED TO MX-STORED(MX-COUNT)
                      MOVE MISMATCH-RECOMPUTED
                          TO MX-RECOMPUTED(MX-COUNT)
                  END-IF.

              FIND-OR-ADD-RECON-ENTRY.
                  PERFORM FIND-RECON-ENTRY.
                  IF RW-FOUND-INDEX = 0
                      IF RW-COUNT >= MAX-RECON-ENTRIES
                          MOVE "RECONCILIATION TABLE FULL" TO GRM-TEXT
                          PERFORM WRITE-RECON-MESSAGE
                          SET RECON-FAILED TO TRUE
                      ELSE
                          PERFORM INSERT-RECON-ENTRY
                      END-IF
                  END-IF.

              FIND-RECON-ENTRY.
                  MOVE 0 TO RW-FOUND-INDEX.
                  PERFORM FIND-RECON-POSITION
                      VARYING INSERT-INDEX FROM 1 BY 1
                      UNTIL INSERT-INDEX > RW-COUNT
                          OR RW-KEY(INSERT-INDEX) NOT < SEARCH-KEY.
                  IF INSERT-INDEX NOT > RW-COUNT
                      IF RW-KEY(INSERT-INDEX) = SEARCH-KEY
                          MOVE INSERT-INDEX TO RW-FOUND-INDEX
                      END-IF
                  END-IF.

              FIND-RECON-POSITION.
                  CONTINUE.

              INSERT-RECON-ENTRY.
                  ADD 1 TO RW-COUNT.
                  SUBTRACT 1 FROM RW-COUNT GIVING SHIFT-START.
                  PERFORM SHIFT-RECON-ENTRY
                      VARYING SHIFT-INDEX FROM SHIFT-START BY -1
                      UNTIL SHIFT-INDEX < INSERT-INDEX.
                  MOVE SEARCH-KEY TO RW-KEY(INSERT-INDEX).
                  MOVE 0 TO RW-SUB-LEDGER(INSERT-INDEX).
                  MOVE 0 TO RW-GL-POSTED(INSERT-INDEX).
                  MOVE 0 TO RW-GL-CORRECTION(INSERT-INDEX).
                  MOVE 0 TO RW-WRITEOFF(INSERT-INDEX).
                  MOVE 0 TO RW-CM-COUNT(INSERT-INDEX).
                  MOVE 0 TO RW-CORRECTED-COUNT(INSERT-INDEX).
                  MOVE 0 TO RW-MISMATCH-COUNT(INSERT-INDEX).
                  MOVE 0 TO RW-GL-COUNT(INSERT-INDEX).
                  MOVE 0 TO RW-BACKOUT-COUNT(INSERT-INDEX).
                  MOVE 0 TO RW-ACK-POSTED(INSERT-INDEX).
                  MOVE 0 TO RW-ACK-BOUNCED(INSERT-INDEX).
                  MOVE 0 TO RW-ACK-MISSING(INSERT-INDEX).
                  MOVE INSERT-INDEX TO RW-FOUND-INDEX.

              SHIFT-RECON-ENTRY.
                  MOVE RW-ENTRY(SHIFT-INDEX)
                      TO RW-ENTRY(SHIFT-INDEX + 1).

              LOAD-GLFEED-HISTORY.
                  OPEN INPUT GLFEED-HISTORY-FILE.
                  IF GLFEED-HISTORY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-GLFEED-HISTORY-RECORD
                          UNTIL END-OF-GLFEED-HISTORY
                      CLOSE GLFEED-HISTORY-FILE
                  END-IF.

              LOAD-GLFEED-HISTORY-RECORD.
                  READ GLFEED-HISTORY-FILE
                      AT END
                          SET END-OF-GLFEED-HISTORY TO TRUE
                      NOT AT END
                          MOVE GLFEED-HISTORY-LINE TO GLFEED-RECORD
                          PERFORM ADD-GL-FEED-RECORD
                          IF RECON-FAILED
                              SET END-OF-GLFEED-HISTORY TO TRUE
                          END-IF
                  END-READ.

              LOAD-GLFEED.
                  OPEN INPUT GLFEED-FILE.
                  IF GLFEED-FILE-STATUS = "35"
                      MOVE "GLFEED.DAT NOT FOUND" TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                  ELSE
                      PERFORM LOAD-GLFEED-RECORD
                          UNTIL END-OF-GLFEED-FILE
                      CLOSE GLFEED-FILE
                  END-IF.

              LOAD-GLFEED-RECORD.
                  READ GLFEED-FILE
                      AT END
                          SET END-OF-GLFEED-FILE TO TRUE
                      NOT AT END
                          MOVE GLFEED-LINE TO GLFEED-RECORD
                          PERFORM ADD-GL-FEED-RECORD
                          IF RECON-FAILED
                              SET END-OF-GLFEED-FILE TO TRUE
                          END-IF
                  END-READ.

              ADD-GL-FEED-RECORD.
                  IF GL-RUN-DATE NOT < FROM-DATE
                          AND GL-RUN-DATE NOT > TO-DATE
                      IF GL-TRANS-TOTAL IS NUMERIC
                          MOVE GL-TRANS-TOTAL TO FEED-AMOUNT
                      ELSE
                          IF GL-TOTAL-NUMC IS NUMERIC
                              MOVE GL-TOTAL-NUMC TO FEED-AMOUNT
                          ELSE
                              MOVE 0 TO FEED-AMOUNT
                          END-IF
                      END-IF
                      MOVE GL-COMPANY TO SK-COMPANY
                      MOVE GL-RUN-DATE TO SK-DATE
                      PERFORM FIND-OR-ADD-RECON-ENTRY
                      IF NOT RECON-FAILED
                          ADD 1 TO RW-GL-COUNT(RW-FOUND-INDEX)
                          EVALUATE TRUE
                              WHEN GL-FROM-MAINT
                                  ADD FEED-AMOUNT
                                   TO RW-GL-CORRECTION(RW-FOUND-INDEX)
                              WHEN GL-FROM-WRITEOFF
                                  ADD FEED-AMOUNT
                                      TO RW-WRITEOFF(RW-FOUND-INDEX)
                              WHEN GL-FROM-BACKOUT
                                  ADD 1
                                   TO RW-BACKOUT-COUNT(RW-FOUND-INDEX)
                                  ADD FEED-AMOUNT
                                      TO RW-GL-POSTED(RW-FOUND-INDEX)
                              WHEN OTHER
                                  ADD FEED-AMOUNT
                                      TO RW-GL-POSTED(RW-FOUND-INDEX)
                          END-EVALUATE
                          PERFORM CHECK-FEED-ACK
                      END-IF
                  END-IF.

              CHECK-FEED-ACK.
                  MOVE "N" TO DATE-IN-SCOPE-SWITCH.
                  PERFORM SCAN-FEED-DATE
                      VARYING SD-INDEX FROM 1 BY 1
                      UNTIL SD-INDEX > SD-COUNT OR DATE-IN-SCOPE.
                  IF DATE-IN-SCOPE
                      PERFORM MATCH-FEED-ACK
                  END-IF.

              SCAN-FEED-DATE.
                  IF SD-DATE(SD-INDEX) = GL-RUN-DATE
                      SET DATE-IN-SCOPE TO TRUE
                  END-IF.

              MATCH-FEED-ACK.
                  MOVE "N" TO ACK-FOUND-SWITCH.
                  MOVE 0 TO ACK-FOUND-INDEX.
                  PERFORM SCAN-ACK-ENTRY
                      VARYING ACK-INDEX FROM 1 BY 1
                      UNTIL ACK-INDEX > ACK-COUNT OR ACK-FOUND.
                  IF NOT ACK-FOUND
                      ADD 1 TO RW-ACK-MISSING(RW-FOUND-INDEX)
                  ELSE
                      MOVE "Y" TO AKT-MATCHED(ACK-FOUND-INDEX)
                      IF AKT-STATUS(ACK-FOUND-INDEX) = "P"
                          ADD 1 TO RW-ACK-POSTED(RW-FOUND-INDEX)
                      ELSE
                          ADD 1 TO RW-ACK-BOUNCED(RW-FOUND-INDEX)
                      END-IF
                  END-IF.

              SCAN-ACK-ENTRY.
                  IF AKT-RUN-DATE(ACK-INDEX) = GL-RUN-DATE
                          AND AKT-COMPANY(ACK-INDEX) = GL-COMPANY
                          AND AKT-ACCOUNT(ACK-INDEX) = GL-ACCOUNT
                          AND AKT-MATCHED(ACK-INDEX) = "N"
                      SET ACK-FOUND TO TRUE
                      MOVE ACK-INDEX TO ACK-FOUND-INDEX
                  END-IF.

              APPLY-REFEED-ACKS.
                  IF AKT-MATCHED(ACK-INDEX) = "N"
                          AND AKT-STATUS(ACK-INDEX) = "P"
                      MOVE AKT-COMPANY(ACK-INDEX) TO SK-COMPANY
                      MOVE AKT-RUN-DATE(ACK-INDEX) TO SK-DATE
                      PERFORM FIND-RECON-ENTRY
                      IF RW-FOUND-INDEX > 0
                          IF RW-ACK-BOUNCED(RW-FOUND-INDEX) > 0
                              SUBTRACT 1
                                  FROM RW-ACK-BOUNCED(RW-FOUND-INDEX)
                              ADD 1 TO RW-ACK-POSTED(RW-FOUND-INDEX)
                              MOVE "Y" TO AKT-MATCHED(ACK-INDEX)
                          END-IF
                      END-IF
                  END-IF.

              LOAD-GL-ACKS.
                  OPEN INPUT GL-ACK-FILE.
                  IF GL-ACK-FILE-STATUS = "35"
                      MOVE "GLACK.DAT NOT FOUND - POSTING NOT CHECKED"
                          TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                      PERFORM RAISE-WARNING
                  ELSE
                      SET ACKS-CHECKED TO TRUE
                      PERFORM LOAD-GL-ACK-RECORD
                          UNTIL END-OF-ACK-FILE
                      CLOSE GL-ACK-FILE
                      IF SD-COUNT = 0 AND NOT RECON-FAILED
                          MOVE "NO GLACK.DAT DATE IN RANGE - UNCHECKED"
                              TO GRM-TEXT
                          PERFORM WRITE-RECON-MESSAGE
                          PERFORM RAISE-WARNING
                      END-IF
                  END-IF.

              LOAD-GL-ACK-RECORD.
                  READ GL-ACK-FILE
                      AT END
                          SET END-OF-ACK-FILE TO TRUE
                      NOT AT END
                          IF AK-RUN-DATE NOT < FROM-DATE
                                  AND AK-RUN-DATE NOT > TO-DATE
                              PERFORM ADD-ACK-ENTRY
                              IF RECON-FAILED
                                  SET END-OF-ACK-FILE TO TRUE
                              END-IF
                          END-IF
                  END-READ.

              ADD-ACK-ENTRY.
                  IF ACK-COUNT >= MAX-ACK-ITEMS
                      MOVE "GL ACK TABLE FULL" TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                      SET RECON-FAILED TO TRUE
                  ELSE
                      ADD 1 TO ACK-COUNT
                      MOVE AK-RUN-DATE TO AKT-RUN-DATE(ACK-COUNT)
                      MOVE AK-COMPANY TO AKT-COMPANY(ACK-COUNT)
                      MOVE AK-ACCOUNT TO AKT-ACCOUNT(ACK-COUNT)
                      MOVE AK-STATUS TO AKT-STATUS(ACK-COUNT)
                      MOVE "N" TO AKT-MATCHED(ACK-COUNT)
                      PERFORM ADD-SCOPE-DATE
                  END-IF.

              ADD-SCOPE-DATE.
                  MOVE "N" TO DATE-IN-SCOPE-SWITCH.
                  PERFORM SCAN-SCOPE-DATE
                      VARYING SD-INDEX FROM 1 BY 1
                      UNTIL SD-INDEX > SD-COUNT OR DATE-IN-SCOPE.
                  IF NOT DATE-IN-SCOPE
                      IF SD-COUNT >= MAX-SCOPE-DATES
                          MOVE "GL ACK DATE TABLE FULL" TO GRM-TEXT
                          PERFORM WRITE-RECON-MESSAGE
                          SET RECON-FAILED TO TRUE
                      ELSE
                          ADD 1 TO SD-COUNT
                          MOVE AK-RUN-DATE TO SD-DATE(SD-COUNT)
                      END-IF
                  END-IF.

              SCAN-SCOPE-DATE.
                  IF SD-DATE(SD-INDEX) = AK-RUN-DATE
                      SET DATE-IN-SCOPE TO TRUE
                  END-IF.

              WRITE-BREAK-SECTION.
                  MOVE REC-HEADING-2 TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.
                  PERFORM CHECK-RECON-ENTRY
                      VARYING RW-INDEX FROM 1 BY 1
                      UNTIL RW-INDEX > RW-COUNT.
                  IF BREAK-COUNT = 0 AND WARNING-COUNT = 0
                      MOVE "NO BREAKS - SUB-LEDGER TIES TO THE GL"
                          TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                  END-IF.

              CHECK-RECON-ENTRY.
                  COMPUTE DIFFERENCE-WORK =
                      RW-SUB-LEDGER(RW-INDEX)
                      - RW-GL-POSTED(RW-INDEX)
                      - RW-GL-CORRECTION(RW-INDEX).
                  IF DIFFERENCE-WORK NOT = 0
                      PERFORM CLASSIFY-DIFFERENCE
                      PERFORM WRITE-BREAK-LINE
                  END-IF.
                  IF RW-ACK-BOUNCED(RW-INDEX) > 0
                          OR RW-ACK-MISSING(RW-INDEX) > 0
                      COMPUTE DIFFERENCE-WORK =
                          RW-GL-POSTED(RW-INDEX)
                          + RW-GL-CORRECTION(RW-INDEX)
                          + RW-WRITEOFF(RW-INDEX)
                      IF RW-ACK-BOUNCED(RW-INDEX) > 0
                          MOVE "GL FEED BOUNCED BY LEDGER"
                              TO CAUSE-TEXT
                          MOVE 8 TO CAUSE-SEVERITY
                      ELSE
                          MOVE "GL FEED NOT ACKNOWLEDGED"
                              TO CAUSE-TEXT
                          MOVE 4 TO CAUSE-SEVERITY
                      END-IF
                      PERFORM WRITE-BREAK-LINE
                  END-IF.

              CLASSIFY-DIFFERENCE.
                  MOVE 8 TO CAUSE-SEVERITY.
                  EVALUATE TRUE
                      WHEN RW-MISMATCH-COUNT(RW-INDEX) > 0
                          MOVE "MASTER RECORD NOT MATCHING INPUTS"
                              TO CAUSE-TEXT
                      WHEN RW-GL-COUNT(RW-INDEX) = 0
                          MOVE "NO GL FEED FOR POSTING DATE"
                              TO CAUSE-TEXT
                      WHEN RW-CORRECTED-COUNT(RW-INDEX) > 0
                              OR RW-GL-CORRECTION(RW-INDEX) NOT = 0
                              OR RW-BACKOUT-COUNT(RW-INDEX) > 0
                          MOVE "CORRECTION POSTED ON ANOTHER DATE"
                              TO CAUSE-TEXT
                          MOVE 4 TO CAUSE-SEVERITY
                      WHEN RW-CM-COUNT(RW-INDEX) = 0
                          MOVE "GL FEED WITH NO SUB-LEDGER"
                              TO CAUSE-TEXT
                      WHEN OTHER
                          MOVE "UNEXPLAINED DIFFERENCE" TO CAUSE-TEXT
                  END-EVALUATE.

              WRITE-BREAK-LINE.
                  IF CAUSE-SEVERITY = 8
                      ADD 1 TO BREAK-COUNT
                      PERFORM RAISE-BREAK
                  ELSE
                      ADD 1 TO WARNING-COUNT
                      PERFORM RAISE-WARNING
                  END-IF.
                  MOVE RW-DATE(RW-INDEX) TO GRD-DATE.
                  MOVE RW-COMPANY(RW-INDEX) TO GRD-COMPANY.
                  MOVE RW-SUB-LEDGER(RW-INDEX) TO GRD-SUB-LEDGER.
                  MOVE RW-GL-POSTED(RW-INDEX) TO GRD-GL-POSTED.
                  MOVE RW-GL-CORRECTION(RW-INDEX) TO GRD-GL-CORRECTION.
                  MOVE DIFFERENCE-WORK TO GRD-DIFFERENCE.
                  MOVE CAUSE-TEXT TO GRD-CAUSE.
                  MOVE REC-DETAIL TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.

              WRITE-COMPANY-SECTION.
                  MOVE REC-COMPANY-HEADING TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.
                  MOVE SPACES TO COMPANY-WORK.
                  PERFORM ADD-COMPANY-TOTAL
                      VARYING RW-INDEX FROM 1 BY 1
                      UNTIL RW-INDEX > RW-COUNT.
                  IF COMPANY-WORK NOT = SPACES
                      PERFORM WRITE-COMPANY-LINE
                  END-IF.

              ADD-COMPANY-TOTAL.
                  IF RW-COMPANY(RW-INDEX) NOT = COMPANY-WORK
                      IF COMPANY-WORK NOT = SPACES
                          PERFORM WRITE-COMPANY-LINE
                      END-IF
                      MOVE RW-COMPANY(RW-INDEX) TO COMPANY-WORK
                      MOVE 0 TO CO-SUB-LEDGER
                      MOVE 0 TO CO-GL-NET
                      MOVE 0 TO CO-WRITEOFF
                  END-IF.
                  ADD RW-SUB-LEDGER(RW-INDEX) TO CO-SUB-LEDGER.
                  ADD RW-GL-POSTED(RW-INDEX) TO CO-GL-NET.
                  ADD RW-GL-CORRECTION(RW-INDEX) TO CO-GL-NET.
                  ADD RW-WRITEOFF(RW-INDEX) TO CO-WRITEOFF.

              WRITE-COMPANY-LINE.
                  MOVE COMPANY-WORK TO GRC-COMPANY.
                  MOVE CO-SUB-LEDGER TO GRC-SUB-LEDGER.
                  MOVE CO-GL-NET TO GRC-GL-NET.
                  SUBTRACT CO-GL-NET FROM CO-SUB-LEDGER
                      GIVING DIFFERENCE-WORK.
                  MOVE DIFFERENCE-WORK TO GRC-DIFFERENCE.
                  MOVE CO-WRITEOFF TO GRC-WRITEOFFS.
                  IF DIFFERENCE-WORK NOT = 0
                      MOVE "**" TO GRC-FLAG
                      ADD 1 TO BREAK-COUNT
                      PERFORM RAISE-BREAK
                  ELSE
                      MOVE SPACES TO GRC-FLAG
                  END-IF.
                  MOVE REC-COMPANY-LINE TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.

              WRITE-MISMATCH-SECTION.
                  IF MISMATCH-COUNT > 0
                      PERFORM RAISE-BREAK
                      MOVE "MASTER RECORDS NOT MATCHING THEIR INPUTS"
                          TO GRM-TEXT
                      PERFORM WRITE-RECON-MESSAGE
                      MOVE REC-MISMATCH-HEADING TO RECON-REPORT-LINE
                      WRITE RECON-REPORT-LINE
                      PERFORM WRITE-MISMATCH-LINE
                          VARYING MX-INDEX FROM 1 BY 1
                          UNTIL MX-INDEX > MX-COUNT
                      IF MISMATCH-COUNT > MX-COUNT
                          MOVE "FURTHER MISMATCHES NOT LISTED"
                              TO GRM-TEXT
                          PERFORM WRITE-RECON-MESSAGE
                      END-IF
                  END-IF.

              WRITE-MISMATCH-LINE.
                  MOVE MX-KEY(MX-INDEX) TO GRX-KEY.
                  MOVE MX-COMPANY(MX-INDEX) TO GRX-COMPANY.
                  MOVE MX-DATE(MX-INDEX) TO GRX-DATE.
                  MOVE MX-OPERATION(MX-INDEX) TO GRX-OPERATION.
                  MOVE MX-STORED(MX-INDEX) TO GRX-STORED.
                  MOVE MX-RECOMPUTED(MX-INDEX) TO GRX-RECOMPUTED.
                  MOVE REC-MISMATCH-LINE TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.

              WRITE-RECON-HEADING.
                  MOVE FROM-DATE TO GRH-FROM-DATE.
                  MOVE TO-DATE TO GRH-TO-DATE.
                  MOVE RUN-DATE TO GRH-RUN-DATE.
                  MOVE REC-HEADING-1 TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.

              WRITE-RECON-SUMMARY.
                  MOVE RW-COUNT TO GRS-ROWS.
                  MOVE BREAK-COUNT TO GRS-BREAKS.
                  MOVE WARNING-COUNT TO GRS-WARNINGS.
                  MOVE MISMATCH-COUNT TO GRS-MISMATCHES.
                  MOVE REC-SUMMARY-LINE TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.

              WRITE-RECON-MESSAGE.
                  MOVE REC-MESSAGE-LINE TO RECON-REPORT-LINE.
                  WRITE RECON-REPORT-LINE.
