            IDENTIFICATION DIVISION.
            PROGRAM-ID. STNDGEN.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT STANDING-MASTER-FILE ASSIGN TO "STNDMAST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS STANDING-MASTER-STATUS.
                SELECT STANDING-CONTROL-FILE ASSIGN TO "STNDCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS STANDING-CONTROL-STATUS.
                SELECT STNDGEN-PARM-FILE ASSIGN TO "STNDPRM.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS STNDGEN-PARM-STATUS.
                SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUSINESS-CALENDAR-STATUS.
                SELECT STANDING-TRANS-FILE ASSIGN TO "STANDING.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS STANDING-TRANS-STATUS.
                SELECT STANDING-REGISTER-FILE ASSIGN TO "STNDRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS STANDING-REGISTER-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  STANDING-MASTER-FILE.
              01 STANDING-MASTER-LINE PIC X(86).
              FD  STANDING-CONTROL-FILE.
              01 STANDING-CONTROL-LINE PIC X(34).
              FD  STNDGEN-PARM-FILE.
              COPY STNDPRM.
              FD  BUSINESS-CALENDAR-FILE.
              COPY BUSCAL.
              FD  STANDING-TRANS-FILE.
              01 STANDING-TRANS-LINE PIC X(30).
              FD  STANDING-REGISTER-FILE.
              01 STANDING-REGISTER-LINE PIC X(132).
              WORKING-STORAGE SECTION.
              COPY STNDREC.
              COPY STNDCTL.
              COPY TRANSREC.
              COPY BATCHHDR.
              COPY STNDLINE.
              01 STANDING-MASTER-STATUS PIC X(2).
              01 STANDING-CONTROL-STATUS PIC X(2).
              01 STNDGEN-PARM-STATUS PIC X(2).
              01 BUSINESS-CALENDAR-STATUS PIC X(2).
              01 STANDING-TRANS-STATUS PIC X(2).
              01 STANDING-REGISTER-STATUS PIC X(2).
              01 STANDING-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-STANDING-MASTER VALUE "Y".
              01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CALENDAR VALUE "Y".
              01 REFUSED-SWITCH PIC X VALUE "N".
                  88 GENERATION-REFUSED VALUE "Y".
              01 DATE-VALID-SWITCH PIC X VALUE "N".
                  88 DATE-WORK-VALID VALUE "Y".
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
              01 MAX-STANDING-ITEMS PIC 9(4) VALUE 500.
              01 STANDING-ITEM-TABLE.
                  05 SI-COUNT PIC 9(4) VALUE 0.
                  05 SI-RECORD OCCURS 500 TIMES PIC X(86).
              01 SI-INDEX PIC 9(4) COMP VALUE 0.
              01 MAX-GENERATED-ENTRIES PIC 9(4) VALUE 2000.
              01 GENERATED-TABLE.
                  05 GT-COUNT PIC 9(4) VALUE 0.
                  05 GT-ENTRY OCCURS 2000 TIMES.
                      10 GT-KEY PIC 9(6).
                      10 GT-ITEM-ID PIC X(6).
                      10 GT-COMPANY PIC X(2).
                      10 GT-QTY PIC S9(9).
                      10 GT-PRICE PIC 9(7)V99.
                      10 GT-FREQUENCY PIC X.
                      10 GT-DUE-DATE PIC X(10).
                      10 GT-NEXT-DUE-DATE PIC X(10).
              01 GT-INDEX PIC 9(4) COMP VALUE 0.
              01 NEXT-KEY PIC 9(7) VALUE 0.
              01 MONTH-STEP PIC 9(2) VALUE 0.
              01 DAY-INTEGER PIC 9(7) VALUE 0.
              01 BUSINESS-DATE PIC X(10) VALUE SPACES.
              01 DATE-WORK PIC X(10) VALUE SPACES.
              01 ITEM-ERROR-TEXT PIC X(60) VALUE SPACES.
              01 REFUSAL-TEXT PIC X(60) VALUE SPACES.
              01 ITEM-COUNT PIC 9(6) VALUE 0.
              01 GENERATED-QTY-HASH PIC S9(12) VALUE 0.
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
                  PERFORM LOAD-BUSINESS-CALENDAR.
                  PERFORM SET-BUSINESS-DATE.
                  OPEN OUTPUT STANDING-REGISTER-FILE.
                  PERFORM WRITE-REGISTER-HEADING.
                  IF NOT GENERATION-REFUSED
                      PERFORM READ-STANDING-CONTROL
                  END-IF.
                  IF NOT GENERATION-REFUSED
                      PERFORM LOAD-STANDING-MASTER
                  END-IF.
                  IF NOT GENERATION-REFUSED
                      PERFORM GENERATE-STANDING-ITEM
                          VARYING SI-INDEX FROM 1 BY 1
                          UNTIL SI-INDEX > SI-COUNT
                              OR GENERATION-REFUSED
                  END-IF.
                  IF GENERATION-REFUSED
                      MOVE SPACES TO SGM-ITEM-ID
                      MOVE REFUSAL-TEXT TO SGM-TEXT
                      PERFORM WRITE-REGISTER-MESSAGE
                      MOVE "NOTHING GENERATED - FILES LEFT UNCHANGED"
                          TO SGM-TEXT
                      PERFORM WRITE-REGISTER-MESSAGE
                  ELSE
                      PERFORM WRITE-STANDING-TRANS-FILE
                      PERFORM REWRITE-STANDING-MASTER
                      PERFORM REWRITE-STANDING-CONTROL
                      PERFORM WRITE-GENERATED-LINE
                          VARYING GT-INDEX FROM 1 BY 1
                          UNTIL GT-INDEX > GT-COUNT
                  END-IF.
                  PERFORM WRITE-REGISTER-SUMMARY.
                  CLOSE STANDING-REGISTER-FILE.
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

              LOAD-BUSINESS-CALENDAR.
                  OPEN INPUT BUSINESS-CALENDAR-FILE.
                  IF BUSINESS-CALENDAR-STATUS = "35"
                      DISPLAY "WARNING - BUSCAL.DAT NOT FOUND - "
                          "BUSINESS DATE IS TODAY"
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
                          " AND LATER IGNORED"
                      SET END-OF-CALENDAR TO TRUE
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

              SET-BUSINESS-DATE.
                  OPEN INPUT STNDGEN-PARM-FILE.
                  IF STNDGEN-PARM-STATUS = "35"
                      CONTINUE
                  ELSE
                      READ STNDGEN-PARM-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF SP-BUSINESS-DATE NOT = SPACES
                                  PERFORM CHECK-PARM-BUSINESS-DATE
                              END-IF
                      END-READ
                      CLOSE STNDGEN-PARM-FILE
                  END-IF.
                  IF BUSINESS-DATE = SPACES
                          AND NOT GENERATION-REFUSED
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

              CHECK-PARM-BUSINESS-DATE.
                  MOVE SP-BUSINESS-DATE TO DATE-WORK.
                  PERFORM CHECK-DATE-WORK.
                  IF NOT DATE-WORK-VALID
                      MOVE SPACES TO REFUSAL-TEXT
                      STRING "STNDPRM.DAT DATE " SP-BUSINESS-DATE
                             " INVALID"
                             DELIMITED BY SIZE INTO REFUSAL-TEXT
                      PERFORM REFUSE-GENERATION
                  ELSE
                      IF SP-BUSINESS-DATE > RUN-DATE
                          MOVE SPACES TO REFUSAL-TEXT
                          STRING "STNDPRM.DAT DATE " SP-BUSINESS-DATE
                                 " IS AFTER TODAY"
                                 DELIMITED BY SIZE INTO REFUSAL-TEXT
                          PERFORM REFUSE-GENERATION
                      ELSE
                          MOVE SP-BUSINESS-DATE TO BUSINESS-DATE
                      END-IF
                  END-IF.

              SCAN-LAST-BUSINESS-DAY.
                  IF CAL-BUSINESS-DAY(CAL-INDEX)
                      MOVE CAL-INDEX TO CAL-FOUND-INDEX
                  END-IF.

              READ-STANDING-CONTROL.
                  OPEN INPUT STANDING-CONTROL-FILE.
                  IF STANDING-CONTROL-STATUS = "35"
                      MOVE "STNDCTL.DAT NOT FOUND" TO REFUSAL-TEXT
                      PERFORM REFUSE-GENERATION
                  ELSE
                      READ STANDING-CONTROL-FILE
                          AT END
                              MOVE "STNDCTL.DAT EMPTY" TO REFUSAL-TEXT
                              PERFORM REFUSE-GENERATION
                          NOT AT END
                              MOVE STANDING-CONTROL-LINE
                                  TO STANDING-CONTROL-RECORD
                              PERFORM CHECK-STANDING-CONTROL
                      END-READ
                      CLOSE STANDING-CONTROL-FILE
                  END-IF.

              CHECK-STANDING-CONTROL.
                  IF SC-KEY-LOW NOT NUMERIC
                          OR SC-KEY-HIGH NOT NUMERIC
                          OR SC-LAST-KEY NOT NUMERIC
                          OR SC-KEY-LOW = 0
                          OR SC-KEY-LOW > SC-KEY-HIGH
                      MOVE "STNDCTL.DAT KEY RANGE INVALID"
                          TO REFUSAL-TEXT
                      PERFORM REFUSE-GENERATION
                  ELSE
                      IF SC-LAST-BUSINESS-DATE = BUSINESS-DATE
                          STRING "ALREADY GENERATED FOR "
                                 BUSINESS-DATE
                                 DELIMITED BY SIZE INTO REFUSAL-TEXT
                          SET GENERATION-REFUSED TO TRUE
                          PERFORM RAISE-WARNING
                      ELSE
                          IF SC-LAST-BUSINESS-DATE NOT = SPACES
                                  AND SC-LAST-BUSINESS-DATE
                                      > BUSINESS-DATE
                              STRING "LAST GENERATED FOR "
                                     SC-LAST-BUSINESS-DATE
                                     " - LATER THAN "
                                     BUSINESS-DATE
                                     DELIMITED BY SIZE
                                     INTO REFUSAL-TEXT
                              SET GENERATION-REFUSED TO TRUE
                              MOVE 8 TO WORK-RETURN-CODE
                          END-IF
                      END-IF
                  END-IF.
                  IF NOT GENERATION-REFUSED
                      IF SC-LAST-KEY < SC-KEY-LOW
                          MOVE SC-KEY-LOW TO NEXT-KEY
                      ELSE
                          COMPUTE NEXT-KEY = SC-LAST-KEY + 1
                      END-IF
                  END-IF.

              REFUSE-GENERATION.
                  SET GENERATION-REFUSED TO TRUE.
                  MOVE 12 TO WORK-RETURN-CODE.

              LOAD-STANDING-MASTER.
                  OPEN INPUT STANDING-MASTER-FILE.
                  IF STANDING-MASTER-STATUS = "35"
                      MOVE "STNDMAST.DAT NOT FOUND" TO REFUSAL-TEXT
                      PERFORM REFUSE-GENERATION
                  ELSE
                      PERFORM LOAD-STANDING-RECORD
                          UNTIL END-OF-STANDING-MASTER
                      CLOSE STANDING-MASTER-FILE
                  END-IF.

              LOAD-STANDING-RECORD.
                  READ STANDING-MASTER-FILE
                      AT END
                          SET END-OF-STANDING-MASTER TO TRUE
                      NOT AT END
                          MOVE STANDING-MASTER-LINE TO STANDING-RECORD
                          IF SI-COUNT < MAX-STANDING-ITEMS
                              ADD 1 TO SI-COUNT
                              MOVE STANDING-RECORD
                                  TO SI-RECORD(SI-COUNT)
                              IF ST-LAST-GENERATED NOT < BUSINESS-DATE
                                  STRING "STNDMAST.DAT ITEM "
                                         ST-ITEM-ID
                                         " ALREADY GENERATED FOR "
                                         ST-LAST-GENERATED
                                         DELIMITED BY SIZE
                                         INTO REFUSAL-TEXT
                                  PERFORM REFUSE-GENERATION
                                  SET END-OF-STANDING-MASTER TO TRUE
                              END-IF
                          ELSE
                              MOVE "STNDMAST.DAT TABLE FULL"
                                  TO REFUSAL-TEXT
                              PERFORM REFUSE-GENERATION
                              SET END-OF-STANDING-MASTER TO TRUE
                          END-IF
                  END-READ.

              GENERATE-STANDING-ITEM.
                  MOVE SI-RECORD(SI-INDEX) TO STANDING-RECORD.
                  ADD 1 TO ITEM-COUNT.
                  PERFORM VALIDATE-STANDING-ITEM.
                  IF ITEM-ERROR-TEXT NOT = SPACES
                      MOVE ST-ITEM-ID TO SGM-ITEM-ID
                      MOVE ITEM-ERROR-TEXT TO SGM-TEXT
                      PERFORM WRITE-REGISTER-MESSAGE
                      PERFORM RAISE-WARNING
                  ELSE
                      IF ST-NEXT-DUE-DATE = SPACES
                          MOVE ST-START-DATE TO ST-NEXT-DUE-DATE
                      END-IF
                      PERFORM GENERATE-DUE-OCCURRENCE
                          UNTIL GENERATION-REFUSED
                              OR ST-NEXT-DUE-DATE > BUSINESS-DATE
                              OR (ST-END-DATE NOT = SPACES
                                  AND ST-NEXT-DUE-DATE > ST-END-DATE)
                      MOVE STANDING-RECORD TO SI-RECORD(SI-INDEX)
                  END-IF.

              VALIDATE-STANDING-ITEM.
                  MOVE SPACES TO ITEM-ERROR-TEXT.
                  EVALUATE TRUE
                      WHEN ST-ITEM-ID = SPACES
                          MOVE "ITEM ID MISSING" TO ITEM-ERROR-TEXT
                      WHEN ST-COMPANY = SPACES
                          MOVE "COMPANY MISSING" TO ITEM-ERROR-TEXT
                      WHEN ST-QTY NOT NUMERIC
                          MOVE "QUANTITY NOT NUMERIC" TO ITEM-ERROR-TEXT
                      WHEN ST-PRICE NOT NUMERIC
                          MOVE "PRICE NOT NUMERIC" TO ITEM-ERROR-TEXT
                      WHEN NOT ST-WEEKLY AND NOT ST-MONTHLY
                              AND NOT ST-QUARTERLY
                          MOVE "FREQUENCY NOT W, M OR Q"
                              TO ITEM-ERROR-TEXT
                  END-EVALUATE.
                  IF ITEM-ERROR-TEXT = SPACES
                      MOVE ST-START-DATE TO DATE-WORK
                      PERFORM CHECK-DATE-WORK
                      IF NOT DATE-WORK-VALID
                          MOVE "START DATE INVALID" TO ITEM-ERROR-TEXT
                      END-IF
                  END-IF.
                  IF ITEM-ERROR-TEXT = SPACES
                          AND ST-END-DATE NOT = SPACES
                      MOVE ST-END-DATE TO DATE-WORK
                      PERFORM CHECK-DATE-WORK
                      IF NOT DATE-WORK-VALID
                              OR ST-END-DATE < ST-START-DATE
                          MOVE "END DATE INVALID" TO ITEM-ERROR-TEXT
                      END-IF
                  END-IF.
                  IF ITEM-ERROR-TEXT = SPACES
                          AND ST-NEXT-DUE-DATE NOT = SPACES
                      MOVE ST-NEXT-DUE-DATE TO DATE-WORK
                      PERFORM CHECK-DATE-WORK
                      IF NOT DATE-WORK-VALID
                              OR ST-NEXT-DUE-DATE < ST-START-DATE
                          MOVE "NEXT DUE DATE INVALID"
                              TO ITEM-ERROR-TEXT
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

              GENERATE-DUE-OCCURRENCE.
                  IF NEXT-KEY > SC-KEY-HIGH
                      MOVE "STANDING TRANSACTION KEY RANGE EXHAUSTED"
                          TO REFUSAL-TEXT
                      PERFORM REFUSE-GENERATION
                  ELSE
                      IF GT-COUNT >= MAX-GENERATED-ENTRIES
                          MOVE "GENERATED TRANSACTION TABLE FULL"
                              TO REFUSAL-TEXT
                          PERFORM REFUSE-GENERATION
                      ELSE
                          ADD 1 TO GT-COUNT
                          MOVE NEXT-KEY TO GT-KEY(GT-COUNT)
                          ADD 1 TO NEXT-KEY
                          MOVE ST-ITEM-ID TO GT-ITEM-ID(GT-COUNT)
                          MOVE ST-COMPANY TO GT-COMPANY(GT-COUNT)
                          MOVE ST-QTY TO GT-QTY(GT-COUNT)
                          MOVE ST-PRICE TO GT-PRICE(GT-COUNT)
                          MOVE ST-FREQUENCY TO GT-FREQUENCY(GT-COUNT)
                          MOVE ST-NEXT-DUE-DATE
                              TO GT-DUE-DATE(GT-COUNT)
                          PERFORM ADVANCE-NEXT-DUE-DATE
                          MOVE ST-NEXT-DUE-DATE
                              TO GT-NEXT-DUE-DATE(GT-COUNT)
                          MOVE BUSINESS-DATE TO ST-LAST-GENERATED
                      END-IF
                  END-IF.

              ADVANCE-NEXT-DUE-DATE.
                  MOVE ST-NEXT-DUE-DATE(1:4) TO WD-YEAR.
                  MOVE ST-NEXT-DUE-DATE(6:2) TO WD-MONTH.
                  MOVE ST-NEXT-DUE-DATE(9:2) TO WD-DAY.
                  EVALUATE TRUE
                      WHEN ST-WEEKLY
                          COMPUTE DAY-INTEGER =
                              FUNCTION INTEGER-OF-DATE(WD-ALL) + 7
                          COMPUTE WD-ALL =
                              FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
                      WHEN ST-MONTHLY
                          MOVE 1 TO MONTH-STEP
                          PERFORM ADD-MONTHS-TO-DUE-DATE
                      WHEN ST-QUARTERLY
                          MOVE 3 TO MONTH-STEP
                          PERFORM ADD-MONTHS-TO-DUE-DATE
                  END-EVALUATE.
                  MOVE SPACES TO ST-NEXT-DUE-DATE.
                  STRING WD-YEAR  "-"
                         WD-MONTH "-"
                         WD-DAY
                         DELIMITED BY SIZE INTO ST-NEXT-DUE-DATE.

              ADD-MONTHS-TO-DUE-DATE.
                  ADD MONTH-STEP TO WD-MONTH.
                  IF WD-MONTH > 12
                      SUBTRACT 12 FROM WD-MONTH
                      ADD 1 TO WD-YEAR
                  END-IF.
                  MOVE ST-START-DATE(9:2) TO WD-DAY.
                  PERFORM BACK-UP-DUE-DAY
                      UNTIL FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) = 0.

              BACK-UP-DUE-DAY.
                  SUBTRACT 1 FROM WD-DAY.

              WRITE-STANDING-TRANS-FILE.
                  OPEN OUTPUT STANDING-TRANS-FILE.
                  MOVE "HDR" TO BH-RECORD-TYPE.
                  MOVE "STD" TO BH-DEPT.
                  MOVE BUSINESS-DATE TO BH-BATCH-DATE.
                  MOVE BATCH-HEADER-RECORD TO STANDING-TRANS-LINE.
                  WRITE STANDING-TRANS-LINE.
                  PERFORM WRITE-STANDING-TRANS-RECORD
                      VARYING GT-INDEX FROM 1 BY 1
                      UNTIL GT-INDEX > GT-COUNT.
                  MOVE "TRL" TO BT-RECORD-TYPE.
                  MOVE GT-COUNT TO BT-RECORD-COUNT.
                  MOVE GENERATED-QTY-HASH TO BT-QTY-HASH.
                  MOVE BATCH-TRAILER-RECORD TO STANDING-TRANS-LINE.
                  WRITE STANDING-TRANS-LINE.
                  CLOSE STANDING-TRANS-FILE.

              WRITE-STANDING-TRANS-RECORD.
                  MOVE GT-KEY(GT-INDEX) TO TRANS-KEY.
                  MOVE GT-QTY(GT-INDEX) TO TRANS-QTY.
                  MOVE GT-PRICE(GT-INDEX) TO TRANS-PRICE.
                  MOVE GT-COMPANY(GT-INDEX) TO TRANS-COMPANY.
                  MOVE "STD" TO TRANS-SOURCE.
                  ADD GT-QTY(GT-INDEX) TO GENERATED-QTY-HASH.
                  MOVE TRANS-RECORD TO STANDING-TRANS-LINE.
                  WRITE STANDING-TRANS-LINE.

              REWRITE-STANDING-MASTER.
                  OPEN OUTPUT STANDING-MASTER-FILE.
                  PERFORM WRITE-STANDING-MASTER-RECORD
                      VARYING SI-INDEX FROM 1 BY 1
                      UNTIL SI-INDEX > SI-COUNT.
                  CLOSE STANDING-MASTER-FILE.

              WRITE-STANDING-MASTER-RECORD.
                  MOVE SI-RECORD(SI-INDEX) TO STANDING-MASTER-LINE.
                  WRITE STANDING-MASTER-LINE.

              REWRITE-STANDING-CONTROL.
                  IF GT-COUNT > 0
                      MOVE GT-KEY(GT-COUNT) TO SC-LAST-KEY
                  END-IF.
                  MOVE BUSINESS-DATE TO SC-LAST-BUSINESS-DATE.
                  OPEN OUTPUT STANDING-CONTROL-FILE.
                  MOVE STANDING-CONTROL-RECORD TO STANDING-CONTROL-LINE.
                  WRITE STANDING-CONTROL-LINE.
                  CLOSE STANDING-CONTROL-FILE.

              WRITE-REGISTER-HEADING.
                  MOVE BUSINESS-DATE TO SGH-BUSINESS-DATE.
                  MOVE RUN-DATE TO SGH-RUN-DATE.
                  MOVE STD-HEADING-1 TO STANDING-REGISTER-LINE.
                  WRITE STANDING-REGISTER-LINE.
                  MOVE STD-HEADING-2 TO STANDING-REGISTER-LINE.
                  WRITE STANDING-REGISTER-LINE.

              WRITE-GENERATED-LINE.
                  MOVE GT-ITEM-ID(GT-INDEX) TO SGD-ITEM-ID.
                  MOVE GT-COMPANY(GT-INDEX) TO SGD-COMPANY.
                  MOVE GT-DUE-DATE(GT-INDEX) TO SGD-DUE-DATE.
                  MOVE GT-KEY(GT-INDEX) TO SGD-KEY.
                  MOVE GT-QTY(GT-INDEX) TO SGD-QTY.
                  MOVE GT-PRICE(GT-INDEX) TO SGD-PRICE.
                  MOVE GT-FREQUENCY(GT-INDEX) TO SGD-FREQUENCY.
                  MOVE GT-NEXT-DUE-DATE(GT-INDEX) TO SGD-NEXT-DUE-DATE.
                  MOVE STD-DETAIL TO STANDING-REGISTER-LINE.
                  WRITE STANDING-REGISTER-LINE.

              WRITE-REGISTER-SUMMARY.
                  MOVE ITEM-COUNT TO SGS-ITEMS.
                  IF GENERATION-REFUSED
                      MOVE 0 TO SGS-GENERATED
                      MOVE 0 TO SGS-QTY-HASH
                  ELSE
                      MOVE GT-COUNT TO SGS-GENERATED
                      MOVE GENERATED-QTY-HASH TO SGS-QTY-HASH
                  END-IF.
                  IF SC-LAST-KEY IS NUMERIC
                      MOVE SC-LAST-KEY TO SGS-LAST-KEY
                  ELSE
                      MOVE 0 TO SGS-LAST-KEY
                  END-IF.
                  MOVE STD-SUMMARY-LINE TO STANDING-REGISTER-LINE.
                  WRITE STANDING-REGISTER-LINE.

              WRITE-REGISTER-MESSAGE.
                  MOVE STD-MESSAGE-LINE TO STANDING-REGISTER-LINE.
                  WRITE STANDING-REGISTER-LINE.
