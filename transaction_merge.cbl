            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REGION-FILE-1 ASSIGN USING REGION-FILE-NAME-1
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-1-STATUS.
                SELECT REGION-FILE-2 ASSIGN USING REGION-FILE-NAME-2
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-2-STATUS.
                SELECT REGION-FILE-3 ASSIGN USING REGION-FILE-NAME-3
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-3-STATUS.
                SELECT REGION-FILE-4 ASSIGN USING REGION-FILE-NAME-4
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-4-STATUS.
                SELECT REGION-FILE-5 ASSIGN USING REGION-FILE-NAME-5
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-5-STATUS.
                SELECT REGION-FILE-6 ASSIGN USING REGION-FILE-NAME-6
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-6-STATUS.
                SELECT REGION-FILE-7 ASSIGN USING REGION-FILE-NAME-7
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-7-STATUS.
                SELECT REGION-FILE-8 ASSIGN USING REGION-FILE-NAME-8
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-8-STATUS.
                SELECT REGION-FILE-9 ASSIGN USING REGION-FILE-NAME-9
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REGION-FILE-9-STATUS.
                SELECT PROBE-FILE ASSIGN USING PROBE-FILE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PROBE-FILE-STATUS.
                SELECT OFFICE-REGISTRY-FILE ASSIGN TO "OFFREG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS OFFICE-REGISTRY-STATUS.
                SELECT MERGED-FILE ASSIGN TO "TRANIN.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS MERGED-FILE-STATUS.
                SELECT MERGE-LOG-FILE ASSIGN TO "MERGELOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS MERGE-LOG-STATUS.
                SELECT ARRIVAL-REPORT-FILE ASSIGN TO "OFFRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ARRIVAL-REPORT-STATUS.
                SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUSINESS-CALENDAR-STATUS.
                SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CLOSE-STATUS-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  REGION-FILE-1.
              01 REGION-LINE-2 PIC X(80).
              FD  REGION-FILE-3.
              01 REGION-LINE-3 PIC X(80).
              FD  REGION-FILE-4.
              01 REGION-LINE-4 PIC X(80).
              FD  REGION-FILE-5.
              01 REGION-LINE-5 PIC X(80).
              FD  REGION-FILE-6.
              01 REGION-LINE-6 PIC X(80).
              FD  REGION-FILE-7.
              01 REGION-LINE-7 PIC X(80).
              FD  REGION-FILE-8.
              01 REGION-LINE-8 PIC X(80).
              FD  REGION-FILE-9.
              01 REGION-LINE-9 PIC X(80).
              FD  PROBE-FILE.
              01 PROBE-LINE PIC X(80).
              FD  OFFICE-REGISTRY-FILE.
              COPY OFFREG.
              FD  MERGED-FILE.
              01 MERGED-LINE PIC X(40).
              FD  MERGE-LOG-FILE.
              COPY MERGELOG.
              FD  ARRIVAL-REPORT-FILE.
              01 ARRIVAL-REPORT-LINE PIC X(132).
              FD  BUSINESS-CALENDAR-FILE.
              COPY BUSCAL.
              FD  CLOSE-STATUS-FILE.
              COPY CLOSEREC.
              WORKING-STORAGE SECTION.
              COPY TRANSREC.
              COPY BATCHHDR.
              COPY ARRLINE.
              01 REGION-FILE-1-STATUS PIC X(2).
              01 REGION-FILE-2-STATUS PIC X(2).
              01 REGION-FILE-3-STATUS PIC X(2).
              01 REGION-FILE-4-STATUS PIC X(2).
              01 REGION-FILE-5-STATUS PIC X(2).
              01 REGION-FILE-6-STATUS PIC X(2).
              01 REGION-FILE-7-STATUS PIC X(2).
              01 REGION-FILE-8-STATUS PIC X(2).
              01 REGION-FILE-9-STATUS PIC X(2).
              01 PROBE-FILE-STATUS PIC X(2).
              01 OFFICE-REGISTRY-STATUS PIC X(2).
              01 MERGED-FILE-STATUS PIC X(2).
              01 MERGE-LOG-STATUS PIC X(2).
              01 ARRIVAL-REPORT-STATUS PIC X(2).
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
              01 CLOSE-STATUS-STATUS PIC X(2).
              01 CLOSE-STATUS-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CLOSE-STATUS VALUE "Y".
              01 PERIOD-CLOSED-SWITCH PIC X VALUE "N".
                  88 PERIOD-IS-CLOSED VALUE "Y".
              01 DATE-CHECK-SWITCH PIC X VALUE SPACE.
                  88 DATE-IS-BUSINESS-DAY VALUE "B".
                  88 DATE-NOT-VALID VALUE "I".
                  88 DATE-IN-FUTURE VALUE "F".
                  88 DATE-IN-CLOSED-PERIOD VALUE "P".
                  88 DATE-NOT-BUSINESS-DAY VALUE "N".
                  88 DATE-NOT-ON-CALENDAR VALUE "U".
              01 MERGE-FAIL-SWITCH PIC X VALUE "N".
                  88 MERGE-FAILED VALUE "Y".
              01 LOG-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-MERGE-LOG VALUE "Y".
              01 REGISTRY-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-OFFICE-REGISTRY VALUE "Y".
              01 MAX-REGISTRY-ENTRIES PIC 9(2) VALUE 50.
              01 OFFICE-REGISTRY-TABLE.
                  05 OT-COUNT PIC 9(2) VALUE 0.
                  05 OT-ENTRY OCCURS 50 TIMES.
                      10 OT-OFFICE PIC X(3).
                      10 OT-FILE-NAME PIC X(40).
                      10 OT-EXPECTED-DAYS PIC X(7).
                      10 OT-ACTIVE PIC X.
                      10 OT-FILE-TYPE PIC X.
                      10 OT-CHECKED PIC X.
                      10 OT-PRESENT PIC X.
                      10 OT-FILE-DATE PIC X(10).
              01 OT-INDEX PIC 9(2) COMP VALUE 0.
              01 REGION-FILE-NAMES.
                  05 REGION-FILE-NAME-1 PIC X(40).
                  05 REGION-FILE-NAME-2 PIC X(40).
                  05 REGION-FILE-NAME-3 PIC X(40).
                  05 REGION-FILE-NAME-4 PIC X(40).
                  05 REGION-FILE-NAME-5 PIC X(40).
                  05 REGION-FILE-NAME-6 PIC X(40).
                  05 REGION-FILE-NAME-7 PIC X(40).
                  05 REGION-FILE-NAME-8 PIC X(40).
                  05 REGION-FILE-NAME-9 PIC X(40).
              01 REGION-FILE-NAME-TABLE REDEFINES REGION-FILE-NAMES.
                  05 REGION-FILE-NAME PIC X(40) OCCURS 9 TIMES.
              01 PROBE-FILE-NAME PIC X(40) VALUE SPACES.
              01 MAX-REGION-FILES PIC 9 VALUE 9.
              01 FILE-COUNT PIC 9 VALUE 0.
              01 REGION-FILE-TABLE.
                  05 RF-ENTRY OCCURS 9 TIMES.
                      10 RF-REGISTRY-INDEX PIC 9(2).
                      10 RF-FILE-TYPE PIC X.
                      10 RF-PRESENT PIC X.
                      10 RF-OFFICE PIC X(3).
                      10 RF-DATE PIC X(10).
                      10 RF-EOF PIC X.
                      10 RF-HAVE-RECORD PIC X.
                      10 RF-CURRENT-RECORD PIC X(40).
              01 FILE-NO PIC 9(2) VALUE 0.
              01 PICK-NO PIC 9(2) VALUE 0.
              01 PICK-KEY PIC X(6) VALUE SPACES.
              01 MAX-LOG-ENTRIES PIC 9(3) VALUE 200.
              01 MERGE-LOG-TABLE.
                      10 LOG-OFFICE PIC X(3).
                      10 LOG-DATE PIC X(10).
              01 LOG-INDEX PIC 9(3) COMP VALUE 0.
              01 CHECK-INDEX PIC 9(2) VALUE 0.
              01 MERGED-COUNT PIC 9(6) VALUE 0.
              01 MERGED-HASH PIC S9(12) VALUE 0.
              01 PRESENT-COUNT PIC 9 VALUE 0.
              01 MERGE-DATE PIC X(10) VALUE SPACES.
              01 WORK-QTY-10 PIC 9(10) VALUE 0.
              01 WORK-HASH-12 PIC 9(12) VALUE 0.
              01 BUSINESS-DATE PIC X(10) VALUE SPACES.
              01 WEEKDAY-NO PIC 9 VALUE 0.
              01 DAY-INTEGER PIC 9(7) VALUE 0.
              01 WEEK-COUNT PIC 9(7) VALUE 0.
              01 EXPECTED-SWITCH PIC X VALUE "N".
                  88 FILE-EXPECTED VALUE "Y".
              01 EXPECTED-COUNT PIC 9(3) VALUE 0.
              01 RECEIVED-COUNT PIC 9(3) VALUE 0.
              01 MISSING-COUNT PIC 9(3) VALUE 0.
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
                  PERFORM LOAD-OFFICE-REGISTRY.
                  IF OT-COUNT = 0
                      DISPLAY "OFFREG.DAT MISSING OR EMPTY - "
                          "MERGE REFUSED"
                      MOVE 12 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM MERGE-REGISTERED-FILES
                  END-IF.
                  MOVE WORK-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.

              INIT-RUN-DATE.
                  MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE.
                  STRING CD-YEAR  "-"
                         CD-MONTH "-"
                         CD-DAY
                         DELIMITED BY SIZE INTO RUN-DATE.

              MERGE-REGISTERED-FILES.
                  PERFORM LOAD-MERGE-LOG.
                  PERFORM CHECK-REGISTERED-FILE
                      VARYING OT-INDEX FROM 1 BY 1
                      UNTIL OT-INDEX > OT-COUNT.
                  PERFORM CHECK-CROSS-FILE-RULES.
                  PERFORM SET-MERGE-BUSINESS-DATE.
                  PERFORM WRITE-ARRIVAL-REPORT.
                  IF MERGE-FAILED
                      DISPLAY "MERGE FAILED - TRANIN.DAT NOT WRITTEN"
                      MOVE 12 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM MERGE-REGION-FILES
                          PERFORM APPEND-MERGE-LOG
                          IF MISSING-COUNT > 0
                              DISPLAY MISSING-COUNT " EXPECTED OFFICE "
                                  "FILES NOT RECEIVED - SEE OFFRPT.DAT"
                              MOVE 4 TO WORK-RETURN-CODE
                          END-IF
                          IF DATE-NOT-BUSINESS-DAY
                                  OR DATE-NOT-ON-CALENDAR
                              MOVE 4 TO WORK-RETURN-CODE
                          END-IF
                      END-IF
                  END-IF.

              LOAD-OFFICE-REGISTRY.
                  OPEN INPUT OFFICE-REGISTRY-FILE.
                  IF OFFICE-REGISTRY-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-OFFICE-REGISTRY-RECORD
                          UNTIL END-OF-OFFICE-REGISTRY
                      CLOSE OFFICE-REGISTRY-FILE
                  END-IF.

              LOAD-OFFICE-REGISTRY-RECORD.
                  READ OFFICE-REGISTRY-FILE
                      AT END
                          SET END-OF-OFFICE-REGISTRY TO TRUE
                      NOT AT END
                          IF OT-COUNT < MAX-REGISTRY-ENTRIES
                              ADD 1 TO OT-COUNT
                              MOVE OR-OFFICE TO OT-OFFICE(OT-COUNT)
                              MOVE OR-FILE-NAME
                                  TO OT-FILE-NAME(OT-COUNT)
                              MOVE OR-EXPECTED-DAYS
                                  TO OT-EXPECTED-DAYS(OT-COUNT)
                              MOVE OR-ACTIVE TO OT-ACTIVE(OT-COUNT)
                              MOVE OR-FILE-TYPE
                                  TO OT-FILE-TYPE(OT-COUNT)
                              MOVE "N" TO OT-CHECKED(OT-COUNT)
                              MOVE "N" TO OT-PRESENT(OT-COUNT)
                              MOVE SPACES TO OT-FILE-DATE(OT-COUNT)
                          ELSE
                              DISPLAY "OFFREG.DAT OVER "
                                  MAX-REGISTRY-ENTRIES " ENTRIES - "
                                  "OFFICE " OR-OFFICE " NOT MERGED"
                              SET MERGE-FAILED TO TRUE
                          END-IF
                  END-READ.

              CHECK-REGISTERED-FILE.
                  IF OT-ACTIVE(OT-INDEX) = "Y"
                      IF FILE-COUNT < MAX-REGION-FILES
                          ADD 1 TO FILE-COUNT
                          MOVE FILE-COUNT TO FILE-NO
                          MOVE OT-FILE-NAME(OT-INDEX)
                              TO REGION-FILE-NAME(FILE-NO)
                          MOVE OT-INDEX TO RF-REGISTRY-INDEX(FILE-NO)
                          MOVE OT-FILE-TYPE(OT-INDEX)
                              TO RF-FILE-TYPE(FILE-NO)
                          PERFORM VALIDATE-REGION-FILE
                          MOVE "Y" TO OT-CHECKED(OT-INDEX)
                          IF RF-PRESENT(FILE-NO) = "Y"
                              MOVE "Y" TO OT-PRESENT(OT-INDEX)
                              MOVE RF-DATE(FILE-NO)
                                  TO OT-FILE-DATE(OT-INDEX)
                          ELSE
                              SUBTRACT 1 FROM FILE-COUNT
                          END-IF
                      ELSE
                          PERFORM PROBE-REGISTERED-FILE
                      END-IF
                  END-IF.

              PROBE-REGISTERED-FILE.
                  MOVE OT-FILE-NAME(OT-INDEX) TO PROBE-FILE-NAME.
                  OPEN INPUT PROBE-FILE.
                  IF PROBE-FILE-STATUS = "35"
                      MOVE "Y" TO OT-CHECKED(OT-INDEX)
                  ELSE
                      CLOSE PROBE-FILE
                      DISPLAY "OFFICE " OT-OFFICE(OT-INDEX)
                          " NOT CHECKED - MORE THAN "
                          MAX-REGION-FILES " FILES PRESENT"
                      SET MERGE-FAILED TO TRUE
                  END-IF.

              LOAD-MERGE-LOG.
                  OPEN INPUT MERGE-LOG-FILE.
                              MOVE "Y" TO RF-PRESENT(3)
                          END-IF
                      WHEN 4
                          OPEN INPUT REGION-FILE-4
                          IF REGION-FILE-4-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(4)
                          END-IF
                      WHEN 5
                          OPEN INPUT REGION-FILE-5
                          IF REGION-FILE-5-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(5)
                          END-IF
                      WHEN 6
                          OPEN INPUT REGION-FILE-6
                          IF REGION-FILE-6-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(6)
                          END-IF
                      WHEN 7
                          OPEN INPUT REGION-FILE-7
                          IF REGION-FILE-7-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(7)
                          END-IF
                      WHEN 8
                          OPEN INPUT REGION-FILE-8
                          IF REGION-FILE-8-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(8)
                          END-IF
                      WHEN 9
                          OPEN INPUT REGION-FILE-9
                          IF REGION-FILE-9-STATUS NOT = "35"
                              MOVE "Y" TO RF-PRESENT(9)
                          END-IF
                  END-EVALUATE.

              CLOSE-REGION-FILE.
                      WHEN 3
                          CLOSE REGION-FILE-3
                      WHEN 4
                          CLOSE REGION-FILE-4
                      WHEN 5
                          CLOSE REGION-FILE-5
                      WHEN 6
                          CLOSE REGION-FILE-6
                      WHEN 7
                          CLOSE REGION-FILE-7
                      WHEN 8
                          CLOSE REGION-FILE-8
                      WHEN 9
                          CLOSE REGION-FILE-9
                  END-EVALUATE.

              READ-REGION-RECORD.
                                  MOVE "Y" TO RF-HAVE-RECORD(3)
                          END-READ
                      WHEN 4
                          READ REGION-FILE-4
                              AT END
                                  MOVE "Y" TO RF-EOF(4)
                              NOT AT END
                                  MOVE REGION-LINE-4
                                      TO RF-CURRENT-RECORD(4)
                                  MOVE "Y" TO RF-HAVE-RECORD(4)
                          END-READ
                      WHEN 5
                          READ REGION-FILE-5
                              AT END
                                  MOVE "Y" TO RF-EOF(5)
                              NOT AT END
                                  MOVE REGION-LINE-5
                                      TO RF-CURRENT-RECORD(5)
                                  MOVE "Y" TO RF-HAVE-RECORD(5)
                          END-READ
                      WHEN 6
                          READ REGION-FILE-6
                              AT END
                                  MOVE "Y" TO RF-EOF(6)
                              NOT AT END
                                  MOVE REGION-LINE-6
                                      TO RF-CURRENT-RECORD(6)
                                  MOVE "Y" TO RF-HAVE-RECORD(6)
                          END-READ
                      WHEN 7
                          READ REGION-FILE-7
                              AT END
                                  MOVE "Y" TO RF-EOF(7)
                              NOT AT END
                                  MOVE REGION-LINE-7
                                      TO RF-CURRENT-RECORD(7)
                                  MOVE "Y" TO RF-HAVE-RECORD(7)
                          END-READ
                      WHEN 8
                          READ REGION-FILE-8
                              AT END
                                  MOVE "Y" TO RF-EOF(8)
                              NOT AT END
                                  MOVE REGION-LINE-8
                                      TO RF-CURRENT-RECORD(8)
                                  MOVE "Y" TO RF-HAVE-RECORD(8)
                          END-READ
                      WHEN 9
                          READ REGION-FILE-9
                              AT END
                                  MOVE "Y" TO RF-EOF(9)
                              NOT AT END
                                  MOVE REGION-LINE-9
                                      TO RF-CURRENT-RECORD(9)
                                  MOVE "Y" TO RF-HAVE-RECORD(9)
                          END-READ
                  END-EVALUATE.

              SCAN-REGION-RECORD.

              CHECK-REGION-TOTALS.
                  IF RF-HEADER-SEEN(FILE-NO) NOT = "Y"
                      DISPLAY "REGION FILE " REGION-FILE-NAME(FILE-NO)
                          " HAS NO BATCH HEADER"
                      SET MERGE-FAILED TO TRUE
                  ELSE
                      MOVE RF-REGISTRY-INDEX(FILE-NO) TO OT-INDEX
                      IF RF-OFFICE(FILE-NO) NOT = OT-OFFICE(OT-INDEX)
                          DISPLAY "REGION FILE "
                              REGION-FILE-NAME(FILE-NO) " HEADER "
                              "OFFICE " RF-OFFICE(FILE-NO)
                              " NOT REGISTERED OFFICE "
                              OT-OFFICE(OT-INDEX)
                          SET MERGE-FAILED TO TRUE
                      END-IF
                  END-IF.
                  IF RF-TRAILER-SEEN(FILE-NO) NOT = "Y"
                      DISPLAY "OFFICE " RF-OFFICE(FILE-NO)
              CHECK-CROSS-FILE-RULES.
                  PERFORM CHECK-ONE-FILE-RULES
                      VARYING FILE-NO FROM 1 BY 1
                      UNTIL FILE-NO > FILE-COUNT.
                  IF MERGE-DATE = SPACES
                      PERFORM TAKE-RESUBMIT-DATE
                          VARYING FILE-NO FROM 1 BY 1
                          UNTIL FILE-NO > FILE-COUNT
                  END-IF.

              TAKE-RESUBMIT-DATE.
                  IF RF-PRESENT(FILE-NO) = "Y"
                          AND RF-FILE-TYPE(FILE-NO) = "R"
                          AND MERGE-DATE = SPACES
                      MOVE RF-DATE(FILE-NO) TO MERGE-DATE
                  END-IF.

              CHECK-ONE-FILE-RULES.
                  IF RF-PRESENT(FILE-NO) = "Y"
                      IF RF-FILE-TYPE(FILE-NO) = "R"
                          CONTINUE
                      ELSE
                          IF MERGE-DATE = SPACES
                  PERFORM WRITE-MERGED-HEADER.
                  PERFORM REOPEN-REGION-FILE
                      VARYING FILE-NO FROM 1 BY 1
                      UNTIL FILE-NO > FILE-COUNT.
                  PERFORM PICK-LOWEST-KEY.
                  PERFORM MERGE-ONE-RECORD
                      UNTIL PICK-NO = 0.
                  PERFORM CLOSE-MERGED-REGION-FILE
                      VARYING FILE-NO FROM 1 BY 1
                      UNTIL FILE-NO > FILE-COUNT.
                  PERFORM WRITE-MERGED-TRAILER.
                  CLOSE MERGED-FILE.

                  MOVE HIGH-VALUES TO PICK-KEY.
                  PERFORM PICK-FROM-FILE
                      VARYING FILE-NO FROM 1 BY 1
                      UNTIL FILE-NO > FILE-COUNT.

              PICK-FROM-FILE.
                  IF RF-PRESENT(FILE-NO) = "Y"
                  END-IF.
                  PERFORM APPEND-MERGE-LOG-ENTRY
                      VARYING FILE-NO FROM 1 BY 1
                      UNTIL FILE-NO > FILE-COUNT.
                  CLOSE MERGE-LOG-FILE.

              APPEND-MERGE-LOG-ENTRY.
                      MOVE RF-DATE(FILE-NO) TO ML-DATE
                      WRITE MERGE-LOG-RECORD
                  END-IF.

              SET-MERGE-BUSINESS-DATE.
                  PERFORM LOAD-BUSINESS-CALENDAR.
                  IF MERGE-DATE = SPACES
                      PERFORM FIND-LAST-BUSINESS-DAY
                  ELSE
                      MOVE MERGE-DATE TO BUSINESS-DATE
                      PERFORM CHECK-BUSINESS-DATE
                      EVALUATE TRUE
                          WHEN DATE-NOT-VALID
                              DISPLAY "BUSINESS DATE " MERGE-DATE
                                  " NOT A VALID DATE"
                              SET MERGE-FAILED TO TRUE
                          WHEN DATE-IN-FUTURE
                              DISPLAY "BUSINESS DATE " MERGE-DATE
                                  " IN THE FUTURE"
                              SET MERGE-FAILED TO TRUE
                          WHEN DATE-IN-CLOSED-PERIOD
                              DISPLAY "BUSINESS DATE " MERGE-DATE
                                  " IN A CLOSED PERIOD"
                              SET MERGE-FAILED TO TRUE
                          WHEN DATE-NOT-BUSINESS-DAY
                              DISPLAY "WARNING - BUSINESS DATE "
                                  MERGE-DATE " NOT A BUSINESS DAY"
                          WHEN DATE-NOT-ON-CALENDAR
                              DISPLAY "WARNING - BUSINESS DATE "
                                  MERGE-DATE " NOT ON BUSINESS CALENDAR"
                      END-EVALUATE
                  END-IF.

              FIND-LAST-BUSINESS-DAY.
                  MOVE RUN-DATE TO BUSINESS-DATE.
                  MOVE 0 TO CAL-FOUND-INDEX.
                  PERFORM SCAN-LAST-BUSINESS-DAY
                      VARYING CAL-INDEX FROM 1 BY 1
                      UNTIL CAL-INDEX > CAL-COUNT
                          OR CAL-DATE(CAL-INDEX) > RUN-DATE.
                  IF CAL-FOUND-INDEX > 0
                      MOVE CAL-DATE(CAL-FOUND-INDEX) TO BUSINESS-DATE
                  END-IF.

              SCAN-LAST-BUSINESS-DAY.
                  IF CAL-BUSINESS-DAY(CAL-INDEX)
                      MOVE CAL-INDEX TO CAL-FOUND-INDEX
                  END-IF.

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
                          PERFORM CHECK-PERIOD-CLOSED
                          IF PERIOD-IS-CLOSED
                              SET DATE-IN-CLOSED-PERIOD TO TRUE
                          ELSE
                              PERFORM LOOKUP-CALENDAR-DATE
                          END-IF
                      END-IF
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

              CHECK-PERIOD-CLOSED.
                  MOVE "N" TO PERIOD-CLOSED-SWITCH.
                  OPEN INPUT CLOSE-STATUS-FILE.
                  IF CLOSE-STATUS-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM SCAN-CLOSED-MONTH-RECORD
                          UNTIL END-OF-CLOSE-STATUS
                      CLOSE CLOSE-STATUS-FILE
                  END-IF.

              SCAN-CLOSED-MONTH-RECORD.
                  READ CLOSE-STATUS-FILE
                      AT END
                          SET END-OF-CLOSE-STATUS TO TRUE
                      NOT AT END
                          IF CS-MONTH = BUSINESS-DATE(1:7)
                              SET PERIOD-IS-CLOSED TO TRUE
                          END-IF
                  END-READ.

              WRITE-ARRIVAL-REPORT.
                  PERFORM SET-BUSINESS-WEEKDAY.
                  OPEN OUTPUT ARRIVAL-REPORT-FILE.
                  MOVE BUSINESS-DATE TO ARH-BUSINESS-DATE.
                  MOVE RUN-DATE TO ARH-RUN-DATE.
                  MOVE ARR-HEADING-1 TO ARRIVAL-REPORT-LINE.
                  WRITE ARRIVAL-REPORT-LINE.
                  MOVE ARR-HEADING-2 TO ARRIVAL-REPORT-LINE.
                  WRITE ARRIVAL-REPORT-LINE.
                  PERFORM WRITE-ARRIVAL-DETAIL
                      VARYING OT-INDEX FROM 1 BY 1
                      UNTIL OT-INDEX > OT-COUNT.
                  MOVE EXPECTED-COUNT TO ARS-EXPECTED-COUNT.
                  MOVE RECEIVED-COUNT TO ARS-RECEIVED-COUNT.
                  MOVE MISSING-COUNT TO ARS-MISSING-COUNT.
                  MOVE ARR-SUMMARY-LINE TO ARRIVAL-REPORT-LINE.
                  WRITE ARRIVAL-REPORT-LINE.
                  IF WEEKDAY-NO = 0
                      MOVE "BUSINESS DATE NOT VALID - DAYS NOT CHECKED"
                          TO ARM-TEXT
                      MOVE ARR-MESSAGE-LINE TO ARRIVAL-REPORT-LINE
                      WRITE ARRIVAL-REPORT-LINE
                  END-IF.
                  IF DATE-NOT-BUSINESS-DAY
                      MOVE "NOT A BUSINESS DAY - NO OFFICE EXPECTED"
                          TO ARM-TEXT
                      MOVE ARR-MESSAGE-LINE TO ARRIVAL-REPORT-LINE
                      WRITE ARRIVAL-REPORT-LINE
                  END-IF.
                  CLOSE ARRIVAL-REPORT-FILE.

              SET-BUSINESS-WEEKDAY.
                  MOVE 0 TO WEEKDAY-NO.
                  MOVE BUSINESS-DATE(1:4) TO WD-YEAR.
                  MOVE BUSINESS-DATE(6:2) TO WD-MONTH.
                  MOVE BUSINESS-DATE(9:2) TO WD-DAY.
                  IF WD-ALL IS NUMERIC
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) = 0
                          MOVE FUNCTION INTEGER-OF-DATE(WD-ALL)
                              TO DAY-INTEGER
                          DIVIDE DAY-INTEGER BY 7 GIVING WEEK-COUNT
                              REMAINDER WEEKDAY-NO
                          IF WEEKDAY-NO = 0
                              MOVE 7 TO WEEKDAY-NO
                          END-IF
                      END-IF
                  END-IF.

              WRITE-ARRIVAL-DETAIL.
                  MOVE "N" TO EXPECTED-SWITCH.
                  IF OT-ACTIVE(OT-INDEX) = "Y"
                          AND OT-FILE-TYPE(OT-INDEX) NOT = "R"
                          AND WEEKDAY-NO > 0
                          AND NOT DATE-NOT-BUSINESS-DAY
                      IF OT-EXPECTED-DAYS(OT-INDEX)(WEEKDAY-NO:1) = "Y"
                          SET FILE-EXPECTED TO TRUE
                      END-IF
                  END-IF.
                  MOVE OT-OFFICE(OT-INDEX) TO ARD-OFFICE.
                  MOVE OT-FILE-NAME(OT-INDEX) TO ARD-FILE-NAME.
                  MOVE OT-FILE-DATE(OT-INDEX) TO ARD-FILE-DATE.
                  IF FILE-EXPECTED
                      MOVE "YES" TO ARD-EXPECTED
                      ADD 1 TO EXPECTED-COUNT
                  ELSE
                      MOVE "NO" TO ARD-EXPECTED
                  END-IF.
                  IF OT-ACTIVE(OT-INDEX) NOT = "Y"
                      MOVE "INACTIVE" TO ARD-STATUS
                  ELSE
                      IF OT-CHECKED(OT-INDEX) NOT = "Y"
                          MOVE "NOT CHECKED" TO ARD-STATUS
                      ELSE
                          PERFORM SET-ARRIVAL-STATUS
                      END-IF
                  END-IF.
                  MOVE ARR-DETAIL TO ARRIVAL-REPORT-LINE.
                  WRITE ARRIVAL-REPORT-LINE.

              SET-ARRIVAL-STATUS.
                  IF OT-PRESENT(OT-INDEX) = "Y"
                      IF OT-FILE-TYPE(OT-INDEX) NOT = "R"
                              AND OT-FILE-DATE(OT-INDEX)
                                  NOT = BUSINESS-DATE
                          MOVE "WRONG DATE" TO ARD-STATUS
                      ELSE
                          MOVE "RECEIVED" TO ARD-STATUS
                      END-IF
                      IF FILE-EXPECTED
                          ADD 1 TO RECEIVED-COUNT
                      END-IF
                  ELSE
                      IF FILE-EXPECTED
                          MOVE "NOT RECEIVED" TO ARD-STATUS
                          ADD 1 TO MISSING-COUNT
                      ELSE
                          MOVE "NOT DUE" TO ARD-STATUS
                      END-IF
                  END-IF.
