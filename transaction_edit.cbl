                SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EDIT-REPORT-STATUS.
                SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BUSINESS-CALENDAR-STATUS.
                SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CLOSE-STATUS-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  EDIT-INPUT-FILE.
              01 VALID-LINE PIC X(40).
              FD  EDIT-REPORT-FILE.
              01 EDIT-REPORT-LINE PIC X(132).
              FD  BUSINESS-CALENDAR-FILE.
              COPY BUSCAL.
              FD  CLOSE-STATUS-FILE.
              COPY CLOSEREC.
              WORKING-STORAGE SECTION.
              COPY TRANSREC.
              01 TRANS-RECORD-RAW REDEFINES TRANS-RECORD.
              01 ACCEPTED-QTY-HASH PIC S9(12) VALUE 0.
              01 EDIT-RETURN-CODE PIC 9(2) VALUE 0.
              01 RUN-DATE PIC X(10).
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
              01 WORK-DATE-NUM.
                  05 WD-ALL PIC 9(8).
                  05 FILLER REDEFINES WD-ALL.
                      10 WD-YEAR PIC 9(4).
                      10 WD-MONTH PIC 9(2).
                      10 WD-DAY PIC 9(2).
              01 TODAYS-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                      PERFORM EDIT-INPUT-RECORD
                          UNTIL END-OF-EDIT-INPUT
                      PERFORM CHECK-BATCH-TOTALS
                      PERFORM CHECK-BATCH-DATE
                      PERFORM WRITE-VALID-TRAILER
                      PERFORM WRITE-EDIT-SUMMARY
                      CLOSE EDIT-INPUT-FILE
                      END-IF
                  END-IF.

              CHECK-BATCH-DATE.
                  IF BATCH-HEADER-SEEN
                      PERFORM LOAD-BUSINESS-CALENDAR
                      PERFORM CHECK-BUSINESS-DATE
                      EVALUATE TRUE
                          WHEN DATE-NOT-VALID
                              MOVE "BATCH DATE NOT A VALID DATE"
                                  TO EM-TEXT
                              PERFORM WRITE-EDIT-MESSAGE
                              PERFORM RAISE-EDIT-ERROR
                          WHEN DATE-IN-FUTURE
                              MOVE "BATCH DATE IN THE FUTURE"
                                  TO EM-TEXT
                              PERFORM WRITE-EDIT-MESSAGE
                              PERFORM RAISE-EDIT-ERROR
                          WHEN DATE-IN-CLOSED-PERIOD
                              MOVE "BATCH DATE IN A CLOSED PERIOD"
                                  TO EM-TEXT
                              PERFORM WRITE-EDIT-MESSAGE
                              PERFORM RAISE-EDIT-ERROR
                          WHEN DATE-NOT-BUSINESS-DAY
                              MOVE "BATCH DATE NOT A BUSINESS DAY"
                                  TO EM-TEXT
                              PERFORM WRITE-EDIT-MESSAGE
                              PERFORM RAISE-EDIT-WARNING
                          WHEN DATE-NOT-ON-CALENDAR
                              MOVE "BATCH DATE NOT ON BUSINESS CALENDAR"
                                  TO EM-TEXT
                              PERFORM WRITE-EDIT-MESSAGE
                              PERFORM RAISE-EDIT-WARNING
                      END-EVALUATE
                  END-IF.

              RAISE-EDIT-WARNING.
                  IF EDIT-RETURN-CODE < 4
                      MOVE 4 TO EDIT-RETURN-CODE
                  END-IF.

              LOAD-BUSINESS-CALENDAR.
                  OPEN INPUT BUSINESS-CALENDAR-FILE.
                  IF BUSINESS-CALENDAR-STATUS = "35"
                      MOVE "BUSCAL.DAT NOT FOUND" TO EM-TEXT
                      PERFORM WRITE-EDIT-MESSAGE
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
                      MOVE SPACES TO EM-TEXT
                      STRING "BUSCAL.DAT TABLE FULL - " BC-DATE
                             " IGNORED"
                             DELIMITED BY SIZE INTO EM-TEXT
                      PERFORM WRITE-EDIT-MESSAGE
                  ELSE
                      IF CAL-COUNT > 0
                              AND BC-DATE NOT > CAL-DATE(CAL-COUNT)
                          MOVE SPACES TO EM-TEXT
                          STRING "BUSCAL.DAT OUT OF SEQUENCE - "
                                 BC-DATE " IGNORED"
                                 DELIMITED BY SIZE INTO EM-TEXT
                          PERFORM WRITE-EDIT-MESSAGE
                      ELSE
                          ADD 1 TO CAL-COUNT
                          MOVE BC-DATE TO CAL-DATE(CAL-COUNT)
                          MOVE BC-DAY-TYPE TO CAL-DAY-TYPE(CAL-COUNT)
                      END-IF
                  END-IF.

              CHECK-BUSINESS-DATE.
                  MOVE SPACE TO DATE-CHECK-SWITCH.
                  MOVE BH-BATCH-DATE(1:4) TO WD-YEAR.
                  MOVE BH-BATCH-DATE(6:2) TO WD-MONTH.
                  MOVE BH-BATCH-DATE(9:2) TO WD-DAY.
                  IF WD-ALL IS NOT NUMERIC
                          OR BH-BATCH-DATE(5:1) NOT = "-"
                          OR BH-BATCH-DATE(8:1) NOT = "-"
                      SET DATE-NOT-VALID TO TRUE
                  ELSE
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) NOT = 0
                          SET DATE-NOT-VALID TO TRUE
                      END-IF
                  END-IF.
                  IF NOT DATE-NOT-VALID
                      IF BH-BATCH-DATE > RUN-DATE
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
                  IF CAL-DATE(CAL-INDEX) = BH-BATCH-DATE
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
                          IF CS-MONTH = BH-BATCH-DATE(1:7)
                              SET PERIOD-IS-CLOSED TO TRUE
                          END-IF
                  END-READ.

              WRITE-VALID-TRAILER.
                  MOVE "TRL" TO BT-RECORD-TYPE.
                  MOVE ACCEPTED-COUNT TO BT-RECORD-COUNT.
