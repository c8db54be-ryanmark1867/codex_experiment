            IDENTIFICATION DIVISION.
            PROGRAM-ID. JOBCTL.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEPS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JOB-STEP-STATUS.
                SELECT JOB-RESTART-FILE ASSIGN TO "JOBRST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JOB-RESTART-STATUS.
                SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JOB-LOG-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  JOB-STEP-FILE.
              COPY JOBSTEP.
              FD  JOB-RESTART-FILE.
              COPY JOBRST.
              FD  JOB-LOG-FILE.
              COPY JOBLOG.
              WORKING-STORAGE SECTION.
              01 JOB-STEP-STATUS PIC X(2).
              01 JOB-RESTART-STATUS PIC X(2).
              01 JOB-LOG-STATUS PIC X(2).
              01 STEP-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-STEP-FILE VALUE "Y".
              01 TABLE-VALID-SWITCH PIC X VALUE "Y".
                  88 STEP-TABLE-VALID VALUE "Y".
              01 RESTART-SWITCH PIC X VALUE "N".
                  88 IS-RESTART VALUE "Y".
              01 RESTART-FOUND-SWITCH PIC X VALUE "N".
                  88 RESTART-STEP-FOUND VALUE "Y".
              01 STREAM-STOPPED-SWITCH PIC X VALUE "N".
                  88 STREAM-STOPPED VALUE "Y".
              01 RESTART-STEP-NO PIC 9(2) VALUE 0.
              01 PREV-STEP-NO PIC 9(2) VALUE 0.
              01 MAX-STEP-ENTRIES PIC 9(2) VALUE 20.
              01 STEP-TABLE.
                  05 ST-COUNT PIC 9(2) VALUE 0.
                  05 ST-ENTRY OCCURS 20 TIMES.
                      10 ST-STEP-NO PIC 9(2).
                      10 ST-PROGRAM PIC X(8).
                      10 ST-MAX-RC PIC 9(2).
                      10 ST-SKIP-ALLOWED PIC X.
                          88 ST-MAY-SKIP VALUE "Y".
                      10 ST-COMMAND PIC X(60).
              01 ST-INDEX PIC 9(2) COMP VALUE 0.
              01 STEP-START-TIMESTAMP PIC X(21).
              01 STEP-END-TIMESTAMP PIC X(21).
              01 STEP-RETURN-CODE PIC 9(3) VALUE 0.
              01 SYSTEM-STATUS PIC S9(9) COMP VALUE 0.
              01 STEP-RESULT PIC X(8).
              01 STREAM-START-TIMESTAMP PIC X(21).
              01 FAILED-STEP-NO PIC 9(2) VALUE 0.
              01 FAILED-PROGRAM PIC X(8) VALUE SPACES.
              01 FAILED-RETURN-CODE PIC 9(3) VALUE 0.
              01 WORK-RETURN-CODE PIC 9(2) VALUE 0.
            PROCEDURE DIVISION.
              MAIN-PROCESS.
                  PERFORM LOAD-JOB-STEPS.
                  IF ST-COUNT = 0
                      DISPLAY "JOBSTEPS.DAT MISSING OR EMPTY - "
                          "STREAM NOT RUN"
                      MOVE 12 TO WORK-RETURN-CODE
                  ELSE
                      IF NOT STEP-TABLE-VALID
                          DISPLAY "JOBSTEPS.DAT INVALID - "
                              "STREAM NOT RUN"
                          MOVE 12 TO WORK-RETURN-CODE
                      ELSE
                          PERFORM READ-RESTART-POINT
                          IF IS-RESTART AND NOT RESTART-STEP-FOUND
                              DISPLAY "JOBRST.DAT STEP " RESTART-STEP-NO
                                  " NOT ON JOBSTEPS.DAT - "
                                  "STREAM NOT RUN"
                              MOVE 12 TO WORK-RETURN-CODE
                          ELSE
                              PERFORM RUN-JOB-STREAM
                          END-IF
                      END-IF
                  END-IF.
                  MOVE WORK-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.

              LOAD-JOB-STEPS.
                  OPEN INPUT JOB-STEP-FILE.
                  IF JOB-STEP-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-JOB-STEP-RECORD
                          UNTIL END-OF-STEP-FILE
                      CLOSE JOB-STEP-FILE
                  END-IF.

              LOAD-JOB-STEP-RECORD.
                  READ JOB-STEP-FILE
                      AT END
                          SET END-OF-STEP-FILE TO TRUE
                      NOT AT END
                          PERFORM VALIDATE-JOB-STEP
                          IF ST-COUNT < MAX-STEP-ENTRIES
                              ADD 1 TO ST-COUNT
                              MOVE JS-STEP-NO TO ST-STEP-NO(ST-COUNT)
                              MOVE JS-PROGRAM TO ST-PROGRAM(ST-COUNT)
                              MOVE JS-MAX-RC TO ST-MAX-RC(ST-COUNT)
                              MOVE JS-SKIP-ALLOWED
                                  TO ST-SKIP-ALLOWED(ST-COUNT)
                              MOVE JS-COMMAND TO ST-COMMAND(ST-COUNT)
                          ELSE
                              DISPLAY "JOB STEP TABLE FULL - STEP "
                                  JS-STEP-NO " DROPPED"
                              MOVE "N" TO TABLE-VALID-SWITCH
                          END-IF
                  END-READ.

              VALIDATE-JOB-STEP.
                  IF JS-STEP-NO IS NOT NUMERIC
                          OR JS-MAX-RC IS NOT NUMERIC
                      DISPLAY "JOBSTEPS.DAT STEP OR MAXIMUM RC NOT "
                          "NUMERIC - " JS-PROGRAM
                      MOVE "N" TO TABLE-VALID-SWITCH
                  ELSE
                      IF JS-STEP-NO NOT > PREV-STEP-NO
                          DISPLAY "JOBSTEPS.DAT STEP " JS-STEP-NO
                              " OUT OF SEQUENCE"
                          MOVE "N" TO TABLE-VALID-SWITCH
                      END-IF
                      MOVE JS-STEP-NO TO PREV-STEP-NO
                  END-IF.
                  IF JS-COMMAND = SPACES
                      DISPLAY "JOBSTEPS.DAT STEP " JS-STEP-NO
                          " HAS NO COMMAND"
                      MOVE "N" TO TABLE-VALID-SWITCH
                  END-IF.
                  IF JS-SKIP-ALLOWED NOT = "Y"
                          AND JS-SKIP-ALLOWED NOT = "N"
                      DISPLAY "JOBSTEPS.DAT STEP " JS-STEP-NO
                          " SKIP FLAG NOT Y OR N"
                      MOVE "N" TO TABLE-VALID-SWITCH
                  END-IF.

              READ-RESTART-POINT.
                  OPEN INPUT JOB-RESTART-FILE.
                  IF JOB-RESTART-STATUS = "35"
                      CONTINUE
                  ELSE
                      READ JOB-RESTART-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF JR-STEP-NO IS NUMERIC
                                  SET IS-RESTART TO TRUE
                                  MOVE JR-STEP-NO TO RESTART-STEP-NO
                              END-IF
                      END-READ
                      CLOSE JOB-RESTART-FILE
                  END-IF.
                  IF IS-RESTART
                      PERFORM SCAN-RESTART-STEP
                          VARYING ST-INDEX FROM 1 BY 1
                          UNTIL ST-INDEX > ST-COUNT
                      DISPLAY "RESTARTING AT STEP " RESTART-STEP-NO
                          " " JR-PROGRAM
                  END-IF.

              SCAN-RESTART-STEP.
                  IF ST-STEP-NO(ST-INDEX) = RESTART-STEP-NO
                      SET RESTART-STEP-FOUND TO TRUE
                  END-IF.

              RUN-JOB-STREAM.
                  MOVE FUNCTION CURRENT-DATE TO STREAM-START-TIMESTAMP.
                  PERFORM OPEN-JOB-LOG-FOR-APPEND.
                  PERFORM RUN-JOB-STEP
                      VARYING ST-INDEX FROM 1 BY 1
                      UNTIL ST-INDEX > ST-COUNT OR STREAM-STOPPED.
                  PERFORM WRITE-STREAM-LOG-RECORD.
                  CLOSE JOB-LOG-FILE.
                  PERFORM WRITE-RESTART-POINT.

              OPEN-JOB-LOG-FOR-APPEND.
                  OPEN EXTEND JOB-LOG-FILE.
                  IF JOB-LOG-STATUS = "35"
                      OPEN OUTPUT JOB-LOG-FILE
                      CLOSE JOB-LOG-FILE
                      OPEN EXTEND JOB-LOG-FILE
                  END-IF.

              RUN-JOB-STEP.
                  IF IS-RESTART
                          AND ST-STEP-NO(ST-INDEX) < RESTART-STEP-NO
                      MOVE FUNCTION CURRENT-DATE
                          TO STEP-START-TIMESTAMP
                      MOVE STEP-START-TIMESTAMP TO STEP-END-TIMESTAMP
                      MOVE 0 TO STEP-RETURN-CODE
                      MOVE "BYPASSED" TO STEP-RESULT
                  ELSE
                      PERFORM EXECUTE-JOB-STEP
                      PERFORM GRADE-STEP-RETURN-CODE
                  END-IF.
                  DISPLAY "STEP " ST-STEP-NO(ST-INDEX) " "
                      ST-PROGRAM(ST-INDEX) " RC " STEP-RETURN-CODE
                      " " STEP-RESULT.
                  PERFORM WRITE-STEP-LOG-RECORD.

              EXECUTE-JOB-STEP.
                  MOVE FUNCTION CURRENT-DATE TO STEP-START-TIMESTAMP.
                  CALL "SYSTEM" USING ST-COMMAND(ST-INDEX).
                  MOVE RETURN-CODE TO SYSTEM-STATUS.
                  MOVE FUNCTION CURRENT-DATE TO STEP-END-TIMESTAMP.
                  IF SYSTEM-STATUS < 0
                      MOVE 999 TO STEP-RETURN-CODE
                  ELSE
                      DIVIDE SYSTEM-STATUS BY 256
                          GIVING STEP-RETURN-CODE
                  END-IF.

              GRADE-STEP-RETURN-CODE.
                  IF STEP-RETURN-CODE NOT > ST-MAX-RC(ST-INDEX)
                      MOVE "OK" TO STEP-RESULT
                      IF STEP-RETURN-CODE > WORK-RETURN-CODE
                          MOVE STEP-RETURN-CODE TO WORK-RETURN-CODE
                      END-IF
                  ELSE
                      IF ST-MAY-SKIP(ST-INDEX)
                          MOVE "SKIPPED" TO STEP-RESULT
                          IF WORK-RETURN-CODE < 4
                              MOVE 4 TO WORK-RETURN-CODE
                          END-IF
                      ELSE
                          MOVE "FAILED" TO STEP-RESULT
                          SET STREAM-STOPPED TO TRUE
                          MOVE ST-STEP-NO(ST-INDEX) TO FAILED-STEP-NO
                          MOVE ST-PROGRAM(ST-INDEX) TO FAILED-PROGRAM
                          MOVE STEP-RETURN-CODE TO FAILED-RETURN-CODE
                          MOVE 12 TO WORK-RETURN-CODE
                      END-IF
                  END-IF.

              WRITE-STEP-LOG-RECORD.
                  MOVE SPACES TO JOB-LOG-RECORD.
                  MOVE ST-STEP-NO(ST-INDEX) TO JL-STEP-NO.
                  MOVE ST-PROGRAM(ST-INDEX) TO JL-PROGRAM.
                  MOVE STEP-START-TIMESTAMP TO JL-START-TIMESTAMP.
                  MOVE STEP-END-TIMESTAMP TO JL-END-TIMESTAMP.
                  MOVE STEP-RETURN-CODE TO JL-RETURN-CODE.
                  MOVE ST-MAX-RC(ST-INDEX) TO JL-MAX-RC.
                  MOVE STEP-RESULT TO JL-RESULT.
                  WRITE JOB-LOG-RECORD.

              WRITE-STREAM-LOG-RECORD.
                  MOVE SPACES TO JOB-LOG-RECORD.
                  MOVE 0 TO JL-STEP-NO.
                  MOVE "JOBCTL" TO JL-PROGRAM.
                  MOVE STREAM-START-TIMESTAMP TO JL-START-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO JL-END-TIMESTAMP.
                  MOVE WORK-RETURN-CODE TO JL-RETURN-CODE.
                  MOVE 0 TO JL-MAX-RC.
                  IF STREAM-STOPPED
                      MOVE "STOPPED" TO JL-RESULT
                  ELSE
                      MOVE "COMPLETE" TO JL-RESULT
                  END-IF.
                  WRITE JOB-LOG-RECORD.

              WRITE-RESTART-POINT.
                  OPEN OUTPUT JOB-RESTART-FILE.
                  IF STREAM-STOPPED
                      MOVE SPACES TO JOB-RESTART-RECORD
                      MOVE FAILED-STEP-NO TO JR-STEP-NO
                      MOVE FAILED-PROGRAM TO JR-PROGRAM
                      MOVE STEP-END-TIMESTAMP TO JR-FAILED-TIMESTAMP
                      MOVE FAILED-RETURN-CODE TO JR-RETURN-CODE
                      WRITE JOB-RESTART-RECORD
                      DISPLAY "STREAM STOPPED AT STEP " FAILED-STEP-NO
                          " " FAILED-PROGRAM " - RESUBMIT TO RESTART"
                  END-IF.
                  CLOSE JOB-RESTART-FILE.
