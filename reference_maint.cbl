            IDENTIFICATION DIVISION.
            PROGRAM-ID. REFMAINT.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REFERENCE-TRANS-FILE ASSIGN TO "REFTRAN.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REFERENCE-TRANS-STATUS.
                SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GL-ACCOUNT-FILE-STATUS.
                SELECT PRICE-MASTER-FILE ASSIGN TO "PRICMAST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PRICE-MASTER-STATUS.
                SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTS.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CLOSE-STATUS-STATUS.
                SELECT SUSPENSE-FILE ASSIGN TO "RJSUSP.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS SUSPENSE-FILE-STATUS.
                SELECT REFERENCE-LOG-FILE ASSIGN TO "REFLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS REFERENCE-LOG-STATUS.
                SELECT CHANGE-REGISTER-FILE ASSIGN TO "REFRPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CHANGE-REGISTER-STATUS.
            DATA DIVISION.
            FILE SECTION.
              FD  REFERENCE-TRANS-FILE.
              01 REFERENCE-TRANS-LINE PIC X(80).
              FD  GL-ACCOUNT-FILE.
              01 GL-ACCOUNT-LINE PIC X(40).
              FD  PRICE-MASTER-FILE.
              01 PRICE-MASTER-LINE PIC X(40).
              FD  CLOSE-STATUS-FILE.
              COPY CLOSEREC.
              FD  SUSPENSE-FILE.
              01 SUSPENSE-LINE PIC X(100).
              FD  REFERENCE-LOG-FILE.
              COPY REFLOG.
              FD  CHANGE-REGISTER-FILE.
              01 CHANGE-REGISTER-LINE PIC X(132).
              WORKING-STORAGE SECTION.
              COPY REFTRAN.
              COPY GLACCT.
              COPY PRICEREC.
              COPY SUSPREC.
              COPY REFLINE.
              01 REFERENCE-TRANS-STATUS PIC X(2).
              01 GL-ACCOUNT-FILE-STATUS PIC X(2).
              01 PRICE-MASTER-STATUS PIC X(2).
              01 CLOSE-STATUS-STATUS PIC X(2).
              01 SUSPENSE-FILE-STATUS PIC X(2).
              01 REFERENCE-LOG-STATUS PIC X(2).
              01 CHANGE-REGISTER-STATUS PIC X(2).
              01 REFERENCE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-REFERENCE-TRANS VALUE "Y".
              01 GLACCT-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-GLACCT-FILE VALUE "Y".
              01 PRICE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-PRICE-MASTER VALUE "Y".
              01 CLOSE-STATUS-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-CLOSE-STATUS VALUE "Y".
              01 SUSPENSE-EOF-SWITCH PIC X VALUE "N".
                  88 END-OF-SUSPENSE-FILE VALUE "Y".
              01 LOAD-FAILED-SWITCH PIC X VALUE "N".
                  88 REFERENCE-LOAD-FAILED VALUE "Y".
              01 GLACCT-CHANGED-SWITCH PIC X VALUE "N".
                  88 GL-ACCOUNTS-CHANGED VALUE "Y".
              01 PRICE-CHANGED-SWITCH PIC X VALUE "N".
                  88 PRICES-CHANGED VALUE "Y".
              01 GA-FOUND-SWITCH PIC X VALUE "N".
                  88 GL-ACCOUNT-FOUND VALUE "Y".
              01 PT-FOUND-SWITCH PIC X VALUE "N".
                  88 PRICE-ENTRY-FOUND VALUE "Y".
              01 OS-FOUND-SWITCH PIC X VALUE "N".
                  88 OPEN-SUSPENSE-FOUND VALUE "Y".
              01 SUSPENSE-FULL-SWITCH PIC X VALUE "N".
                  88 OPEN-SUSPENSE-TABLE-FULL VALUE "Y".
              01 DATE-VALID-SWITCH PIC X VALUE "N".
                  88 EFFECTIVE-DATE-VALID VALUE "Y".
              01 MAX-GLACCT-ENTRIES PIC 9(3) VALUE 100.
              01 GLACCT-TABLE.
                  05 GA-COUNT PIC 9(3) VALUE 0.
                  05 GA-ENTRY OCCURS 100 TIMES.
                      10 GAT-COMPANY PIC X(2).
                      10 GAT-ACCOUNT PIC X(8).
                      10 GAT-WRITEOFF-ACCT PIC X(8).
                      10 GAT-CURRENCY PIC X(3).
              01 GA-INDEX PIC 9(3) COMP VALUE 0.
              01 GA-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 MAX-PRICE-ENTRIES PIC 9(3) VALUE 200.
              01 PRICE-MASTER-TABLE.
                  05 PT-COUNT PIC 9(3) VALUE 0.
                  05 PT-ENTRY OCCURS 200 TIMES.
                      10 PT-COMPANY PIC X(2).
                      10 PT-EFFECTIVE PIC X(10).
                      10 PT-PRICE PIC 9(7)V99.
              01 PT-INDEX PIC 9(3) COMP VALUE 0.
              01 PT-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 MAX-SUSPENSE-COMPANIES PIC 9(3) VALUE 100.
              01 OPEN-SUSPENSE-TABLE.
                  05 OS-COUNT PIC 9(3) VALUE 0.
                  05 OS-ENTRY OCCURS 100 TIMES.
                      10 OS-COMPANY PIC X(2).
                      10 OS-ITEM-COUNT PIC 9(6).
              01 OS-INDEX PIC 9(3) COMP VALUE 0.
              01 OS-FOUND-INDEX PIC 9(3) COMP VALUE 0.
              01 INSERT-INDEX PIC 9(3) COMP VALUE 0.
              01 SHIFT-INDEX PIC 9(3) COMP VALUE 0.
              01 SHIFT-START PIC 9(3) COMP VALUE 0.
              01 LATEST-CLOSED-MONTH PIC X(7) VALUE SPACES.
              01 COMPANY-WORK PIC X(2) VALUE SPACES.
              01 PRICE-KEY-WORK PIC X(12) VALUE SPACES.
              01 ENTRY-KEY-WORK PIC X(12) VALUE SPACES.
              01 RESULT-TEXT PIC X(44) VALUE SPACES.
              01 BEFORE-IMAGE PIC X(30) VALUE SPACES.
              01 AFTER-IMAGE PIC X(30) VALUE SPACES.
              01 FILE-NAME-WORK PIC X(8) VALUE SPACES.
              01 TRANS-READ-COUNT PIC 9(6) VALUE 0.
              01 APPLIED-COUNT PIC 9(6) VALUE 0.
              01 REJECTED-COUNT PIC 9(6) VALUE 0.
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
                  OPEN OUTPUT CHANGE-REGISTER-FILE.
                  PERFORM WRITE-REGISTER-HEADING.
                  PERFORM LOAD-GL-ACCOUNTS.
                  PERFORM LOAD-PRICE-MASTER.
                  PERFORM LOAD-CLOSED-MONTHS.
                  PERFORM LOAD-OPEN-SUSPENSE.
                  IF REFERENCE-LOAD-FAILED
                      MOVE "REFERENCE FILES NOT LOADED - NO CHANGES"
                          TO RFM-TEXT
                      PERFORM WRITE-REGISTER-MESSAGE
                      MOVE 12 TO WORK-RETURN-CODE
                  ELSE
                      PERFORM APPLY-REFERENCE-CHANGES
                  END-IF.
                  PERFORM WRITE-REGISTER-SUMMARY.
                  CLOSE CHANGE-REGISTER-FILE.
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
                          MOVE GL-ACCOUNT-LINE TO GL-ACCOUNT-RECORD
                          IF GA-COUNT < MAX-GLACCT-ENTRIES
                              ADD 1 TO GA-COUNT
                              MOVE GA-COMPANY
                                  TO GAT-COMPANY(GA-COUNT)
                              MOVE GA-GL-ACCOUNT
                                  TO GAT-ACCOUNT(GA-COUNT)
                              MOVE GA-WRITEOFF-ACCOUNT
                                  TO GAT-WRITEOFF-ACCT(GA-COUNT)
                              MOVE GA-CURRENCY
                                  TO GAT-CURRENCY(GA-COUNT)
                          ELSE
                              MOVE "GLACCTS.DAT TABLE FULL"
                                  TO RFM-TEXT
                              PERFORM WRITE-REGISTER-MESSAGE
                              SET REFERENCE-LOAD-FAILED TO TRUE
                              SET END-OF-GLACCT-FILE TO TRUE
                          END-IF
                  END-READ.

              LOAD-PRICE-MASTER.
                  OPEN INPUT PRICE-MASTER-FILE.
                  IF PRICE-MASTER-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-PRICE-MASTER-RECORD
                          UNTIL END-OF-PRICE-MASTER
                      CLOSE PRICE-MASTER-FILE
                  END-IF.

              LOAD-PRICE-MASTER-RECORD.
                  READ PRICE-MASTER-FILE
                      AT END
                          SET END-OF-PRICE-MASTER TO TRUE
                      NOT AT END
                          MOVE PRICE-MASTER-LINE TO PRICE-MASTER-RECORD
                          IF PT-COUNT < MAX-PRICE-ENTRIES
                              ADD 1 TO PT-COUNT
                              MOVE PR-COMPANY TO PT-COMPANY(PT-COUNT)
                              MOVE PR-EFFECTIVE-DATE
                                  TO PT-EFFECTIVE(PT-COUNT)
                              MOVE PR-PRICE TO PT-PRICE(PT-COUNT)
                          ELSE
                              MOVE "PRICMAST.DAT TABLE FULL"
                                  TO RFM-TEXT
                              PERFORM WRITE-REGISTER-MESSAGE
                              SET REFERENCE-LOAD-FAILED TO TRUE
                              SET END-OF-PRICE-MASTER TO TRUE
                          END-IF
                  END-READ.

              LOAD-CLOSED-MONTHS.
                  OPEN INPUT CLOSE-STATUS-FILE.
                  IF CLOSE-STATUS-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-CLOSED-MONTH-RECORD
                          UNTIL END-OF-CLOSE-STATUS
                      CLOSE CLOSE-STATUS-FILE
                  END-IF.

              LOAD-CLOSED-MONTH-RECORD.
                  READ CLOSE-STATUS-FILE
                      AT END
                          SET END-OF-CLOSE-STATUS TO TRUE
                      NOT AT END
                          IF CS-MONTH > LATEST-CLOSED-MONTH
                              MOVE CS-MONTH TO LATEST-CLOSED-MONTH
                          END-IF
                  END-READ.

              LOAD-OPEN-SUSPENSE.
                  OPEN INPUT SUSPENSE-FILE.
                  IF SUSPENSE-FILE-STATUS = "35"
                      CONTINUE
                  ELSE
                      PERFORM LOAD-SUSPENSE-RECORD
                          UNTIL END-OF-SUSPENSE-FILE
                      CLOSE SUSPENSE-FILE
                  END-IF.

              LOAD-SUSPENSE-RECORD.
                  READ SUSPENSE-FILE
                      AT END
                          SET END-OF-SUSPENSE-FILE TO TRUE
                      NOT AT END
                          MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                          IF RS-OPEN OR RS-RESUBMITTED
                              PERFORM ADD-OPEN-SUSPENSE-COMPANY
                          END-IF
                  END-READ.

              ADD-OPEN-SUSPENSE-COMPANY.
                  MOVE RS-COMPANY TO COMPANY-WORK.
                  PERFORM FIND-OPEN-SUSPENSE-COMPANY.
                  IF OPEN-SUSPENSE-FOUND
                      ADD 1 TO OS-ITEM-COUNT(OS-FOUND-INDEX)
                  ELSE
                      IF OS-COUNT >= MAX-SUSPENSE-COMPANIES
                          SET OPEN-SUSPENSE-TABLE-FULL TO TRUE
                      ELSE
                          ADD 1 TO OS-COUNT
                          MOVE RS-COMPANY TO OS-COMPANY(OS-COUNT)
                          MOVE 1 TO OS-ITEM-COUNT(OS-COUNT)
                      END-IF
                  END-IF.

              FIND-OPEN-SUSPENSE-COMPANY.
                  MOVE "N" TO OS-FOUND-SWITCH.
                  PERFORM SCAN-OPEN-SUSPENSE-ENTRY
                      VARYING OS-INDEX FROM 1 BY 1
                      UNTIL OS-INDEX > OS-COUNT
                          OR OPEN-SUSPENSE-FOUND.

              SCAN-OPEN-SUSPENSE-ENTRY.
                  IF OS-COMPANY(OS-INDEX) = COMPANY-WORK
                      SET OPEN-SUSPENSE-FOUND TO TRUE
                      MOVE OS-INDEX TO OS-FOUND-INDEX
                  END-IF.

              APPLY-REFERENCE-CHANGES.
                  OPEN INPUT REFERENCE-TRANS-FILE.
                  IF REFERENCE-TRANS-STATUS = "35"
                      MOVE "REFTRAN.DAT NOT FOUND - NO CHANGES MADE"
                          TO RFM-TEXT
                      PERFORM WRITE-REGISTER-MESSAGE
                      PERFORM RAISE-WARNING
                  ELSE
                      PERFORM OPEN-REFERENCE-LOG-FOR-APPEND
                      PERFORM APPLY-REFERENCE-RECORD
                          UNTIL END-OF-REFERENCE-TRANS
                      CLOSE REFERENCE-TRANS-FILE
                      CLOSE REFERENCE-LOG-FILE
                      IF GL-ACCOUNTS-CHANGED
                          PERFORM WRITE-GL-ACCOUNT-FILE
                      END-IF
                      IF PRICES-CHANGED
                          PERFORM WRITE-PRICE-MASTER-FILE
                      END-IF
                  END-IF.

              OPEN-REFERENCE-LOG-FOR-APPEND.
                  OPEN EXTEND REFERENCE-LOG-FILE.
                  IF REFERENCE-LOG-STATUS = "35"
                      OPEN OUTPUT REFERENCE-LOG-FILE
                      CLOSE REFERENCE-LOG-FILE
                      OPEN EXTEND REFERENCE-LOG-FILE
                  END-IF.

              APPLY-REFERENCE-RECORD.
                  READ REFERENCE-TRANS-FILE
                      AT END
                          SET END-OF-REFERENCE-TRANS TO TRUE
                      NOT AT END
                          MOVE REFERENCE-TRANS-LINE
                              TO REFERENCE-TRANSACTION
                          ADD 1 TO TRANS-READ-COUNT
                          PERFORM APPLY-ONE-REFERENCE-CHANGE
                  END-READ.

              APPLY-ONE-REFERENCE-CHANGE.
                  MOVE SPACES TO RESULT-TEXT.
                  MOVE SPACES TO BEFORE-IMAGE.
                  MOVE SPACES TO AFTER-IMAGE.
                  MOVE SPACES TO FILE-NAME-WORK.
                  IF RT-GL-ACCOUNT-FILE
                      MOVE "GLACCTS" TO FILE-NAME-WORK
                  END-IF.
                  IF RT-PRICE-FILE
                      MOVE "PRICMAST" TO FILE-NAME-WORK
                  END-IF.
                  IF RT-OPERATOR-ID = SPACES
                      MOVE "NO OPERATOR ID - REJECTED" TO RESULT-TEXT
                  ELSE
                      IF RT-COMPANY = SPACES
                          MOVE "COMPANY BLANK - REJECTED" TO RESULT-TEXT
                      ELSE
                          IF NOT RT-ADD AND NOT RT-CHANGE
                                  AND NOT RT-DELETE
                              MOVE "UNKNOWN ACTION - REJECTED"
                                  TO RESULT-TEXT
                          ELSE
                              PERFORM APPLY-TO-REFERENCE-FILE
                          END-IF
                      END-IF
                  END-IF.
                  IF RESULT-TEXT = SPACES
                      MOVE "APPLIED" TO RESULT-TEXT
                      ADD 1 TO APPLIED-COUNT
                      PERFORM WRITE-REGISTER-DETAIL
                      PERFORM WRITE-REGISTER-IMAGES
                      PERFORM WRITE-REFERENCE-LOG-RECORD
                  ELSE
                      ADD 1 TO REJECTED-COUNT
                      PERFORM WRITE-REGISTER-DETAIL
                      PERFORM RAISE-WARNING
                  END-IF.

              APPLY-TO-REFERENCE-FILE.
                  IF RT-GL-ACCOUNT-FILE
                      PERFORM APPLY-GL-ACCOUNT-CHANGE
                  ELSE
                      IF RT-PRICE-FILE
                          PERFORM APPLY-PRICE-CHANGE
                      ELSE
                          MOVE "UNKNOWN FILE CODE - REJECTED"
                              TO RESULT-TEXT
                      END-IF
                  END-IF.

              APPLY-GL-ACCOUNT-CHANGE.
                  MOVE RT-COMPANY TO COMPANY-WORK.
                  PERFORM FIND-GL-ACCOUNT-ENTRY.
                  EVALUATE TRUE
                      WHEN RT-ADD
                          PERFORM ADD-GL-ACCOUNT-ENTRY
                      WHEN RT-CHANGE
                          PERFORM CHANGE-GL-ACCOUNT-ENTRY
                      WHEN RT-DELETE
                          PERFORM DELETE-GL-ACCOUNT-ENTRY
                  END-EVALUATE.

              FIND-GL-ACCOUNT-ENTRY.
                  MOVE "N" TO GA-FOUND-SWITCH.
                  MOVE 0 TO GA-FOUND-INDEX.
                  PERFORM SCAN-GL-ACCOUNT-ENTRY
                      VARYING GA-INDEX FROM 1 BY 1
                      UNTIL GA-INDEX > GA-COUNT OR GL-ACCOUNT-FOUND.

              SCAN-GL-ACCOUNT-ENTRY.
                  IF GAT-COMPANY(GA-INDEX) = COMPANY-WORK
                      SET GL-ACCOUNT-FOUND TO TRUE
                      MOVE GA-INDEX TO GA-FOUND-INDEX
                  END-IF.

              CHECK-GL-ACCOUNT-FIELDS.
                  IF RT-GL-ACCOUNT = SPACES
                      MOVE "POSTING ACCOUNT BLANK - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      IF RT-CURRENCY NOT = SPACES
                          IF RT-CURRENCY IS NOT ALPHABETIC
                                  OR RT-CURRENCY(1:1) = SPACE
                                  OR RT-CURRENCY(2:1) = SPACE
                                  OR RT-CURRENCY(3:1) = SPACE
                              MOVE "CURRENCY CODE NOT VALID - REJECTED"
                                  TO RESULT-TEXT
                          END-IF
                      END-IF
                  END-IF.

              ADD-GL-ACCOUNT-ENTRY.
                  IF GL-ACCOUNT-FOUND
                      MOVE "COMPANY ALREADY ON GLACCTS - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      PERFORM CHECK-GL-ACCOUNT-FIELDS
                      IF RESULT-TEXT = SPACES
                          IF GA-COUNT >= MAX-GLACCT-ENTRIES
                              MOVE "GLACCTS TABLE FULL - REJECTED"
                                  TO RESULT-TEXT
                          ELSE
                              PERFORM INSERT-GL-ACCOUNT-ENTRY
                              PERFORM BUILD-GL-ACCOUNT-IMAGE
                              MOVE GL-ACCOUNT-RECORD TO AFTER-IMAGE
                              SET GL-ACCOUNTS-CHANGED TO TRUE
                          END-IF
                      END-IF
                  END-IF.

              INSERT-GL-ACCOUNT-ENTRY.
                  PERFORM FIND-GL-ACCOUNT-POSITION
                      VARYING INSERT-INDEX FROM 1 BY 1
                      UNTIL INSERT-INDEX > GA-COUNT
                          OR GAT-COMPANY(INSERT-INDEX) > RT-COMPANY.
                  ADD 1 TO GA-COUNT.
                  SUBTRACT 1 FROM GA-COUNT GIVING SHIFT-START.
                  PERFORM SHIFT-GL-ACCOUNT-UP
                      VARYING SHIFT-INDEX FROM SHIFT-START BY -1
                      UNTIL SHIFT-INDEX < INSERT-INDEX.
                  MOVE INSERT-INDEX TO GA-FOUND-INDEX.
                  PERFORM SET-GL-ACCOUNT-ENTRY.

              FIND-GL-ACCOUNT-POSITION.
                  CONTINUE.

              SHIFT-GL-ACCOUNT-UP.
                  MOVE GA-ENTRY(SHIFT-INDEX)
                      TO GA-ENTRY(SHIFT-INDEX + 1).

              SET-GL-ACCOUNT-ENTRY.
                  MOVE RT-COMPANY TO GAT-COMPANY(GA-FOUND-INDEX).
                  MOVE RT-GL-ACCOUNT TO GAT-ACCOUNT(GA-FOUND-INDEX).
                  MOVE RT-WRITEOFF-ACCOUNT
                      TO GAT-WRITEOFF-ACCT(GA-FOUND-INDEX).
                  MOVE RT-CURRENCY TO GAT-CURRENCY(GA-FOUND-INDEX).

              CHANGE-GL-ACCOUNT-ENTRY.
                  IF NOT GL-ACCOUNT-FOUND
                      MOVE "COMPANY NOT ON GLACCTS - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      PERFORM CHECK-GL-ACCOUNT-FIELDS
                      IF RESULT-TEXT = SPACES
                          PERFORM BUILD-GL-ACCOUNT-IMAGE
                          MOVE GL-ACCOUNT-RECORD TO BEFORE-IMAGE
                          PERFORM SET-GL-ACCOUNT-ENTRY
                          PERFORM BUILD-GL-ACCOUNT-IMAGE
                          MOVE GL-ACCOUNT-RECORD TO AFTER-IMAGE
                          SET GL-ACCOUNTS-CHANGED TO TRUE
                      END-IF
                  END-IF.

              DELETE-GL-ACCOUNT-ENTRY.
                  IF NOT GL-ACCOUNT-FOUND
                      MOVE "COMPANY NOT ON GLACCTS - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      PERFORM FIND-OPEN-SUSPENSE-COMPANY
                      IF OPEN-SUSPENSE-FOUND
                          MOVE "COMPANY HAS OPEN SUSPENSE - REJECTED"
                              TO RESULT-TEXT
                      ELSE
                          IF OPEN-SUSPENSE-TABLE-FULL
                              MOVE "SUSPENSE NOT ALL LOADED - REJECTED"
                                  TO RESULT-TEXT
                          ELSE
                              PERFORM BUILD-GL-ACCOUNT-IMAGE
                              MOVE GL-ACCOUNT-RECORD TO BEFORE-IMAGE
                              PERFORM REMOVE-GL-ACCOUNT-ENTRY
                              SET GL-ACCOUNTS-CHANGED TO TRUE
                          END-IF
                      END-IF
                  END-IF.

              REMOVE-GL-ACCOUNT-ENTRY.
                  PERFORM SHIFT-GL-ACCOUNT-DOWN
                      VARYING SHIFT-INDEX FROM GA-FOUND-INDEX BY 1
                      UNTIL SHIFT-INDEX >= GA-COUNT.
                  SUBTRACT 1 FROM GA-COUNT.

              SHIFT-GL-ACCOUNT-DOWN.
                  MOVE GA-ENTRY(SHIFT-INDEX + 1)
                      TO GA-ENTRY(SHIFT-INDEX).

              BUILD-GL-ACCOUNT-IMAGE.
                  MOVE SPACES TO GL-ACCOUNT-RECORD.
                  MOVE GAT-COMPANY(GA-FOUND-INDEX) TO GA-COMPANY.
                  MOVE GAT-ACCOUNT(GA-FOUND-INDEX) TO GA-GL-ACCOUNT.
                  MOVE GAT-WRITEOFF-ACCT(GA-FOUND-INDEX)
                      TO GA-WRITEOFF-ACCOUNT.
                  MOVE GAT-CURRENCY(GA-FOUND-INDEX) TO GA-CURRENCY.

              APPLY-PRICE-CHANGE.
                  PERFORM CHECK-EFFECTIVE-DATE.
                  IF NOT EFFECTIVE-DATE-VALID
                      MOVE "EFFECTIVE DATE NOT YYYY-MM-DD - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      IF RT-EFFECTIVE-DATE(1:7)
                              NOT > LATEST-CLOSED-MONTH
                          MOVE "EFFECTIVE IN A CLOSED MONTH - REJECTED"
                              TO RESULT-TEXT
                      ELSE
                          PERFORM FIND-PRICE-ENTRY
                          EVALUATE TRUE
                              WHEN RT-ADD
                                  PERFORM ADD-PRICE-ENTRY
                              WHEN RT-CHANGE
                                  PERFORM CHANGE-PRICE-ENTRY
                              WHEN RT-DELETE
                                  PERFORM DELETE-PRICE-ENTRY
                          END-EVALUATE
                      END-IF
                  END-IF.

              CHECK-EFFECTIVE-DATE.
                  MOVE "N" TO DATE-VALID-SWITCH.
                  MOVE RT-EFFECTIVE-DATE(1:4) TO WD-YEAR.
                  MOVE RT-EFFECTIVE-DATE(6:2) TO WD-MONTH.
                  MOVE RT-EFFECTIVE-DATE(9:2) TO WD-DAY.
                  IF WD-ALL IS NUMERIC
                          AND RT-EFFECTIVE-DATE(5:1) = "-"
                          AND RT-EFFECTIVE-DATE(8:1) = "-"
                      IF FUNCTION TEST-DATE-YYYYMMDD(WD-ALL) = 0
                          SET EFFECTIVE-DATE-VALID TO TRUE
                      END-IF
                  END-IF.

              FIND-PRICE-ENTRY.
                  MOVE "N" TO PT-FOUND-SWITCH.
                  MOVE 0 TO PT-FOUND-INDEX.
                  MOVE RT-COMPANY TO PRICE-KEY-WORK(1:2).
                  MOVE RT-EFFECTIVE-DATE TO PRICE-KEY-WORK(3:10).
                  PERFORM SCAN-PRICE-ENTRY
                      VARYING PT-INDEX FROM 1 BY 1
                      UNTIL PT-INDEX > PT-COUNT OR PRICE-ENTRY-FOUND.

              SCAN-PRICE-ENTRY.
                  PERFORM SET-ENTRY-KEY-WORK.
                  IF ENTRY-KEY-WORK = PRICE-KEY-WORK
                      SET PRICE-ENTRY-FOUND TO TRUE
                      MOVE PT-INDEX TO PT-FOUND-INDEX
                  END-IF.

              SET-ENTRY-KEY-WORK.
                  MOVE PT-COMPANY(PT-INDEX) TO ENTRY-KEY-WORK(1:2).
                  MOVE PT-EFFECTIVE(PT-INDEX) TO ENTRY-KEY-WORK(3:10).

              CHECK-PRICE-FIELD.
                  IF RT-PRICE IS NOT NUMERIC
                      MOVE "PRICE NOT NUMERIC - REJECTED" TO RESULT-TEXT
                  ELSE
                      IF RT-PRICE = 0
                          MOVE "PRICE ZERO - REJECTED" TO RESULT-TEXT
                      END-IF
                  END-IF.

              ADD-PRICE-ENTRY.
                  MOVE RT-COMPANY TO COMPANY-WORK.
                  PERFORM FIND-GL-ACCOUNT-ENTRY.
                  IF PRICE-ENTRY-FOUND
                      MOVE "PRICE ALREADY ON PRICMAST - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      IF NOT GL-ACCOUNT-FOUND
                          MOVE "COMPANY NOT ON GLACCTS - REJECTED"
                              TO RESULT-TEXT
                      ELSE
                          PERFORM CHECK-PRICE-FIELD
                      END-IF
                  END-IF.
                  IF RESULT-TEXT = SPACES
                      IF PT-COUNT >= MAX-PRICE-ENTRIES
                          MOVE "PRICMAST TABLE FULL - REJECTED"
                              TO RESULT-TEXT
                      ELSE
                          PERFORM INSERT-PRICE-ENTRY
                          PERFORM BUILD-PRICE-IMAGE
                          MOVE PRICE-MASTER-RECORD TO AFTER-IMAGE
                          SET PRICES-CHANGED TO TRUE
                      END-IF
                  END-IF.

              INSERT-PRICE-ENTRY.
                  MOVE 0 TO INSERT-INDEX.
                  PERFORM FIND-PRICE-POSITION
                      VARYING PT-INDEX FROM 1 BY 1
                      UNTIL PT-INDEX > PT-COUNT OR INSERT-INDEX > 0.
                  IF INSERT-INDEX = 0
                      ADD 1 TO PT-COUNT GIVING INSERT-INDEX
                  END-IF.
                  ADD 1 TO PT-COUNT.
                  SUBTRACT 1 FROM PT-COUNT GIVING SHIFT-START.
                  PERFORM SHIFT-PRICE-UP
                      VARYING SHIFT-INDEX FROM SHIFT-START BY -1
                      UNTIL SHIFT-INDEX < INSERT-INDEX.
                  MOVE INSERT-INDEX TO PT-FOUND-INDEX.
                  MOVE RT-COMPANY TO PT-COMPANY(PT-FOUND-INDEX).
                  MOVE RT-EFFECTIVE-DATE
                      TO PT-EFFECTIVE(PT-FOUND-INDEX).
                  MOVE RT-PRICE TO PT-PRICE(PT-FOUND-INDEX).

              FIND-PRICE-POSITION.
                  PERFORM SET-ENTRY-KEY-WORK.
                  IF ENTRY-KEY-WORK > PRICE-KEY-WORK
                      MOVE PT-INDEX TO INSERT-INDEX
                  END-IF.

              SHIFT-PRICE-UP.
                  MOVE PT-ENTRY(SHIFT-INDEX)
                      TO PT-ENTRY(SHIFT-INDEX + 1).

              CHANGE-PRICE-ENTRY.
                  IF NOT PRICE-ENTRY-FOUND
                      MOVE "PRICE NOT ON PRICMAST - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      PERFORM CHECK-PRICE-FIELD
                      IF RESULT-TEXT = SPACES
                          PERFORM BUILD-PRICE-IMAGE
                          MOVE PRICE-MASTER-RECORD TO BEFORE-IMAGE
                          MOVE RT-PRICE TO PT-PRICE(PT-FOUND-INDEX)
                          PERFORM BUILD-PRICE-IMAGE
                          MOVE PRICE-MASTER-RECORD TO AFTER-IMAGE
                          SET PRICES-CHANGED TO TRUE
                      END-IF
                  END-IF.

              DELETE-PRICE-ENTRY.
                  IF NOT PRICE-ENTRY-FOUND
                      MOVE "PRICE NOT ON PRICMAST - REJECTED"
                          TO RESULT-TEXT
                  ELSE
                      PERFORM BUILD-PRICE-IMAGE
                      MOVE PRICE-MASTER-RECORD TO BEFORE-IMAGE
                      PERFORM SHIFT-PRICE-DOWN
                          VARYING SHIFT-INDEX FROM PT-FOUND-INDEX BY 1
                          UNTIL SHIFT-INDEX >= PT-COUNT
                      SUBTRACT 1 FROM PT-COUNT
                      SET PRICES-CHANGED TO TRUE
                  END-IF.

              SHIFT-PRICE-DOWN.
                  MOVE PT-ENTRY(SHIFT-INDEX + 1)
                      TO PT-ENTRY(SHIFT-INDEX).

              BUILD-PRICE-IMAGE.
                  MOVE SPACES TO PRICE-MASTER-RECORD.
                  MOVE PT-COMPANY(PT-FOUND-INDEX) TO PR-COMPANY.
                  MOVE PT-EFFECTIVE(PT-FOUND-INDEX)
                      TO PR-EFFECTIVE-DATE.
                  MOVE PT-PRICE(PT-FOUND-INDEX) TO PR-PRICE.

              WRITE-REFERENCE-LOG-RECORD.
                  MOVE SPACES TO REFERENCE-LOG-RECORD.
                  MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP.
                  MOVE RT-OPERATOR-ID TO RL-OPERATOR-ID.
                  MOVE FILE-NAME-WORK TO RL-FILE-NAME.
                  MOVE RT-ACTION TO RL-ACTION.
                  MOVE BEFORE-IMAGE TO RL-BEFORE-IMAGE.
                  MOVE AFTER-IMAGE TO RL-AFTER-IMAGE.
                  WRITE REFERENCE-LOG-RECORD.

              WRITE-GL-ACCOUNT-FILE.
                  OPEN OUTPUT GL-ACCOUNT-FILE.
                  PERFORM WRITE-GL-ACCOUNT-RECORD
                      VARYING GA-FOUND-INDEX FROM 1 BY 1
                      UNTIL GA-FOUND-INDEX > GA-COUNT.
                  CLOSE GL-ACCOUNT-FILE.

              WRITE-GL-ACCOUNT-RECORD.
                  PERFORM BUILD-GL-ACCOUNT-IMAGE.
                  MOVE GL-ACCOUNT-RECORD TO GL-ACCOUNT-LINE.
                  WRITE GL-ACCOUNT-LINE.

              WRITE-PRICE-MASTER-FILE.
                  OPEN OUTPUT PRICE-MASTER-FILE.
                  PERFORM WRITE-PRICE-MASTER-RECORD
                      VARYING PT-FOUND-INDEX FROM 1 BY 1
                      UNTIL PT-FOUND-INDEX > PT-COUNT.
                  CLOSE PRICE-MASTER-FILE.

              WRITE-PRICE-MASTER-RECORD.
                  PERFORM BUILD-PRICE-IMAGE.
                  MOVE PRICE-MASTER-RECORD TO PRICE-MASTER-LINE.
                  WRITE PRICE-MASTER-LINE.

              WRITE-REGISTER-DETAIL.
                  MOVE FILE-NAME-WORK TO RFD-FILE-NAME.
                  IF FILE-NAME-WORK = SPACES
                      MOVE RT-FILE-CODE TO RFD-FILE-NAME
                  END-IF.
                  EVALUATE TRUE
                      WHEN RT-ADD
                          MOVE "ADD" TO RFD-ACTION
                      WHEN RT-CHANGE
                          MOVE "CHANGE" TO RFD-ACTION
                      WHEN RT-DELETE
                          MOVE "DELETE" TO RFD-ACTION
                      WHEN OTHER
                          MOVE RT-ACTION TO RFD-ACTION
                  END-EVALUATE.
                  MOVE RT-COMPANY TO RFD-COMPANY.
                  MOVE SPACES TO RFD-EFFECTIVE-DATE.
                  IF RT-PRICE-FILE
                      MOVE RT-EFFECTIVE-DATE TO RFD-EFFECTIVE-DATE
                  END-IF.
                  MOVE RT-OPERATOR-ID TO RFD-OPERATOR.
                  MOVE RESULT-TEXT TO RFD-RESULT.
                  MOVE REF-DETAIL TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.

              WRITE-REGISTER-IMAGES.
                  MOVE "BEFORE:" TO RFI-LABEL.
                  MOVE BEFORE-IMAGE TO RFI-IMAGE.
                  MOVE REF-IMAGE-LINE TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.
                  MOVE "AFTER:" TO RFI-LABEL.
                  MOVE AFTER-IMAGE TO RFI-IMAGE.
                  MOVE REF-IMAGE-LINE TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.

              WRITE-REGISTER-HEADING.
                  MOVE RUN-DATE TO RFH-RUN-DATE.
                  MOVE REF-HEADING-1 TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.
                  MOVE REF-HEADING-2 TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.

              WRITE-REGISTER-SUMMARY.
                  MOVE TRANS-READ-COUNT TO RFS-READ.
                  MOVE APPLIED-COUNT TO RFS-APPLIED.
                  MOVE REJECTED-COUNT TO RFS-REJECTED.
                  MOVE REF-SUMMARY-LINE TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.
                  IF APPLIED-COUNT > 0
                      MOVE REF-SIGNOFF-LINE TO CHANGE-REGISTER-LINE
                      WRITE CHANGE-REGISTER-LINE
                  END-IF.

              WRITE-REGISTER-MESSAGE.
                  MOVE REF-MESSAGE-LINE TO CHANGE-REGISTER-LINE.
                  WRITE CHANGE-REGISTER-LINE.
