
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-CASE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSCASE-FILE ASSIGN TO "../ABSCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS ABSCASE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT MANAGER-FILE ASSIGN TO "../manager.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABSCASE-FILE.
       01 CASE-RECORD.
           05 CASE-KEY.
              10 CASE-EMP-ID PIC X(5).
              10 CASE-SEQ PIC 9(3).
           05 CASE-STATUS PIC X(8).
           05 CASE-STAGE PIC X(8).
           05 CASE-OPEN-DATE PIC 9(8).
           05 CASE-TRIGGER-SCORE PIC 9(7).
           05 CASE-MANAGER-ID PIC X(5).
           05 CASE-INFORMAL-DATE PIC 9(8).
           05 CASE-STAGE1-DATE PIC 9(8).
           05 CASE-STAGE2-DATE PIC 9(8).
           05 CASE-OUTCOME PIC X(30).
           05 CASE-OUTCOME-DATE PIC 9(8).
           05 CASE-REVIEW-DATE PIC 9(8).
           05 CASE-CLOSE-DATE PIC 9(8).
           05 CASE-LAST-UPDATE PIC X(14).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC X(5).
           05 EMP-NAME PIC X(20).
           05 EMP-DEPARTMENT PIC X(15).
           05 EMP-HIRE-DATE PIC 9(8).
           05 EMP-STATUS PIC X(8).
           05 EMP-PIN PIC X(20).
           05 EMP-LOCATION PIC X(5).
           05 EMP-FAIL-COUNT PIC 99.
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

       FD MANAGER-FILE.
       01 MANAGER-RECORD.
           05 MANAGER-ID PIC X(5).
           05 MANAGER-NAME PIC X(20).
           05 MANAGER-PASSWORD PIC X(20).
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 ABSCASE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 MANAGER-STATUS PIC XX.
       01 EMP-AVAILABLE PIC X VALUE "N".
       01 MANAGER-AVAILABLE PIC X VALUE "N".
       01 CHOICE PIC 9.
       01 END-FILE PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-TODAY PIC 9(8).

       01 TEMP-EMP-ID PIC X(5).
       01 TEMP-SEQ PIC 9(3).
       01 TEMP-STAGE PIC X(8).
       01 TEMP-DATE PIC 9(8).
       01 TEMP-OUTCOME PIC X(30).
       01 TEMP-MGR-ID PIC X(5).
       01 TEMP-CONFIRM PIC X.

       01 WS-LAST-SEQ PIC 9(3).
       01 WS-CASE-COUNT PIC 9(4).
       01 WS-OVERDUE-COUNT PIC 9(4).
       01 WS-DAYS-OVER PIC S9(5) COMP.
       01 WS-DAYS-OVER-DISP PIC ZZZZ9.
       01 WS-STAGE-DATE PIC 9(8).
       01 WS-EMP-NAME PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O ABSCASE-FILE
           IF ABSCASE-STATUS NOT = "00"
               DISPLAY "ABSCASE.DAT not found. Creating file..."
               OPEN OUTPUT ABSCASE-FILE
               CLOSE ABSCASE-FILE
               OPEN I-O ABSCASE-FILE
               IF ABSCASE-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " ABSCASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMP-AVAILABLE
           ELSE
               DISPLAY "Warning: EMPLOYEE.DAT not available - "
                   "employee IDs are not checked."
           END-IF
           OPEN INPUT MANAGER-FILE
           IF MANAGER-STATUS = "00"
               MOVE "Y" TO MANAGER-AVAILABLE
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               IF FUNCTION TRIM(WS-CMD-LINE) = "OVERDUE"
                   PERFORM OVERDUE-CASE-REPORT
                   IF WS-OVERDUE-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "Usage: abscase [OVERDUE]"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 6 TO CHOICE
           END-IF

           PERFORM UNTIL CHOICE = 6
               DISPLAY SPACE
               DISPLAY "***** Absence Case Maintenance *****"
               DISPLAY "Select option:"
               DISPLAY "+--------------------------------+"
               DISPLAY "| 1 - List open cases            |"
               DISPLAY "| 2 - Case history for employee  |"
               DISPLAY "| 3 - Update a case              |"
               DISPLAY "| 4 - Open a case manually       |"
               DISPLAY "| 5 - Overdue case report        |"
               DISPLAY "| 6 - Exit                       |"
               DISPLAY "+--------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-OPEN-CASES
                   WHEN 2
                       PERFORM LIST-EMPLOYEE-CASES
                   WHEN 3
                       PERFORM UPDATE-CASE
                   WHEN 4
                       PERFORM OPEN-CASE-MANUALLY
                   WHEN 5
                       PERFORM OVERDUE-CASE-REPORT
                   WHEN 6
                       DISPLAY "Exiting program. Goodbye!"
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 to 6."
               END-EVALUATE
           END-PERFORM

           CLOSE ABSCASE-FILE
           IF EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           IF MANAGER-AVAILABLE = "Y"
               CLOSE MANAGER-FILE
           END-IF
           STOP RUN.

           LIST-OPEN-CASES.
               MOVE ZERO TO WS-CASE-COUNT
               MOVE SPACES TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               MOVE "N" TO END-FILE
               START ABSCASE-FILE KEY IS >= CASE-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               DISPLAY SPACE
               DISPLAY "EMP-ID SEQ STAGE    OPENED   SCORE   MGR   "
                   "REVIEW-BY OUTCOME"
               DISPLAY "---------------------------------------------"
                   "-------------------------"
               PERFORM UNTIL END-FILE = "Y"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF CASE-STATUS = "OPEN"
                               PERFORM SHOW-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "-------------------------"
               DISPLAY WS-CASE-COUNT " open case(s).".

           LIST-EMPLOYEE-CASES.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               PERFORM SHOW-EMPLOYEE-CASES.

           SHOW-EMPLOYEE-CASES.
               MOVE ZERO TO WS-CASE-COUNT
               MOVE ZERO TO WS-LAST-SEQ
               MOVE TEMP-EMP-ID TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               MOVE "N" TO END-FILE
               START ABSCASE-FILE KEY IS >= CASE-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               DISPLAY SPACE
               DISPLAY "EMP-ID SEQ STAGE    OPENED   SCORE   MGR   "
                   "REVIEW-BY OUTCOME"
               DISPLAY "---------------------------------------------"
                   "-------------------------"
               PERFORM UNTIL END-FILE = "Y"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF CASE-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE
                               MOVE CASE-SEQ TO WS-LAST-SEQ
                               PERFORM SHOW-CASE-LINE
                               IF CASE-STATUS NOT = "OPEN"
                                   DISPLAY "           closed "
                                       CASE-CLOSE-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "-------------------------"
               IF WS-CASE-COUNT = ZERO
                   DISPLAY "No absence cases for " TEMP-EMP-ID "."
               END-IF.

           SHOW-CASE-LINE.
               ADD 1 TO WS-CASE-COUNT
               DISPLAY CASE-EMP-ID "  "
                   CASE-SEQ " "
                   CASE-STAGE " "
                   CASE-OPEN-DATE " "
                   CASE-TRIGGER-SCORE " "
                   CASE-MANAGER-ID " "
                   CASE-REVIEW-DATE "  "
                   CASE-OUTCOME.

           UPDATE-CASE.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               PERFORM SHOW-EMPLOYEE-CASES
               IF WS-CASE-COUNT = ZERO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Case sequence to update: "
               ACCEPT TEMP-SEQ
               MOVE TEMP-EMP-ID TO CASE-EMP-ID
               MOVE TEMP-SEQ TO CASE-SEQ
               READ ABSCASE-FILE INVALID KEY
                   DISPLAY "Case not found."
                   EXIT PARAGRAPH
               END-READ
               IF CASE-STATUS NOT = "OPEN"
                   DISPLAY "Case is closed - no changes allowed."
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Stage         : " CASE-STAGE
               DISPLAY "Informal chat : " CASE-INFORMAL-DATE
               DISPLAY "Stage 1 review: " CASE-STAGE1-DATE
               DISPLAY "Stage 2 review: " CASE-STAGE2-DATE
               DISPLAY "Outcome       : " CASE-OUTCOME
                   " (" CASE-OUTCOME-DATE ")"
               DISPLAY "Review expiry : " CASE-REVIEW-DATE
               DISPLAY "Manager       : " CASE-MANAGER-ID

               DISPLAY "New stage INFORMAL/STAGE1/STAGE2 "
                   "(blank = keep): "
               MOVE SPACES TO TEMP-STAGE
               ACCEPT TEMP-STAGE
               IF FUNCTION TRIM(TEMP-STAGE) NOT = SPACES
                   IF TEMP-STAGE = "INFORMAL" OR TEMP-STAGE = "STAGE1"
                      OR TEMP-STAGE = "STAGE2"
                       IF TEMP-STAGE NOT = CASE-STAGE
                           MOVE TEMP-STAGE TO CASE-STAGE
                           MOVE SPACES TO CASE-OUTCOME
                           MOVE ZERO TO CASE-OUTCOME-DATE
                       END-IF
                   ELSE
                       DISPLAY "Unknown stage - stage kept."
                   END-IF
               END-IF

               DISPLAY "Meeting date for " FUNCTION TRIM(CASE-STAGE)
                   " (YYYYMMDD, 0 = keep): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF TEMP-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                       DISPLAY "Not a valid calendar date - "
                           "meeting date kept."
                   ELSE
                       EVALUATE CASE-STAGE
                           WHEN "STAGE2"
                               MOVE TEMP-DATE TO CASE-STAGE2-DATE
                           WHEN "STAGE1"
                               MOVE TEMP-DATE TO CASE-STAGE1-DATE
                           WHEN OTHER
                               MOVE TEMP-DATE TO CASE-INFORMAL-DATE
                       END-EVALUATE
                   END-IF
               END-IF

               DISPLAY "Outcome (blank = keep): "
               MOVE SPACES TO TEMP-OUTCOME
               ACCEPT TEMP-OUTCOME
               IF FUNCTION TRIM(TEMP-OUTCOME) NOT = SPACES
                   MOVE TEMP-OUTCOME TO CASE-OUTCOME
                   MOVE WS-TODAY TO CASE-OUTCOME-DATE
               END-IF

               DISPLAY "Review expiry date (YYYYMMDD, 0 = keep): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF TEMP-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                       DISPLAY "Not a valid calendar date - "
                           "review date kept."
                   ELSE
                       MOVE TEMP-DATE TO CASE-REVIEW-DATE
                   END-IF
               END-IF

               DISPLAY "Responsible manager (blank = keep): "
               MOVE SPACES TO TEMP-MGR-ID
               ACCEPT TEMP-MGR-ID
               IF FUNCTION TRIM(TEMP-MGR-ID) NOT = SPACES
                   PERFORM CHECK-MANAGER-ID
                   MOVE TEMP-MGR-ID TO CASE-MANAGER-ID
               END-IF

               DISPLAY "Close this case? (Y/N): "
               MOVE SPACES TO TEMP-CONFIRM
               ACCEPT TEMP-CONFIRM
               IF TEMP-CONFIRM = "Y" OR TEMP-CONFIRM = "y"
                   IF CASE-OUTCOME = SPACES
                       DISPLAY "Record an outcome before closing."
                   ELSE
                       MOVE "CLOSED" TO CASE-STATUS
                       MOVE WS-TODAY TO CASE-CLOSE-DATE
                   END-IF
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:14) TO CASE-LAST-UPDATE
               REWRITE CASE-RECORD INVALID KEY
                   DISPLAY "Error updating case."
               NOT INVALID KEY
                   DISPLAY "Case " CASE-EMP-ID "/" CASE-SEQ
                       " updated."
               END-REWRITE.

           OPEN-CASE-MANUALLY.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               IF EMP-AVAILABLE = "Y"
                   MOVE TEMP-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       DISPLAY "Employee not found in EMPLOYEE.DAT."
                       EXIT PARAGRAPH
                   END-READ
               END-IF
               PERFORM SHOW-EMPLOYEE-CASES
               MOVE TEMP-EMP-ID TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               MOVE "N" TO END-FILE
               START ABSCASE-FILE KEY IS >= CASE-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF CASE-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE
                               IF CASE-STATUS = "OPEN"
                                   DISPLAY "Employee already has open "
                                       "case " CASE-SEQ
                                       " - update that case instead."
                                   EXIT PARAGRAPH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               DISPLAY "Stage INFORMAL/STAGE1/STAGE2: "
               MOVE SPACES TO TEMP-STAGE
               ACCEPT TEMP-STAGE
               IF TEMP-STAGE NOT = "INFORMAL" AND
                  TEMP-STAGE NOT = "STAGE1" AND
                  TEMP-STAGE NOT = "STAGE2"
                   DISPLAY "Unknown stage - case not opened."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Responsible manager ID: "
               MOVE SPACES TO TEMP-MGR-ID
               ACCEPT TEMP-MGR-ID
               PERFORM CHECK-MANAGER-ID
               DISPLAY "Review expiry date (YYYYMMDD): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                   DISPLAY "Not a valid calendar date."
                   EXIT PARAGRAPH
               END-IF

               MOVE TEMP-EMP-ID TO CASE-EMP-ID
               COMPUTE CASE-SEQ = WS-LAST-SEQ + 1
               MOVE "OPEN" TO CASE-STATUS
               MOVE TEMP-STAGE TO CASE-STAGE
               MOVE WS-TODAY TO CASE-OPEN-DATE
               MOVE ZERO TO CASE-TRIGGER-SCORE
               MOVE TEMP-MGR-ID TO CASE-MANAGER-ID
               MOVE ZERO TO CASE-INFORMAL-DATE
               MOVE ZERO TO CASE-STAGE1-DATE
               MOVE ZERO TO CASE-STAGE2-DATE
               MOVE SPACES TO CASE-OUTCOME
               MOVE ZERO TO CASE-OUTCOME-DATE
               MOVE TEMP-DATE TO CASE-REVIEW-DATE
               MOVE ZERO TO CASE-CLOSE-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO CASE-LAST-UPDATE
               WRITE CASE-RECORD INVALID KEY
                   DISPLAY "Error: case already exists."
               NOT INVALID KEY
                   DISPLAY "Case " CASE-EMP-ID "/" CASE-SEQ
                       " opened."
               END-WRITE.

           CHECK-MANAGER-ID.
               IF MANAGER-AVAILABLE = "Y" AND
                  FUNCTION TRIM(TEMP-MGR-ID) NOT = SPACES
                   MOVE TEMP-MGR-ID TO MANAGER-ID
                   READ MANAGER-FILE INVALID KEY
                       DISPLAY "Warning: manager " TEMP-MGR-ID
                           " is not on manager.dat."
                   END-READ
               END-IF.

           OVERDUE-CASE-REPORT.
               MOVE ZERO TO WS-OVERDUE-COUNT
               MOVE SPACES TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               MOVE "N" TO END-FILE
               START ABSCASE-FILE KEY IS >= CASE-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               DISPLAY SPACE
               DISPLAY "Absence cases past review date with no "
                   "outcome as at " WS-TODAY
               DISPLAY "EMP-ID SEQ NAME                 STAGE    "
                   "MGR   REVIEW-BY  DAYS-OVER LAST-MEETING"
               DISPLAY "---------------------------------------------"
                   "-------------------------------"
               PERFORM UNTIL END-FILE = "Y"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF CASE-STATUS = "OPEN" AND
                              CASE-OUTCOME = SPACES AND
                              CASE-REVIEW-DATE > ZERO AND
                              CASE-REVIEW-DATE < WS-TODAY
                               PERFORM SHOW-OVERDUE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "-------------------------------"
               DISPLAY WS-OVERDUE-COUNT " overdue case(s).".

           SHOW-OVERDUE-LINE.
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE SPACES TO WS-EMP-NAME
               IF EMP-AVAILABLE = "Y"
                   MOVE CASE-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NAME
                   END-READ
               END-IF
               COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(CASE-REVIEW-DATE)
               MOVE WS-DAYS-OVER TO WS-DAYS-OVER-DISP
               EVALUATE CASE-STAGE
                   WHEN "STAGE2"
                       MOVE CASE-STAGE2-DATE TO WS-STAGE-DATE
                   WHEN "STAGE1"
                       MOVE CASE-STAGE1-DATE TO WS-STAGE-DATE
                   WHEN OTHER
                       MOVE CASE-INFORMAL-DATE TO WS-STAGE-DATE
               END-EVALUATE
               DISPLAY CASE-EMP-ID "  "
                   CASE-SEQ " "
                   WS-EMP-NAME " "
                   CASE-STAGE " "
                   CASE-MANAGER-ID " "
                   CASE-REVIEW-DATE "   "
                   WS-DAYS-OVER-DISP "    "
                   WS-STAGE-DATE.
