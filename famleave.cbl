       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILY-LEAVE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT FAMKIT-FILE ASSIGN TO "../FAMKIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FAMKIT-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FAMCASE-FILE.
       01 FAMCASE-RECORD.
           05 FAM-KEY.
              10 FAM-EMP-ID PIC X(5).
              10 FAM-SEQ PIC 9(3).
           05 FAM-TYPE PIC X(10).
           05 FAM-STATUS PIC X(9).
           05 FAM-EXPECTED-DATE PIC 9(8).
           05 FAM-ACTUAL-DATE PIC 9(8).
           05 FAM-START-DATE PIC 9(8).
           05 FAM-RETURN-DATE PIC 9(8).
           05 FAM-ACTUAL-RETURN PIC 9(8).
           05 FAM-FULL-WEEKS PIC 99.
           05 FAM-STAT-WEEKS PIC 99.
           05 FAM-UNPAID-WEEKS PIC 99.
           05 FAM-KIT-DAYS PIC 99V9.
           05 FAM-NOTES PIC X(30).
           05 FAM-LAST-UPDATE PIC X(14).

       FD FAMKIT-FILE.
       01 FAMKIT-RECORD.
           05 KIT-KEY.
              10 KIT-EMP-ID PIC X(5).
              10 KIT-SEQ PIC 9(3).
              10 KIT-DATE PIC 9(8).
           05 KIT-UNITS PIC 9V9.
           05 KIT-NOTES PIC X(30).
           05 KIT-STAMP PIC X(14).

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

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 FAMCASE-STATUS PIC XX.
       01 FAMKIT-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 EMP-AVAILABLE PIC X VALUE "N".
       01 CHOICE PIC 9.
       01 END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-KIT-MAX-DAYS PIC 99V9 VALUE 10.

       01 TEMP-EMP-ID PIC X(5).
       01 TEMP-SEQ PIC 9(3).
       01 TEMP-TYPE PIC X(10).
       01 TEMP-DATE PIC 9(8).
       01 TEMP-WEEKS PIC 99.
       01 TEMP-UNITS PIC 9V9.
       01 TEMP-NOTES PIC X(30).
       01 TEMP-CONFIRM PIC X.

       01 WS-LAST-SEQ PIC 9(3).
       01 WS-CASE-COUNT PIC 9(4).
       01 WS-KIT-COUNT PIC 9(4).
       01 WS-EMP-NAME PIC X(20).
       01 WS-TOTAL-WEEKS PIC 999.
       01 WS-START-INT PIC S9(9) COMP.
       01 WS-END-INT PIC S9(9) COMP.
       01 WS-WORK-INT PIC S9(9) COMP.
       01 WS-CASE-END PIC 9(8).
       01 WS-OVERLAP-FOUND PIC X VALUE "N".
          88 CASE-OVERLAPS VALUE "Y".
       01 WS-SAVED-CASE PIC X(150).
       01 WS-KIT-DISP PIC Z9.9.
       01 WS-KIT-MAX-DISP PIC Z9.9.

       01 WS-PHASE-NAME PIC X(10).
       01 WS-PHASE-FIRST PIC 999.
       01 WS-PHASE-LAST PIC 999.
       01 WS-PHASE-UNPAID PIC 99.
       01 WS-PHASE-FROM PIC 9(8).
       01 WS-PHASE-TO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O FAMCASE-FILE
           IF FAMCASE-STATUS NOT = "00"
               DISPLAY "FAMCASE.DAT not found. Creating file..."
               OPEN OUTPUT FAMCASE-FILE
               CLOSE FAMCASE-FILE
               OPEN I-O FAMCASE-FILE
               IF FAMCASE-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " FAMCASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O FAMKIT-FILE
           IF FAMKIT-STATUS NOT = "00"
               DISPLAY "FAMKIT.DAT not found. Creating file..."
               OPEN OUTPUT FAMKIT-FILE
               CLOSE FAMKIT-FILE
               OPEN I-O FAMKIT-FILE
               IF FAMKIT-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " FAMKIT-STATUS
                   CLOSE FAMCASE-FILE
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
           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "KITMAXDAYS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO
                       MOVE PARM-VALUE TO WS-KIT-MAX-DAYS
                   END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           PERFORM UNTIL CHOICE = 7
               DISPLAY SPACE
               DISPLAY "***** Family Leave Cases *****"
               DISPLAY "Select option:"
               DISPLAY "+--------------------------------+"
               DISPLAY "| 1 - List open cases            |"
               DISPLAY "| 2 - Cases for employee         |"
               DISPLAY "| 3 - Open a family-leave case   |"
               DISPLAY "| 4 - Update a case              |"
               DISPLAY "| 5 - Record keeping-in-touch day|"
               DISPLAY "| 6 - Pay-phase schedule         |"
               DISPLAY "| 7 - Exit                       |"
               DISPLAY "+--------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-OPEN-CASES
                   WHEN 2
                       PERFORM LIST-EMPLOYEE-CASES
                   WHEN 3
                       PERFORM OPEN-FAMILY-CASE
                   WHEN 4
                       PERFORM UPDATE-FAMILY-CASE
                   WHEN 5
                       PERFORM RECORD-KIT-DAY
                   WHEN 6
                       PERFORM SHOW-PAY-SCHEDULE
                   WHEN 7
                       DISPLAY "Exiting program. Goodbye!"
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 to 7."
               END-EVALUATE
           END-PERFORM

           CLOSE FAMCASE-FILE
           CLOSE FAMKIT-FILE
           IF EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           STOP RUN.

           LIST-OPEN-CASES.
               MOVE ZERO TO WS-CASE-COUNT
               MOVE SPACES TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               MOVE "N" TO END-FILE
               START FAMCASE-FILE KEY IS >= FAM-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM SHOW-CASE-HEADING
               PERFORM UNTIL END-FILE = "Y"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF FAM-STATUS = "OPEN"
                               PERFORM SHOW-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "---------------------------"
               DISPLAY WS-CASE-COUNT " open case(s).".

           LIST-EMPLOYEE-CASES.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               PERFORM SHOW-EMPLOYEE-CASES.

           SHOW-EMPLOYEE-CASES.
               MOVE ZERO TO WS-CASE-COUNT
               MOVE ZERO TO WS-LAST-SEQ
               MOVE TEMP-EMP-ID TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               MOVE "N" TO END-FILE
               START FAMCASE-FILE KEY IS >= FAM-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM SHOW-CASE-HEADING
               PERFORM UNTIL END-FILE = "Y"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF FAM-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE
                               MOVE FAM-SEQ TO WS-LAST-SEQ
                               PERFORM SHOW-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "---------------------------"
               IF WS-CASE-COUNT = ZERO
                   DISPLAY "No family-leave cases for " TEMP-EMP-ID "."
               END-IF.

           SHOW-CASE-HEADING.
               DISPLAY SPACE
               DISPLAY "EMP-ID SEQ TYPE       STATUS   EXPECTED "
                   "START    RETURN   FUL STA UNP KIT"
               DISPLAY "---------------------------------------------"
                   "---------------------------".

           SHOW-CASE-LINE.
               ADD 1 TO WS-CASE-COUNT
               PERFORM COMPUTE-CASE-END
               MOVE FAM-KIT-DAYS TO WS-KIT-DISP
               DISPLAY FAM-EMP-ID "  "
                   FAM-SEQ " "
                   FAM-TYPE " "
                   FAM-STATUS " "
                   FAM-EXPECTED-DATE " "
                   FAM-START-DATE " "
                   WS-CASE-END " "
                   FAM-FULL-WEEKS "  "
                   FAM-STAT-WEEKS "  "
                   FAM-UNPAID-WEEKS "  "
                   WS-KIT-DISP
               IF FAM-ACTUAL-DATE > ZERO
                   DISPLAY "           actual date " FAM-ACTUAL-DATE
               END-IF.

           COMPUTE-CASE-END.
               IF FAM-ACTUAL-RETURN > ZERO
                   MOVE FAM-ACTUAL-RETURN TO WS-CASE-END
               ELSE
                   MOVE FAM-RETURN-DATE TO WS-CASE-END
               END-IF.

           OPEN-FAMILY-CASE.
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

               DISPLAY "Case type MATERNITY/PATERNITY/ADOPTION: "
               MOVE SPACES TO TEMP-TYPE
               ACCEPT TEMP-TYPE
               MOVE FUNCTION UPPER-CASE(TEMP-TYPE) TO TEMP-TYPE
               IF TEMP-TYPE NOT = "MATERNITY" AND
                  TEMP-TYPE NOT = "PATERNITY" AND
                  TEMP-TYPE NOT = "ADOPTION"
                   DISPLAY "Unknown case type - case not opened."
                   EXIT PARAGRAPH
               END-IF

               INITIALIZE FAMCASE-RECORD
               MOVE TEMP-EMP-ID TO FAM-EMP-ID
               MOVE TEMP-TYPE TO FAM-TYPE

               DISPLAY "Expected birth/placement date (YYYYMMDD): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                   DISPLAY "Not a valid calendar date."
                   EXIT PARAGRAPH
               END-IF
               MOVE TEMP-DATE TO FAM-EXPECTED-DATE

               DISPLAY "Planned start of leave (YYYYMMDD): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                   DISPLAY "Not a valid calendar date."
                   EXIT PARAGRAPH
               END-IF
               MOVE TEMP-DATE TO FAM-START-DATE

               PERFORM ACCEPT-PAY-PHASES
               IF WS-TOTAL-WEEKS = ZERO
                   EXIT PARAGRAPH
               END-IF

               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
                   + WS-TOTAL-WEEKS * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO FAM-RETURN-DATE
               DISPLAY "Planned return date (YYYYMMDD, 0 = "
                   FAM-RETURN-DATE "): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF TEMP-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0 OR
                      TEMP-DATE NOT > FAM-START-DATE
                       DISPLAY "Return date must be a valid date "
                           "after the start - case not opened."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TEMP-DATE TO FAM-RETURN-DATE
               END-IF

               MOVE FAM-START-DATE TO TEMP-DATE
               MOVE FAM-RETURN-DATE TO WS-CASE-END
               MOVE FAMCASE-RECORD TO WS-SAVED-CASE
               PERFORM CHECK-CASE-OVERLAP
               MOVE WS-SAVED-CASE TO FAMCASE-RECORD
               IF CASE-OVERLAPS
                   DISPLAY "Dates overlap another family-leave case "
                       "for this employee - case not opened."
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Notes (optional): "
               MOVE SPACES TO TEMP-NOTES
               ACCEPT TEMP-NOTES

               MOVE TEMP-EMP-ID TO FAM-EMP-ID
               COMPUTE FAM-SEQ = WS-LAST-SEQ + 1
               MOVE TEMP-TYPE TO FAM-TYPE
               MOVE "OPEN" TO FAM-STATUS
               MOVE ZERO TO FAM-ACTUAL-DATE
               MOVE ZERO TO FAM-ACTUAL-RETURN
               MOVE ZERO TO FAM-KIT-DAYS
               MOVE TEMP-NOTES TO FAM-NOTES
               MOVE FUNCTION CURRENT-DATE(1:14) TO FAM-LAST-UPDATE
               WRITE FAMCASE-RECORD INVALID KEY
                   DISPLAY "Error: case already exists."
               NOT INVALID KEY
                   DISPLAY "Case " FAM-EMP-ID "/" FAM-SEQ
                       " opened: " FUNCTION TRIM(FAM-TYPE) " from "
                       FAM-START-DATE " returning " FAM-RETURN-DATE
               END-WRITE.

           ACCEPT-PAY-PHASES.
               MOVE ZERO TO WS-TOTAL-WEEKS
               DISPLAY "Weeks at full pay: "
               MOVE ZERO TO TEMP-WEEKS
               ACCEPT TEMP-WEEKS
               MOVE TEMP-WEEKS TO FAM-FULL-WEEKS
               DISPLAY "Weeks at statutory pay: "
               MOVE ZERO TO TEMP-WEEKS
               ACCEPT TEMP-WEEKS
               MOVE TEMP-WEEKS TO FAM-STAT-WEEKS
               DISPLAY "Weeks unpaid: "
               MOVE ZERO TO TEMP-WEEKS
               ACCEPT TEMP-WEEKS
               MOVE TEMP-WEEKS TO FAM-UNPAID-WEEKS
               COMPUTE WS-TOTAL-WEEKS = FAM-FULL-WEEKS
                   + FAM-STAT-WEEKS + FAM-UNPAID-WEEKS
               IF WS-TOTAL-WEEKS = ZERO OR WS-TOTAL-WEEKS > 52
                   DISPLAY "Pay phases must total 1 to 52 weeks "
                       "- no changes made."
                   MOVE ZERO TO WS-TOTAL-WEEKS
               END-IF.

           CHECK-CASE-OVERLAP.
               MOVE "N" TO WS-OVERLAP-FOUND
               MOVE FAM-SEQ TO TEMP-SEQ
               MOVE TEMP-EMP-ID TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               MOVE "N" TO END-FILE
               START FAMCASE-FILE KEY IS >= FAM-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF FAM-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE IF FAM-STATUS NOT = "CANCELLED"
                              AND FAM-SEQ NOT = TEMP-SEQ
                              AND FAM-START-DATE < WS-CASE-END
                              AND FAM-RETURN-DATE > TEMP-DATE
                               MOVE "Y" TO WS-OVERLAP-FOUND
                           END-IF
                   END-READ
               END-PERFORM.

           SELECT-EMPLOYEE-CASE.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               PERFORM SHOW-EMPLOYEE-CASES
               IF WS-CASE-COUNT = ZERO
                   MOVE "N" TO TEMP-CONFIRM
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Case sequence: "
               ACCEPT TEMP-SEQ
               MOVE TEMP-EMP-ID TO FAM-EMP-ID
               MOVE TEMP-SEQ TO FAM-SEQ
               MOVE "Y" TO TEMP-CONFIRM
               READ FAMCASE-FILE INVALID KEY
                   DISPLAY "Case not found."
                   MOVE "N" TO TEMP-CONFIRM
               END-READ.

           UPDATE-FAMILY-CASE.
               PERFORM SELECT-EMPLOYEE-CASE
               IF TEMP-CONFIRM NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF FAM-STATUS NOT = "OPEN"
                   DISPLAY "Case is " FUNCTION TRIM(FAM-STATUS)
                       " - no changes allowed."
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Type          : " FAM-TYPE
               DISPLAY "Expected date : " FAM-EXPECTED-DATE
               DISPLAY "Actual date   : " FAM-ACTUAL-DATE
               DISPLAY "Start date    : " FAM-START-DATE
               DISPLAY "Planned return: " FAM-RETURN-DATE
               DISPLAY "Pay phases    : " FAM-FULL-WEEKS " full, "
                   FAM-STAT-WEEKS " statutory, "
                   FAM-UNPAID-WEEKS " unpaid week(s)"

               DISPLAY "Actual birth/placement date "
                   "(YYYYMMDD, 0 = keep): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF TEMP-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0
                       DISPLAY "Not a valid calendar date - "
                           "actual date kept."
                   ELSE
                       MOVE TEMP-DATE TO FAM-ACTUAL-DATE
                   END-IF
               END-IF

               DISPLAY "Change pay phases? (Y/N): "
               MOVE SPACES TO TEMP-CONFIRM
               ACCEPT TEMP-CONFIRM
               IF TEMP-CONFIRM = "Y" OR TEMP-CONFIRM = "y"
                   MOVE FAM-FULL-WEEKS TO WS-PHASE-FIRST
                   MOVE FAM-STAT-WEEKS TO WS-PHASE-LAST
                   MOVE FAM-UNPAID-WEEKS TO WS-PHASE-UNPAID
                   PERFORM ACCEPT-PAY-PHASES
                   IF WS-TOTAL-WEEKS = ZERO
                       MOVE WS-PHASE-FIRST TO FAM-FULL-WEEKS
                       MOVE WS-PHASE-LAST TO FAM-STAT-WEEKS
                       MOVE WS-PHASE-UNPAID TO FAM-UNPAID-WEEKS
                   END-IF
               END-IF

               DISPLAY "Planned return date (YYYYMMDD, 0 = keep): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               IF TEMP-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0 OR
                      TEMP-DATE NOT > FAM-START-DATE
                       DISPLAY "Return date must be a valid date "
                           "after the start - return date kept."
                   ELSE
                       MOVE TEMP-DATE TO FAM-RETURN-DATE
                   END-IF
               END-IF

               DISPLAY "Close this case on return to work? (Y/N): "
               MOVE SPACES TO TEMP-CONFIRM
               ACCEPT TEMP-CONFIRM
               IF TEMP-CONFIRM = "Y" OR TEMP-CONFIRM = "y"
                   DISPLAY "Actual first day back (YYYYMMDD): "
                   MOVE ZERO TO TEMP-DATE
                   ACCEPT TEMP-DATE
                   IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0 OR
                      TEMP-DATE NOT > FAM-START-DATE
                       DISPLAY "Return date must be a valid date "
                           "after the start - case left open."
                   ELSE
                       MOVE TEMP-DATE TO FAM-ACTUAL-RETURN
                       MOVE "CLOSED" TO FAM-STATUS
                   END-IF
               ELSE
                   DISPLAY "Cancel this case (leave not taken)? "
                       "(Y/N): "
                   MOVE SPACES TO TEMP-CONFIRM
                   ACCEPT TEMP-CONFIRM
                   IF TEMP-CONFIRM = "Y" OR TEMP-CONFIRM = "y"
                       MOVE "CANCELLED" TO FAM-STATUS
                   END-IF
               END-IF

               IF FAM-STATUS NOT = "CANCELLED"
                   MOVE FAM-START-DATE TO TEMP-DATE
                   PERFORM COMPUTE-CASE-END
                   MOVE FAMCASE-RECORD TO WS-SAVED-CASE
                   PERFORM CHECK-CASE-OVERLAP
                   MOVE WS-SAVED-CASE TO FAMCASE-RECORD
                   IF CASE-OVERLAPS
                       DISPLAY "Dates overlap another family-leave "
                           "case for this employee - case not "
                           "updated."
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:14) TO FAM-LAST-UPDATE
               REWRITE FAMCASE-RECORD INVALID KEY
                   DISPLAY "Error updating case."
               NOT INVALID KEY
                   DISPLAY "Case " FAM-EMP-ID "/" FAM-SEQ
                       " updated (" FUNCTION TRIM(FAM-STATUS) ")."
               END-REWRITE.

           RECORD-KIT-DAY.
               PERFORM SELECT-EMPLOYEE-CASE
               IF TEMP-CONFIRM NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF FAM-STATUS NOT = "OPEN"
                   DISPLAY "Case is " FUNCTION TRIM(FAM-STATUS)
                       " - keeping-in-touch days cannot be added."
                   EXIT PARAGRAPH
               END-IF
               PERFORM LIST-KIT-DAYS
               MOVE FAM-KIT-DAYS TO WS-KIT-DISP
               MOVE WS-KIT-MAX-DAYS TO WS-KIT-MAX-DISP
               DISPLAY WS-KIT-DISP " of " WS-KIT-MAX-DISP
                   " keeping-in-touch day(s) used."

               DISPLAY "Date worked (YYYYMMDD): "
               MOVE ZERO TO TEMP-DATE
               ACCEPT TEMP-DATE
               PERFORM COMPUTE-CASE-END
               IF FUNCTION INTEGER-OF-DATE(TEMP-DATE) = 0 OR
                  TEMP-DATE < FAM-START-DATE OR
                  TEMP-DATE NOT < WS-CASE-END
                   DISPLAY "Date must fall within the case "
                       FAM-START-DATE " - " WS-CASE-END "."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Day units (1.0 = full day, 0.5 = half): "
               MOVE ZERO TO TEMP-UNITS
               ACCEPT TEMP-UNITS
               IF TEMP-UNITS NOT = 0.5 AND TEMP-UNITS NOT = 1.0
                   DISPLAY "Units must be 0.5 or 1.0."
                   EXIT PARAGRAPH
               END-IF
               IF FAM-KIT-DAYS + TEMP-UNITS > WS-KIT-MAX-DAYS
                   DISPLAY "This would exceed the keeping-in-touch "
                       "limit of " WS-KIT-MAX-DISP " day(s)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Notes (optional): "
               MOVE SPACES TO TEMP-NOTES
               ACCEPT TEMP-NOTES

               MOVE FAM-EMP-ID TO KIT-EMP-ID
               MOVE FAM-SEQ TO KIT-SEQ
               MOVE TEMP-DATE TO KIT-DATE
               MOVE TEMP-UNITS TO KIT-UNITS
               MOVE TEMP-NOTES TO KIT-NOTES
               MOVE FUNCTION CURRENT-DATE(1:14) TO KIT-STAMP
               WRITE FAMKIT-RECORD INVALID KEY
                   DISPLAY "A keeping-in-touch day is already "
                       "recorded for " TEMP-DATE "."
                   EXIT PARAGRAPH
               END-WRITE
               ADD TEMP-UNITS TO FAM-KIT-DAYS
               MOVE FUNCTION CURRENT-DATE(1:14) TO FAM-LAST-UPDATE
               REWRITE FAMCASE-RECORD INVALID KEY
                   DISPLAY "Error updating case."
               NOT INVALID KEY
                   MOVE FAM-KIT-DAYS TO WS-KIT-DISP
                   DISPLAY "Keeping-in-touch day recorded. "
                       WS-KIT-DISP " day(s) used."
               END-REWRITE.

           LIST-KIT-DAYS.
               MOVE ZERO TO WS-KIT-COUNT
               MOVE FAM-EMP-ID TO KIT-EMP-ID
               MOVE FAM-SEQ TO KIT-SEQ
               MOVE ZERO TO KIT-DATE
               MOVE "N" TO END-FILE
               START FAMKIT-FILE KEY IS >= KIT-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ FAMKIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF KIT-EMP-ID NOT = FAM-EMP-ID OR
                              KIT-SEQ NOT = FAM-SEQ
                               MOVE "Y" TO END-FILE
                           ELSE
                               ADD 1 TO WS-KIT-COUNT
                               DISPLAY "  KIT " KIT-DATE " "
                                   KIT-UNITS " " KIT-NOTES
                           END-IF
                   END-READ
               END-PERFORM.

           SHOW-PAY-SCHEDULE.
               PERFORM SELECT-EMPLOYEE-CASE
               IF TEMP-CONFIRM NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM COMPUTE-CASE-END
               DISPLAY SPACE
               DISPLAY "Pay-phase schedule for case " FAM-EMP-ID "/"
                   FAM-SEQ " (" FUNCTION TRIM(FAM-TYPE) ")"
               DISPLAY "PHASE      WEEKS    FROM     TO"
               DISPLAY "----------------------------------------"
               MOVE 1 TO WS-PHASE-FIRST
               IF FAM-FULL-WEEKS > ZERO
                   MOVE "FULL PAY" TO WS-PHASE-NAME
                   COMPUTE WS-PHASE-LAST = FAM-FULL-WEEKS
                   PERFORM SHOW-ONE-PHASE
               END-IF
               IF FAM-STAT-WEEKS > ZERO
                   MOVE "STATUTORY" TO WS-PHASE-NAME
                   COMPUTE WS-PHASE-LAST =
                       WS-PHASE-FIRST + FAM-STAT-WEEKS - 1
                   PERFORM SHOW-ONE-PHASE
               END-IF
               IF FAM-UNPAID-WEEKS > ZERO
                   MOVE "UNPAID" TO WS-PHASE-NAME
                   COMPUTE WS-PHASE-LAST =
                       WS-PHASE-FIRST + FAM-UNPAID-WEEKS - 1
                   PERFORM SHOW-ONE-PHASE
               END-IF
               DISPLAY "----------------------------------------"
               DISPLAY "Absent from " FAM-START-DATE
                   ", back at work " WS-CASE-END "."
               IF FAM-KIT-DAYS > ZERO
                   PERFORM LIST-KIT-DAYS
               END-IF.

           SHOW-ONE-PHASE.
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
                   + (WS-PHASE-FIRST - 1) * 7
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
                   + WS-PHASE-LAST * 7 - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
                   TO WS-PHASE-FROM
               MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT)
                   TO WS-PHASE-TO
               DISPLAY WS-PHASE-NAME " " WS-PHASE-FIRST "-"
                   WS-PHASE-LAST "  " WS-PHASE-FROM " " WS-PHASE-TO
               IF WS-PHASE-FROM NOT < WS-CASE-END
                   DISPLAY "           (after return - not paid)"
               END-IF
               COMPUTE WS-PHASE-FIRST = WS-PHASE-LAST + 1.
