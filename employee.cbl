               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD DEPT-FILE.
       01 DEPT-RECORD.
           05 FILLER PIC X VALUE SPACE.
           05 LED-TIMESTAMP PIC X(14).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 ASG-KEY.
              10 ASG-EMP-ID PIC X(5).
              10 ASG-FROM-DATE PIC 9(8).
           05 ASG-TO-DATE PIC 9(8).
           05 ASG-DEPARTMENT PIC X(15).
           05 ASG-LOCATION PIC X(5).
           05 ASG-MGR-ID PIC X(5).
           05 ASG-APPLIED PIC X.
           05 ASG-SOURCE PIC X(8).
           05 ASG-OPER-ID PIC X(5).
           05 ASG-RECORDED PIC X(14).

       WORKING-STORAGE SECTION.
       01 LEDGER-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 WS-LY-BASIS PIC 99 VALUE 1.
       01 WS-LY-DATE PIC 9(8).
       01 WS-LY-HIRE-DATE PIC 9(8).
       01 WS-LY-START PIC 9(8).
       01 WS-LY-START-SPLIT REDEFINES WS-LY-START.
          05 WS-LY-START-YY PIC 9(4).
          05 WS-LY-START-MMDD PIC 9(4).
       01 WS-LY-END PIC 9(8).
       01 WS-LY-NEXT-END PIC 9(8).
       01 WS-LY-WORK-DATE PIC 9(8).
       01 WS-LY-WORK-SPLIT REDEFINES WS-LY-WORK-DATE.
          05 WS-LY-WORK-YY PIC 9(4).
          05 WS-LY-WORK-MMDD PIC 9(4).
       01 WS-LED-SOURCE PIC X(8).
       01 WS-LED-SIGN PIC X.
       01 WS-LED-AMOUNT PIC 99V9.
       01 DEPT-AVAILABLE PIC X VALUE "N".
          88 DEPT-FILE-AVAILABLE VALUE "Y".
       01 WS-DEPT-OK PIC X VALUE "N".
       01 CHOICE PIC 99.
       01 TEMP-ID PIC X(5).
       01 TEMP-NAME PIC X(20).
       01 TEMP-MGR-ID PIC X(5).
       01 TEMP-PATTERN PIC X(7).
       01 WS-PAT-IX PIC 9.
       01 WS-PAT-OK PIC X.
       01 ASSIGN-STATUS PIC XX.
       01 WS-ASG-TODAY PIC 9(8).
       01 WS-ASG-EFFECTIVE PIC 9(8).
       01 WS-ASG-DAY-BEFORE PIC 9(8).
       01 WS-ASG-NEW-DEPT PIC X(15).
       01 WS-ASG-NEW-LOC PIC X(5).
       01 WS-ASG-NEW-MGR PIC X(5).
       01 WS-ASG-LAST-FROM PIC 9(8).
       01 WS-ASG-LAST-DEPT PIC X(15).
       01 WS-ASG-LAST-LOC PIC X(5).
       01 WS-ASG-LAST-MGR PIC X(5).
       01 WS-ASG-LAST-APPLIED PIC X.
       01 WS-ASG-SOURCE PIC X(8).
       01 WS-ASG-OPER PIC X(5).
       01 WS-ASG-PENDING PIC X.
       01 WS-ASG-NOCHANGE PIC X.
       01 WS-ASG-ERROR PIC X(40).
       01 WS-ASG-EFF-TEXT PIC X(8).
       01 WS-ASG-MENU PIC 9.
       01 WS-ASG-AUD-OLD PIC X(8).
       01 WS-ASG-AUD-NEW PIC X(8).
       01 WS-ASG-TO-DISP PIC X(8).
       01 WS-ASG-STATE PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "departments are not validated."
           END-IF

           OPEN I-O ASSIGN-FILE
           IF ASSIGN-STATUS NOT = "00"
               DISPLAY "EMPASSIGN.DAT not found. Creating file..."
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
               IF ASSIGN-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " ASSIGN-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASG-TODAY

           PERFORM UNTIL CHOICE = 4
               DISPLAY SPACE
               DISPLAY "***** Employee Management *****"
               DISPLAY "| 8 - Terminate emp    |"
               DISPLAY "| 9 - Set work pattern |"
               DISPLAY "| 10- Unlock emp/PIN   |"
               DISPLAY "| 11- Transfer/history |"
               DISPLAY "+----------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE
                       WRITE EMPLOYEE-RECORD INVALID KEY
                           REWRITE EMPLOYEE-RECORD
                       END-WRITE
                       MOVE "HIRE" TO WS-ASG-SOURCE
                       MOVE SPACES TO WS-ASG-OPER
                       PERFORM WRITE-OPENING-ASSIGNMENT

                       NOT INVALID KEY
                           DISPLAY "Record already exists."
                           NOT INVALID KEY
                               DELETE EMPLOYEE-FILE
                           END-READ
                           PERFORM DELETE-ASSIGNMENT-HISTORY
                       END-IF

                   WHEN 3
                       END-READ

                   WHEN 7
                       PERFORM CHANGE-EMP-LOCATION

                   WHEN 8
                       PERFORM TERMINATE-EMPLOYEE
                   WHEN 10
                       PERFORM UNLOCK-EMPLOYEE

                   WHEN 11
                       PERFORM ASSIGNMENT-MAINTENANCE

                   WHEN OTHER
                   DISPLAY "Invlaid choice. Enter 1 to 11."
               END-EVALUATE
           END-PERFORM
           CLOSE BALANCE-FILE
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPT-FILE
           END-IF
           CLOSE ASSIGN-FILE

           STOP RUN.

               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           CHANGE-EMP-LOCATION.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-ID
               MOVE TEMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   DISPLAY "Employee not found in EMPLOYEE.DAT."
                   EXIT PARAGRAPH
               END-READ
               DISPLAY "Enter location code (blank = ALL): "
               ACCEPT TEMP-LOCATION
               IF FUNCTION TRIM(TEMP-LOCATION) = SPACES
                   MOVE "ALL" TO TEMP-LOCATION
               END-IF
               MOVE SPACES TO WS-ASG-NEW-DEPT
               MOVE TEMP-LOCATION TO WS-ASG-NEW-LOC
               MOVE SPACES TO WS-ASG-NEW-MGR
               PERFORM ENTER-ASSIGNMENT-CHANGE.

           ASSIGNMENT-MAINTENANCE.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-ID
               MOVE TEMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   DISPLAY "Employee not found in EMPLOYEE.DAT."
                   EXIT PARAGRAPH
               END-READ
               DISPLAY "1 - View assignment history"
               DISPLAY "2 - Record transfer (dept/location/manager)"
               DISPLAY "3 - Cancel pending transfer"
               DISPLAY "Your choice: "
               ACCEPT WS-ASG-MENU
               EVALUATE WS-ASG-MENU
                   WHEN 1
                       PERFORM LIST-ASSIGNMENT-HISTORY
                   WHEN 2
                       PERFORM PROMPT-TRANSFER-DETAILS
                   WHEN 3
                       PERFORM CANCEL-PENDING-ASSIGNMENT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE.

           LIST-ASSIGNMENT-HISTORY.
               DISPLAY "Assignment history for " TEMP-ID " "
                   FUNCTION TRIM(EMP-NAME)
               DISPLAY "FROM     TO       DEPARTMENT      LOC   MGR   "
                   "STATE"
               DISPLAY "-------------------------------------------"
                   "-----------"
               MOVE "N" TO END-FILE
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE ZERO TO ASG-FROM-DATE
               START ASSIGN-FILE KEY >= ASG-KEY
                   INVALID KEY MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF ASG-EMP-ID NOT = TEMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE
                               PERFORM SHOW-ASSIGNMENT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TEMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   MOVE SPACES TO EMPMGR-MGR-ID
               END-READ
               DISPLAY "On file now: " EMP-DEPARTMENT " "
                   EMP-LOCATION " " EMPMGR-MGR-ID.

           SHOW-ASSIGNMENT-ROW.
               IF ASG-TO-DATE = 99999999
                   MOVE "(open)" TO WS-ASG-TO-DISP
               ELSE
                   MOVE ASG-TO-DATE TO WS-ASG-TO-DISP
               END-IF
               IF ASG-APPLIED = "N"
                   MOVE "PENDING" TO WS-ASG-STATE
               ELSE
                   MOVE "IN FILE" TO WS-ASG-STATE
               END-IF
               DISPLAY ASG-FROM-DATE " " WS-ASG-TO-DISP " "
                   ASG-DEPARTMENT " " ASG-LOCATION " "
                   ASG-MGR-ID " " WS-ASG-STATE.

           PROMPT-TRANSFER-DETAILS.
               MOVE "N" TO WS-DEPT-OK
               PERFORM UNTIL WS-DEPT-OK = "Y"
                   DISPLAY "New department (blank = unchanged): "
                   MOVE SPACES TO WS-ASG-NEW-DEPT
                   ACCEPT WS-ASG-NEW-DEPT
                   IF WS-ASG-NEW-DEPT = SPACES OR
                      NOT DEPT-FILE-AVAILABLE
                       MOVE "Y" TO WS-DEPT-OK
                   ELSE
                       MOVE WS-ASG-NEW-DEPT TO DEPT-CODE
                       READ DEPT-FILE INVALID KEY
                           DISPLAY "Department '"
                               FUNCTION TRIM(WS-ASG-NEW-DEPT)
                               "' is not on DEPT.DAT. Try again."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DEPT-OK
                       END-READ
                   END-IF
               END-PERFORM
               DISPLAY "New location code (blank = unchanged): "
               MOVE SPACES TO WS-ASG-NEW-LOC
               ACCEPT WS-ASG-NEW-LOC
               DISPLAY "New manager ID (blank = unchanged): "
               MOVE SPACES TO WS-ASG-NEW-MGR
               ACCEPT WS-ASG-NEW-MGR
               PERFORM ENTER-ASSIGNMENT-CHANGE.

           ENTER-ASSIGNMENT-CHANGE.
               PERFORM PROMPT-EFFECTIVE-DATE
               IF WS-ASG-EFFECTIVE = ZERO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Your HR/operator ID (for the audit trail): "
               ACCEPT TEMP-OPER-ID
               MOVE "EMPMAINT" TO WS-ASG-SOURCE
               MOVE TEMP-OPER-ID TO WS-ASG-OPER
               PERFORM RECORD-ASSIGNMENT-CHANGE
               IF WS-ASG-ERROR NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-ASG-ERROR)
                       " - cancel the later change first."
                   EXIT PARAGRAPH
               END-IF
               IF WS-ASG-NOCHANGE = "Y"
                   DISPLAY "Nothing changes - no history recorded."
                   EXIT PARAGRAPH
               END-IF
               MOVE "ASSIGNED" TO WS-ASG-AUD-OLD
               IF WS-ASG-PENDING = "Y"
                   MOVE "XFERPEND" TO WS-ASG-AUD-NEW
                   PERFORM WRITE-ASSIGNMENT-AUDIT
                   DISPLAY "Change recorded - takes effect on "
                       WS-ASG-EFFECTIVE "."
               ELSE
                   REWRITE EMPLOYEE-RECORD
                   MOVE "TRANSFER" TO WS-ASG-AUD-NEW
                   PERFORM WRITE-ASSIGNMENT-AUDIT
                   DISPLAY "Change recorded and applied from "
                       WS-ASG-EFFECTIVE "."
               END-IF.

           PROMPT-EFFECTIVE-DATE.
               MOVE ZERO TO WS-ASG-EFFECTIVE
               DISPLAY "Effective date (YYYYMMDD, blank = today): "
               MOVE SPACES TO WS-ASG-EFF-TEXT
               ACCEPT WS-ASG-EFF-TEXT
               IF WS-ASG-EFF-TEXT = SPACES
                   MOVE WS-ASG-TODAY TO WS-ASG-EFFECTIVE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ASG-EFF-TEXT NOT NUMERIC
                   DISPLAY "Effective date must be YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-ASG-EFF-TEXT)) = 0
                   DISPLAY "Effective date is not a calendar date."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ASG-EFF-TEXT TO WS-ASG-EFFECTIVE.

           CANCEL-PENDING-ASSIGNMENT.
               PERFORM FIND-LATEST-ASSIGNMENT
               IF WS-ASG-LAST-APPLIED NOT = "N"
                   DISPLAY "No pending transfer on file for "
                       TEMP-ID "."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Pending transfer from " WS-ASG-LAST-FROM
                   ": " FUNCTION TRIM(WS-ASG-LAST-DEPT) " / "
                   FUNCTION TRIM(WS-ASG-LAST-LOC) " / "
                   WS-ASG-LAST-MGR
               DISPLAY "Cancel it? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Left in place."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Your HR/operator ID (for the audit trail): "
               ACCEPT TEMP-OPER-ID
               MOVE WS-ASG-LAST-FROM TO WS-ASG-EFFECTIVE
               MOVE WS-ASG-LAST-DEPT TO WS-ASG-NEW-DEPT
               MOVE WS-ASG-LAST-LOC TO WS-ASG-NEW-LOC
               MOVE WS-ASG-LAST-MGR TO WS-ASG-NEW-MGR
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE WS-ASG-LAST-FROM TO ASG-FROM-DATE
               READ ASSIGN-FILE INVALID KEY
                   DISPLAY "Transfer row could not be read."
                   EXIT PARAGRAPH
               END-READ
               DELETE ASSIGN-FILE
               PERFORM FIND-LATEST-ASSIGNMENT
               IF WS-ASG-LAST-FROM > ZERO
                   MOVE TEMP-ID TO ASG-EMP-ID
                   MOVE WS-ASG-LAST-FROM TO ASG-FROM-DATE
                   READ ASSIGN-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 99999999 TO ASG-TO-DATE
                       REWRITE ASSIGN-RECORD
                   END-READ
               END-IF
               MOVE "XFERPEND" TO WS-ASG-AUD-OLD
               MOVE "CANCELLD" TO WS-ASG-AUD-NEW
               PERFORM WRITE-ASSIGNMENT-AUDIT
               DISPLAY "Pending transfer cancelled.".

           DELETE-ASSIGNMENT-HISTORY.
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE ZERO TO ASG-FROM-DATE
               START ASSIGN-FILE KEY >= ASG-KEY
                   INVALID KEY MOVE "99" TO ASSIGN-STATUS
                   NOT INVALID KEY MOVE "00" TO ASSIGN-STATUS
               END-START
               PERFORM UNTIL ASSIGN-STATUS NOT = "00"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO ASSIGN-STATUS
                       NOT AT END
                           IF ASG-EMP-ID NOT = TEMP-ID
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               DELETE ASSIGN-FILE
                           END-IF
                   END-READ
               END-PERFORM.

           WRITE-ASSIGNMENT-AUDIT.
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               MOVE "EMPXFER" TO AUD-REQ-ID
               MOVE WS-ASG-AUD-OLD TO AUD-OLD-STATUS
               MOVE WS-ASG-AUD-NEW TO AUD-NEW-STATUS
               MOVE TEMP-OPER-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               STRING "Emp " TEMP-ID " eff " WS-ASG-EFFECTIVE " "
                   DELIMITED BY SIZE
                   WS-ASG-NEW-DEPT DELIMITED BY "  "
                   "/" DELIMITED BY SIZE
                   WS-ASG-NEW-LOC DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-ASG-NEW-MGR DELIMITED BY SPACE
                   INTO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           RECORD-ASSIGNMENT-CHANGE.
               MOVE SPACES TO WS-ASG-ERROR
               MOVE "N" TO WS-ASG-PENDING
               MOVE "N" TO WS-ASG-NOCHANGE
               PERFORM FIND-LATEST-ASSIGNMENT
               IF WS-ASG-LAST-FROM = ZERO
                   MOVE EMP-DEPARTMENT TO WS-ASG-LAST-DEPT
                   MOVE EMP-LOCATION TO WS-ASG-LAST-LOC
                   MOVE SPACES TO WS-ASG-LAST-MGR
                   MOVE TEMP-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-ASG-LAST-MGR
                   END-READ
               END-IF
               IF WS-ASG-NEW-DEPT = SPACES
                   MOVE WS-ASG-LAST-DEPT TO WS-ASG-NEW-DEPT
               END-IF
               IF WS-ASG-NEW-LOC = SPACES
                   MOVE WS-ASG-LAST-LOC TO WS-ASG-NEW-LOC
               END-IF
               IF WS-ASG-NEW-MGR = SPACES
                   MOVE WS-ASG-LAST-MGR TO WS-ASG-NEW-MGR
               END-IF
               IF WS-ASG-NEW-DEPT = WS-ASG-LAST-DEPT AND
                  WS-ASG-NEW-LOC = WS-ASG-LAST-LOC AND
                  WS-ASG-NEW-MGR = WS-ASG-LAST-MGR
                   MOVE "Y" TO WS-ASG-NOCHANGE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ASG-LAST-FROM >= WS-ASG-EFFECTIVE
                   MOVE "A change is already recorded on/after it"
                       TO WS-ASG-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ASG-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASG-EFFECTIVE) - 1)

               IF WS-ASG-LAST-FROM = ZERO
                   IF EMP-HIRE-DATE > ZERO AND
                      EMP-HIRE-DATE < WS-ASG-EFFECTIVE
                       MOVE TEMP-ID TO ASG-EMP-ID
                       MOVE EMP-HIRE-DATE TO ASG-FROM-DATE
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       MOVE WS-ASG-LAST-DEPT TO ASG-DEPARTMENT
                       MOVE WS-ASG-LAST-LOC TO ASG-LOCATION
                       MOVE WS-ASG-LAST-MGR TO ASG-MGR-ID
                       MOVE "Y" TO ASG-APPLIED
                       MOVE "OPENING" TO ASG-SOURCE
                       MOVE WS-ASG-OPER TO ASG-OPER-ID
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
                       WRITE ASSIGN-RECORD INVALID KEY
                           CONTINUE
                       END-WRITE
                   END-IF
               ELSE
                   MOVE TEMP-ID TO ASG-EMP-ID
                   MOVE WS-ASG-LAST-FROM TO ASG-FROM-DATE
                   READ ASSIGN-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       REWRITE ASSIGN-RECORD
                   END-READ
               END-IF

               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE WS-ASG-EFFECTIVE TO ASG-FROM-DATE
               MOVE 99999999 TO ASG-TO-DATE
               MOVE WS-ASG-NEW-DEPT TO ASG-DEPARTMENT
               MOVE WS-ASG-NEW-LOC TO ASG-LOCATION
               MOVE WS-ASG-NEW-MGR TO ASG-MGR-ID
               MOVE WS-ASG-SOURCE TO ASG-SOURCE
               MOVE WS-ASG-OPER TO ASG-OPER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
               IF WS-ASG-EFFECTIVE > WS-ASG-TODAY
                   MOVE "N" TO ASG-APPLIED
                   MOVE "Y" TO WS-ASG-PENDING
               ELSE
                   MOVE "Y" TO ASG-APPLIED
               END-IF
               WRITE ASSIGN-RECORD INVALID KEY
                   REWRITE ASSIGN-RECORD
               END-WRITE
               IF WS-ASG-PENDING = "Y"
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-ASG-NEW-DEPT TO EMP-DEPARTMENT
               MOVE WS-ASG-NEW-LOC TO EMP-LOCATION
               IF WS-ASG-NEW-MGR NOT = SPACES
                   MOVE TEMP-ID TO EMPMGR-EMP-ID
                   MOVE WS-ASG-NEW-MGR TO EMPMGR-MGR-ID
                   WRITE EMPMGR-RECORD INVALID KEY
                       REWRITE EMPMGR-RECORD
                   END-WRITE
               END-IF.

           FIND-LATEST-ASSIGNMENT.
               MOVE ZERO TO WS-ASG-LAST-FROM
               MOVE SPACES TO WS-ASG-LAST-DEPT
               MOVE SPACES TO WS-ASG-LAST-LOC
               MOVE SPACES TO WS-ASG-LAST-MGR
               MOVE SPACES TO WS-ASG-LAST-APPLIED
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE ZERO TO ASG-FROM-DATE
               START ASSIGN-FILE KEY >= ASG-KEY
                   INVALID KEY MOVE "99" TO ASSIGN-STATUS
                   NOT INVALID KEY MOVE "00" TO ASSIGN-STATUS
               END-START
               PERFORM UNTIL ASSIGN-STATUS NOT = "00"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO ASSIGN-STATUS
                       NOT AT END
                           IF ASG-EMP-ID NOT = TEMP-ID
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               MOVE ASG-FROM-DATE TO WS-ASG-LAST-FROM
                               MOVE ASG-DEPARTMENT TO WS-ASG-LAST-DEPT
                               MOVE ASG-LOCATION TO WS-ASG-LAST-LOC
                               MOVE ASG-MGR-ID TO WS-ASG-LAST-MGR
                               MOVE ASG-APPLIED TO WS-ASG-LAST-APPLIED
                           END-IF
                   END-READ
               END-PERFORM.

           WRITE-OPENING-ASSIGNMENT.
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE EMP-HIRE-DATE TO ASG-FROM-DATE
               IF ASG-FROM-DATE = ZERO
                   MOVE WS-ASG-TODAY TO ASG-FROM-DATE
               END-IF
               MOVE 99999999 TO ASG-TO-DATE
               MOVE EMP-DEPARTMENT TO ASG-DEPARTMENT
               MOVE EMP-LOCATION TO ASG-LOCATION
               MOVE EMPMGR-MGR-ID TO ASG-MGR-ID
               MOVE "Y" TO ASG-APPLIED
               MOVE WS-ASG-SOURCE TO ASG-SOURCE
               MOVE WS-ASG-OPER TO ASG-OPER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
               WRITE ASSIGN-RECORD INVALID KEY
                   REWRITE ASSIGN-RECORD
               END-WRITE.

           SET-WORK-PATTERN.
               OPEN I-O WORKPAT-FILE
               IF WORKPAT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT SYSPARM-FILE
               IF SYSPARM-STATUS = "00"
                   MOVE "LEAVEYRSTART" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-VALUE <= 12
                           MOVE PARM-VALUE TO WS-LY-BASIS
                       END-IF
                   END-READ
                   CLOSE SYSPARM-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR

               OPEN I-O LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVE.DAT. Status: "
               END-PERFORM.

           CHECK-CANCEL-ONE-REQUEST.
               IF FUNCTION TRIM(PARENT-STATUS) = "PLANNED"
                   MOVE "DROPPED" TO PARENT-STATUS
                   REWRITE LEAVE-REQUEST-RECORD
                   ADD 1 TO WS-CANCEL-REQS
                   MOVE PARENT-REQ-ID TO AUD-REQ-ID
                   MOVE "PLANNED" TO AUD-OLD-STATUS
                   MOVE PARENT-STATUS TO AUD-NEW-STATUS
                   MOVE TEMP-ID TO AUD-MGR-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
                   MOVE "Plan dropped at termination" TO AUD-DETAIL
                   PERFORM CHAIN-AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED" OR
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP" OR
                  (FUNCTION TRIM(PARENT-STATUS) = "APPROVED" AND
                   END-READ
               END-PERFORM.

           COMPUTE-LEAVE-YEAR.
               MOVE WS-LY-DATE(1:4) TO WS-LY-START-YY
               IF WS-LY-BASIS = 0 AND WS-LY-HIRE-DATE > 0
                   MOVE WS-LY-HIRE-DATE(5:4) TO WS-LY-START-MMDD
                   IF WS-LY-START-MMDD = 0229
                       MOVE 0228 TO WS-LY-START-MMDD
                   END-IF
               ELSE
                   IF WS-LY-BASIS > 0
                       COMPUTE WS-LY-START-MMDD =
                           WS-LY-BASIS * 100 + 1
                   ELSE
                       MOVE 0101 TO WS-LY-START-MMDD
                   END-IF
               END-IF
               IF WS-LY-START > WS-LY-DATE
                   SUBTRACT 1 FROM WS-LY-START-YY
               END-IF
               MOVE WS-LY-START TO WS-LY-WORK-DATE
               ADD 1 TO WS-LY-WORK-YY
               COMPUTE WS-LY-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LY-WORK-DATE) - 1)
               ADD 1 TO WS-LY-WORK-YY
               COMPUTE WS-LY-NEXT-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LY-WORK-DATE) - 1).

           TERM-CREDIT-BACK.
               IF LEAVE-DATE > WS-LY-END
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
