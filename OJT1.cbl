               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.
               RECORD KEY IS LOCK-CLASS
               FILE STATUS IS RUNLOCK-STATUS.

           SELECT LASTLOGIN-FILE ASSIGN TO "../LASTLOGIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS LASTLOGIN-STATUS.

           SELECT BLACKOUT-FILE ASSIGN TO "../BLACKOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-FILE.
              10 HOL-DATE PIC 9(8).
           05 HOL-DESC PIC X(30).

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

       FD OUTBOUND-NOTICE-FILE.
       01 OUTNOTE-RECORD.
           05 OUTNOTE-EMP-ID PIC X(5).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           05 LOCK-COUNT PIC 9(3).
           05 LOCK-STAMP PIC X(14).

       FD LASTLOGIN-FILE.
       01 LASTLOGIN-RECORD.
           05 LL-KEY.
              10 LL-ACCT-TYPE PIC X(3).
              10 LL-ACCT-ID PIC X(5).
           05 LL-LAST-LOGIN PIC X(14).
           05 LL-LOGIN-COUNT PIC 9(7).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-UOW-ID PIC X(14).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 VALID-DATE-FLAG PIC X VALUE 'Y'.
       01 CURRENT-DATE-VAL PIC 9(8).
       01 CURRENT-YEAR-VAL PIC 9(4).
       01 WS-LY-BASIS PIC 99 VALUE 1.
       01 WS-LY-EMP-ID PIC X(5).
       01 WS-LY-DATE PIC 9(8).
       01 WS-LY-HIRE-DATE PIC 9(8).
       01 WS-LY-START PIC 9(8).
       01 WS-LY-START-SPLIT REDEFINES WS-LY-START.
          05 WS-LY-START-YY PIC 9(4).
          05 WS-LY-START-MMDD PIC 9(4).
       01 WS-LY-START-PARTS REDEFINES WS-LY-START.
          05 FILLER PIC 9(4).
          05 WS-LY-START-MM PIC 99.
          05 WS-LY-START-DD PIC 99.
       01 WS-LY-END PIC 9(8).
       01 WS-LY-NEXT-END PIC 9(8).
       01 WS-LY-WORK-DATE PIC 9(8).
       01 WS-LY-WORK-SPLIT REDEFINES WS-LY-WORK-DATE.
          05 WS-LY-WORK-YY PIC 9(4).
          05 WS-LY-WORK-MM PIC 99.
          05 WS-LY-WORK-DD PIC 99.
       01 WS-LY-SAVED-EMP PIC X(92).
       01 WS-LY-MONTH-POS PIC S9(4).

       01 MANAGER-STATUS PIC XX.
       01 AUTH-MGR-ID PIC X(5).
       01 WS-REQUESTED-DAYS PIC 99V9.
       01 WS-DAYS-THIS-YEAR PIC 99V9.
       01 WS-DAYS-NEXT-YEAR PIC 99V9.
       01 WS-TYPE-ENTITLEMENT PIC 99.
       01 WS-CERT-THRESHOLD PIC 99 VALUE 3.
       01 WS-CERT-REQ-ID PIC X(8).
       01 WS-TYPE-IX PIC 99.
       01 WS-LOOKUP-TYPE-NAME PIC X(10).
       01 WS-LOOKUP-TYPE-CODE PIC 9.
       01 WS-LOOKUP-TYPE-ROUTE PIC X.
       01 WS-REQ-ROUTE PIC X.
          88 REQ-ROUTE-HR VALUE "H".
          88 REQ-ROUTE-MGR-THEN-HR VALUE "B".
       01 WS-HR-STAGE PIC X VALUE 'N'.
          88 REQUEST-AT-HR-STAGE VALUE 'Y'.

       01 WS-REPORT-FILE-NAME PIC X(40).
       01 REPORT-FILE-STATUS PIC XX.
       01 WS-COVER-OFFSET PIC S9(4) COMP.
       01 WS-COVER-TABLE.
          05 WS-COVER-ABSENT PIC 999 OCCURS 31 TIMES.
          05 WS-COVER-PLANNED PIC 999 OCCURS 31 TIMES.
       01 WS-COVER-PCT PIC 999.
       01 WS-COV-SAVED-REQ-ID PIC X(8).
       01 WS-COV-START-DATE PIC 9(8).
       01 WS-CAL-END-DATE PIC 9(8).
       01 WS-CAL-COUNT PIC 9(4).
       01 WS-CAL-EMP-NAME PIC X(20).
       01 FAMCASE-STATUS PIC XX.
       01 WS-FAM-END PIC X.
       01 WS-FAM-CASE-END PIC 9(8).
       01 WS-FAM-DAY PIC 9(8).
       01 WS-FAM-DAY-INT PIC S9(9) COMP.
       01 WS-FAM-LAST-INT PIC S9(9) COMP.
       01 WS-COV-MEMBER-TABLE.
          05 WS-COV-MEMBER-OUT PIC X OCCURS 31 TIMES.
       01 WS-REQUEST-DAYS PIC 999V9.
       01 WS-DIRECT-MGR-ID PIC X(5).
       01 WS-SECOND-MGR-ID PIC X(5).
       01 HOLIDAY-STATUS PIC XX.
       01 WS-HOL-LOCATION PIC X(5) VALUE "ALL".
       01 TEMP-HOL-LOCATION PIC X(5).
       01 WS-DAY-LOCATION PIC X(5).
       01 ASSIGN-STATUS PIC XX.
       01 ASSIGN-AVAILABLE PIC X VALUE "N".
          88 ASSIGN-FILE-AVAILABLE VALUE "Y".
       01 WS-ASG-EMP-ID PIC X(5).
       01 WS-ASG-LOADED-ID PIC X(5) VALUE SPACES.
       01 WS-ASG-COUNT PIC 99 VALUE 0.
       01 WS-ASG-IX PIC 99.
       01 WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 50 TIMES.
              10 WS-ASG-T-FROM PIC 9(8).
              10 WS-ASG-T-TO PIC 9(8).
              10 WS-ASG-T-DEPT PIC X(15).
              10 WS-ASG-T-LOC PIC X(5).
              10 WS-ASG-T-MGR PIC X(5).
       01 WS-ASG-ON-DATE PIC 9(8).
       01 WS-ASG-FOUND PIC X.
       01 WS-ASG-DEPT PIC X(15).
       01 WS-ASG-LOC PIC X(5).
       01 WS-ASG-MGR PIC X(5).
       01 WK-DAY-OFFSET PIC S9(4) COMP.
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.
       01 WS-CANCEL-OK PIC X VALUE 'N'.
          88 CANCEL-IS-OK VALUE 'Y'.

       01 WS-PLAN-MODE PIC X VALUE 'N'.
          88 PLAN-CONVERTING VALUE 'C'.
       01 WS-PLAN-CHOICE PIC 9 VALUE 0.
       01 WS-PLAN-REQ-ID PIC X(8).
       01 WS-PLAN-OK PIC X VALUE 'N'.
          88 PLAN-IS-OK VALUE 'Y'.
       01 WS-PLAN-FAILED PIC X VALUE 'N'.
       01 WS-PLAN-COUNT PIC 9(4).
       01 WS-PLAN-TYPE PIC X(10).
       01 WS-PLAN-START-DATE PIC 9(8).
       01 WS-PLAN-END-DATE PIC 9(8).
       01 WS-PLAN-START-PART PIC X.
       01 WS-PLAN-END-PART PIC X.
       01 WS-PLAN-REASON PIC X(50).
       01 WS-PLAN-SCAN-END PIC X.
       01 WS-PLAN-DAY PIC 9(8).
       01 WS-PLAN-DAY-INT PIC S9(9) COMP.
       01 WS-PLAN-LAST-INT PIC S9(9) COMP.
       01 WS-PLAN-PART PIC X.

       01 WS-DECISION-COMMENT PIC X(50).

       01 ADJUSTMENT-STATUS PIC XX.
       01 WS-BS-PENDING PIC 9(4).
       01 WS-BS-DECISION PIC X.
       01 WS-BS-DISP PIC 9.9.

       01 BLACKOUT-STATUS PIC XX.
       01 WS-EMP-DEPARTMENT PIC X(15).
          88 CLAIM-IS-OURS VALUE "Y".

       01 RUNLOCK-STATUS PIC XX.
       01 LASTLOGIN-STATUS PIC XX.
       01 WS-LL-TYPE PIC X(3).
       01 WS-LL-ID PIC X(5).
       01 WS-LOCK-TODAY PIC X(8).

       01 WS-PARENT-FRESH PIC X VALUE "Y".
       01 WS-USAGE-MONTH-IDX PIC 99.
       01 WS-USAGE-TYPE-IDX PIC 99.
       01 WS-USAGE-YEAR PIC 9(4).
       01 WS-USAGE-MONTH-LABEL PIC 99.
       01 WS-USAGE-TOTAL-DAYS PIC 9(6)V9 VALUE ZERO.
       01 WS-USAGE-TYPE-MAP.
           05 WS-USAGE-TYPE-ON PIC X OCCURS 9 TIMES.
               END-IF
           END-IF

           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF

           OPEN I-O APRCTL-FILE
           IF APRCTL-STATUS NOT = "00"
               DISPLAY "APRCTL.DAT not found. Creating file..."
                   SYSPARM-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM SEED-SYSTEM-PARAMETERS
           PERFORM LOAD-SYSTEM-PARAMETERS

           OPEN I-O HRUSER-FILE
               WRITE SYSPARM-RECORD
               MOVE "ESCROUTE" TO PARM-NAME
               MOVE 14 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CASEINFORMAL" TO PARM-NAME
               MOVE 51 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CASESTAGE1" TO PARM-NAME
               MOVE 201 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CASESTAGE2" TO PARM-NAME
               MOVE 401 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CASEREVIEW" TO PARM-NAME
               MOVE 90 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CLKMIDDAY" TO PARM-NAME
               MOVE 1300 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CLKSUGTYPE" TO PARM-NAME
               MOVE 1 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "KITMAXDAYS" TO PARM-NAME
               MOVE 10 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "STATWEEKPAY" TO PARM-NAME
               MOVE 187 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CALPASTDAYS" TO PARM-NAME
               MOVE 90 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CALDAYSTART" TO PARM-NAME
               MOVE 900 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "CALDAYEND" TO PARM-NAME
               MOVE 1730 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "DONATEMAX" TO PARM-NAME
               MOVE 5 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "PACKDAYS" TO PARM-NAME
               MOVE 14 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "RETAINYEARS" TO PARM-NAME
               MOVE 6 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "LEAVEYRSTART" TO PARM-NAME
               MOVE 1 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "PLANREMIND" TO PARM-NAME
               MOVE 14 TO PARM-VALUE
               WRITE SYSPARM-RECORD
               MOVE "DORMANTDAYS" TO PARM-NAME
               MOVE 90 TO PARM-VALUE
               WRITE SYSPARM-RECORD.

           LOAD-SYSTEM-PARAMETERS.
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO MAX-LOGIN-FAILS
               END-READ
               MOVE "LEAVEYRSTART" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE <= 12
                       MOVE PARM-VALUE TO WS-LY-BASIS
                   END-IF
               END-READ.

           ACQUIRE-RUN-LOCK.
               MOVE 10 TO TYPE-MAX-DAYS
               MOVE 20 TO TYPE-ANNUAL-ENTITLEMENT
               MOVE 3 TO TYPE-MIN-MONTHS
               MOVE "M" TO TYPE-APPROVAL-ROUTE
               WRITE LEAVE-TYPE-RECORD

               MOVE 2 TO TYPE-CODE
               MOVE 5 TO TYPE-MAX-DAYS
               MOVE 12 TO TYPE-ANNUAL-ENTITLEMENT
               MOVE 0 TO TYPE-MIN-MONTHS
               MOVE "M" TO TYPE-APPROVAL-ROUTE
               WRITE LEAVE-TYPE-RECORD

               MOVE 3 TO TYPE-CODE
               MOVE 3 TO TYPE-MAX-DAYS
               MOVE 8 TO TYPE-ANNUAL-ENTITLEMENT
               MOVE 0 TO TYPE-MIN-MONTHS
               MOVE "M" TO TYPE-APPROVAL-ROUTE
               WRITE LEAVE-TYPE-RECORD

               MOVE 9 TO TYPE-CODE
               MOVE 5 TO TYPE-MAX-DAYS
               MOVE 0 TO TYPE-ANNUAL-ENTITLEMENT
               MOVE 0 TO TYPE-MIN-MONTHS
               MOVE "M" TO TYPE-APPROVAL-ROUTE
               WRITE LEAVE-TYPE-RECORD.

           ROLE-SELECTION.
                       ELSE
                           PERFORM CHECK-HR-PASSWORD
                       END-IF
                END-READ
               IF AUTH-SUCCESS-FLAG = 'Y'
                   MOVE "HR" TO WS-LL-TYPE
                   MOVE AUTH-HR-ID TO WS-LL-ID
                   PERFORM STAMP-LAST-LOGIN
               END-IF.

           CHECK-HR-PASSWORD.
               MOVE AUTH-HR-PWD TO WS-HASH-INPUT
                       ELSE
                           PERFORM CHECK-EMPLOYEE-PIN
                       END-IF
               END-READ
               IF AUTH-SUCCESS-FLAG = 'Y'
                   MOVE "EMP" TO WS-LL-TYPE
                   MOVE AUTH-EMP-ID TO WS-LL-ID
                   PERFORM STAMP-LAST-LOGIN
               END-IF.

           CHECK-EMPLOYEE-PIN.
               MOVE AUTH-EMP-PIN TO WS-HASH-INPUT
                       ELSE
                           PERFORM CHECK-MANAGER-PASSWORD
                       END-IF
                END-READ
               IF AUTH-SUCCESS-FLAG = 'Y'
                   MOVE "MGR" TO WS-LL-TYPE
                   MOVE AUTH-MGR-ID TO WS-LL-ID
                   PERFORM STAMP-LAST-LOGIN
               END-IF.

           CHECK-MANAGER-PASSWORD.
               MOVE AUTH-MGR-PWD TO WS-HASH-INPUT
                   REWRITE MANAGER-RECORD
               END-IF.

           STAMP-LAST-LOGIN.
               OPEN I-O LASTLOGIN-FILE
               IF LASTLOGIN-STATUS NOT = "00"
                   OPEN OUTPUT LASTLOGIN-FILE
                   CLOSE LASTLOGIN-FILE
                   OPEN I-O LASTLOGIN-FILE
                   IF LASTLOGIN-STATUS NOT = "00"
                       DISPLAY "Warning: LASTLOGIN.DAT not available - "
                           "login time not recorded."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-LL-TYPE TO LL-ACCT-TYPE
               MOVE WS-LL-ID TO LL-ACCT-ID
               READ LASTLOGIN-FILE
                   INVALID KEY
                       MOVE WS-LL-TYPE TO LL-ACCT-TYPE
                       MOVE WS-LL-ID TO LL-ACCT-ID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO LL-LAST-LOGIN
                       MOVE 1 TO LL-LOGIN-COUNT
                       WRITE LASTLOGIN-RECORD
                   NOT INVALID KEY
                       DISPLAY "Previous login: "
                           LL-LAST-LOGIN(1:4) "-" LL-LAST-LOGIN(5:2)
                           "-" LL-LAST-LOGIN(7:2) " "
                           LL-LAST-LOGIN(9:2) ":" LL-LAST-LOGIN(11:2)
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO LL-LAST-LOGIN
                       ADD 1 TO LL-LOGIN-COUNT
                       REWRITE LASTLOGIN-RECORD
               END-READ
               CLOSE LASTLOGIN-FILE.

           FORCE-PIN-CHANGE.
               DISPLAY "Temporary PIN accepted - it must be "
                   "changed now."
               END-PERFORM.

           TALLY-ONE-DASHBOARD-REQ.
               MOVE 'N' TO WS-HR-STAGE
               IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED" OR
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                   PERFORM GET-REQUEST-ROUTE
               END-IF
               IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED" AND
                  NOT REQUEST-AT-HR-STAGE
                   MOVE "N" TO WS-SUPERVISOR-OK
                   MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       ADD 1 TO WS-DSH-AWAITING
                   END-IF
               END-IF
               IF FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP" AND
                  NOT REQUEST-AT-HR-STAGE
                   MOVE "N" TO WS-SUPERVISOR-OK
                   PERFORM FIND-SECOND-LEVEL-MGR
                   IF WS-SECOND-MGR-ID NOT = SPACES
                DISPLAY "| 3. Terminate Employee       |"
                DISPLAY "| 4. Maintain Parameters      |"
                DISPLAY "| 5. View Leave Balances      |"
                DISPLAY "| 6. Decide HR-Routed Requests|"
                DISPLAY "| 7. Exit                     |"
                DISPLAY "+-----------------------------+"
                DISPLAY "Enter your choice (1-7): "
                ACCEPT HR-CHOICE
            ELSE
            IF MANAGER
               DISPLAY "| 4. Cancel Leave Request     |"
               DISPLAY "| 5. Amend Leave Request      |"
               DISPLAY "| 6. Buy/Sell Leave           |"
               DISPLAY "| 7. Planned Leave            |"
               DISPLAY "| 8. Exit                     |"
               DISPLAY "+-----------------------------+"
               DISPLAY "Enter your choice (1-8): "
               ACCEPT USER-CHOICE
               END-IF
               END-IF
                       WHEN 5
                           PERFORM DISPLAY-LEAVE-BALANCES
                       WHEN 6
                           PERFORM DECIDE-HR-ROUTED-REQUESTS
                       WHEN 7
                           MOVE 'F' TO LOOP-FLAG
                       WHEN OTHER
                           DISPLAY "Invalid HR choice."
                       WHEN 6
                           PERFORM RAISE-BUYSELL-REQUEST
                       WHEN 7
                           PERFORM MANAGE-LEAVE-PLANS
                       WHEN 8
                           MOVE 'F' TO LOOP-FLAG
                       WHEN OTHER
                           DISPLAY "Invalid employee choice."

               MOVE 0 TO TEMP-LEAVE-TYPE
               MOVE 'N' TO WS-TYPE-VALID-FLAG
               IF PLAN-CONVERTING
                   PERFORM LOAD-PLAN-LEAVE-TYPE
                   IF WS-TYPE-VALID-FLAG NOT = 'Y'
                       DISPLAY "The planned leave type is no longer "
                           "in use. Withdraw the plan and re-plan."
                       DISPLAY "Press enter to return to menu..."
                       ACCEPT DUMMY-INPUT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM UNTIL WS-TYPE-VALID-FLAG = 'Y'
               DISPLAY "+--------------------+"
               DISPLAY "| Select Leave Type  |"

               MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-VAL
               MOVE CURRENT-DATE-VAL(1:4) TO CURRENT-YEAR-VAL
               MOVE CURRENT-DATE-VAL TO WS-LY-DATE
               MOVE WS-EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE 'Y' TO APPLY-AGAIN

               PERFORM UNTIL APPLY-AGAIN NOT = 'Y'
                   MOVE 'N' TO VALID-DATE-FLAG

               PERFORM UNTIL VALID-DATE-FLAG = 'Y'
                   IF PLAN-CONVERTING
                       MOVE WS-PLAN-START-DATE TO TEMP-START-DATE
                       MOVE WS-PLAN-END-DATE TO TEMP-END-DATE
                       MOVE WS-PLAN-START-PART TO TEMP-START-PART
                       MOVE WS-PLAN-END-PART TO TEMP-END-PART
                   ELSE
                       DISPLAY "Enter Start Date(YYYYMMDD): "
                       ACCEPT TEMP-START-DATE
                       DISPLAY "Enter End Date(YYYYMMDD): "
                       ACCEPT TEMP-END-DATE
                       PERFORM PROMPT-DAY-PARTS
                   END-IF

                   IF TEMP-START-DATE IS NUMERIC AND
                      TEMP-END-DATE IS NUMERIC AND
                       IF TEMP-START-DATE < CURRENT-DATE-VAL
                           DISPLAY "Error: Leave date can't be in past."
                       ELSE
                           IF TEMP-END-DATE > WS-LY-NEXT-END
                           DISPLAY "Leave must fall in the current "
                               "or next leave year."
                       ELSE
                           PERFORM COUNT-WORKING-DAYS
                       IF WS-REQUESTED-DAYS = 0
                        DISPLAY "Remaining: " WS-BAL-DISP " day(s)."
                       ELSE IF WS-DAYS-NEXT-YEAR >
                               WS-TYPE-ENTITLEMENT
                        DISPLAY "Error: next leave year portion "
                            "exceeds the annual entitlement."
                       ELSE
                           PERFORM CHECK-BLACKOUT-WINDOW
                           IF BLACKOUT-HARD-HIT
                ELSE
                   DISPLAY "Error: Use YYYYMMDD format for dates."
                   END-IF
                   IF PLAN-CONVERTING AND VALID-DATE-FLAG NOT = 'Y'
                       MOVE 'Y' TO WS-PLAN-FAILED
                       MOVE 'Y' TO VALID-DATE-FLAG
                   END-IF
               END-PERFORM
               IF WS-PLAN-FAILED = 'Y'
                   DISPLAY "Plan " WS-PLAN-REQ-ID " was not submitted. "
                       "Withdraw it and plan new dates."
                   DISPLAY "Press Enter to return to menu..."
                   ACCEPT DUMMY-INPUT
                   EXIT PARAGRAPH
               END-IF

               IF PLAN-CONVERTING
                   MOVE WS-PLAN-REASON TO TEMP-REASON
               ELSE
                   DISPLAY "Enter reason for leave: "
                   ACCEPT TEMP-REASON
               END-IF

               IF PLAN-CONVERTING
                   MOVE WS-PLAN-REQ-ID TO WS-PARENT-REQ-ID
               ELSE
                   PERFORM GET-NEXT-LEAVE-REQ-ID
                   MOVE REQ-ID TO WS-PARENT-REQ-ID
               END-IF
               MOVE WS-PARENT-REQ-ID TO PARENT-REQ-ID
               MOVE TEMP-EMP-ID TO PARENT-EMP-ID
               MOVE TEMP-START-DATE TO PARENT-START-DATE
                       WS-CERT-THRESHOLD
                       " or more days needs a doctor's certificate."
               END-IF
               IF PLAN-CONVERTING
                   REWRITE LEAVE-REQUEST-RECORD INVALID KEY
                       DISPLAY "Error saving leave request header."
                   END-REWRITE
               ELSE
                   WRITE LEAVE-REQUEST-RECORD INVALID KEY
                       DISPLAY "Error saving leave request header."
                   END-WRITE
               END-IF
               PERFORM WRITE-CREATION-AUDIT

               MOVE TEMP-START-DATE TO WS-CURRENT-LOOP-DATE
           WRITE-CREATION-AUDIT.
               MOVE PARENT-REQ-ID TO AUD-REQ-ID
               MOVE SPACES TO AUD-OLD-STATUS
               IF PLAN-CONVERTING
                   MOVE "PLANNED" TO AUD-OLD-STATUS
               END-IF
               MOVE "APPLIED" TO AUD-NEW-STATUS
               MOVE PARENT-EMP-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           MANAGE-LEAVE-PLANS.
               MOVE AUTH-EMP-ID TO TEMP-EMP-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               PERFORM LIST-MY-LEAVE-PLANS
               DISPLAY "+-----------------------------+"
               DISPLAY "|       Planned Leave         |"
               DISPLAY "+-----------------------------+"
               DISPLAY "| 1. Add a Leave Plan         |"
               DISPLAY "| 2. Submit Plan for Approval |"
               DISPLAY "| 3. Withdraw a Leave Plan    |"
               DISPLAY "| 4. Back                     |"
               DISPLAY "+-----------------------------+"
               DISPLAY "Enter your choice (1-4): "
               ACCEPT WS-PLAN-CHOICE
               EVALUATE WS-PLAN-CHOICE
                   WHEN 1
                       PERFORM ADD-LEAVE-PLAN
                   WHEN 2
                       PERFORM SUBMIT-LEAVE-PLAN
                   WHEN 3
                       PERFORM WITHDRAW-LEAVE-PLAN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           LIST-MY-LEAVE-PLANS.
               MOVE ZERO TO WS-PLAN-COUNT
               DISPLAY " "
               DISPLAY "Your leave plans (not yet applied for):"
               DISPLAY "PLAN-ID   TYPE        FROM      TO"
               MOVE TEMP-EMP-ID TO PARENT-EMP-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF PARENT-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "99" TO PARENT-STATUS-CODE
                           ELSE IF FUNCTION TRIM(PARENT-STATUS) =
                                   "PLANNED"
                               ADD 1 TO WS-PLAN-COUNT
                               DISPLAY PARENT-REQ-ID "  "
                                   PARENT-TYPE "  "
                                   PARENT-START-DATE "  "
                                   PARENT-END-DATE
                               IF PARENT-START-DATE < TODAY-DATE
                                   DISPLAY "          (start date has "
                                       "passed - withdraw this plan)"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PLAN-COUNT = ZERO
                   DISPLAY "  (none)"
               END-IF.

           ADD-LEAVE-PLAN.
               MOVE 'Y' TO WS-EMPLOYEE-ACTIVE
               MOVE ZERO TO WS-EMP-HIRE-DATE
               MOVE TEMP-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(EMP-STATUS) NOT = "ACTIVE"
                       MOVE 'N' TO WS-EMPLOYEE-ACTIVE
                   END-IF
                   MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-DATE
               END-READ
               IF NOT EMPLOYEE-IS-ACTIVE
                   DISPLAY "Employee is not active. Plan not saved."
                   DISPLAY "Press enter to return to menu..."
                   ACCEPT DUMMY-INPUT
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-EMPLOYEE-LOCATION

               MOVE 0 TO TEMP-LEAVE-TYPE
               MOVE 'N' TO WS-TYPE-VALID-FLAG
               PERFORM UNTIL WS-TYPE-VALID-FLAG = 'Y'
                   DISPLAY "+--------------------+"
                   DISPLAY "| Select Leave Type  |"
                   DISPLAY "+--------------------+"
                   PERFORM LIST-LEAVE-TYPES
                   DISPLAY "+--------------------+"
                   DISPLAY "Enter leave type code: "
                   ACCEPT TEMP-LEAVE-TYPE
                   MOVE TEMP-LEAVE-TYPE TO TYPE-CODE
                   READ LEAVE-TYPE-FILE INVALID KEY
                       DISPLAY "Invalid leave type code."
                   NOT INVALID KEY
                       MOVE TYPE-MAX-DAYS TO WS-TYPE-MAX-DAYS
                       MOVE TYPE-ANNUAL-ENTITLEMENT TO
                           WS-TYPE-ENTITLEMENT
                       MOVE TYPE-MIN-MONTHS TO WS-TYPE-MIN-MONTHS
                       MOVE TYPE-NAME TO WS-LEAVE-TYPE-TEXT
                       MOVE 'Y' TO WS-TYPE-VALID-FLAG
                   END-READ
               END-PERFORM

               MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-VAL
               MOVE CURRENT-DATE-VAL TO WS-LY-DATE
               MOVE WS-EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR

               MOVE 'N' TO VALID-DATE-FLAG
               PERFORM UNTIL VALID-DATE-FLAG = 'Y'
                   DISPLAY "Plan start date (YYYYMMDD): "
                   ACCEPT TEMP-START-DATE
                   DISPLAY "Plan end date (YYYYMMDD): "
                   ACCEPT TEMP-END-DATE
                   PERFORM PROMPT-DAY-PARTS
                   IF TEMP-START-DATE IS NUMERIC AND
                      TEMP-END-DATE IS NUMERIC
                       COMPUTE WS-NUMERIC-START =
                           FUNCTION INTEGER-OF-DATE(TEMP-START-DATE)
                       COMPUTE WS-NUMERIC-END =
                           FUNCTION INTEGER-OF-DATE(TEMP-END-DATE)
                       IF WS-NUMERIC-START = 0 OR WS-NUMERIC-END = 0
                           DISPLAY "Error: Invalid calendar date."
                       ELSE
                       IF TEMP-START-DATE > TEMP-END-DATE
                           DISPLAY "Start date after End Date."
                       ELSE
                       IF TEMP-START-DATE < CURRENT-DATE-VAL
                           DISPLAY "Error: a plan can't start in the "
                               "past."
                       ELSE
                       IF TEMP-END-DATE > WS-LY-NEXT-END
                           DISPLAY "Plans must fall in the current "
                               "or next leave year."
                       ELSE
                           PERFORM COUNT-WORKING-DAYS
                           IF WS-REQUESTED-DAYS = 0
                               DISPLAY "Error: date range contains no "
                                   "working days."
                           ELSE
                           IF WS-REQUESTED-DAYS > WS-TYPE-MAX-DAYS
                               DISPLAY "Error: "
                                   FUNCTION TRIM(WS-LEAVE-TYPE-TEXT)
                                   " requests are limited to "
                                   WS-TYPE-MAX-DAYS " days."
                           ELSE
                               MOVE 'Y' TO VALID-DATE-FLAG
                           END-IF
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "Error: Use YYYYMMDD format for dates."
                   END-IF
               END-PERFORM

               MOVE TEMP-EMP-ID TO BAL-EMP-ID
               MOVE TEMP-LEAVE-TYPE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   DISPLAY "NOTE: you have no "
                       FUNCTION TRIM(WS-LEAVE-TYPE-TEXT)
                       " balance yet - the plan is kept, but it"
                   DISPLAY "      cannot be submitted until one is set "
                       "up."
               NOT INVALID KEY
                   PERFORM COMPUTE-AVAILABLE-DAYS
                   IF WS-DAYS-THIS-YEAR > WS-AVAIL-DAYS
                       MOVE WS-AVAIL-DAYS TO WS-BAL-DISP
                       DISPLAY "NOTE: this plan is more than your "
                           "current balance (" WS-BAL-DISP ")."
                   END-IF
               END-READ
               PERFORM CHECK-BLACKOUT-WINDOW
               IF BLACKOUT-HARD-HIT OR BLACKOUT-WARN-HIT
                   DISPLAY "NOTE: dates fall in a blackout window ("
                       WS-BLK-FROM " - " WS-BLK-TO "): "
                       FUNCTION TRIM(WS-BLK-DESC)
               END-IF

               DISPLAY "Note for the plan (optional): "
               ACCEPT TEMP-REASON

               PERFORM GET-NEXT-LEAVE-REQ-ID
               MOVE REQ-ID TO PARENT-REQ-ID
               MOVE TEMP-EMP-ID TO PARENT-EMP-ID
               MOVE TEMP-START-DATE TO PARENT-START-DATE
               MOVE TEMP-END-DATE TO PARENT-END-DATE
               MOVE WS-LEAVE-TYPE-TEXT TO PARENT-TYPE
               MOVE "PLANNED" TO PARENT-STATUS
               MOVE SPACES TO PARENT-MANAGER-ID
               MOVE ZEROS TO PARENT-DECISION-DATE
               MOVE TEMP-REASON TO PARENT-REASON
               MOVE TEMP-START-PART TO PARENT-START-PART
               MOVE TEMP-END-PART TO PARENT-END-PART
               MOVE SPACES TO PARENT-FIRST-MGR-ID
               MOVE SPACES TO PARENT-FIRST-DATE
               MOVE SPACES TO PARENT-DECISION-COMMENT
               MOVE "N" TO PARENT-CERT-FLAG
               MOVE ZERO TO PARENT-CERT-DATE
               MOVE SPACES TO PARENT-CERT-REF
               MOVE SPACES TO PARENT-CERT-NOTES
               MOVE "N" TO PARENT-RTW-FLAG
               MOVE ZERO TO PARENT-RTW-DATE
               WRITE LEAVE-REQUEST-RECORD INVALID KEY
                   DISPLAY "Error saving leave plan."
                   DISPLAY "Press enter to return to menu..."
                   ACCEPT DUMMY-INPUT
                   EXIT PARAGRAPH
               END-WRITE
               MOVE SPACES TO WS-OLD-STATUS
               PERFORM WRITE-PLAN-AUDIT
               MOVE WS-REQUESTED-DAYS TO WS-DAYS-DISP
               DISPLAY "Leave plan " PARENT-REQ-ID " saved ("
                   WS-DAYS-DISP " working day(s))."
               DISPLAY "It shows on your team's calendar but uses no "
                   "balance until you submit it."
               DISPLAY "Press enter to return to menu..."
               ACCEPT DUMMY-INPUT.

           SUBMIT-LEAVE-PLAN.
               DISPLAY "Enter Plan ID to submit: "
               ACCEPT WS-PLAN-REQ-ID
               PERFORM READ-OWN-LEAVE-PLAN
               IF NOT PLAN-IS-OK
                   DISPLAY "Press enter to return to menu..."
                   ACCEPT DUMMY-INPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE PARENT-TYPE TO WS-PLAN-TYPE
               MOVE PARENT-START-DATE TO WS-PLAN-START-DATE
               MOVE PARENT-END-DATE TO WS-PLAN-END-DATE
               MOVE PARENT-START-PART TO WS-PLAN-START-PART
               MOVE PARENT-END-PART TO WS-PLAN-END-PART
               MOVE PARENT-REASON TO WS-PLAN-REASON
               DISPLAY "Submitting plan " WS-PLAN-REQ-ID ": "
                   FUNCTION TRIM(WS-PLAN-TYPE) " "
                   WS-PLAN-START-DATE " - " WS-PLAN-END-DATE
               MOVE 'C' TO WS-PLAN-MODE
               MOVE 'N' TO WS-PLAN-FAILED
               PERFORM APPLY-LEAVE
               MOVE 'N' TO WS-PLAN-MODE.

           WITHDRAW-LEAVE-PLAN.
               DISPLAY "Enter Plan ID to withdraw: "
               ACCEPT WS-PLAN-REQ-ID
               PERFORM READ-OWN-LEAVE-PLAN
               IF PLAN-IS-OK
                   MOVE PARENT-STATUS TO WS-OLD-STATUS
                   MOVE "DROPPED" TO PARENT-STATUS
                   REWRITE LEAVE-REQUEST-RECORD INVALID KEY
                       DISPLAY "Error updating leave plan."
                   NOT INVALID KEY
                       PERFORM WRITE-PLAN-AUDIT
                       DISPLAY "Leave plan withdrawn."
                   END-REWRITE
               END-IF
               DISPLAY "Press enter to return to menu..."
               ACCEPT DUMMY-INPUT.

           READ-OWN-LEAVE-PLAN.
               MOVE 'N' TO WS-PLAN-OK
               MOVE WS-PLAN-REQ-ID TO PARENT-REQ-ID
               READ LEAVE-REQUEST-FILE INVALID KEY
                   DISPLAY "Plan ID not found."
               NOT INVALID KEY
                   IF PARENT-EMP-ID NOT = TEMP-EMP-ID
                       DISPLAY "That plan does not belong to you."
                   ELSE IF FUNCTION TRIM(PARENT-STATUS) NOT = "PLANNED"
                       DISPLAY "That request is not an open leave plan."
                   ELSE
                       MOVE 'Y' TO WS-PLAN-OK
                   END-IF
               END-READ.

           LOAD-PLAN-LEAVE-TYPE.
               MOVE WS-PLAN-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF WS-LOOKUP-TYPE-CODE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOOKUP-TYPE-CODE TO TEMP-LEAVE-TYPE
               MOVE WS-LOOKUP-TYPE-CODE TO TYPE-CODE
               READ LEAVE-TYPE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TYPE-MAX-DAYS TO WS-TYPE-MAX-DAYS
                   MOVE TYPE-ANNUAL-ENTITLEMENT TO
                       WS-TYPE-ENTITLEMENT
                   MOVE TYPE-MIN-MONTHS TO WS-TYPE-MIN-MONTHS
                   MOVE TYPE-NAME TO WS-LEAVE-TYPE-TEXT
                   MOVE 'Y' TO WS-TYPE-VALID-FLAG
               END-READ.

           WRITE-PLAN-AUDIT.
               MOVE PARENT-REQ-ID TO AUD-REQ-ID
               MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
               MOVE PARENT-STATUS TO AUD-NEW-STATUS
               MOVE TEMP-EMP-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           CANCEL-LEAVE-REQUEST.
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
                       DISPLAY "That request does not belong to you."
                   ELSE IF FUNCTION TRIM(PARENT-STATUS) = "CANCELLED"
                       DISPLAY "That request is already cancelled."
                   ELSE IF FUNCTION TRIM(PARENT-STATUS) = "PLANNED"
                       DISPLAY "That is a leave plan - withdraw it "
                           "from the Planned Leave menu."
                   ELSE IF FUNCTION TRIM(PARENT-STATUS) = "REJECTED"
                       DISPLAY "A rejected request cannot be cancelled."
                   ELSE IF PARENT-END-DATE < TODAY-DATE
               END-IF.

           CREDIT-BACK-LEAVE-BALANCE.
               MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR
               IF LEAVE-DATE > WS-LY-END
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME

           LOOKUP-TYPE-CODE-BY-NAME.
               MOVE 0 TO WS-LOOKUP-TYPE-CODE
               MOVE "M" TO WS-LOOKUP-TYPE-ROUTE
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-TYPE-IX TO TYPE-CODE
                       IF FUNCTION TRIM(TYPE-NAME) =
                          FUNCTION TRIM(WS-LOOKUP-TYPE-NAME)
                           MOVE TYPE-CODE TO WS-LOOKUP-TYPE-CODE
                           MOVE TYPE-APPROVAL-ROUTE TO
                               WS-LOOKUP-TYPE-ROUTE
                       END-IF
                   END-READ
               END-PERFORM.

           GET-REQUEST-ROUTE.
               MOVE PARENT-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               MOVE WS-LOOKUP-TYPE-ROUTE TO WS-REQ-ROUTE
               MOVE 'N' TO WS-HR-STAGE
               IF REQ-ROUTE-HR
                   MOVE 'Y' TO WS-HR-STAGE
               END-IF
               IF REQ-ROUTE-MGR-THEN-HR AND
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                   MOVE 'Y' TO WS-HR-STAGE
               END-IF.

           AMEND-LEAVE-REQUEST.
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
               END-IF

               PERFORM GET-EMPLOYEE-LOCATION
               MOVE TEMP-EMP-ID TO WS-LY-EMP-ID
               MOVE CURRENT-DATE-VAL TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR

               MOVE PARENT-START-DATE TO WS-OLD-START-DATE
               MOVE PARENT-END-DATE TO WS-OLD-END-DATE
                   DISPLAY "Amendment abandoned; request unchanged."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-END-DATE > WS-LY-END
                   DISPLAY "Leave must be within current leave year!!"
                   DISPLAY "Amendment abandoned; request unchanged."
                   EXIT PARAGRAPH
               END-IF

           CHECK-NONWORKING-DAY.
               MOVE 'N' TO WS-NONWORKING-FLAG
               MOVE WS-HOL-LOCATION TO WS-DAY-LOCATION
               IF WS-ASG-COUNT > 0
                   MOVE WS-CURRENT-LOOP-DATE TO WS-ASG-ON-DATE
                   PERFORM FIND-ASSIGNMENT-ON-DATE
                   IF WS-ASG-FOUND = "Y" AND WS-ASG-LOC NOT = SPACES
                       MOVE WS-ASG-LOC TO WS-DAY-LOCATION
                   END-IF
               END-IF
               COMPUTE WK-DAY-OFFSET =
                   FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-LOOP-DATE) -
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-READ
                   IF NOT IS-NONWORKING-DAY AND
                      FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL" AND
                      WS-DAY-LOCATION NOT = SPACES
                       MOVE WS-DAY-LOCATION TO HOL-LOCATION
                       MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                       READ HOLIDAY-FILE INVALID KEY
                           CONTINUE
                   END-IF
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
               END-READ
               MOVE TEMP-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               MOVE SPACES TO WS-WORK-PATTERN
               MOVE TEMP-EMP-ID TO WP-EMP-ID
               READ WORKPAT-FILE INVALID KEY
                   MOVE WP-DAY-FLAGS TO WS-WORK-PATTERN
               END-READ.

           LOAD-ASSIGNMENT-HISTORY.
               IF WS-ASG-EMP-ID = WS-ASG-LOADED-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ASG-EMP-ID TO WS-ASG-LOADED-ID
               MOVE 0 TO WS-ASG-COUNT
               IF NOT ASSIGN-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ASG-EMP-ID TO ASG-EMP-ID
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
                           IF ASG-EMP-ID NOT = WS-ASG-EMP-ID OR
                              WS-ASG-COUNT >= 50
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               ADD 1 TO WS-ASG-COUNT
                               MOVE ASG-FROM-DATE TO
                                   WS-ASG-T-FROM(WS-ASG-COUNT)
                               MOVE ASG-TO-DATE TO
                                   WS-ASG-T-TO(WS-ASG-COUNT)
                               MOVE ASG-DEPARTMENT TO
                                   WS-ASG-T-DEPT(WS-ASG-COUNT)
                               MOVE ASG-LOCATION TO
                                   WS-ASG-T-LOC(WS-ASG-COUNT)
                               MOVE ASG-MGR-ID TO
                                   WS-ASG-T-MGR(WS-ASG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.

           FIND-ASSIGNMENT-ON-DATE.
               MOVE "N" TO WS-ASG-FOUND
               MOVE SPACES TO WS-ASG-DEPT
               MOVE SPACES TO WS-ASG-LOC
               MOVE SPACES TO WS-ASG-MGR
               PERFORM VARYING WS-ASG-IX FROM 1 BY 1
                   UNTIL WS-ASG-IX > WS-ASG-COUNT OR WS-ASG-FOUND = "Y"
                   IF WS-ASG-ON-DATE >= WS-ASG-T-FROM(WS-ASG-IX) AND
                      WS-ASG-ON-DATE <= WS-ASG-T-TO(WS-ASG-IX)
                       MOVE "Y" TO WS-ASG-FOUND
                       MOVE WS-ASG-T-DEPT(WS-ASG-IX) TO WS-ASG-DEPT
                       MOVE WS-ASG-T-LOC(WS-ASG-IX) TO WS-ASG-LOC
                       MOVE WS-ASG-T-MGR(WS-ASG-IX) TO WS-ASG-MGR
                   END-IF
               END-PERFORM.

           GET-EMP-LEAVE-YEAR.
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF WS-LY-BASIS = 0
                   MOVE EMPLOYEE-RECORD TO WS-LY-SAVED-EMP
                   MOVE WS-LY-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                   END-READ
                   MOVE WS-LY-SAVED-EMP TO EMPLOYEE-RECORD
               END-IF
               PERFORM COMPUTE-LEAVE-YEAR.

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

           COUNT-WORKING-DAYS.
               MOVE ZERO TO WS-REQUESTED-DAYS
               MOVE ZERO TO WS-DAYS-NEXT-YEAR
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT IS-NONWORKING-DAY
                       ADD 1 TO WS-REQUESTED-DAYS
                       IF WS-CURRENT-LOOP-DATE > WS-LY-END
                           ADD 1 TO WS-DAYS-NEXT-YEAR
                       END-IF
                   END-IF
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT IS-NONWORKING-DAY
                       SUBTRACT 0.5 FROM WS-REQUESTED-DAYS
                       IF TEMP-END-DATE > WS-LY-END
                           SUBTRACT 0.5 FROM WS-DAYS-NEXT-YEAR
                       END-IF
                   END-IF
               END-IF
               IF TEMP-START-PART NOT = 'F' AND
                  TEMP-START-DATE > WS-LY-END
                   MOVE TEMP-START-DATE TO WS-CURRENT-LOOP-DATE
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT IS-NONWORKING-DAY
                   NOT AT END

                       MOVE 'N' TO WS-SUPERVISOR-OK
                       MOVE 'N' TO WS-HR-STAGE
                       IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED" OR
                          FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                           PERFORM GET-REQUEST-ROUTE
                       END-IF
                       IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED"
                          AND NOT REQUEST-AT-HR-STAGE
                           MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
                           READ EMPMGR-FILE INVALID KEY
                               CONTINUE
                           END-READ
                       END-IF
                       IF FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                          AND NOT REQUEST-AT-HR-STAGE
                           PERFORM FIND-SECOND-LEVEL-MGR
                           IF WS-SECOND-MGR-ID NOT = SPACES
                               MOVE WS-SECOND-MGR-ID TO
                               DISPLAY "  (AM half to end date)"
                           END-IF
                           DISPLAY "Reason: " PARENT-REASON
                           IF PARENT-DECISION-COMMENT(1:10) =
                              "AUTO-HOLD:"
                               DISPLAY "Not auto-approved: "
                                   PARENT-DECISION-COMMENT(12:39)
                           END-IF
                           IF FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                               DISPLAY "Stage: SECOND approval "
                                   "(first approved by "
                               DISPLAY "Approve (A), Reject (R) or "
                                   "Partial (P)? "
                               ACCEPT DECISION-INPUT
                               IF DECISION-INPUT = 'P' AND
                                  REQ-ROUTE-MGR-THEN-HR
                                   DISPLAY "This leave type goes to HR "
                                       "after you - approve (A) to "
                                       "send it on, or reject (R)."
                                   MOVE SPACES TO DECISION-INPUT
                               END-IF

                           IF DECISION-INPUT = 'A' OR
                              DECISION-INPUT = 'R' OR
                               DISPLAY "Approval abandoned - the "
                                   "blackout window was not "
                                   "overridden."
                           WHEN DECISION-INPUT = 'A' AND
                                REQ-ROUTE-MGR-THEN-HR
                               PERFORM JOURNAL-BEGIN-UOW
                               PERFORM JOURNAL-PARENT-IMAGE
                               MOVE "FIRSTAPP" TO PARENT-STATUS
                               MOVE WS-DECISION-COMMENT TO
                                   PARENT-DECISION-COMMENT
                               MOVE AUTH-MGR-ID TO PARENT-FIRST-MGR-ID
                               MOVE TODAY-DATE TO PARENT-FIRST-DATE
                               REWRITE LEAVE-REQUEST-RECORD
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM WRITE-OUTBOUND-NOTICE
                               PERFORM JOURNAL-COMMIT-UOW
                               PERFORM SAVE-APPROVAL-CHECKPOINT
                               DISPLAY "Line manager approval recorded."
                                   " Routed to HR for decision."
                           WHEN DECISION-INPUT = 'A'
                               PERFORM COUNT-REQUEST-CHILD-DAYS
                               PERFORM FIND-SECOND-LEVEL-MGR
            CLOSE OUTBOUND-NOTICE-FILE
            DISPLAY "Approve/reject process complete.".

           DECIDE-HR-ROUTED-REQUESTS.
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVE.DAT for approval. "
                       "Status: " LEAVE-STATUS-CODE
                   EXIT PARAGRAPH
               END-IF

               CLOSE LEAVE-REQUEST-FILE
               OPEN I-O LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                       PARENT-STATUS-CODE
                   EXIT PARAGRAPH
               END-IF

               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF

               OPEN EXTEND OUTBOUND-NOTICE-FILE
               IF OUTNOTE-STATUS NOT = "00"
                   OPEN OUTPUT OUTBOUND-NOTICE-FILE
                   CLOSE OUTBOUND-NOTICE-FILE
                   OPEN EXTEND OUTBOUND-NOTICE-FILE
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               MOVE AUTH-HR-ID TO AUTH-MGR-ID
               MOVE 'N' TO FOUND-PENDING
               MOVE SPACES TO PARENT-REQ-ID
               START LEAVE-REQUEST-FILE KEY IS >= PARENT-REQ-ID
                   INVALID KEY MOVE '99' TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = '00'
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO PARENT-STATUS-CODE
                       NOT AT END
                           IF FUNCTION TRIM(PARENT-STATUS) =
                              "APPLIED" OR
                              FUNCTION TRIM(PARENT-STATUS) =
                              "FIRSTAPP"
                               PERFORM GET-REQUEST-ROUTE
                               IF REQUEST-AT-HR-STAGE
                                   PERFORM DECIDE-ONE-HR-REQUEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF FOUND-PENDING = 'N'
                   DISPLAY "No HR-routed requests awaiting a decision."
               END-IF

               CLOSE LEAVE-AUDIT-FILE
               CLOSE OUTBOUND-NOTICE-FILE
               MOVE SPACES TO AUTH-MGR-ID
               DISPLAY "HR decision process complete.".

           DECIDE-ONE-HR-REQUEST.
               PERFORM CHECK-REQUEST-CLAIM
               IF NOT CLAIM-IS-OURS
                   EXIT PARAGRAPH
               END-IF

               MOVE 'Y' TO FOUND-PENDING
               MOVE PARENT-EMP-ID TO BAL-EMP-ID
               MOVE 1 TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   MOVE SPACES TO BAL-EMP-NAME
               END-READ

               DISPLAY " "
               DISPLAY "Request ID: " PARENT-REQ-ID
               DISPLAY "Employee ID: " PARENT-EMP-ID
               DISPLAY "Employee Name: " BAL-EMP-NAME
               DISPLAY "Leave type: " PARENT-TYPE
               DISPLAY "From: " PARENT-START-DATE
                       "  To: " PARENT-END-DATE
               IF PARENT-START-PART = 'A'
                   DISPLAY "  (AM half day only)"
               END-IF
               IF PARENT-START-PART = 'P'
                   DISPLAY "  (PM half from start date)"
               END-IF
               IF PARENT-END-PART = 'A'
                   DISPLAY "  (AM half to end date)"
               END-IF
               DISPLAY "Reason: " PARENT-REASON
               IF FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                   DISPLAY "Stage: HR decision (line manager "
                       PARENT-FIRST-MGR-ID " approved on "
                       PARENT-FIRST-DATE ")"
                   IF PARENT-DECISION-COMMENT NOT = SPACES
                       DISPLAY "Manager comment: "
                           PARENT-DECISION-COMMENT
                   END-IF
               ELSE
                   DISPLAY "Stage: HR decision"
               END-IF

               MOVE PARENT-STATUS TO WS-OLD-STATUS
               MOVE LEAVE-REQUEST-RECORD TO WS-SAVED-PARENT-IMAGE
               MOVE SPACES TO DECISION-INPUT
               PERFORM UNTIL DECISION-INPUT = 'A' OR
                             DECISION-INPUT = 'R' OR
                             DECISION-INPUT = 'S'
                   DISPLAY "Approve (A), Reject (R) or Skip (S)? "
                   ACCEPT DECISION-INPUT
               END-PERFORM
               IF DECISION-INPUT = 'S'
                   PERFORM RELEASE-REQUEST-CLAIM
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-DECISION-COMMENT
               DISPLAY "Decision comment for the employee (optional): "
               ACCEPT WS-DECISION-COMMENT
               PERFORM RECHECK-PARENT-STATUS
               IF NOT PARENT-STILL-OK
                   DISPLAY "Request " PARENT-REQ-ID
                       " was decided in another session"
                       " - no update applied."
                   PERFORM RELEASE-REQUEST-CLAIM
                   EXIT PARAGRAPH
               END-IF
               IF DECISION-INPUT = 'A'
                   PERFORM CHECK-APPROVAL-BLACKOUT
                   IF NOT BLK-APPROVE-OK
                       DISPLAY "Approval abandoned - the blackout "
                           "window was not overridden."
                       PERFORM RELEASE-REQUEST-CLAIM
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               PERFORM JOURNAL-BEGIN-UOW
               PERFORM JOURNAL-PARENT-IMAGE
               IF DECISION-INPUT = 'A'
                   MOVE "APPROVED" TO PARENT-STATUS
               ELSE
                   MOVE "REJECTED" TO PARENT-STATUS
               END-IF
               MOVE WS-DECISION-COMMENT TO PARENT-DECISION-COMMENT
               MOVE AUTH-HR-ID TO PARENT-MANAGER-ID
               MOVE TODAY-DATE TO PARENT-DECISION-DATE
               REWRITE LEAVE-REQUEST-RECORD
               IF DECISION-INPUT = 'A'
                   MOVE PARENT-EMP-ID TO WS-BAND-EMP-ID
                   MOVE PARENT-START-DATE TO WS-BAND-REF-DATE
                   PERFORM COMPUTE-SICK-BAND-BASE
               END-IF
               PERFORM CASCADE-APPROVAL-DECISION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-OUTBOUND-NOTICE
               PERFORM JOURNAL-COMMIT-UOW
               PERFORM RELEASE-REQUEST-CLAIM
               IF DECISION-INPUT = 'A'
                   DISPLAY "Leave request approved."
               ELSE
                   DISPLAY "Leave request rejected."
               END-IF.

            JOURNAL-BEGIN-UOW.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-UOW-ID
                OPEN EXTEND JOURNAL-FILE
                PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                    UNTIL WS-COVER-IX > 31
                    MOVE ZERO TO WS-COVER-ABSENT (WS-COVER-IX)
                    MOVE ZERO TO WS-COVER-PLANNED (WS-COVER-IX)
                END-PERFORM

                MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
                        NOT AT END
                            IF EMPMGR-MGR-ID = WS-TEAM-MGR-ID
                                ADD 1 TO WS-TEAM-SIZE
                                IF EMPMGR-EMP-ID NOT = TEMP-EMP-ID
                                    PERFORM COUNT-MEMBER-ABSENCES
                                END-IF
                            END-IF
                                WS-COVER-ABSENT (WS-COVER-IX)
                                " of " WS-TEAM-SIZE
                                " team member(s) already out"
                            IF WS-COVER-PLANNED (WS-COVER-IX) > ZERO
                                DISPLAY "      (" WS-COVER-PLANNED
                                    (WS-COVER-IX) " of them only "
                                    "planned, not yet applied for)"
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                END-IF.

            COUNT-MEMBER-ABSENCES.
                MOVE ALL "N" TO WS-COV-MEMBER-TABLE
                MOVE EMPMGR-EMP-ID TO LEAVE-EMP-ID
                START LEAVE-FILE KEY >= LEAVE-EMP-ID
                    INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                                    IF WS-COVER-OFFSET >= 1 AND
                                       WS-COVER-OFFSET <=
                                       WS-COVER-SPAN
                                        MOVE "Y" TO
                                            WS-COV-MEMBER-OUT
                                            (WS-COVER-OFFSET)
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM MARK-MEMBER-FAMILY-LEAVE
                PERFORM MARK-MEMBER-PLANNED-LEAVE
                PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                    UNTIL WS-COVER-IX > WS-COVER-SPAN
                    IF WS-COV-MEMBER-OUT (WS-COVER-IX) = "Y"
                        ADD 1 TO WS-COVER-ABSENT (WS-COVER-IX)
                    END-IF
                    IF WS-COV-MEMBER-OUT (WS-COVER-IX) = "P"
                        ADD 1 TO WS-COVER-ABSENT (WS-COVER-IX)
                        ADD 1 TO WS-COVER-PLANNED (WS-COVER-IX)
                    END-IF
                END-PERFORM.

            MARK-MEMBER-PLANNED-LEAVE.
                MOVE EMPMGR-EMP-ID TO PARENT-EMP-ID
                MOVE 'N' TO WS-PLAN-SCAN-END
                START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                    INVALID KEY MOVE 'Y' TO WS-PLAN-SCAN-END
                END-START
                PERFORM UNTIL WS-PLAN-SCAN-END = 'Y'
                    READ LEAVE-REQUEST-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-PLAN-SCAN-END
                        NOT AT END
                            IF PARENT-EMP-ID NOT = EMPMGR-EMP-ID
                                MOVE 'Y' TO WS-PLAN-SCAN-END
                            ELSE IF FUNCTION TRIM(PARENT-STATUS) =
                                    "PLANNED"
                               AND PARENT-START-DATE NOT >
                                   WS-COV-END-DATE
                               AND PARENT-END-DATE NOT <
                                   WS-COV-START-DATE
                                PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                                    UNTIL WS-COVER-IX > WS-COVER-SPAN
                                    COMPUTE WS-PLAN-DAY-INT =
                                        WS-COVER-START-INT
                                        + WS-COVER-IX - 1
                                    MOVE FUNCTION DATE-OF-INTEGER
                                        (WS-PLAN-DAY-INT) TO WS-PLAN-DAY
                                    IF WS-PLAN-DAY NOT <
                                       PARENT-START-DATE AND
                                       WS-PLAN-DAY NOT >
                                       PARENT-END-DATE AND
                                       WS-COV-MEMBER-OUT (WS-COVER-IX)
                                       = "N"
                                        MOVE "P" TO WS-COV-MEMBER-OUT
                                            (WS-COVER-IX)
                                    END-IF
                                END-PERFORM
                            END-IF
                    END-READ
                END-PERFORM.

            MARK-MEMBER-FAMILY-LEAVE.
                OPEN INPUT FAMCASE-FILE
                IF FAMCASE-STATUS NOT = '00'
                    EXIT PARAGRAPH
                END-IF
                MOVE EMPMGR-EMP-ID TO FAM-EMP-ID
                MOVE ZERO TO FAM-SEQ
                MOVE 'N' TO WS-FAM-END
                START FAMCASE-FILE KEY >= FAM-KEY
                    INVALID KEY MOVE 'Y' TO WS-FAM-END
                END-START
                PERFORM UNTIL WS-FAM-END = 'Y'
                    READ FAMCASE-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FAM-END
                        NOT AT END
                            IF FAM-EMP-ID NOT = EMPMGR-EMP-ID
                                MOVE 'Y' TO WS-FAM-END
                            ELSE IF FAM-STATUS NOT = "CANCELLED"
                                PERFORM SET-FAMILY-CASE-END
                                PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                                    UNTIL WS-COVER-IX > WS-COVER-SPAN
                                    COMPUTE WS-FAM-DAY-INT =
                                        WS-COVER-START-INT
                                        + WS-COVER-IX - 1
                                    MOVE FUNCTION DATE-OF-INTEGER
                                        (WS-FAM-DAY-INT) TO WS-FAM-DAY
                                    IF WS-FAM-DAY NOT < FAM-START-DATE
                                       AND WS-FAM-DAY < WS-FAM-CASE-END
                                        MOVE "Y" TO WS-COV-MEMBER-OUT
                                            (WS-COVER-IX)
                                    END-IF
                                END-PERFORM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FAMCASE-FILE.

            SET-FAMILY-CASE-END.
                IF FAM-ACTUAL-RETURN > ZERO
                    MOVE FAM-ACTUAL-RETURN TO WS-FAM-CASE-END
                ELSE
                    MOVE FAM-RETURN-DATE TO WS-FAM-CASE-END
                END-IF.

            TEAM-ABSENCE-CALENDAR.
                CLOSE LEAVE-FILE
                OPEN INPUT LEAVE-FILE
                    "--------------------"

                MOVE ZERO TO WS-CAL-COUNT
                MOVE ZERO TO WS-PLAN-COUNT
                MOVE SPACES TO EMPMGR-EMP-ID
                START EMPMGR-FILE KEY >= EMPMGR-EMP-ID
                    INVALID KEY MOVE '99' TO EMPMGR-STATUS
                    DISPLAY "----------------------------------------"
                        "--------------------"
                    DISPLAY WS-CAL-COUNT " absence day(s) listed."
                    IF WS-PLAN-COUNT > ZERO
                        DISPLAY WS-PLAN-COUNT " of them are PLANNED "
                            "- tentative, not yet applied for."
                    END-IF
                END-IF

                CLOSE LEAVE-FILE
                                    LEAVE-DAY-PART
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM LIST-MEMBER-FAMILY-LEAVE
                PERFORM LIST-MEMBER-PLANNED-LEAVE.

            LIST-MEMBER-FAMILY-LEAVE.
                OPEN INPUT FAMCASE-FILE
                IF FAMCASE-STATUS NOT = '00'
                    EXIT PARAGRAPH
                END-IF
                MOVE EMPMGR-EMP-ID TO FAM-EMP-ID
                MOVE ZERO TO FAM-SEQ
                MOVE 'N' TO WS-FAM-END
                START FAMCASE-FILE KEY >= FAM-KEY
                    INVALID KEY MOVE 'Y' TO WS-FAM-END
                END-START
                PERFORM UNTIL WS-FAM-END = 'Y'
                    READ FAMCASE-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FAM-END
                        NOT AT END
                            IF FAM-EMP-ID NOT = EMPMGR-EMP-ID
                                MOVE 'Y' TO WS-FAM-END
                            ELSE IF FAM-STATUS NOT = "CANCELLED"
                                PERFORM LIST-ONE-FAMILY-CASE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FAMCASE-FILE.

            LIST-ONE-FAMILY-CASE.
                PERFORM SET-FAMILY-CASE-END
                IF FAM-START-DATE > WS-CAL-END-DATE OR
                   WS-FAM-CASE-END NOT > WS-CAL-START-DATE
                    EXIT PARAGRAPH
                END-IF
                IF FAM-START-DATE > WS-CAL-START-DATE
                    COMPUTE WS-FAM-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
                ELSE
                    COMPUTE WS-FAM-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-CAL-START-DATE)
                END-IF
                COMPUTE WS-FAM-LAST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FAM-CASE-END) - 1
                IF WS-FAM-LAST-INT >
                   FUNCTION INTEGER-OF-DATE(WS-CAL-END-DATE)
                    COMPUTE WS-FAM-LAST-INT =
                        FUNCTION INTEGER-OF-DATE(WS-CAL-END-DATE)
                END-IF
                PERFORM UNTIL WS-FAM-DAY-INT > WS-FAM-LAST-INT
                    MOVE FUNCTION DATE-OF-INTEGER(WS-FAM-DAY-INT)
                        TO WS-FAM-DAY
                    COMPUTE WK-DAY-OFFSET =
                        FUNCTION MOD(WS-FAM-DAY-INT -
                        FUNCTION INTEGER-OF-DATE(20000101) 7)
                    IF WK-DAY-OFFSET > 1
                        ADD 1 TO WS-CAL-COUNT
                        DISPLAY WS-FAM-DAY "  "
                            FAM-EMP-ID "   "
                            WS-CAL-EMP-NAME "  "
                            FAM-TYPE " "
                            "FAMILY    F"
                    END-IF
                    ADD 1 TO WS-FAM-DAY-INT
                END-PERFORM.

            LIST-MEMBER-PLANNED-LEAVE.
                MOVE EMPMGR-EMP-ID TO PARENT-EMP-ID
                MOVE 'N' TO WS-PLAN-SCAN-END
                START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                    INVALID KEY MOVE 'Y' TO WS-PLAN-SCAN-END
                END-START
                PERFORM UNTIL WS-PLAN-SCAN-END = 'Y'
                    READ LEAVE-REQUEST-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-PLAN-SCAN-END
                        NOT AT END
                            IF PARENT-EMP-ID NOT = EMPMGR-EMP-ID
                                MOVE 'Y' TO WS-PLAN-SCAN-END
                            ELSE IF FUNCTION TRIM(PARENT-STATUS) =
                                    "PLANNED"
                                PERFORM LIST-ONE-LEAVE-PLAN
                            END-IF
                    END-READ
                END-PERFORM.

            LIST-ONE-LEAVE-PLAN.
                IF PARENT-START-DATE > WS-CAL-END-DATE OR
                   PARENT-END-DATE < WS-CAL-START-DATE
                    EXIT PARAGRAPH
                END-IF
                IF PARENT-START-DATE > WS-CAL-START-DATE
                    COMPUTE WS-PLAN-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(PARENT-START-DATE)
                ELSE
                    COMPUTE WS-PLAN-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-CAL-START-DATE)
                END-IF
                COMPUTE WS-PLAN-LAST-INT =
                    FUNCTION INTEGER-OF-DATE(PARENT-END-DATE)
                IF WS-PLAN-LAST-INT >
                   FUNCTION INTEGER-OF-DATE(WS-CAL-END-DATE)
                    COMPUTE WS-PLAN-LAST-INT =
                        FUNCTION INTEGER-OF-DATE(WS-CAL-END-DATE)
                END-IF
                PERFORM UNTIL WS-PLAN-DAY-INT > WS-PLAN-LAST-INT
                    MOVE FUNCTION DATE-OF-INTEGER(WS-PLAN-DAY-INT)
                        TO WS-PLAN-DAY
                    COMPUTE WK-DAY-OFFSET =
                        FUNCTION MOD(WS-PLAN-DAY-INT -
                        FUNCTION INTEGER-OF-DATE(20000101) 7)
                    IF WK-DAY-OFFSET > 1
                        MOVE 'F' TO WS-PLAN-PART
                        IF WS-PLAN-DAY = PARENT-START-DATE AND
                           PARENT-START-PART NOT = 'F'
                            MOVE PARENT-START-PART TO WS-PLAN-PART
                        END-IF
                        IF WS-PLAN-DAY = PARENT-END-DATE AND
                           PARENT-END-PART NOT = 'F'
                            MOVE PARENT-END-PART TO WS-PLAN-PART
                        END-IF
                        ADD 1 TO WS-CAL-COUNT
                        ADD 1 TO WS-PLAN-COUNT
                        DISPLAY WS-PLAN-DAY "  "
                            PARENT-EMP-ID "   "
                            WS-CAL-EMP-NAME "  "
                            PARENT-TYPE " "
                            "PLANNED   " WS-PLAN-PART
                    END-IF
                    ADD 1 TO WS-PLAN-DAY-INT
                END-PERFORM.

            CHECK-APPROVER-OR-DELEGATE.
                END-IF.

            SUBTRACT-LEAVE-BALANCE.
                MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
                PERFORM GET-EMP-LEAVE-YEAR
                IF LEAVE-DATE > WS-LY-END
                    DISPLAY "Day " LEAVE-DATE " is in the next "
                        "leave year - charged at year start."
                    EXIT PARAGRAPH
                END-IF
                MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
               MOVE 0 TO TYPE-CODE
               DISPLAY " "
               DISPLAY "CODE  NAME        MAX-DAYS  ANNUAL-ENT  "
                   "MIN-MTHS  ROUTE"
               DISPLAY "------------------------------------------"
                   "-------------"
               PERFORM VARYING TYPE-CODE FROM 1 BY 1
                   UNTIL TYPE-CODE > 9
                   READ LEAVE-TYPE-FILE INVALID KEY
                           TYPE-NAME "  "
                           TYPE-MAX-DAYS "        "
                           TYPE-ANNUAL-ENTITLEMENT "          "
                           TYPE-MIN-MONTHS "        "
                           TYPE-APPROVAL-ROUTE
                   END-READ
               END-PERFORM

               DISPLAY "Route: M = line manager, H = HR, "
                   "B = line manager then HR"
               DISPLAY " "
               DISPLAY "Enter leave type code to edit (0 to skip): "
               ACCEPT TYPE-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE 'Y' TO WS-TYPE-VALID-FLAG
               READ LEAVE-TYPE-FILE INVALID KEY
                   MOVE 'N' TO WS-TYPE-VALID-FLAG
               END-READ
               IF WS-TYPE-VALID-FLAG = 'N'
                   DISPLAY "Leave type code not found. Add it as a "
                       "new type? (Y/N): "
                   ACCEPT DECISION-INPUT
                   IF DECISION-INPUT NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO TYPE-NAME
                   PERFORM UNTIL TYPE-NAME NOT = SPACES
                       DISPLAY "Enter leave type name: "
                       ACCEPT TYPE-NAME
                   END-PERFORM
                   MOVE ZERO TO TYPE-MAX-DAYS
                   MOVE ZERO TO TYPE-ANNUAL-ENTITLEMENT
                   MOVE ZERO TO TYPE-MIN-MONTHS
                   MOVE "M" TO TYPE-APPROVAL-ROUTE
               END-IF

               DISPLAY "Enter new max days per request: "
               ACCEPT TYPE-MAX-DAYS
               ACCEPT TYPE-ANNUAL-ENTITLEMENT
               DISPLAY "Enter minimum months of service (0 = none): "
               ACCEPT TYPE-MIN-MONTHS
               DISPLAY "Enter approval route (M, H or B - currently "
                   TYPE-APPROVAL-ROUTE "): "
               ACCEPT WS-LOOKUP-TYPE-ROUTE
               IF WS-LOOKUP-TYPE-ROUTE = "M" OR
                  WS-LOOKUP-TYPE-ROUTE = "H" OR
                  WS-LOOKUP-TYPE-ROUTE = "B"
                   MOVE WS-LOOKUP-TYPE-ROUTE TO TYPE-APPROVAL-ROUTE
               END-IF
               IF TYPE-APPROVAL-ROUTE NOT = "H" AND
                  TYPE-APPROVAL-ROUTE NOT = "B"
                   MOVE "M" TO TYPE-APPROVAL-ROUTE
               END-IF

               IF WS-TYPE-VALID-FLAG = 'N'
                   WRITE LEAVE-TYPE-RECORD INVALID KEY
                       DISPLAY "Error adding leave type."
                   NOT INVALID KEY
                       DISPLAY "Leave type added."
                   END-WRITE
               ELSE
                   REWRITE LEAVE-TYPE-RECORD INVALID KEY
                       DISPLAY "Error updating leave type."
                   NOT INVALID KEY
                       DISPLAY "Leave type updated."
                   END-REWRITE
               END-IF
               DISPLAY "Press enter to return to menu..."
               ACCEPT DUMMY-INPUT.

                   EXIT PARAGRAPH
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               MOVE ZERO TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-START-YY TO WS-USAGE-YEAR
               DISPLAY "Summary leave year (YYYY it starts in, "
                   "blank = current): "
               ACCEPT WS-USAGE-YEAR
               IF WS-USAGE-YEAR = ZERO
                   MOVE WS-LY-START-YY TO WS-USAGE-YEAR
               END-IF

               PERFORM VARYING WS-USAGE-MONTH-IDX FROM 1 BY 1
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-STATUS = "APPROVED"
                               PERFORM SET-USAGE-MONTH-POS
                           END-IF
                           IF LEAVE-STATUS = "APPROVED" AND
                              WS-LY-START-YY = WS-USAGE-YEAR
                               MOVE WS-LY-MONTH-POS TO
                                   WS-USAGE-MONTH-IDX
                               MOVE LEAVE-TYPE TO
                                   WS-LOOKUP-TYPE-NAME
               CLOSE LEAVE-FILE

               DISPLAY " "
               IF WS-LY-BASIS = 0
                   DISPLAY "Company-Wide Leave Usage Summary - "
                       "leave years starting in " WS-USAGE-YEAR
                   DISPLAY "(rows are months of each employee's "
                       "leave year)"
               ELSE
                   DISPLAY "Company-Wide Leave Usage Summary - "
                       "leave year " WS-USAGE-YEAR "/" WS-LY-BASIS
               END-IF
               MOVE SPACES TO WS-USAGE-LINE
               MOVE 1 TO WS-USAGE-PTR
               STRING "MONTH  " DELIMITED BY SIZE
                   UNTIL WS-USAGE-MONTH-IDX > 12
                   MOVE SPACES TO WS-USAGE-LINE
                   MOVE 1 TO WS-USAGE-PTR
                   MOVE WS-USAGE-MONTH-IDX TO WS-USAGE-MONTH-LABEL
                   IF WS-LY-BASIS > 1
                       COMPUTE WS-USAGE-MONTH-LABEL = FUNCTION MOD(
                           WS-LY-BASIS + WS-USAGE-MONTH-IDX - 2, 12)
                           + 1
                   END-IF
                   STRING WS-USAGE-MONTH-LABEL "     "
                       DELIMITED BY SIZE
                       INTO WS-USAGE-LINE
                       WITH POINTER WS-USAGE-PTR
               DISPLAY "Press enter to return to menu..."
               ACCEPT DUMMY-INPUT.

            SET-USAGE-MONTH-POS.
               MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
               MOVE LEAVE-DATE TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR
               MOVE LEAVE-DATE TO WS-LY-WORK-DATE
               COMPUTE WS-LY-MONTH-POS =
                   (WS-LY-WORK-YY * 12 + WS-LY-WORK-MM)
                   - (WS-LY-START-YY * 12 + WS-LY-START-MM) + 1
               IF WS-LY-WORK-DD < WS-LY-START-DD
                   SUBTRACT 1 FROM WS-LY-MONTH-POS
               END-IF
               IF WS-LY-MONTH-POS < 1
                   MOVE 1 TO WS-LY-MONTH-POS
               END-IF
               IF WS-LY-MONTH-POS > 12
                   MOVE 12 TO WS-LY-MONTH-POS
               END-IF.

            MANAGE-HOLIDAYS.
               MOVE 0 TO USER-CHOICE
               PERFORM UNTIL USER-CHOICE >= 1 AND USER-CHOICE <= 6
           RAISE-BUYSELL-REQUEST.
               MOVE AUTH-EMP-ID TO TEMP-EMP-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               MOVE TEMP-EMP-ID TO WS-LY-EMP-ID
               MOVE TODAY-DATE TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR

               MOVE SPACE TO TEMP-BS-KIND
               PERFORM UNTIL TEMP-BS-KIND = "B" OR
                      MAX-PURCHASE-DAYS
                       MOVE WS-BS-YEAR-BOUGHT TO WS-BAL-DISP
                       DISPLAY "Purchases are limited to "
                           MAX-PURCHASE-DAYS " day(s) per leave "
                           "year; "
                           "already requested: " WS-BAL-DISP
                       EXIT PARAGRAPH
                   END-IF
                       NOT AT END
                           IF BS-EMP-ID = TEMP-EMP-ID AND
                              BS-KIND = "B" AND
                              BS-REQ-DATE >= WS-LY-START AND
                              BS-REQ-DATE <= WS-LY-END AND
                              FUNCTION TRIM(BS-STATUS) NOT =
                              "REJECTED"
                               ADD BS-DAYS TO WS-BS-YEAR-BOUGHT
               MOVE 'F' TO TEMP-START-PART
               MOVE 'F' TO TEMP-END-PART
               MOVE TODAY-DATE(1:4) TO CURRENT-YEAR-VAL
               MOVE TEMP-EMP-ID TO WS-LY-EMP-ID
               MOVE TODAY-DATE TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR
               PERFORM COUNT-WORKING-DAYS
               IF WS-REQUESTED-DAYS = 0
                   DISPLAY "Error: date range contains no "
               END-PERFORM.

           TERM-CHECK-ONE-REQUEST.
               IF FUNCTION TRIM(PARENT-STATUS) = "PLANNED"
                   MOVE "DROPPED" TO PARENT-STATUS
                   REWRITE LEAVE-REQUEST-RECORD
                   ADD 1 TO WS-TERM-CANCEL-REQS
                   MOVE PARENT-REQ-ID TO AUD-REQ-ID
                   MOVE "PLANNED" TO AUD-OLD-STATUS
                   MOVE PARENT-STATUS TO AUD-NEW-STATUS
                   MOVE WS-ACTOR-ID TO AUD-MGR-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
                   MOVE "Plan dropped at termination" TO AUD-DETAIL
                   PERFORM CHAIN-AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED" OR
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP" OR
                  (FUNCTION TRIM(PARENT-STATUS) = "APPROVED" AND
               END-PERFORM.

           TERM-CREDIT-BACK-DAY.
               MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR
               IF LEAVE-DATE > WS-LY-END
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
           CLOSE REQCTL-FILE
           CLOSE EMPMGR-FILE
           CLOSE HOLIDAY-FILE
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           CLOSE APRCTL-FILE
           CLOSE LEAVE-REQUEST-FILE
           CLOSE EMPLOYEE-FILE
