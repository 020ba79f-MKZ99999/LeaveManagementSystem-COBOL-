       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANAGER-FILE ASSIGN TO "../manager.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

           SELECT HRUSER-FILE ASSIGN TO "../HRUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-ID
               FILE STATUS IS HRUSER-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT EMPMGR-FILE ASSIGN TO "../EMPMGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT LASTLOGIN-FILE ASSIGN TO "../LASTLOGIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS LASTLOGIN-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../RECERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANAGER-FILE.
       01 MANAGER-RECORD.
           05 MANAGER-ID PIC X(5).
           05 MANAGER-NAME PIC X(20).
           05 MANAGER-PASSWORD PIC X(20).
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

       FD HRUSER-FILE.
       01 HRUSER-RECORD.
           05 HR-ID PIC X(5).
           05 HR-NAME PIC X(20).
           05 HR-PASSWORD PIC X(20).
           05 HR-FAIL-COUNT PIC 99.
           05 HR-LOCK-FLAG PIC X.

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

       FD EMPMGR-FILE.
       01 EMPMGR-RECORD.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

       FD LASTLOGIN-FILE.
       01 LASTLOGIN-RECORD.
           05 LL-KEY.
              10 LL-ACCT-TYPE PIC X(3).
              10 LL-ACCT-ID PIC X(5).
           05 LL-LAST-LOGIN PIC X(14).
           05 LL-LOGIN-COUNT PIC 9(7).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 MANAGER-STATUS PIC XX.
       01 HRUSER-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 LASTLOGIN-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.

       01 MANAGER-AVAILABLE PIC X VALUE "N".
          88 MANAGER-FILE-AVAILABLE VALUE "Y".
       01 HRUSER-AVAILABLE PIC X VALUE "N".
          88 HRUSER-FILE-AVAILABLE VALUE "Y".
       01 EMPLOYEE-AVAILABLE PIC X VALUE "N".
          88 EMPLOYEE-FILE-AVAILABLE VALUE "Y".
       01 EMPMGR-AVAILABLE PIC X VALUE "N".
          88 EMPMGR-FILE-AVAILABLE VALUE "Y".
       01 LASTLOGIN-AVAILABLE PIC X VALUE "N".
          88 LASTLOGIN-FILE-AVAILABLE VALUE "Y".

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 90.
       01 WS-END-FILE PIC X VALUE "N".

       01 WS-ACCT-TYPE PIC X(3).
       01 WS-ACCT-ID PIC X(5).
       01 WS-ACCT-NAME PIC X(20).
       01 WS-ACCT-LOCKED PIC X.
       01 WS-LAST-LOGIN PIC X(14).
       01 WS-LOGIN-COUNT PIC 9(7).
       01 WS-LOGIN-DATE PIC 9(8).
       01 WS-IDLE-DAYS PIC 9(5).
       01 WS-NEVER-USED PIC X.
       01 WS-LEAVER PIC X.
       01 WS-LEAVER-DATE PIC 9(8).
       01 WS-FLAGS PIC X(40).
       01 WS-FLAG-PTR PIC 99.

       01 WS-MGR-TABLE.
          05 WS-MGR-ENTRY OCCURS 500 TIMES.
             10 WS-MT-ID PIC X(5).
             10 WS-MT-NAME PIC X(20).
       01 WS-MGR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MGR-IX PIC 9(3).

       01 WS-CONFLICT-TABLE.
          05 WS-CONFLICT-LINE PIC X(120) OCCURS 300 TIMES.
       01 WS-CONFLICT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CONFLICT-IX PIC 9(3).
       01 WS-CONFLICT-TEXT PIC X(120).

       01 WS-MGR-LISTED PIC 9(5) VALUE ZERO.
       01 WS-HR-LISTED PIC 9(5) VALUE ZERO.
       01 WS-DORMANT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EMP-LEAVER-COUNT PIC 9(5) VALUE ZERO.

       01 WS-IDLE-DISP PIC ZZZZ9.
       01 WS-IDLE-TEXT PIC X(5).
       01 WS-COUNT-DISP PIC ZZZZZZ9.
       01 WS-THRESH-DISP PIC ZZZ9.
       01 WS-LOGIN-DISP PIC X(16).
       01 WS-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Access Recertification Review *****"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "DORMANTDAYS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO
                       MOVE PARM-VALUE TO WS-DORMANT-DAYS
                   END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           OPEN INPUT MANAGER-FILE
           IF MANAGER-STATUS = "00"
               MOVE "Y" TO MANAGER-AVAILABLE
           ELSE
               DISPLAY "Warning: manager.dat not available - no "
                   "manager accounts to review."
           END-IF
           OPEN INPUT HRUSER-FILE
           IF HRUSER-STATUS = "00"
               MOVE "Y" TO HRUSER-AVAILABLE
           ELSE
               DISPLAY "Warning: HRUSER.DAT not available - no "
                   "HR accounts to review."
           END-IF
           IF NOT MANAGER-FILE-AVAILABLE AND
              NOT HRUSER-FILE-AVAILABLE
               DISPLAY "No privileged account files - nothing to "
                   "review."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMPLOYEE-AVAILABLE
           ELSE
               DISPLAY "Warning: EMPLOYEE.DAT not available - "
                   "leavers cannot be identified."
           END-IF
           OPEN INPUT EMPMGR-FILE
           IF EMPMGR-STATUS = "00"
               MOVE "Y" TO EMPMGR-AVAILABLE
           ELSE
               DISPLAY "Warning: EMPMGR.DAT not available - "
                   "reporting lines not checked."
           END-IF
           OPEN INPUT LASTLOGIN-FILE
           IF LASTLOGIN-STATUS = "00"
               MOVE "Y" TO LASTLOGIN-AVAILABLE
           ELSE
               DISPLAY "Warning: LASTLOGIN.DAT not available - "
                   "every account shows as never used."
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening RECERT.TXT. Status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-MGR-TABLE
           PERFORM PRINT-REPORT-HEADING
           IF MANAGER-FILE-AVAILABLE
               PERFORM REVIEW-MANAGER-ACCOUNTS
           END-IF
           IF HRUSER-FILE-AVAILABLE
               PERFORM REVIEW-HR-ACCOUNTS
           END-IF
           IF EMPLOYEE-FILE-AVAILABLE
               PERFORM REVIEW-LEAVER-ACCOUNTS
           END-IF
           PERFORM PRINT-CONFLICTS
           PERFORM PRINT-SIGN-OFF
           CLOSE REPORT-FILE

           IF MANAGER-FILE-AVAILABLE
               CLOSE MANAGER-FILE
           END-IF
           IF HRUSER-FILE-AVAILABLE
               CLOSE HRUSER-FILE
           END-IF
           IF EMPLOYEE-FILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF
           IF EMPMGR-FILE-AVAILABLE
               CLOSE EMPMGR-FILE
           END-IF
           IF LASTLOGIN-FILE-AVAILABLE
               CLOSE LASTLOGIN-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Report written to RECERT.TXT."
           IF WS-DORMANT-COUNT > ZERO OR WS-LEAVER-COUNT > ZERO OR
              WS-EMP-LEAVER-COUNT > ZERO OR WS-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           PRINT-REPORT-HEADING.
               MOVE WS-DORMANT-DAYS TO WS-THRESH-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Access Recertification Review as at "
                   WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                   "   Dormant after " WS-THRESH-DISP
                   " day(s) without a login"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Flags: DORMANT = no login within the threshold, "
                   & "NEVER USED = no login recorded, LEAVER = "
                   & "employee record" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "terminated, HR+MGR = also holds a manager "
                   & "account, SELF-REPORT = EMPMGR.DAT line reports "
                   & "to itself." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           PRINT-ACCOUNT-HEADING.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "TYPE ID     NAME                 LOCKED   LAST "
                   & "LOGIN        IDLE   LOGINS   FLAGS"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:110)
               PERFORM WRITE-REPORT-LINE.

           REVIEW-MANAGER-ACCOUNTS.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "PRIVILEGED ACCOUNTS - MANAGERS (manager.dat)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-ACCOUNT-HEADING
               MOVE LOW-VALUES TO MANAGER-ID
               START MANAGER-FILE KEY >= MANAGER-ID
                   INVALID KEY MOVE "99" TO MANAGER-STATUS
                   NOT INVALID KEY MOVE "00" TO MANAGER-STATUS
               END-START
               PERFORM UNTIL MANAGER-STATUS NOT = "00"
                   READ MANAGER-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO MANAGER-STATUS
                       NOT AT END
                           PERFORM REVIEW-ONE-MANAGER
                   END-READ
               END-PERFORM.

           REVIEW-ONE-MANAGER.
               IF WS-MGR-COUNT < 500
                   ADD 1 TO WS-MGR-COUNT
                   MOVE MANAGER-ID TO WS-MT-ID (WS-MGR-COUNT)
                   MOVE MANAGER-NAME TO WS-MT-NAME (WS-MGR-COUNT)
               END-IF
               MOVE "MGR" TO WS-ACCT-TYPE
               MOVE MANAGER-ID TO WS-ACCT-ID
               MOVE MANAGER-NAME TO WS-ACCT-NAME
               MOVE MANAGER-LOCK-FLAG TO WS-ACCT-LOCKED
               PERFORM CHECK-ACCOUNT-USAGE
               PERFORM CHECK-ACCOUNT-LEAVER

               IF EMPMGR-FILE-AVAILABLE
                   MOVE MANAGER-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMPMGR-MGR-ID = MANAGER-ID
                               STRING "SELF-REPORT "
                                   DELIMITED BY SIZE INTO WS-FLAGS
                                   WITH POINTER WS-FLAG-PTR
                               MOVE SPACES TO WS-CONFLICT-TEXT
                               STRING "Manager " MANAGER-ID " "
                                   MANAGER-NAME " reports to "
                                   "themselves on EMPMGR.DAT - "
                                   "their own leave is self-approved."
                                   DELIMITED BY SIZE
                                   INTO WS-CONFLICT-TEXT
                               PERFORM ADD-CONFLICT
                           END-IF
                   END-READ
               END-IF
               PERFORM PRINT-ACCOUNT-LINE
               ADD 1 TO WS-MGR-LISTED.

           REVIEW-HR-ACCOUNTS.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "PRIVILEGED ACCOUNTS - HR USERS (HRUSER.DAT)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-ACCOUNT-HEADING
               MOVE LOW-VALUES TO HR-ID
               START HRUSER-FILE KEY >= HR-ID
                   INVALID KEY MOVE "99" TO HRUSER-STATUS
                   NOT INVALID KEY MOVE "00" TO HRUSER-STATUS
               END-START
               PERFORM UNTIL HRUSER-STATUS NOT = "00"
                   READ HRUSER-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO HRUSER-STATUS
                       NOT AT END
                           PERFORM REVIEW-ONE-HR-USER
                   END-READ
               END-PERFORM.

           REVIEW-ONE-HR-USER.
               MOVE "HR" TO WS-ACCT-TYPE
               MOVE HR-ID TO WS-ACCT-ID
               MOVE HR-NAME TO WS-ACCT-NAME
               MOVE HR-LOCK-FLAG TO WS-ACCT-LOCKED
               PERFORM CHECK-ACCOUNT-USAGE
               PERFORM CHECK-ACCOUNT-LEAVER

               PERFORM VARYING WS-MGR-IX FROM 1 BY 1
                   UNTIL WS-MGR-IX > WS-MGR-COUNT
                   IF WS-MT-ID (WS-MGR-IX) = HR-ID OR
                      (HR-NAME NOT = SPACES AND
                       WS-MT-NAME (WS-MGR-IX) = HR-NAME)
                       STRING "HR+MGR "
                           DELIMITED BY SIZE INTO WS-FLAGS
                           WITH POINTER WS-FLAG-PTR
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "HR user " HR-ID " " HR-NAME
                           " also holds manager account "
                           WS-MT-ID (WS-MGR-IX) " "
                           WS-MT-NAME (WS-MGR-IX)
                           " - can maintain and approve."
                           DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       PERFORM ADD-CONFLICT
                       MOVE WS-MGR-COUNT TO WS-MGR-IX
                   END-IF
               END-PERFORM
               PERFORM PRINT-ACCOUNT-LINE
               ADD 1 TO WS-HR-LISTED.

           CHECK-ACCOUNT-USAGE.
               MOVE SPACES TO WS-FLAGS
               MOVE 1 TO WS-FLAG-PTR
               MOVE SPACES TO WS-LAST-LOGIN
               MOVE ZERO TO WS-LOGIN-COUNT
               MOVE ZERO TO WS-IDLE-DAYS
               MOVE "Y" TO WS-NEVER-USED
               IF LASTLOGIN-FILE-AVAILABLE
                   MOVE WS-ACCT-TYPE TO LL-ACCT-TYPE
                   MOVE WS-ACCT-ID TO LL-ACCT-ID
                   READ LASTLOGIN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LL-LAST-LOGIN(1:8) IS NUMERIC
                               MOVE "N" TO WS-NEVER-USED
                               MOVE LL-LAST-LOGIN TO WS-LAST-LOGIN
                               MOVE LL-LOGIN-COUNT TO WS-LOGIN-COUNT
                               MOVE LL-LAST-LOGIN(1:8) TO
                                   WS-LOGIN-DATE
                               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT -
                                   FUNCTION INTEGER-OF-DATE(
                                   WS-LOGIN-DATE)
                           END-IF
                   END-READ
               END-IF
               IF WS-NEVER-USED = "Y"
                   STRING "NEVER USED " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   ADD 1 TO WS-DORMANT-COUNT
               ELSE
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       STRING "DORMANT " DELIMITED BY SIZE
                           INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                       ADD 1 TO WS-DORMANT-COUNT
                   END-IF
               END-IF.

           CHECK-ACCOUNT-LEAVER.
               MOVE "N" TO WS-LEAVER
               MOVE ZERO TO WS-LEAVER-DATE
               IF NOT EMPLOYEE-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACCT-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TEST-EMPLOYEE-LEFT
               END-READ
               IF WS-LEAVER = "Y"
                   STRING "LEAVER " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   ADD 1 TO WS-LEAVER-COUNT
               END-IF.

           TEST-EMPLOYEE-LEFT.
               IF FUNCTION TRIM(EMP-STATUS) = "INACTIVE" OR
                  (EMP-TERM-DATE > ZERO AND EMP-TERM-DATE <= WS-TODAY)
                   MOVE "Y" TO WS-LEAVER
                   MOVE EMP-TERM-DATE TO WS-LEAVER-DATE
               END-IF.

           REVIEW-LEAVER-ACCOUNTS.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "EMPLOYEE ACCOUNTS OF LEAVERS STILL OPEN "
                   & "(terminated, not locked)" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-ACCOUNT-HEADING
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY >= EMP-ID
                   INVALID KEY MOVE "99" TO EMPLOYEE-STATUS
                   NOT INVALID KEY MOVE "00" TO EMPLOYEE-STATUS
               END-START
               PERFORM UNTIL EMPLOYEE-STATUS NOT = "00"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO EMPLOYEE-STATUS
                       NOT AT END
                           PERFORM REVIEW-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               IF WS-EMP-LEAVER-COUNT = ZERO
                   MOVE "  None - every leaver's login is locked."
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REVIEW-ONE-EMPLOYEE.
               MOVE "N" TO WS-LEAVER
               PERFORM TEST-EMPLOYEE-LEFT
               IF WS-LEAVER NOT = "Y" OR EMP-LOCK-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "EMP" TO WS-ACCT-TYPE
               MOVE EMP-ID TO WS-ACCT-ID
               MOVE EMP-NAME TO WS-ACCT-NAME
               MOVE EMP-LOCK-FLAG TO WS-ACCT-LOCKED
               PERFORM CHECK-EMPLOYEE-USAGE
               STRING "LEAVER " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               IF WS-LAST-LOGIN NOT = SPACES AND
                  WS-LEAVER-DATE > ZERO AND
                  WS-LAST-LOGIN(1:8) > WS-LEAVER-DATE
                   STRING "USED AFTER LEAVING " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
               PERFORM PRINT-ACCOUNT-LINE
               ADD 1 TO WS-EMP-LEAVER-COUNT.

           CHECK-EMPLOYEE-USAGE.
               MOVE SPACES TO WS-FLAGS
               MOVE 1 TO WS-FLAG-PTR
               MOVE SPACES TO WS-LAST-LOGIN
               MOVE ZERO TO WS-LOGIN-COUNT
               MOVE ZERO TO WS-IDLE-DAYS
               IF LASTLOGIN-FILE-AVAILABLE
                   MOVE "EMP" TO LL-ACCT-TYPE
                   MOVE EMP-ID TO LL-ACCT-ID
                   READ LASTLOGIN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LL-LAST-LOGIN(1:8) IS NUMERIC
                               MOVE LL-LAST-LOGIN TO WS-LAST-LOGIN
                               MOVE LL-LOGIN-COUNT TO WS-LOGIN-COUNT
                               MOVE LL-LAST-LOGIN(1:8) TO
                                   WS-LOGIN-DATE
                               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT -
                                   FUNCTION INTEGER-OF-DATE(
                                   WS-LOGIN-DATE)
                           END-IF
                   END-READ
               END-IF.

           PRINT-ACCOUNT-LINE.
               IF WS-LAST-LOGIN = SPACES
                   MOVE "NEVER" TO WS-LOGIN-DISP
                   MOVE SPACES TO WS-IDLE-TEXT
               ELSE
                   MOVE SPACES TO WS-LOGIN-DISP
                   STRING WS-LAST-LOGIN(1:4) "-" WS-LAST-LOGIN(5:2)
                       "-" WS-LAST-LOGIN(7:2) " "
                       WS-LAST-LOGIN(9:2) ":" WS-LAST-LOGIN(11:2)
                       DELIMITED BY SIZE INTO WS-LOGIN-DISP
                   MOVE WS-IDLE-DAYS TO WS-IDLE-DISP
                   MOVE WS-IDLE-DISP TO WS-IDLE-TEXT
               END-IF
               MOVE WS-LOGIN-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-ACCT-TYPE "  " WS-ACCT-ID "  " WS-ACCT-NAME
                   "    " WS-ACCT-LOCKED "     " WS-LOGIN-DISP "  "
                   WS-IDLE-TEXT "  " WS-COUNT-DISP "  " WS-FLAGS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           ADD-CONFLICT.
               IF WS-CONFLICT-COUNT < 300
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE WS-CONFLICT-TEXT TO
                       WS-CONFLICT-LINE (WS-CONFLICT-COUNT)
               END-IF.

           PRINT-CONFLICTS.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:110)
               PERFORM WRITE-REPORT-LINE
               IF WS-CONFLICT-COUNT = ZERO
                   MOVE "  None found." TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM VARYING WS-CONFLICT-IX FROM 1 BY 1
                   UNTIL WS-CONFLICT-IX > WS-CONFLICT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-CONFLICT-LINE (WS-CONFLICT-IX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM.

           PRINT-SIGN-OFF.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Manager accounts reviewed : " WS-MGR-LISTED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  HR accounts reviewed      : " WS-HR-LISTED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Dormant or never used     : "
                   WS-DORMANT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Privileged leavers        : "
                   WS-LEAVER-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Open leaver logins        : "
                   WS-EMP-LEAVER-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Duty conflicts            : "
                   WS-CONFLICT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "DIRECTOR SIGN-OFF" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:110)
               PERFORM WRITE-REPORT-LINE
               MOVE "I have reviewed every account listed above. "
                   & "Accounts not marked for removal remain "
                   & "appropriate." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Accounts to remove or lock: "
                   & "____________________________________________"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Conflicts accepted (with reason): "
                   & "______________________________________"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Reviewing director: ________________________  "
                   & "Signature: ________________  Date: __________"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
