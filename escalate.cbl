               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT HRUSER-FILE ASSIGN TO "../HRUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-ID
               FILE STATUS IS HRUSER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-REQUEST-FILE.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD LEAVE-TYPE-FILE.
       01 LEAVE-TYPE-RECORD.
           05 TYPE-CODE PIC 9.
           05 TYPE-NAME PIC X(10).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD HRUSER-FILE.
       01 HRUSER-RECORD.
           05 HR-ID PIC X(5).
           05 HR-NAME PIC X(20).
           05 HR-PASSWORD PIC X(20).
           05 HR-FAIL-COUNT PIC 99.
           05 HR-LOCK-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 EMPMGR-STATUS PIC XX.
       01 DELEGATE-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 HRUSER-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-NOTICE PIC X(2).
       01 WS-ARG-REROUTE PIC X(2).
       01 WS-ARG-HR-OWNER PIC X(5).
       01 WS-HR-OWNER-ID PIC X(5) VALUE SPACES.

       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 9 TIMES.
             10 WS-ROUTE-TYPE-NAME PIC X(10).
             10 WS-ROUTE-CODE PIC X.
       01 WS-ROUTE-COUNT PIC 99 VALUE ZERO.
       01 WS-ROUTE-IX PIC 99.
       01 WS-REQ-ROUTE PIC X.
          88 REQ-ROUTE-HR VALUE "H".
          88 REQ-ROUTE-MGR-THEN-HR VALUE "B".
       01 WS-HR-STAGE PIC X VALUE "N".
          88 REQUEST-AT-HR-STAGE VALUE "Y".

       01 WS-REQ-TABLE.
          05 WS-REQ-ENTRY OCCURS 2000 TIMES.

       01 WS-NOTICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REROUTE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HRQ-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-NOTICE WS-ARG-REROUTE WS-ARG-HR-OWNER
               END-UNSTRING
               IF FUNCTION TRIM(WS-ARG-NOTICE) NOT = SPACES
                   COMPUTE WS-NOTICE-DAYS =
               IF WS-REROUTE-DAYS = ZERO
                   MOVE WS-PARM-REROUTE TO WS-REROUTE-DAYS
               END-IF
               MOVE WS-ARG-HR-OWNER TO WS-HR-OWNER-ID
           ELSE
               DISPLAY "Notice after how many days (default 7): "
               ACCEPT WS-NOTICE-DAYS
               IF WS-REROUTE-DAYS = ZERO
                   MOVE WS-PARM-REROUTE TO WS-REROUTE-DAYS
               END-IF
               DISPLAY "HR queue owner ID (blank = first HR user "
                   "on file): "
               ACCEPT WS-HR-OWNER-ID
           END-IF

           PERFORM LOAD-TYPE-ROUTES
           IF WS-HR-OWNER-ID = SPACES
               PERFORM FIND-DEFAULT-HR-OWNER
           END-IF
           IF WS-HR-OWNER-ID = SPACES
               MOVE "HR" TO WS-HR-OWNER-ID
           END-IF
           DISPLAY "HR-routed requests are aged against HR queue "
               "owner " WS-HR-OWNER-ID "."

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           DISPLAY " "
           DISPLAY WS-NOTICE-COUNT " escalation notice(s) written, "
               WS-REROUTE-COUNT " request route(s) escalated."
           DISPLAY WS-HRQ-COUNT " HR-routed request(s) checked "
               "against the HR queue."
           STOP RUN.

           LOAD-TYPE-ROUTES.
               MOVE ZERO TO WS-ROUTE-COUNT
               OPEN INPUT LEAVE-TYPE-FILE
               IF LTYPE-STATUS NOT = "00"
                   DISPLAY "No LEAVETYPE.DAT - all requests aged "
                       "against line managers."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                   UNTIL WS-ROUTE-IX > 9
                   MOVE WS-ROUTE-IX TO TYPE-CODE
                   READ LEAVE-TYPE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROUTE-COUNT
                       MOVE TYPE-NAME TO
                           WS-ROUTE-TYPE-NAME (WS-ROUTE-COUNT)
                       MOVE TYPE-APPROVAL-ROUTE TO
                           WS-ROUTE-CODE (WS-ROUTE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TYPE-FILE.

           FIND-DEFAULT-HR-OWNER.
               OPEN INPUT HRUSER-FILE
               IF HRUSER-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO HR-ID
               START HRUSER-FILE KEY >= HR-ID
                   INVALID KEY MOVE "99" TO HRUSER-STATUS
                   NOT INVALID KEY MOVE "00" TO HRUSER-STATUS
               END-START
               PERFORM UNTIL HRUSER-STATUS NOT = "00"
                   READ HRUSER-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO HRUSER-STATUS
                       NOT AT END
                           IF HR-LOCK-FLAG NOT = "Y"
                               MOVE HR-ID TO WS-HR-OWNER-ID
                               MOVE "99" TO HRUSER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HRUSER-FILE.

           CHECK-HR-STAGE.
               MOVE "M" TO WS-REQ-ROUTE
               MOVE "N" TO WS-HR-STAGE
               PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                   UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
                   IF WS-ROUTE-TYPE-NAME (WS-ROUTE-IX) = PARENT-TYPE
                       MOVE WS-ROUTE-CODE (WS-ROUTE-IX) TO WS-REQ-ROUTE
                   END-IF
               END-PERFORM
               IF REQ-ROUTE-HR
                   MOVE "Y" TO WS-HR-STAGE
               END-IF
               IF REQ-ROUTE-MGR-THEN-HR AND
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                   MOVE "Y" TO WS-HR-STAGE
               END-IF.

           LOAD-CREATION-DATES.
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
               END-PERFORM.

           CHECK-ONE-PENDING.
               PERFORM CHECK-HR-STAGE
               IF REQUEST-AT-HR-STAGE
                   ADD 1 TO WS-HRQ-COUNT
               END-IF
               PERFORM FIND-CREATION-DATE
               IF WS-CREATED-FOUND = "Y"
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
           FIND-ESCALATION-MANAGERS.
               MOVE SPACES TO WS-DIRECT-MGR-ID
               MOVE SPACES TO WS-SECOND-MGR-ID
               IF REQUEST-AT-HR-STAGE
                   MOVE WS-HR-OWNER-ID TO WS-DIRECT-MGR-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   CONTINUE
               MOVE "ESCALATE" TO OUTNOTE-DECISION
               MOVE WS-TODAY TO OUTNOTE-DECISION-DATE
               MOVE SPACES TO OUTNOTE-REASON
               IF REQUEST-AT-HR-STAGE
                   STRING "HR queue: pending " WS-AGE-DISP
                          " day(s), starts " PARENT-START-DATE
                          DELIMITED BY SIZE INTO OUTNOTE-REASON
               ELSE
                   STRING "Pending " WS-AGE-DISP " day(s), starts "
                          PARENT-START-DATE
                          DELIMITED BY SIZE INTO OUTNOTE-REASON
               END-IF
               MOVE SPACES TO OUTNOTE-COMMENT
               WRITE OUTNOTE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
