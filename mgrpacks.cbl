       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGER-PACKS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT BALANCE-FILE ASSIGN TO "../LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-STATUS.

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

           SELECT MANAGER-FILE ASSIGN TO "../manager.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.

           SELECT PACK-FILE ASSIGN TO WS-PACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-REQUEST-FILE.
       01 LEAVE-REQUEST-RECORD.
           05 PARENT-REQ-ID PIC X(8).
           05 PARENT-EMP-ID PIC X(5).
           05 PARENT-START-DATE PIC 9(8).
           05 PARENT-END-DATE PIC 9(8).
           05 PARENT-TYPE PIC X(10).
           05 PARENT-STATUS PIC X(8).
           05 PARENT-MANAGER-ID PIC X(5).
           05 PARENT-DECISION-DATE PIC X(8).
           05 PARENT-REASON PIC X(50).
           05 PARENT-START-PART PIC X.
           05 PARENT-END-PART PIC X.
           05 PARENT-FIRST-MGR-ID PIC X(5).
           05 PARENT-FIRST-DATE PIC X(8).
           05 PARENT-DECISION-COMMENT PIC X(50).
           05 PARENT-CERT-FLAG PIC X.
           05 PARENT-CERT-DATE PIC 9(8).
           05 PARENT-CERT-REF PIC X(15).
           05 PARENT-CERT-NOTES PIC X(30).
           05 PARENT-RTW-FLAG PIC X.
           05 PARENT-RTW-DATE PIC 9(8).

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LEAVE-REQ-ID PIC X(8).
           05 LEAVE-EMP-ID PIC X(5).
           05 LEAVE-DATE PIC 9(8).
           05 LEAVE-REASON PIC X(50).
           05 LEAVE-STATUS PIC X(8).
           05 LEAVE-MANAGER-ID PIC X(5).
           05 LEAVE-DECISION-DATE PIC X(8).
           05 LEAVE-TYPE PIC X(10).
           05 LEAVE-LOP-FLAG PIC X.
           05 LEAVE-PARENT-REQ-ID PIC X(8).
           05 LEAVE-DAY-PART PIC X.
           05 LEAVE-DAY-UNITS PIC 9V9.
           05 LEAVE-PAY-BAND PIC X.

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-KEY.
              10 BAL-EMP-ID PIC X(5).
              10 BAL-TYPE-CODE PIC 9.
           05 BAL-EMP-NAME PIC X(20).
           05 BAL-TYPE-NAME PIC X(10).
           05 BAL-DAYS PIC 99V9.
           05 BAL-CARRY-DAYS PIC 99V9.
           05 BAL-CARRY-EXPIRY PIC 9(8).

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

       FD MANAGER-FILE.
       01 MANAGER-RECORD.
           05 MANAGER-ID PIC X(5).
           05 MANAGER-NAME PIC X(20).
           05 MANAGER-PASSWORD PIC X(20).
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
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

       FD OUTBOUND-NOTICE-FILE.
       01 OUTNOTE-RECORD.
           05 OUTNOTE-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-REQ-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-DECISION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-DECISION-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-REASON PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-COMMENT PIC X(50).

       FD PACK-FILE.
       01 PACK-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 PARENT-STATUS-CODE PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 BAL-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 MANAGER-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 PACK-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.

       01 MANAGER-AVAILABLE PIC X VALUE "N".
          88 MANAGER-FILE-AVAILABLE VALUE "Y".
       01 FAMCASE-AVAILABLE PIC X VALUE "N".
          88 FAMCASE-FILE-AVAILABLE VALUE "Y".

       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 9 TIMES.
             10 WS-ROUTE-TYPE-NAME PIC X(10).
             10 WS-ROUTE-CODE PIC X.
       01 WS-ROUTE-COUNT PIC 99 VALUE ZERO.
       01 WS-ROUTE-IX PIC 99.
       01 WS-REQ-ROUTE PIC X.
          88 REQ-ROUTE-HR VALUE "H".
          88 REQ-ROUTE-MGR-THEN-HR VALUE "B".

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-AHEAD-DAYS PIC 9(4) VALUE 14.
       01 WS-AHEAD-DATE PIC 9(8).
       01 WS-CARRY-DAYS PIC 9(4) VALUE 60.
       01 WS-CARRY-DATE PIC 9(8).
       01 WS-ALERT-THRESHOLD PIC 99 VALUE 3.
       01 WS-WORK-INT PIC S9(9) COMP.
       01 WS-LIST-DAY-INT PIC S9(9) COMP.
       01 WS-LIST-LAST-INT PIC S9(9) COMP.
       01 WS-LIST-DAY PIC 9(8).
       01 WS-LIST-PART PIC X.
       01 WS-LIST-END PIC 9(8).
       01 WS-DAY-OFFSET PIC S9(4) COMP.

       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY OCCURS 5000 TIMES.
             10 WS-MEMBER-EMP-ID PIC X(5).
             10 WS-MEMBER-MGR-ID PIC X(5).
       01 WS-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-IX PIC 9(4).

       01 WS-TEAM-TABLE.
          05 WS-TEAM-MGR-ID PIC X(5) OCCURS 500 TIMES.
       01 WS-TEAM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TEAM-IX PIC 9(4).
       01 WS-TEAM-FOUND PIC X.
       01 WS-TABLE-FULL PIC X VALUE "N".
          88 TEAM-TABLE-FULL VALUE "Y".

       01 WS-MGR-ID PIC X(5).
       01 WS-MGR-NAME PIC X(20).
       01 WS-DIRECT-MGR-ID PIC X(5).
       01 WS-SECOND-MGR-ID PIC X(5).
       01 WS-EMP-NAME PIC X(20).
       01 WS-TYPE-IX PIC 99.
       01 WS-PACK-FILE-NAME PIC X(40).
       01 WS-PACK-SHORT-NAME PIC X(20).
       01 WS-PACK-LINE PIC X(120).
       01 WS-LEVEL-TEXT PIC X(6).

       01 WS-CNT-PENDING PIC 9(4).
       01 WS-CNT-ABSENCE PIC 9(4).
       01 WS-CNT-LOW PIC 9(4).
       01 WS-CNT-CERT PIC 9(4).
       01 WS-CNT-CARRY PIC 9(4).
       01 WS-PACK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PACK-ERRORS PIC 9(4) VALUE ZERO.
       01 WS-DAYS-DISP PIC Z9.9.
       01 WS-CARRY-DISP PIC Z9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Manager Report Packs *****"

           OPEN INPUT EMPMGR-FILE
           IF EMPMGR-STATUS NOT = "00"
               DISPLAY "No EMPMGR.DAT on file - no teams to report."
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-REQUEST-FILE
           IF PARENT-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                   PARENT-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVE.DAT. Status: "
                   LEAVE-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BALANCE-FILE
           IF BAL-STATUS NOT = "00"
               DISPLAY "Error opening LEAVEBAL.DAT. Status: "
                   BAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                   EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MANAGER-FILE
           IF MANAGER-STATUS = "00"
               MOVE "Y" TO MANAGER-AVAILABLE
           END-IF

           OPEN INPUT FAMCASE-FILE
           IF FAMCASE-STATUS = "00"
               MOVE "Y" TO FAMCASE-AVAILABLE
           END-IF

           OPEN INPUT LEAVE-TYPE-FILE
           IF LTYPE-STATUS = "00"
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
               CLOSE LEAVE-TYPE-FILE
           END-IF

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "ALERTDAYS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-ALERT-THRESHOLD
               END-READ
               MOVE "PACKDAYS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-AHEAD-DAYS
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           OPEN EXTEND OUTBOUND-NOTICE-FILE
           IF OUTNOTE-STATUS NOT = "00"
               OPEN OUTPUT OUTBOUND-NOTICE-FILE
               CLOSE OUTBOUND-NOTICE-FILE
               OPEN EXTEND OUTBOUND-NOTICE-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-AHEAD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-AHEAD-DATE
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-CARRY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-CARRY-DATE

           PERFORM LOAD-TEAM-TABLE

           PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
               UNTIL WS-TEAM-IX > WS-TEAM-COUNT
               MOVE WS-TEAM-MGR-ID (WS-TEAM-IX) TO WS-MGR-ID
               PERFORM WRITE-ONE-PACK
           END-PERFORM

           CLOSE EMPMGR-FILE
           CLOSE LEAVE-REQUEST-FILE
           CLOSE LEAVE-FILE
           CLOSE BALANCE-FILE
           CLOSE EMPLOYEE-FILE
           IF MANAGER-FILE-AVAILABLE
               CLOSE MANAGER-FILE
           END-IF
           IF FAMCASE-FILE-AVAILABLE
               CLOSE FAMCASE-FILE
           END-IF
           CLOSE OUTBOUND-NOTICE-FILE

           DISPLAY WS-PACK-COUNT " manager pack(s) written, "
               WS-PACK-ERRORS " could not be created."
           IF TEAM-TABLE-FULL
               DISPLAY "Warning: team table full - some staff or "
                   "managers were left out."
           END-IF
           IF WS-PACK-ERRORS > ZERO OR TEAM-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           LOAD-TEAM-TABLE.
               MOVE SPACES TO EMPMGR-EMP-ID
               START EMPMGR-FILE KEY >= EMPMGR-EMP-ID
                   INVALID KEY MOVE "99" TO EMPMGR-STATUS
                   NOT INVALID KEY MOVE "00" TO EMPMGR-STATUS
               END-START
               PERFORM UNTIL EMPMGR-STATUS NOT = "00"
                   READ EMPMGR-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO EMPMGR-STATUS
                       NOT AT END
                           IF EMPMGR-MGR-ID NOT = SPACES
                               PERFORM ADD-TEAM-MEMBER
                           END-IF
                   END-READ
               END-PERFORM.

           ADD-TEAM-MEMBER.
               IF WS-MEMBER-COUNT >= 5000
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-TEAM-FOUND
               PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > WS-TEAM-COUNT
                   IF WS-TEAM-MGR-ID (WS-TEAM-IX) = EMPMGR-MGR-ID
                       MOVE "Y" TO WS-TEAM-FOUND
                       MOVE WS-TEAM-COUNT TO WS-TEAM-IX
                   END-IF
               END-PERFORM
               IF WS-TEAM-FOUND = "N"
                   IF WS-TEAM-COUNT >= 500
                       MOVE "Y" TO WS-TABLE-FULL
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE EMPMGR-MGR-ID TO WS-TEAM-MGR-ID (WS-TEAM-COUNT)
               END-IF
               ADD 1 TO WS-MEMBER-COUNT
               MOVE EMPMGR-EMP-ID TO WS-MEMBER-EMP-ID (WS-MEMBER-COUNT)
               MOVE EMPMGR-MGR-ID TO WS-MEMBER-MGR-ID (WS-MEMBER-COUNT).

           WRITE-ONE-PACK.
               MOVE SPACES TO WS-MGR-NAME
               IF MANAGER-FILE-AVAILABLE
                   MOVE WS-MGR-ID TO MANAGER-ID
                   READ MANAGER-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MANAGER-NAME TO WS-MGR-NAME
                   END-READ
               END-IF

               MOVE SPACES TO WS-PACK-SHORT-NAME
               STRING "MGRPACK-" FUNCTION TRIM(WS-MGR-ID) ".TXT"
                   DELIMITED BY SIZE INTO WS-PACK-SHORT-NAME
               MOVE SPACES TO WS-PACK-FILE-NAME
               STRING "../" FUNCTION TRIM(WS-PACK-SHORT-NAME)
                   DELIMITED BY SIZE INTO WS-PACK-FILE-NAME
               OPEN OUTPUT PACK-FILE
               IF PACK-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-PACK-FILE-NAME
                       " Status: " PACK-STATUS
                   ADD 1 TO WS-PACK-ERRORS
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-CNT-PENDING
               MOVE ZERO TO WS-CNT-ABSENCE
               MOVE ZERO TO WS-CNT-LOW
               MOVE ZERO TO WS-CNT-CERT
               MOVE ZERO TO WS-CNT-CARRY

               MOVE SPACES TO WS-PACK-LINE
               STRING "Team report pack for manager " WS-MGR-ID
                   " " WS-MGR-NAME " - produced " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "=" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               PERFORM PACK-PENDING-SECTION
               PERFORM PACK-ABSENCE-SECTION
               PERFORM PACK-LOW-BALANCE-SECTION
               PERFORM PACK-CERT-SECTION
               PERFORM PACK-CARRY-SECTION

               CLOSE PACK-FILE
               ADD 1 TO WS-PACK-COUNT

               MOVE SPACES TO OUTNOTE-RECORD
               MOVE WS-MGR-ID TO OUTNOTE-EMP-ID
               MOVE "MGRPACK" TO OUTNOTE-REQ-ID
               MOVE "READY" TO OUTNOTE-DECISION
               MOVE WS-TODAY TO OUTNOTE-DECISION-DATE
               MOVE WS-PACK-SHORT-NAME TO OUTNOTE-REASON
               STRING "Pend " WS-CNT-PENDING " Abs " WS-CNT-ABSENCE
                   " Low " WS-CNT-LOW " Cert " WS-CNT-CERT
                   " Carry " WS-CNT-CARRY
                   DELIMITED BY SIZE INTO OUTNOTE-COMMENT
               WRITE OUTNOTE-RECORD

               DISPLAY FUNCTION TRIM(WS-PACK-FILE-NAME) " written.".

           PACK-PENDING-SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE "Requests awaiting your decision"
                   TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               STRING "REQ-ID   EMP-ID NAME                 "
                   "START    END      TYPE       LEVEL"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "-" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               MOVE SPACES TO PARENT-REQ-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-REQ-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           PERFORM CHECK-PENDING-REQUEST
                   END-READ
               END-PERFORM
               IF WS-CNT-PENDING = ZERO
                   MOVE "  None." TO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
               END-IF.

           CHECK-PENDING-REQUEST.
               IF FUNCTION TRIM(PARENT-STATUS) NOT = "APPLIED" AND
                  FUNCTION TRIM(PARENT-STATUS) NOT = "FIRSTAPP"
                   EXIT PARAGRAPH
               END-IF
               MOVE "M" TO WS-REQ-ROUTE
               PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                   UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
                   IF WS-ROUTE-TYPE-NAME (WS-ROUTE-IX) = PARENT-TYPE
                       MOVE WS-ROUTE-CODE (WS-ROUTE-IX) TO WS-REQ-ROUTE
                   END-IF
               END-PERFORM
               IF REQ-ROUTE-HR
                   EXIT PARAGRAPH
               END-IF
               IF REQ-ROUTE-MGR-THEN-HR AND
                  FUNCTION TRIM(PARENT-STATUS) = "FIRSTAPP"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-DIRECT-MGR-ID
               MOVE SPACES TO WS-SECOND-MGR-ID
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE EMPMGR-MGR-ID TO WS-DIRECT-MGR-ID
               END-READ
               IF FUNCTION TRIM(PARENT-STATUS) = "APPLIED"
                   IF WS-DIRECT-MGR-ID NOT = WS-MGR-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "FIRST" TO WS-LEVEL-TEXT
               ELSE
                   MOVE WS-DIRECT-MGR-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-SECOND-MGR-ID
                   END-READ
                   IF WS-SECOND-MGR-ID NOT = WS-MGR-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "SECOND" TO WS-LEVEL-TEXT
               END-IF
               MOVE PARENT-EMP-ID TO EMP-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               ADD 1 TO WS-CNT-PENDING
               MOVE SPACES TO WS-PACK-LINE
               STRING PARENT-REQ-ID " " PARENT-EMP-ID "  "
                   WS-EMP-NAME " " PARENT-START-DATE " "
                   PARENT-END-DATE " " PARENT-TYPE " "
                   WS-LEVEL-TEXT
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE.

           PACK-ABSENCE-SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING "Team absences from " WS-TODAY " to "
                   WS-AHEAD-DATE
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               STRING "DATE     EMP-ID NAME                 TYPE       "
                   "STATUS   PT"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "-" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-MEMBER-COUNT
                   IF WS-MEMBER-MGR-ID (WS-MEMBER-IX) = WS-MGR-ID
                       PERFORM LIST-MEMBER-ABSENCES
                   END-IF
               END-PERFORM
               IF WS-CNT-ABSENCE = ZERO
                   MOVE "  None." TO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
               END-IF.

           LIST-MEMBER-ABSENCES.
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO EMP-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT =
                              WS-MEMBER-EMP-ID (WS-MEMBER-IX)
                               MOVE "99" TO LEAVE-STATUS-CODE
                           ELSE IF (FUNCTION TRIM(LEAVE-STATUS) =
                                    "APPROVED" OR
                                    FUNCTION TRIM(LEAVE-STATUS) =
                                    "FIRSTAPP" OR
                                    FUNCTION TRIM(LEAVE-STATUS) =
                                    "APPLIED")
                              AND LEAVE-DATE NOT < WS-TODAY
                              AND LEAVE-DATE NOT > WS-AHEAD-DATE
                               ADD 1 TO WS-CNT-ABSENCE
                               MOVE SPACES TO WS-PACK-LINE
                               STRING LEAVE-DATE " " LEAVE-EMP-ID
                                   "  " WS-EMP-NAME " " LEAVE-TYPE
                                   " " LEAVE-STATUS " "
                                   LEAVE-DAY-PART
                                   DELIMITED BY SIZE
                                   INTO WS-PACK-LINE
                               PERFORM WRITE-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF FAMCASE-FILE-AVAILABLE
                   PERFORM LIST-MEMBER-FAMILY-LEAVE
               END-IF
               PERFORM LIST-MEMBER-PLANNED-LEAVE.

           LIST-MEMBER-FAMILY-LEAVE.
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               START FAMCASE-FILE KEY >= FAM-KEY
                   INVALID KEY MOVE "99" TO FAMCASE-STATUS
                   NOT INVALID KEY MOVE "00" TO FAMCASE-STATUS
               END-START
               PERFORM UNTIL FAMCASE-STATUS NOT = "00"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO FAMCASE-STATUS
                       NOT AT END
                           IF FAM-EMP-ID NOT =
                              WS-MEMBER-EMP-ID (WS-MEMBER-IX)
                               MOVE "99" TO FAMCASE-STATUS
                           ELSE IF FAM-STATUS NOT = "CANCELLED"
                               PERFORM LIST-ONE-FAMILY-CASE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FAMCASE-STATUS.

           LIST-ONE-FAMILY-CASE.
               IF FAM-ACTUAL-RETURN > ZERO
                   MOVE FAM-ACTUAL-RETURN TO WS-LIST-END
               ELSE
                   MOVE FAM-RETURN-DATE TO WS-LIST-END
               END-IF
               IF FAM-START-DATE > WS-AHEAD-DATE OR
                  WS-LIST-END NOT > WS-TODAY
                   EXIT PARAGRAPH
               END-IF
               IF FAM-START-DATE > WS-TODAY
                   COMPUTE WS-LIST-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
               ELSE
                   MOVE WS-TODAY-INT TO WS-LIST-DAY-INT
               END-IF
               COMPUTE WS-LIST-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LIST-END) - 1
               IF WS-LIST-LAST-INT >
                  FUNCTION INTEGER-OF-DATE(WS-AHEAD-DATE)
                   COMPUTE WS-LIST-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AHEAD-DATE)
               END-IF
               PERFORM UNTIL WS-LIST-DAY-INT > WS-LIST-LAST-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-LIST-DAY-INT)
                       TO WS-LIST-DAY
                   COMPUTE WS-DAY-OFFSET =
                       FUNCTION MOD(WS-LIST-DAY-INT -
                       FUNCTION INTEGER-OF-DATE(20000101) 7)
                   IF WS-DAY-OFFSET > 1
                       ADD 1 TO WS-CNT-ABSENCE
                       MOVE SPACES TO WS-PACK-LINE
                       STRING WS-LIST-DAY " " FAM-EMP-ID
                           "  " WS-EMP-NAME " " FAM-TYPE
                           " FAMILY   F"
                           DELIMITED BY SIZE
                           INTO WS-PACK-LINE
                       PERFORM WRITE-PACK-LINE
                   END-IF
                   ADD 1 TO WS-LIST-DAY-INT
               END-PERFORM.

           LIST-MEMBER-PLANNED-LEAVE.
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO PARENT-EMP-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF PARENT-EMP-ID NOT =
                              WS-MEMBER-EMP-ID (WS-MEMBER-IX)
                               MOVE "99" TO PARENT-STATUS-CODE
                           ELSE IF FUNCTION TRIM(PARENT-STATUS) =
                                   "PLANNED"
                               PERFORM LIST-ONE-LEAVE-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO PARENT-STATUS-CODE.

           LIST-ONE-LEAVE-PLAN.
               IF PARENT-START-DATE > WS-AHEAD-DATE OR
                  PARENT-END-DATE < WS-TODAY
                   EXIT PARAGRAPH
               END-IF
               IF PARENT-START-DATE > WS-TODAY
                   COMPUTE WS-LIST-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(PARENT-START-DATE)
               ELSE
                   MOVE WS-TODAY-INT TO WS-LIST-DAY-INT
               END-IF
               COMPUTE WS-LIST-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(PARENT-END-DATE)
               IF WS-LIST-LAST-INT >
                  FUNCTION INTEGER-OF-DATE(WS-AHEAD-DATE)
                   COMPUTE WS-LIST-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AHEAD-DATE)
               END-IF
               PERFORM UNTIL WS-LIST-DAY-INT > WS-LIST-LAST-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-LIST-DAY-INT)
                       TO WS-LIST-DAY
                   COMPUTE WS-DAY-OFFSET =
                       FUNCTION MOD(WS-LIST-DAY-INT -
                       FUNCTION INTEGER-OF-DATE(20000101) 7)
                   IF WS-DAY-OFFSET > 1
                       MOVE "F" TO WS-LIST-PART
                       IF WS-LIST-DAY = PARENT-START-DATE AND
                          PARENT-START-PART NOT = "F"
                           MOVE PARENT-START-PART TO WS-LIST-PART
                       END-IF
                       IF WS-LIST-DAY = PARENT-END-DATE AND
                          PARENT-END-PART NOT = "F"
                           MOVE PARENT-END-PART TO WS-LIST-PART
                       END-IF
                       ADD 1 TO WS-CNT-ABSENCE
                       MOVE SPACES TO WS-PACK-LINE
                       STRING WS-LIST-DAY " " PARENT-EMP-ID
                           "  " WS-EMP-NAME " " PARENT-TYPE
                           " PLANNED  " WS-LIST-PART
                           DELIMITED BY SIZE
                           INTO WS-PACK-LINE
                       PERFORM WRITE-PACK-LINE
                   END-IF
                   ADD 1 TO WS-LIST-DAY-INT
               END-PERFORM.

           PACK-LOW-BALANCE-SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING "Balances below " WS-ALERT-THRESHOLD " day(s)"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE "EMP-ID NAME                 TYPE       DAYS"
                   TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "-" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-MEMBER-COUNT
                   IF WS-MEMBER-MGR-ID (WS-MEMBER-IX) = WS-MGR-ID
                       PERFORM LIST-MEMBER-LOW-BALANCES
                   END-IF
               END-PERFORM
               IF WS-CNT-LOW = ZERO
                   MOVE "  None." TO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
               END-IF.

           LIST-MEMBER-LOW-BALANCES.
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO EMP-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO BAL-EMP-ID
                   MOVE WS-TYPE-IX TO BAL-TYPE-CODE
                   READ BALANCE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-DAYS < WS-ALERT-THRESHOLD
                           ADD 1 TO WS-CNT-LOW
                           MOVE BAL-DAYS TO WS-DAYS-DISP
                           MOVE SPACES TO WS-PACK-LINE
                           STRING BAL-EMP-ID "  " WS-EMP-NAME " "
                               BAL-TYPE-NAME " " WS-DAYS-DISP
                               DELIMITED BY SIZE INTO WS-PACK-LINE
                           PERFORM WRITE-PACK-LINE
                       END-IF
                   END-READ
               END-PERFORM.

           PACK-CERT-SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               STRING "Sick absences started with no certificate "
                   "recorded"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               STRING "REQ-ID   EMP-ID NAME                 "
                   "START    END      STATUS"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "-" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               MOVE SPACES TO PARENT-REQ-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-REQ-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF PARENT-CERT-FLAG = "R" AND
                              (FUNCTION TRIM(PARENT-STATUS) =
                               "APPROVED" OR
                               FUNCTION TRIM(PARENT-STATUS) =
                               "FIRSTAPP") AND
                              PARENT-START-DATE <= WS-TODAY
                               PERFORM CHECK-CERT-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CNT-CERT = ZERO
                   MOVE "  None." TO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
               END-IF.

           CHECK-CERT-REQUEST.
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               IF EMPMGR-MGR-ID NOT = WS-MGR-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE PARENT-EMP-ID TO EMP-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               ADD 1 TO WS-CNT-CERT
               MOVE SPACES TO WS-PACK-LINE
               STRING PARENT-REQ-ID " " PARENT-EMP-ID "  "
                   WS-EMP-NAME " " PARENT-START-DATE " "
                   PARENT-END-DATE " " PARENT-STATUS
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE.

           PACK-CARRY-SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING "Carry-over expiring by " WS-CARRY-DATE
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               STRING "EMP-ID NAME                 TYPE       CARRY "
                   "EXPIRES"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ALL "-" TO WS-PACK-LINE(1:72)
               PERFORM WRITE-PACK-LINE

               PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-MEMBER-COUNT
                   IF WS-MEMBER-MGR-ID (WS-MEMBER-IX) = WS-MGR-ID
                       PERFORM LIST-MEMBER-CARRY-EXPIRY
                   END-IF
               END-PERFORM
               IF WS-CNT-CARRY = ZERO
                   MOVE "  None." TO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
               END-IF.

           LIST-MEMBER-CARRY-EXPIRY.
               MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO EMP-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-MEMBER-EMP-ID (WS-MEMBER-IX) TO BAL-EMP-ID
                   MOVE WS-TYPE-IX TO BAL-TYPE-CODE
                   READ BALANCE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-CARRY-DAYS > ZERO AND
                          BAL-CARRY-EXPIRY >= WS-TODAY AND
                          BAL-CARRY-EXPIRY <= WS-CARRY-DATE
                           ADD 1 TO WS-CNT-CARRY
                           MOVE BAL-CARRY-DAYS TO WS-CARRY-DISP
                           MOVE SPACES TO WS-PACK-LINE
                           STRING BAL-EMP-ID "  " WS-EMP-NAME " "
                               BAL-TYPE-NAME " " WS-CARRY-DISP "  "
                               BAL-CARRY-EXPIRY
                               DELIMITED BY SIZE INTO WS-PACK-LINE
                           PERFORM WRITE-PACK-LINE
                       END-IF
                   END-READ
               END-PERFORM.

           LOOKUP-EMPLOYEE-NAME.
               MOVE SPACES TO WS-EMP-NAME
               READ EMPLOYEE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME
               END-READ.

           WRITE-PACK-LINE.
               MOVE WS-PACK-LINE TO PACK-RECORD
               WRITE PACK-RECORD
               MOVE SPACES TO WS-PACK-LINE.
