       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHUTDOWN-BOOKING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHUTDOWN-FILE ASSIGN TO "../SHUTDOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHUT-KEY
               FILE STATUS IS SHUTDOWN-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

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

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "../HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT WORKPAT-FILE ASSIGN TO "../WORKPAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-EMP-ID
               FILE STATUS IS WORKPAT-STATUS.

           SELECT REQCTL-FILE ASSIGN TO "../REQCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQCTL-KEY
               FILE STATUS IS REQCTL-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHUTDOWN-FILE.
       01 SHUTDOWN-RECORD.
           05 SHUT-KEY.
              10 SHUT-START-DATE PIC 9(8).
              10 SHUT-SEQ PIC 99.
           05 SHUT-END-DATE PIC 9(8).
           05 SHUT-SCOPE-TYPE PIC X.
           05 SHUT-SCOPE-VALUE PIC X(15).
           05 SHUT-DESC PIC X(30).
           05 SHUT-BOOKED-DATE PIC 9(8).
           05 SHUT-BOOKED-COUNT PIC 9(5).

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
              88 LEAVE-IS-LOP VALUE "Y".
              88 LEAVE-NOT-LOP VALUE "N".
           05 LEAVE-PARENT-REQ-ID PIC X(8).
           05 LEAVE-DAY-PART PIC X.
           05 LEAVE-DAY-UNITS PIC 9V9.
           05 LEAVE-PAY-BAND PIC X.

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

       FD LEAVE-TYPE-FILE.
       01 LEAVE-TYPE-RECORD.
           05 TYPE-CODE PIC 9.
           05 TYPE-NAME PIC X(10).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-KEY.
              10 HOL-LOCATION PIC X(5).
              10 HOL-DATE PIC 9(8).
           05 HOL-DESC PIC X(30).

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

       FD WORKPAT-FILE.
       01 WORKPAT-RECORD.
           05 WP-EMP-ID PIC X(5).
           05 WP-DAY-FLAGS PIC X(7).

       FD REQCTL-FILE.
       01 REQCTL-RECORD.
           05 REQCTL-KEY PIC X(4).
           05 REQCTL-NEXT-NBR PIC 9(8).

       FD LEAVE-AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-REQ-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NEW-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MGR-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TIMESTAMP PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DETAIL PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-SEQ PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CHAIN PIC X(10).

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

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-UOW-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-ACTION PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-FILE-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-IMAGE PIC X(240).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LED-TYPE-CODE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-SOURCE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LED-SIGN PIC X.
           05 LED-AMOUNT PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-REF PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LED-RESULT-DAYS PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-RESULT-CARRY PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-TIMESTAMP PIC X(14).

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.

       01 SHUTDOWN-STATUS PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 BAL-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 HOLIDAY-STATUS PIC XX.
       01 WORKPAT-STATUS PIC XX.
       01 REQCTL-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 EXCEPTION-STATUS PIC XX.
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

       01 HOLIDAY-AVAILABLE PIC X VALUE "N".
          88 HOLIDAY-FILE-AVAILABLE VALUE "Y".
       01 FAMCASE-STATUS PIC XX.
       01 FAMCASE-AVAILABLE PIC X VALUE "N".
          88 FAMCASE-FILE-AVAILABLE VALUE "Y".
       01 WS-FAM-CASE-END PIC 9(8).
       01 WORKPAT-AVAILABLE PIC X VALUE "N".
          88 WORKPAT-FILE-AVAILABLE VALUE "Y".

       01 CHOICE PIC 9 VALUE 0.
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-SHUT-MGR-ID PIC X(5) VALUE "SHUT".
       01 WS-ANNUAL-TYPE-NAME PIC X(10) VALUE SPACES.
       01 WS-MAX-SHUT-SPAN PIC 99 VALUE 31.

       01 TEMP-SHUT-START PIC 9(8).
       01 TEMP-SHUT-SEQ PIC 99.
       01 TEMP-SHUT-END PIC 9(8).
       01 TEMP-SHUT-SCOPE PIC X.
       01 TEMP-SHUT-VALUE PIC X(15).
       01 TEMP-SHUT-DESC PIC X(30).
       01 WS-SHUT-SEQ-FOUND PIC X.
       01 WS-SHUT-SEQ-IX PIC 999.
       01 WS-SHUT-COUNT PIC 9(4).
       01 WS-SHUT-CONFIRM PIC X.
       01 WS-SHUT-STATE PIC X(16).

       01 WS-SPAN-DAYS PIC 99.
       01 WS-SPAN-INT PIC S9(9) COMP.
       01 WS-DAY-IX PIC 99.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 WS-DAY-DATE PIC 9(8).
             10 WS-DAY-FLAG PIC X.
                88 DAY-TO-BOOK VALUE "W".
                88 DAY-NOT-WORKED VALUE "N".
                88 DAY-ALREADY-ON-LEAVE VALUE "L".
       01 WS-BOOK-DAYS PIC 99.
       01 WS-ON-LEAVE-DAYS PIC 99.
       01 WS-LOP-DAYS PIC 99V9.
       01 WS-FIRST-BOOK-DATE PIC 9(8).
       01 WS-LAST-BOOK-DATE PIC 9(8).

       01 WS-WINDOW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-IN-SCOPE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WINDOW-BOOKED PIC 9(5) VALUE ZERO.
       01 WS-EXCLUDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PARTIAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-BOOKED PIC 9(6) VALUE ZERO.

       01 WS-EXCEPT-FILE-NAME PIC X(40).
       01 WS-EXCEPT-LINE PIC X(120).
       01 WS-EXCEPT-REASON PIC X(50).
       01 WS-EXCEPT-CLASS PIC X(8).
       01 WS-EXCEPT-WRITTEN PIC 9(5) VALUE ZERO.
       01 WS-DAYS-DISP PIC Z9.
       01 WS-LOP-DISP PIC Z9.9.

       01 TEMP-EMP-ID PIC X(5).
       01 WS-OLD-STATUS PIC X(8).
       01 WS-CURRENT-LOOP-DATE PIC 9(8).
       01 WS-HOL-LOCATION PIC X(5) VALUE "ALL".
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
       01 WS-EMP-DEPARTMENT PIC X(15).
       01 WK-DAY-OFFSET PIC S9(4) COMP.
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.
       01 WS-WORK-PATTERN PIC X(7) VALUE SPACES.
       01 WS-PATTERN-POS PIC 9.

       01 REQ-ID PIC X(8).
       01 WS-NEW-REQ-NBR PIC 9(8).
       01 WS-PARENT-REQ-ID PIC X(8).

       01 WS-AVAIL-DAYS PIC 999V9.
       01 WS-BAL-TODAY PIC 9(8).
       01 WS-REMAIN-UNITS PIC 9V9.
       01 WS-TYPE-IX PIC 99.
       01 WS-LOOKUP-TYPE-NAME PIC X(10).
       01 WS-LOOKUP-TYPE-CODE PIC 9.

       01 WS-LED-SOURCE PIC X(8).
       01 WS-LED-SIGN PIC X.
       01 WS-LED-AMOUNT PIC 99V9.
       01 WS-LED-REF PIC X(8).

       01 WS-UOW-ID PIC X(14).
       01 WS-UOW-OPEN PIC X VALUE 'N'.
          88 UOW-IS-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O SHUTDOWN-FILE
           IF SHUTDOWN-STATUS NOT = "00"
               DISPLAY "SHUTDOWN.DAT not found. Creating file..."
               OPEN OUTPUT SHUTDOWN-FILE
               CLOSE SHUTDOWN-FILE
               OPEN I-O SHUTDOWN-FILE
               IF SHUTDOWN-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " SHUTDOWN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LEAVE-TYPE-FILE
           IF LTYPE-STATUS NOT = "00"
               DISPLAY "Error opening LEAVETYPE.DAT. Status: "
                   LTYPE-STATUS
               CLOSE SHUTDOWN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO TYPE-CODE
           READ LEAVE-TYPE-FILE INVALID KEY
               DISPLAY "Annual leave (type 1) is not on LEAVETYPE.DAT."
               CLOSE SHUTDOWN-FILE
               CLOSE LEAVE-TYPE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-READ
           MOVE TYPE-NAME TO WS-ANNUAL-TYPE-NAME

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               IF FUNCTION TRIM(WS-CMD-LINE) = "RUN"
                   PERFORM BOOK-SHUTDOWN-WINDOWS
               ELSE
                   DISPLAY "Usage: shutdownbook [RUN]"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 5 TO CHOICE
           END-IF

           PERFORM UNTIL CHOICE = 5
               DISPLAY SPACE
               DISPLAY "***** Company Shutdown Days *****"
               DISPLAY "Select option:"
               DISPLAY "+--------------------------------+"
               DISPLAY "| 1 - List shutdown windows      |"
               DISPLAY "| 2 - Add a shutdown window      |"
               DISPLAY "| 3 - Remove a shutdown window   |"
               DISPLAY "| 4 - Book pending windows now   |"
               DISPLAY "| 5 - Exit                       |"
               DISPLAY "+--------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-SHUTDOWN-WINDOWS
                   WHEN 2
                       PERFORM ADD-SHUTDOWN-WINDOW
                   WHEN 3
                       PERFORM REMOVE-SHUTDOWN-WINDOW
                   WHEN 4
                       PERFORM BOOK-SHUTDOWN-WINDOWS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           CLOSE SHUTDOWN-FILE
           CLOSE LEAVE-TYPE-FILE
           STOP RUN.

           LIST-SHUTDOWN-WINDOWS.
               DISPLAY " "
               DISPLAY "START    SQ END      SC VALUE           "
                   "DESC                           STATUS"
               DISPLAY "------------------------------------------"
                   "------------------------------------------"
               MOVE ZERO TO WS-SHUT-COUNT
               MOVE ZERO TO SHUT-START-DATE
               MOVE ZERO TO SHUT-SEQ
               START SHUTDOWN-FILE KEY >= SHUT-KEY
                   INVALID KEY MOVE "99" TO SHUTDOWN-STATUS
                   NOT INVALID KEY MOVE "00" TO SHUTDOWN-STATUS
               END-START
               PERFORM UNTIL SHUTDOWN-STATUS NOT = "00"
                   READ SHUTDOWN-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO SHUTDOWN-STATUS
                       NOT AT END
                           ADD 1 TO WS-SHUT-COUNT
                           MOVE SPACES TO WS-SHUT-STATE
                           EVALUATE TRUE
                               WHEN SHUT-BOOKED-DATE = ZERO
                                   MOVE "PENDING" TO WS-SHUT-STATE
                               WHEN SHUT-BOOKED-DATE > SHUT-START-DATE
                                   STRING "EXPIRED " SHUT-BOOKED-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-SHUT-STATE
                               WHEN OTHER
                                   STRING "BOOKED " SHUT-BOOKED-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-SHUT-STATE
                           END-EVALUATE
                           DISPLAY SHUT-START-DATE " " SHUT-SEQ " "
                               SHUT-END-DATE " " SHUT-SCOPE-TYPE "  "
                               SHUT-SCOPE-VALUE " " SHUT-DESC " "
                               WS-SHUT-STATE
                   END-READ
               END-PERFORM
               MOVE "00" TO SHUTDOWN-STATUS
               IF WS-SHUT-COUNT = ZERO
                   DISPLAY "No shutdown windows on file."
               END-IF.

           ADD-SHUTDOWN-WINDOW.
               DISPLAY "Shutdown start date (YYYYMMDD): "
               ACCEPT TEMP-SHUT-START
               DISPLAY "Shutdown end date (YYYYMMDD): "
               ACCEPT TEMP-SHUT-END
               IF FUNCTION INTEGER-OF-DATE(TEMP-SHUT-START) = 0 OR
                  FUNCTION INTEGER-OF-DATE(TEMP-SHUT-END) = 0 OR
                  TEMP-SHUT-START > TEMP-SHUT-END
                   DISPLAY "Invalid date range - nothing added."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-SHUT-START < WS-TODAY
                   DISPLAY "Shutdown must start today or later - "
                       "nothing added."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SPAN-INT =
                   FUNCTION INTEGER-OF-DATE(TEMP-SHUT-END) -
                   FUNCTION INTEGER-OF-DATE(TEMP-SHUT-START) + 1
               IF WS-SPAN-INT > WS-MAX-SHUT-SPAN
                   DISPLAY "A shutdown window may not exceed "
                       WS-MAX-SHUT-SPAN " calendar days."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO TEMP-SHUT-SCOPE
               PERFORM UNTIL TEMP-SHUT-SCOPE = "A" OR
                             TEMP-SHUT-SCOPE = "L" OR
                             TEMP-SHUT-SCOPE = "D"
                   DISPLAY "Scope (A=all, L=location, "
                       "D=department): "
                   ACCEPT TEMP-SHUT-SCOPE
               END-PERFORM
               MOVE SPACES TO TEMP-SHUT-VALUE
               IF TEMP-SHUT-SCOPE NOT = "A"
                   DISPLAY "Scope value (location or department): "
                   ACCEPT TEMP-SHUT-VALUE
               END-IF
               DISPLAY "Description: "
               ACCEPT TEMP-SHUT-DESC

               MOVE "N" TO WS-SHUT-SEQ-FOUND
               PERFORM VARYING WS-SHUT-SEQ-IX FROM 1 BY 1
                   UNTIL WS-SHUT-SEQ-IX > 99 OR
                         WS-SHUT-SEQ-FOUND = "Y"
                   MOVE TEMP-SHUT-START TO SHUT-START-DATE
                   MOVE WS-SHUT-SEQ-IX TO SHUT-SEQ
                   READ SHUTDOWN-FILE INVALID KEY
                       MOVE "Y" TO WS-SHUT-SEQ-FOUND
                   END-READ
               END-PERFORM
               IF WS-SHUT-SEQ-FOUND NOT = "Y"
                   DISPLAY "Too many shutdown windows on that date."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TEMP-SHUT-SEQ = WS-SHUT-SEQ-IX - 1

               MOVE TEMP-SHUT-START TO SHUT-START-DATE
               MOVE TEMP-SHUT-SEQ TO SHUT-SEQ
               MOVE TEMP-SHUT-END TO SHUT-END-DATE
               MOVE TEMP-SHUT-SCOPE TO SHUT-SCOPE-TYPE
               MOVE TEMP-SHUT-VALUE TO SHUT-SCOPE-VALUE
               MOVE TEMP-SHUT-DESC TO SHUT-DESC
               MOVE ZERO TO SHUT-BOOKED-DATE
               MOVE ZERO TO SHUT-BOOKED-COUNT
               WRITE SHUTDOWN-RECORD INVALID KEY
                   DISPLAY "Error adding shutdown window."
               NOT INVALID KEY
                   DISPLAY "Shutdown window added (seq "
                       SHUT-SEQ "). It is booked by the next "
                       "shutdownbook run."
               END-WRITE.

           REMOVE-SHUTDOWN-WINDOW.
               DISPLAY "Shutdown start date (YYYYMMDD): "
               ACCEPT TEMP-SHUT-START
               DISPLAY "Sequence number (from the list): "
               ACCEPT TEMP-SHUT-SEQ
               MOVE TEMP-SHUT-START TO SHUT-START-DATE
               MOVE TEMP-SHUT-SEQ TO SHUT-SEQ
               READ SHUTDOWN-FILE INVALID KEY
                   DISPLAY "No shutdown window on file for that "
                       "date and sequence."
                   EXIT PARAGRAPH
               END-READ
               IF SHUT-BOOKED-DATE NOT = ZERO AND
                  SHUT-BOOKED-DATE NOT > SHUT-START-DATE
                   DISPLAY "That window was booked on "
                       SHUT-BOOKED-DATE " - cancel the individual "
                       "requests instead."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Remove this window? (Y/N): "
               ACCEPT WS-SHUT-CONFIRM
               IF WS-SHUT-CONFIRM = "Y" OR WS-SHUT-CONFIRM = "y"
                   DELETE SHUTDOWN-FILE
                   DISPLAY "Shutdown window removed."
               END-IF.

           BOOK-SHUTDOWN-WINDOWS.
               DISPLAY "***** Company Shutdown Booking Run *****"
               MOVE ZERO TO WS-WINDOW-COUNT
               MOVE ZERO TO WS-IN-SCOPE-COUNT
               MOVE ZERO TO WS-BOOKED-COUNT
               MOVE ZERO TO WS-EXCLUDED-COUNT
               MOVE ZERO TO WS-LOP-COUNT
               MOVE ZERO TO WS-PARTIAL-COUNT
               MOVE ZERO TO WS-DAYS-BOOKED
               MOVE ZERO TO WS-EXCEPT-WRITTEN

               OPEN I-O LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                       PARENT-STATUS-CODE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVE.DAT. Status: "
                       LEAVE-STATUS-CODE
                   CLOSE LEAVE-REQUEST-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O BALANCE-FILE
               IF BAL-STATUS NOT = "00"
                   DISPLAY "Error opening LEAVEBAL.DAT. Status: "
                       BAL-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                       EMPLOYEE-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   CLOSE BALANCE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O REQCTL-FILE
               IF REQCTL-STATUS NOT = "00"
                   DISPLAY "Error opening REQCTL.DAT. Status: "
                       REQCTL-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   CLOSE BALANCE-FILE
                   CLOSE EMPLOYEE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO HOLIDAY-AVAILABLE
               OPEN INPUT HOLIDAY-FILE
               IF HOLIDAY-STATUS = "00"
                   MOVE "Y" TO HOLIDAY-AVAILABLE
               END-IF
               MOVE "N" TO ASSIGN-AVAILABLE
               OPEN INPUT ASSIGN-FILE
               IF ASSIGN-STATUS = "00"
                   MOVE "Y" TO ASSIGN-AVAILABLE
               END-IF
               MOVE "N" TO FAMCASE-AVAILABLE
               OPEN INPUT FAMCASE-FILE
               IF FAMCASE-STATUS = "00"
                   MOVE "Y" TO FAMCASE-AVAILABLE
               END-IF
               MOVE "N" TO WORKPAT-AVAILABLE
               OPEN INPUT WORKPAT-FILE
               IF WORKPAT-STATUS = "00"
                   MOVE "Y" TO WORKPAT-AVAILABLE
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

               MOVE SPACES TO WS-EXCEPT-FILE-NAME
               STRING "../SHUTEXC-" WS-TODAY ".TXT"
                   DELIMITED BY SIZE INTO WS-EXCEPT-FILE-NAME
               OPEN OUTPUT EXCEPTION-FILE
               MOVE SPACES TO WS-EXCEPT-LINE
               STRING "COMPANY SHUTDOWN BOOKING EXCEPTIONS - run "
                   WS-TODAY DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "WINDOW      EMP-ID NAME                 CLASS    "
                   TO WS-EXCEPT-LINE
               MOVE "DETAIL" TO WS-EXCEPT-LINE(50:6)
               PERFORM WRITE-EXCEPTION-LINE
               MOVE ALL "-" TO WS-EXCEPT-LINE(1:100)
               PERFORM WRITE-EXCEPTION-LINE

               MOVE ZERO TO SHUT-START-DATE
               MOVE ZERO TO SHUT-SEQ
               START SHUTDOWN-FILE KEY >= SHUT-KEY
                   INVALID KEY MOVE "99" TO SHUTDOWN-STATUS
                   NOT INVALID KEY MOVE "00" TO SHUTDOWN-STATUS
               END-START
               PERFORM UNTIL SHUTDOWN-STATUS NOT = "00"
                   READ SHUTDOWN-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO SHUTDOWN-STATUS
                       NOT AT END
                           IF SHUT-BOOKED-DATE = ZERO
                               PERFORM BOOK-ONE-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO SHUTDOWN-STATUS

               MOVE ALL "-" TO WS-EXCEPT-LINE(1:100)
               PERFORM WRITE-EXCEPTION-LINE
               STRING "Windows booked " WS-WINDOW-COUNT
                   "  employees in scope " WS-IN-SCOPE-COUNT
                   "  requests created " WS-BOOKED-COUNT
                   "  days booked " WS-DAYS-BOOKED
                   DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               STRING "Excluded " WS-EXCLUDED-COUNT
                   "  balance exhausted (LOP) " WS-LOP-COUNT
                   "  part-booked " WS-PARTIAL-COUNT
                   DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               CLOSE EXCEPTION-FILE

               CLOSE LEAVE-REQUEST-FILE
               CLOSE LEAVE-FILE
               CLOSE BALANCE-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE REQCTL-FILE
               CLOSE LEAVE-AUDIT-FILE
               CLOSE OUTBOUND-NOTICE-FILE
               IF HOLIDAY-FILE-AVAILABLE
                   CLOSE HOLIDAY-FILE
               END-IF
               IF ASSIGN-FILE-AVAILABLE
                   CLOSE ASSIGN-FILE
               END-IF
               IF FAMCASE-FILE-AVAILABLE
                   CLOSE FAMCASE-FILE
               END-IF
               IF WORKPAT-FILE-AVAILABLE
                   CLOSE WORKPAT-FILE
               END-IF

               DISPLAY " "
               DISPLAY WS-WINDOW-COUNT " shutdown window(s) booked, "
                   WS-BOOKED-COUNT " request(s) created for "
                   WS-DAYS-BOOKED " day(s)."
               DISPLAY WS-EXCLUDED-COUNT " excluded, " WS-LOP-COUNT
                   " with balance exhausted (LOP), "
                   WS-PARTIAL-COUNT " part-booked."
               DISPLAY "Exceptions written to "
                   FUNCTION TRIM(WS-EXCEPT-FILE-NAME)
               IF WS-EXCLUDED-COUNT > ZERO OR WS-LOP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

           BOOK-ONE-WINDOW.
               IF SHUT-START-DATE < WS-TODAY
                   MOVE SPACES TO TEMP-EMP-ID
                   MOVE SPACES TO EMP-NAME
                   MOVE "WINDOW" TO WS-EXCEPT-CLASS
                   MOVE "Start date has passed - window expired"
                       TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION
                   DISPLAY "Shutdown " SHUT-START-DATE "/" SHUT-SEQ
                       " has already started - marked expired."
                   MOVE WS-TODAY TO SHUT-BOOKED-DATE
                   MOVE ZERO TO SHUT-BOOKED-COUNT
                   REWRITE SHUTDOWN-RECORD INVALID KEY
                       DISPLAY "Unable to mark shutdown window "
                           "expired."
                   END-REWRITE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WINDOW-COUNT
               MOVE ZERO TO WS-WINDOW-BOOKED
               DISPLAY "Booking shutdown " SHUT-START-DATE " - "
                   SHUT-END-DATE ": " FUNCTION TRIM(SHUT-DESC)

               MOVE SPACES TO EMP-ID
               START EMPLOYEE-FILE KEY >= EMP-ID
                   INVALID KEY MOVE "99" TO EMPLOYEE-STATUS
                   NOT INVALID KEY MOVE "00" TO EMPLOYEE-STATUS
               END-START
               PERFORM UNTIL EMPLOYEE-STATUS NOT = "00"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO EMPLOYEE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(EMP-STATUS) = "ACTIVE"
                               PERFORM CHECK-EMPLOYEE-IN-SCOPE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-TODAY TO SHUT-BOOKED-DATE
               MOVE WS-WINDOW-BOOKED TO SHUT-BOOKED-COUNT
               REWRITE SHUTDOWN-RECORD INVALID KEY
                   DISPLAY "Unable to mark shutdown window booked."
               END-REWRITE
               DISPLAY "  " WS-WINDOW-BOOKED " request(s) created.".

           CHECK-EMPLOYEE-IN-SCOPE.
               MOVE "ALL" TO WS-HOL-LOCATION
               IF FUNCTION TRIM(EMP-LOCATION) NOT = SPACES
                   MOVE EMP-LOCATION TO WS-HOL-LOCATION
               END-IF
               MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
               MOVE EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               MOVE SHUT-START-DATE TO WS-ASG-ON-DATE
               PERFORM FIND-ASSIGNMENT-ON-DATE
               IF WS-ASG-FOUND = "Y"
                   IF WS-ASG-LOC NOT = SPACES
                       MOVE WS-ASG-LOC TO WS-HOL-LOCATION
                   END-IF
                   MOVE WS-ASG-DEPT TO WS-EMP-DEPARTMENT
               END-IF
               EVALUATE SHUT-SCOPE-TYPE
                   WHEN "A"
                       CONTINUE
                   WHEN "L"
                       IF FUNCTION TRIM(SHUT-SCOPE-VALUE) NOT =
                          FUNCTION TRIM(WS-HOL-LOCATION)
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "D"
                       IF FUNCTION TRIM(SHUT-SCOPE-VALUE) NOT =
                          FUNCTION TRIM(WS-EMP-DEPARTMENT)
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               ADD 1 TO WS-IN-SCOPE-COUNT
               PERFORM BOOK-ONE-EMPLOYEE.

           BOOK-ONE-EMPLOYEE.
               MOVE EMP-ID TO TEMP-EMP-ID
               IF EMP-HIRE-DATE > SHUT-END-DATE
                   MOVE "EXCLUDED" TO WS-EXCEPT-CLASS
                   MOVE "Hire date is after the shutdown"
                       TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-EXCLUDED-COUNT
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-WORK-PATTERN
               IF WORKPAT-FILE-AVAILABLE
                   MOVE TEMP-EMP-ID TO WP-EMP-ID
                   READ WORKPAT-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WP-DAY-FLAGS TO WS-WORK-PATTERN
                   END-READ
               END-IF

               PERFORM BUILD-SHUTDOWN-DAYS
               PERFORM MARK-EXISTING-LEAVE

               MOVE ZERO TO WS-BOOK-DAYS
               MOVE ZERO TO WS-ON-LEAVE-DAYS
               MOVE ZERO TO WS-FIRST-BOOK-DATE
               MOVE ZERO TO WS-LAST-BOOK-DATE
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-SPAN-DAYS
                   IF DAY-TO-BOOK (WS-DAY-IX)
                       ADD 1 TO WS-BOOK-DAYS
                       IF WS-FIRST-BOOK-DATE = ZERO
                           MOVE WS-DAY-DATE (WS-DAY-IX)
                               TO WS-FIRST-BOOK-DATE
                       END-IF
                       MOVE WS-DAY-DATE (WS-DAY-IX)
                           TO WS-LAST-BOOK-DATE
                   END-IF
                   IF DAY-ALREADY-ON-LEAVE (WS-DAY-IX)
                       ADD 1 TO WS-ON-LEAVE-DAYS
                   END-IF
               END-PERFORM

               IF WS-BOOK-DAYS = ZERO
                   MOVE "EXCLUDED" TO WS-EXCEPT-CLASS
                   IF WS-ON-LEAVE-DAYS > ZERO
                       MOVE "Already on leave for every shutdown day"
                           TO WS-EXCEPT-REASON
                   ELSE
                       MOVE "No working days in the shutdown"
                           TO WS-EXCEPT-REASON
                   END-IF
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-EXCLUDED-COUNT
                   EXIT PARAGRAPH
               END-IF

               PERFORM WRITE-SHUTDOWN-REQUEST

               IF WS-ON-LEAVE-DAYS > ZERO
                   MOVE WS-ON-LEAVE-DAYS TO WS-DAYS-DISP
                   MOVE "PART" TO WS-EXCEPT-CLASS
                   MOVE SPACES TO WS-EXCEPT-REASON
                   STRING WS-DAYS-DISP " day(s) already on leave "
                       "were not booked again"
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-PARTIAL-COUNT
               END-IF
               IF WS-LOP-DAYS > ZERO
                   MOVE WS-LOP-DAYS TO WS-LOP-DISP
                   MOVE "LOP" TO WS-EXCEPT-CLASS
                   MOVE SPACES TO WS-EXCEPT-REASON
                   STRING "Balance exhausted - " WS-LOP-DISP
                       " day(s) booked as LOP (" WS-PARENT-REQ-ID ")"
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-LOP-COUNT
               END-IF.

           BUILD-SHUTDOWN-DAYS.
               COMPUTE WS-SPAN-INT =
                   FUNCTION INTEGER-OF-DATE(SHUT-END-DATE) -
                   FUNCTION INTEGER-OF-DATE(SHUT-START-DATE) + 1
               IF WS-SPAN-INT > WS-MAX-SHUT-SPAN
                   MOVE WS-MAX-SHUT-SPAN TO WS-SPAN-DAYS
               ELSE
                   MOVE WS-SPAN-INT TO WS-SPAN-DAYS
               END-IF
               MOVE SHUT-START-DATE TO WS-CURRENT-LOOP-DATE
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-SPAN-DAYS
                   MOVE WS-CURRENT-LOOP-DATE TO WS-DAY-DATE (WS-DAY-IX)
                   PERFORM CHECK-NONWORKING-DAY
                   IF IS-NONWORKING-DAY OR
                      EMP-HIRE-DATE > WS-CURRENT-LOOP-DATE
                       MOVE "N" TO WS-DAY-FLAG (WS-DAY-IX)
                   ELSE
                       MOVE "W" TO WS-DAY-FLAG (WS-DAY-IX)
                   END-IF
                   COMPUTE WS-SPAN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-LOOP-DATE)
                       + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-SPAN-INT) TO
                       WS-CURRENT-LOOP-DATE
               END-PERFORM.

           MARK-EXISTING-LEAVE.
               MOVE TEMP-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = '00'
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = TEMP-EMP-ID
                               MOVE '99' TO LEAVE-STATUS-CODE
                           ELSE IF LEAVE-DATE NOT < SHUT-START-DATE
                              AND LEAVE-DATE NOT > SHUT-END-DATE
                              AND FUNCTION TRIM(LEAVE-STATUS)
                                  NOT = "REJECTED"
                              AND FUNCTION TRIM(LEAVE-STATUS)
                                  NOT = "CANCELLED"
                               PERFORM MARK-ONE-LEAVE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               IF FAMCASE-FILE-AVAILABLE
                   PERFORM MARK-FAMILY-LEAVE
               END-IF.

           MARK-FAMILY-LEAVE.
               MOVE TEMP-EMP-ID TO FAM-EMP-ID
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
                           IF FAM-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "99" TO FAMCASE-STATUS
                           ELSE IF FAM-STATUS NOT = "CANCELLED"
                               PERFORM MARK-ONE-FAMILY-CASE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FAMCASE-STATUS.

           MARK-ONE-FAMILY-CASE.
               IF FAM-ACTUAL-RETURN > ZERO
                   MOVE FAM-ACTUAL-RETURN TO WS-FAM-CASE-END
               ELSE
                   MOVE FAM-RETURN-DATE TO WS-FAM-CASE-END
               END-IF
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-SPAN-DAYS
                   IF WS-DAY-DATE (WS-DAY-IX) NOT < FAM-START-DATE AND
                      WS-DAY-DATE (WS-DAY-IX) < WS-FAM-CASE-END AND
                      DAY-TO-BOOK (WS-DAY-IX)
                       MOVE "L" TO WS-DAY-FLAG (WS-DAY-IX)
                   END-IF
               END-PERFORM.

           MARK-ONE-LEAVE-DAY.
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-SPAN-DAYS
                   IF WS-DAY-DATE (WS-DAY-IX) = LEAVE-DATE AND
                      DAY-TO-BOOK (WS-DAY-IX)
                       MOVE "L" TO WS-DAY-FLAG (WS-DAY-IX)
                   END-IF
               END-PERFORM.

           WRITE-SHUTDOWN-REQUEST.
               MOVE ZERO TO WS-LOP-DAYS
               PERFORM JOURNAL-BEGIN-UOW
               PERFORM GET-NEXT-LEAVE-REQ-ID
               MOVE REQ-ID TO WS-PARENT-REQ-ID
               MOVE WS-PARENT-REQ-ID TO PARENT-REQ-ID
               MOVE TEMP-EMP-ID TO PARENT-EMP-ID
               MOVE WS-FIRST-BOOK-DATE TO PARENT-START-DATE
               MOVE WS-LAST-BOOK-DATE TO PARENT-END-DATE
               MOVE WS-ANNUAL-TYPE-NAME TO PARENT-TYPE
               MOVE "APPROVED" TO PARENT-STATUS
               MOVE WS-SHUT-MGR-ID TO PARENT-MANAGER-ID
               MOVE WS-TODAY TO PARENT-DECISION-DATE
               MOVE SPACES TO PARENT-REASON
               STRING "Company shutdown: " SHUT-DESC
                   DELIMITED BY SIZE INTO PARENT-REASON
               MOVE "F" TO PARENT-START-PART
               MOVE "F" TO PARENT-END-PART
               MOVE SPACES TO PARENT-FIRST-MGR-ID
               MOVE SPACES TO PARENT-FIRST-DATE
               MOVE SPACES TO PARENT-DECISION-COMMENT
               STRING "Booked by company shutdown " SHUT-START-DATE
                   "/" SHUT-SEQ
                   DELIMITED BY SIZE INTO PARENT-DECISION-COMMENT
               MOVE "N" TO PARENT-CERT-FLAG
               MOVE ZERO TO PARENT-CERT-DATE
               MOVE SPACES TO PARENT-CERT-REF
               MOVE SPACES TO PARENT-CERT-NOTES
               MOVE "N" TO PARENT-RTW-FLAG
               MOVE ZERO TO PARENT-RTW-DATE
               WRITE LEAVE-REQUEST-RECORD INVALID KEY
                   DISPLAY "Error saving shutdown request for "
                       TEMP-EMP-ID
               END-WRITE

               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-SPAN-DAYS
                   IF DAY-TO-BOOK (WS-DAY-IX)
                       PERFORM WRITE-SHUTDOWN-DAY
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-OLD-STATUS
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-OUTBOUND-NOTICE
               PERFORM JOURNAL-COMMIT-UOW
               ADD 1 TO WS-BOOKED-COUNT
               ADD 1 TO WS-WINDOW-BOOKED
               ADD WS-BOOK-DAYS TO WS-DAYS-BOOKED.

           WRITE-SHUTDOWN-DAY.
               PERFORM GET-NEXT-LEAVE-REQ-ID
               MOVE REQ-ID TO LEAVE-REQ-ID
               MOVE TEMP-EMP-ID TO LEAVE-EMP-ID
               MOVE WS-DAY-DATE (WS-DAY-IX) TO LEAVE-DATE
               MOVE PARENT-REASON TO LEAVE-REASON
               MOVE "APPROVED" TO LEAVE-STATUS
               MOVE WS-SHUT-MGR-ID TO LEAVE-MANAGER-ID
               MOVE WS-TODAY TO LEAVE-DECISION-DATE
               MOVE WS-ANNUAL-TYPE-NAME TO LEAVE-TYPE
               MOVE "N" TO LEAVE-LOP-FLAG
               MOVE WS-PARENT-REQ-ID TO LEAVE-PARENT-REQ-ID
               MOVE "F" TO LEAVE-DAY-PART
               MOVE 1.0 TO LEAVE-DAY-UNITS
               MOVE SPACE TO LEAVE-PAY-BAND
               PERFORM SUBTRACT-LEAVE-BALANCE
               IF LEAVE-IS-LOP
                   ADD LEAVE-DAY-UNITS TO WS-LOP-DAYS
               END-IF
               WRITE LEAVE-RECORD INVALID KEY
                   DISPLAY "Error saving day row "
                       WS-DAY-DATE (WS-DAY-IX) " for " TEMP-EMP-ID
               END-WRITE.

           WRITE-EXCEPTION.
               MOVE SPACES TO WS-EXCEPT-LINE
               STRING SHUT-START-DATE "/" SHUT-SEQ " " TEMP-EMP-ID
                   "  " EMP-NAME " " WS-EXCEPT-CLASS " "
                   WS-EXCEPT-REASON
                   DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPT-WRITTEN.

           WRITE-EXCEPTION-LINE.
               MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE SPACES TO WS-EXCEPT-LINE.

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
                   FUNCTION INTEGER-OF-DATE(20000101) 7)
               IF WS-WORK-PATTERN NOT = SPACES
                   IF WK-DAY-OFFSET >= 2
                       COMPUTE WS-PATTERN-POS = WK-DAY-OFFSET - 1
                   ELSE
                       COMPUTE WS-PATTERN-POS = WK-DAY-OFFSET + 6
                   END-IF
                   IF WS-WORK-PATTERN(WS-PATTERN-POS:1) NOT = "Y"
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-IF
               ELSE
                   IF WK-DAY-OFFSET = 0 OR WK-DAY-OFFSET = 1
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-IF
               END-IF
               IF NOT IS-NONWORKING-DAY AND HOLIDAY-FILE-AVAILABLE
                   MOVE "ALL" TO HOL-LOCATION
                   MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                   READ HOLIDAY-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-READ
                   IF NOT IS-NONWORKING-DAY AND
                      FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL" AND
                      WS-DAY-LOCATION NOT = SPACES
                       MOVE WS-DAY-LOCATION TO HOL-LOCATION
                       MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                       READ HOLIDAY-FILE INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NONWORKING-FLAG
                       END-READ
                   END-IF
               END-IF.

           GET-NEXT-LEAVE-REQ-ID.
               MOVE "CTRL" TO REQCTL-KEY
               READ REQCTL-FILE INVALID KEY
                   MOVE 1 TO WS-NEW-REQ-NBR
                   MOVE "CTRL" TO REQCTL-KEY
                   MOVE WS-NEW-REQ-NBR TO REQCTL-NEXT-NBR
                   WRITE REQCTL-RECORD
               NOT INVALID KEY
                   MOVE REQCTL-NEXT-NBR TO WS-NEW-REQ-NBR
                   ADD 1 TO REQCTL-NEXT-NBR
                   REWRITE REQCTL-RECORD
               END-READ
               MOVE WS-NEW-REQ-NBR TO REQ-ID.

           LOOKUP-TYPE-CODE-BY-NAME.
               MOVE 0 TO WS-LOOKUP-TYPE-CODE
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-TYPE-IX TO TYPE-CODE
                   READ LEAVE-TYPE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(TYPE-NAME) =
                          FUNCTION TRIM(WS-LOOKUP-TYPE-NAME)
                           MOVE TYPE-CODE TO WS-LOOKUP-TYPE-CODE
                       END-IF
                   END-READ
               END-PERFORM.

           COMPUTE-AVAILABLE-DAYS.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAL-TODAY
               IF BAL-CARRY-DAYS > ZERO AND
                  BAL-CARRY-EXPIRY >= WS-BAL-TODAY
                   COMPUTE WS-AVAIL-DAYS = BAL-DAYS + BAL-CARRY-DAYS
               ELSE
                   MOVE BAL-DAYS TO WS-AVAIL-DAYS
               END-IF.

           CONSUME-BALANCE-UNITS.
               IF BAL-CARRY-DAYS > ZERO AND
                  BAL-CARRY-EXPIRY >= WS-BAL-TODAY
                   IF BAL-CARRY-DAYS >= LEAVE-DAY-UNITS
                       SUBTRACT LEAVE-DAY-UNITS FROM BAL-CARRY-DAYS
                   ELSE
                       COMPUTE WS-REMAIN-UNITS =
                           LEAVE-DAY-UNITS - BAL-CARRY-DAYS
                       MOVE ZERO TO BAL-CARRY-DAYS
                       SUBTRACT WS-REMAIN-UNITS FROM BAL-DAYS
                   END-IF
               ELSE
                   SUBTRACT LEAVE-DAY-UNITS FROM BAL-DAYS
               END-IF.

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

           SUBTRACT-LEAVE-BALANCE.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               IF LEAVE-DATE > WS-LY-END
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF WS-LOOKUP-TYPE-CODE = 0
                   MOVE "Y" TO LEAVE-LOP-FLAG
               ELSE
                   MOVE LEAVE-EMP-ID TO BAL-EMP-ID
                   MOVE WS-LOOKUP-TYPE-CODE TO BAL-TYPE-CODE
                   READ BALANCE-FILE INVALID KEY
                       MOVE "Y" TO LEAVE-LOP-FLAG
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-DAYS
                       IF WS-AVAIL-DAYS >= LEAVE-DAY-UNITS
                           MOVE "LEAVEBAL" TO JRN-FILE-CODE
                           MOVE BALANCE-RECORD TO JRN-IMAGE
                           PERFORM JOURNAL-WRITE-IMAGE
                           PERFORM CONSUME-BALANCE-UNITS
                           REWRITE BALANCE-RECORD
                           MOVE "APPROVE" TO WS-LED-SOURCE
                           MOVE "-" TO WS-LED-SIGN
                           MOVE LEAVE-DAY-UNITS TO WS-LED-AMOUNT
                           MOVE LEAVE-PARENT-REQ-ID TO WS-LED-REF
                           PERFORM WRITE-BALANCE-MOVEMENT
                       ELSE
                           MOVE "Y" TO LEAVE-LOP-FLAG
                       END-IF
                   END-READ
               END-IF.

           WRITE-BALANCE-MOVEMENT.
               OPEN EXTEND LEDGER-FILE
               IF LEDGER-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN EXTEND LEDGER-FILE
               END-IF
               MOVE BAL-EMP-ID TO LED-EMP-ID
               MOVE BAL-TYPE-CODE TO LED-TYPE-CODE
               MOVE WS-LED-SOURCE TO LED-SOURCE
               MOVE WS-LED-SIGN TO LED-SIGN
               MOVE WS-LED-AMOUNT TO LED-AMOUNT
               MOVE WS-LED-REF TO LED-REF
               MOVE BAL-DAYS TO LED-RESULT-DAYS
               MOVE BAL-CARRY-DAYS TO LED-RESULT-CARRY
               MOVE FUNCTION CURRENT-DATE(1:14) TO LED-TIMESTAMP
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE.

           WRITE-AUDIT-RECORD.
               MOVE PARENT-REQ-ID TO AUD-REQ-ID
               MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
               MOVE PARENT-STATUS TO AUD-NEW-STATUS
               MOVE WS-SHUT-MGR-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE PARENT-DECISION-COMMENT TO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD.

           WRITE-OUTBOUND-NOTICE.
               MOVE PARENT-EMP-ID TO OUTNOTE-EMP-ID
               MOVE PARENT-REQ-ID TO OUTNOTE-REQ-ID
               MOVE PARENT-STATUS TO OUTNOTE-DECISION
               MOVE PARENT-DECISION-DATE TO OUTNOTE-DECISION-DATE
               MOVE PARENT-REASON TO OUTNOTE-REASON
               MOVE PARENT-DECISION-COMMENT TO OUTNOTE-COMMENT
               WRITE OUTNOTE-RECORD.

           JOURNAL-BEGIN-UOW.
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-UOW-ID
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
               END-IF
               MOVE WS-UOW-ID TO JRN-UOW-ID
               MOVE "BEGIN" TO JRN-ACTION
               MOVE SPACES TO JRN-FILE-CODE
               MOVE SPACES TO JRN-IMAGE
               WRITE JOURNAL-RECORD
               MOVE 'Y' TO WS-UOW-OPEN.

           JOURNAL-WRITE-IMAGE.
               IF UOW-IS-OPEN
                   MOVE WS-UOW-ID TO JRN-UOW-ID
                   MOVE "IMAGE" TO JRN-ACTION
                   WRITE JOURNAL-RECORD
               END-IF.

           JOURNAL-COMMIT-UOW.
               IF UOW-IS-OPEN
                   MOVE WS-UOW-ID TO JRN-UOW-ID
                   MOVE "COMMIT" TO JRN-ACTION
                   MOVE SPACES TO JRN-FILE-CODE
                   MOVE SPACES TO JRN-IMAGE
                   WRITE JOURNAL-RECORD
                   CLOSE JOURNAL-FILE
                   MOVE 'N' TO WS-UOW-OPEN
               END-IF.

           CHAIN-AUDIT-RECORD.
               OPEN I-O AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   OPEN OUTPUT AUDCTL-FILE
                   CLOSE AUDCTL-FILE
                   OPEN I-O AUDCTL-FILE
               END-IF
               MOVE "CTRL" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   MOVE "CTRL" TO AUDCTL-KEY
                   MOVE ZERO TO AUDCTL-LAST-SEQ
                   MOVE SPACES TO AUDCTL-LAST-CHAIN
                   WRITE AUDCTL-RECORD
               END-READ
               ADD 1 TO AUDCTL-LAST-SEQ
               MOVE AUDCTL-LAST-SEQ TO AUD-SEQ
               MOVE SPACES TO WS-CHAIN-INPUT
               STRING AUDCTL-LAST-CHAIN AUDIT-RECORD(1:98)
                   DELIMITED BY SIZE INTO WS-CHAIN-INPUT
               PERFORM HASH-AUDIT-CHAIN
               MOVE WS-CHAIN-TEXT TO AUD-CHAIN
               MOVE WS-CHAIN-TEXT TO AUDCTL-LAST-CHAIN
               REWRITE AUDCTL-RECORD
               CLOSE AUDCTL-FILE.

           HASH-AUDIT-CHAIN.
               MOVE 7 TO WS-CHAIN-VALUE
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 108
                   COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                       WS-CHAIN-VALUE * 33 +
                       FUNCTION ORD(WS-CHAIN-INPUT(WS-CHAIN-IX:1))
                       999999937)
                   END-COMPUTE
               END-PERFORM
               MOVE WS-CHAIN-VALUE TO WS-CHAIN-DIGITS
               MOVE SPACES TO WS-CHAIN-TEXT
               STRING "#" WS-CHAIN-DIGITS DELIMITED BY SIZE
                   INTO WS-CHAIN-TEXT.
