       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-DONATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONATION-FILE ASSIGN TO "../DONATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DON-ID
               ALTERNATE RECORD KEY IS DON-DONOR-ID WITH DUPLICATES
               FILE STATUS IS DONATION-STATUS.

           SELECT DONPOOL-FILE ASSIGN TO "../DONPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POOL-TYPE-CODE
               FILE STATUS IS DONPOOL-STATUS.

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

           SELECT HRUSER-FILE ASSIGN TO "../HRUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-ID
               FILE STATUS IS HRUSER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REQCTL-FILE ASSIGN TO "../REQCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQCTL-KEY
               FILE STATUS IS REQCTL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DONATION-FILE.
       01 DONATION-RECORD.
           05 DON-ID PIC X(8).
           05 DON-DONOR-ID PIC X(5).
           05 DON-RECIP-ID PIC X(5).
           05 DON-TYPE-CODE PIC 9.
           05 DON-DAYS PIC 99V9.
           05 DON-REASON PIC X(30).
           05 DON-STATUS PIC X(8).
           05 DON-REQ-DATE PIC 9(8).
           05 DON-HR-ID PIC X(5).
           05 DON-DECISION-DATE PIC 9(8).

       FD DONPOOL-FILE.
       01 DONPOOL-RECORD.
           05 POOL-TYPE-CODE PIC 9.
           05 POOL-DAYS PIC 9(4)V9.
           05 POOL-LAST-UPDATE PIC X(14).

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

       FD HRUSER-FILE.
       01 HRUSER-RECORD.
           05 HR-ID PIC X(5).
           05 HR-NAME PIC X(20).
           05 HR-PASSWORD PIC X(20).
           05 HR-FAIL-COUNT PIC 99.
           05 HR-LOCK-FLAG PIC X.

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REQCTL-FILE.
       01 REQCTL-RECORD.
           05 REQCTL-KEY PIC X(4).
           05 REQCTL-NEXT-NBR PIC 9(8).

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

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 DONATION-STATUS PIC XX.
       01 DONPOOL-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 HRUSER-STATUS PIC XX.
       01 HRUSER-AVAILABLE PIC X VALUE "N".
          88 HRUSER-FILE-AVAILABLE VALUE "Y".
       01 SYSPARM-STATUS PIC XX.
       01 REQCTL-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.

       01 CHOICE PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-YEAR-START PIC 9(8).
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
       01 WS-POOL-ID PIC X(5) VALUE "POOL".
       01 WS-DONATE-MAX PIC 9(4)V9 VALUE 5.

       01 WS-CMD-LINE PIC X(100) VALUE SPACES.

       01 TEMP-DONOR-ID PIC X(5).
       01 TEMP-RECIP-ID PIC X(5).
       01 TEMP-TYPE-CODE PIC 9.
       01 TEMP-DAYS PIC 99V9.
       01 TEMP-REASON PIC X(30).
       01 TEMP-HR-ID PIC X(5).
       01 TEMP-CHECK-ID PIC X(5).
       01 TEMP-TYPE-NAME PIC X(10).

       01 WS-TO-POOL PIC X VALUE "N".
          88 DONATE-TO-POOL VALUE "Y".
       01 WS-EMP-OK PIC X VALUE "N".
          88 EMPLOYEE-OK VALUE "Y".
       01 WS-HR-OK PIC X VALUE "N".
          88 HR-USER-OK VALUE "Y".
       01 WS-FUNDS-OK PIC X VALUE "N".
          88 FUNDS-OK VALUE "Y".
       01 WS-CHECK-NAME PIC X(20).
       01 WS-DONOR-NAME PIC X(20).
       01 WS-RECIP-NAME PIC X(20).

       01 WS-NEW-REQ-NBR PIC 9(8).
       01 WS-DECISION PIC X.
       01 WS-PENDING-COUNT PIC 9(4).
       01 WS-YEAR-DONATED PIC 9(4)V9.
       01 WS-PENDING-SAME PIC 9(4)V9.
       01 WS-ROOM-DAYS PIC 9(3)V9.
       01 WS-OLD-STATUS PIC X(8).

       01 WS-LED-SOURCE PIC X(8).
       01 WS-LED-SIGN PIC X.
       01 WS-LED-AMOUNT PIC 99V9.
       01 WS-LED-REF PIC X(8).

       01 WS-POOL-FOUND PIC 9(3).
       01 WS-RUNNING PIC S9(4)V9.
       01 WS-PEND-IN-COUNT PIC 9(4).
       01 WS-PEND-IN-DAYS PIC 9(4)V9.
       01 WS-MOVE-TEXT PIC X(8).
       01 WS-DAYS-DISP PIC Z9.9.
       01 WS-CAP-DISP PIC ZZZ9.9.
       01 WS-POOL-DISP PIC ZZZ9.9.
       01 WS-RUN-DISP PIC -ZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O DONATION-FILE
           IF DONATION-STATUS NOT = "00"
               DISPLAY "DONATION.DAT not found. Creating file..."
               OPEN OUTPUT DONATION-FILE
               CLOSE DONATION-FILE
               OPEN I-O DONATION-FILE
               IF DONATION-STATUS NOT = "00"
                   DISPLAY "Error opening DONATION.DAT. Status: "
                       DONATION-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O DONPOOL-FILE
           IF DONPOOL-STATUS NOT = "00"
               DISPLAY "DONPOOL.DAT not found. Creating file..."
               OPEN OUTPUT DONPOOL-FILE
               CLOSE DONPOOL-FILE
               OPEN I-O DONPOOL-FILE
               IF DONPOOL-STATUS NOT = "00"
                   DISPLAY "Error opening DONPOOL.DAT. Status: "
                       DONPOOL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O BALANCE-FILE
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

           OPEN INPUT LEAVE-TYPE-FILE
           IF LTYPE-STATUS NOT = "00"
               DISPLAY "Error opening LEAVETYPE.DAT. Status: "
                   LTYPE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HRUSER-FILE
           IF HRUSER-STATUS = "00"
               MOVE "Y" TO HRUSER-AVAILABLE
           ELSE
               DISPLAY "Warning: HRUSER.DAT not available - "
                   "HR decisions are disabled."
           END-IF

           OPEN I-O REQCTL-FILE
           IF REQCTL-STATUS NOT = "00"
               DISPLAY "Error opening REQCTL.DAT. Status: "
                   REQCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "DONATEMAX" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-DONATE-MAX
               END-READ
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           EVALUATE FUNCTION TRIM(WS-CMD-LINE)
               WHEN "STATEMENT"
                   PERFORM POOL-STATEMENT
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM UNTIL CHOICE = 6
               DISPLAY SPACE
               DISPLAY "***** Leave Donation / Leave Bank *****"
               DISPLAY "+--------------------------------------+"
               DISPLAY "| 1 - Donate leave to a colleague      |"
               DISPLAY "| 2 - Donate leave to the leave bank   |"
               DISPLAY "| 3 - HR: decide pending donations     |"
               DISPLAY "| 4 - HR: allocate from the leave bank |"
               DISPLAY "| 5 - Leave bank statement             |"
               DISPLAY "| 6 - Exit                             |"
               DISPLAY "+--------------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       MOVE "N" TO WS-TO-POOL
                       PERFORM RAISE-DONATION
                   WHEN 2
                       MOVE "Y" TO WS-TO-POOL
                       PERFORM RAISE-DONATION
                   WHEN 3
                       PERFORM DECIDE-PENDING-DONATIONS
                   WHEN 4
                       PERFORM ALLOCATE-FROM-POOL
                   WHEN 5
                       PERFORM POOL-STATEMENT
                   WHEN 6
                       DISPLAY "Exiting leave donation."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 to 6."
               END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-ALL-FILES
           STOP RUN.

           CLOSE-ALL-FILES.
               CLOSE DONATION-FILE
               CLOSE DONPOOL-FILE
               CLOSE BALANCE-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE LEAVE-TYPE-FILE
               IF HRUSER-FILE-AVAILABLE
                   CLOSE HRUSER-FILE
               END-IF
               CLOSE REQCTL-FILE.

           GET-NEXT-DONATION-ID.
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
               END-READ.

           CHECK-ACTIVE-EMPLOYEE.
               MOVE "N" TO WS-EMP-OK
               MOVE SPACES TO WS-CHECK-NAME
               MOVE TEMP-CHECK-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   DISPLAY "Employee " TEMP-CHECK-ID
                       " not on EMPLOYEE.DAT."
               NOT INVALID KEY
                   IF FUNCTION TRIM(EMP-STATUS) NOT = "ACTIVE"
                       DISPLAY "Employee " TEMP-CHECK-ID
                           " is not active."
                   ELSE
                       MOVE "Y" TO WS-EMP-OK
                       MOVE EMP-NAME TO WS-CHECK-NAME
                   END-IF
               END-READ.

           LOOKUP-PARTY-NAME.
               IF TEMP-CHECK-ID = WS-POOL-ID
                   MOVE "Leave bank" TO WS-CHECK-NAME
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CHECK-NAME
               MOVE TEMP-CHECK-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   MOVE "(unknown)" TO WS-CHECK-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-CHECK-NAME
               END-READ.

           CHECK-HR-USER.
               MOVE "N" TO WS-HR-OK
               IF NOT HRUSER-FILE-AVAILABLE
                   DISPLAY "HRUSER.DAT not available - cannot "
                       "record an HR decision."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "HR user ID: "
               ACCEPT TEMP-HR-ID
               MOVE TEMP-HR-ID TO HR-ID
               READ HRUSER-FILE INVALID KEY
                   DISPLAY "Invalid HR user ID."
               NOT INVALID KEY
                   IF HR-LOCK-FLAG = "Y"
                       DISPLAY "This HR user ID is locked."
                   ELSE
                       MOVE "Y" TO WS-HR-OK
                   END-IF
               END-READ.

           RAISE-DONATION.
               DISPLAY "Donor employee ID: "
               ACCEPT TEMP-DONOR-ID
               MOVE TEMP-DONOR-ID TO TEMP-CHECK-ID
               PERFORM CHECK-ACTIVE-EMPLOYEE
               IF NOT EMPLOYEE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO WS-LY-DATE
               MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-START TO WS-YEAR-START

               IF DONATE-TO-POOL
                   MOVE WS-POOL-ID TO TEMP-RECIP-ID
               ELSE
                   DISPLAY "Recipient employee ID: "
                   ACCEPT TEMP-RECIP-ID
                   IF TEMP-RECIP-ID = TEMP-DONOR-ID
                       DISPLAY "Donor and recipient must differ."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TEMP-RECIP-ID TO TEMP-CHECK-ID
                   PERFORM CHECK-ACTIVE-EMPLOYEE
                   IF NOT EMPLOYEE-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               DISPLAY "Leave type code: "
               ACCEPT TEMP-TYPE-CODE
               MOVE TEMP-TYPE-CODE TO TYPE-CODE
               READ LEAVE-TYPE-FILE INVALID KEY
                   DISPLAY "Unknown leave type code."
                   EXIT PARAGRAPH
               END-READ

               DISPLAY "Days to donate (e.g. 2.5 keyed as 025): "
               ACCEPT TEMP-DAYS
               IF TEMP-DAYS = ZERO
                   DISPLAY "Zero days - nothing recorded."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Reason (e.g. colleague serious illness): "
               ACCEPT TEMP-REASON

               PERFORM SUM-DONOR-YEAR
               IF WS-YEAR-DONATED + TEMP-DAYS > WS-DONATE-MAX
                   MOVE WS-DONATE-MAX TO WS-CAP-DISP
                   DISPLAY "Donation refused - donors may give at "
                       "most " WS-CAP-DISP " day(s) per leave year."
                   MOVE WS-YEAR-DONATED TO WS-CAP-DISP
                   DISPLAY "Already donated or pending this leave "
                       "year: "
                       WS-CAP-DISP
                   EXIT PARAGRAPH
               END-IF

               MOVE TEMP-DONOR-ID TO BAL-EMP-ID
               MOVE TEMP-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   DISPLAY "Donor has no balance for that "
                       "leave type."
                   EXIT PARAGRAPH
               END-READ
               IF BAL-DAYS < TEMP-DAYS + WS-PENDING-SAME
                   MOVE BAL-DAYS TO WS-DAYS-DISP
                   DISPLAY "Donation refused - balance " WS-DAYS-DISP
                       " does not cover it and any pending "
                       "donations."
                   EXIT PARAGRAPH
               END-IF

               PERFORM GET-NEXT-DONATION-ID
               MOVE WS-NEW-REQ-NBR TO DON-ID
               MOVE TEMP-DONOR-ID TO DON-DONOR-ID
               MOVE TEMP-RECIP-ID TO DON-RECIP-ID
               MOVE TEMP-TYPE-CODE TO DON-TYPE-CODE
               MOVE TEMP-DAYS TO DON-DAYS
               MOVE TEMP-REASON TO DON-REASON
               MOVE "PENDING" TO DON-STATUS
               MOVE WS-TODAY TO DON-REQ-DATE
               MOVE SPACES TO DON-HR-ID
               MOVE ZERO TO DON-DECISION-DATE
               WRITE DONATION-RECORD INVALID KEY
                   DISPLAY "Error writing donation."
               NOT INVALID KEY
                   DISPLAY "Donation " DON-ID " recorded - "
                       "awaiting HR approval."
               END-WRITE.

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

           SUM-DONOR-YEAR.
               MOVE ZERO TO WS-YEAR-DONATED
               MOVE ZERO TO WS-PENDING-SAME
               MOVE TEMP-DONOR-ID TO DON-DONOR-ID
               START DONATION-FILE KEY = DON-DONOR-ID
                   INVALID KEY MOVE "99" TO DONATION-STATUS
                   NOT INVALID KEY MOVE "00" TO DONATION-STATUS
               END-START
               PERFORM UNTIL DONATION-STATUS NOT = "00"
                   READ DONATION-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DONATION-STATUS
                       NOT AT END
                           IF DON-DONOR-ID NOT = TEMP-DONOR-ID
                               MOVE "99" TO DONATION-STATUS
                           ELSE
                               PERFORM TALLY-DONOR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.

           TALLY-DONOR-ENTRY.
               IF FUNCTION TRIM(DON-STATUS) = "PENDING"
                   IF DON-TYPE-CODE = TEMP-TYPE-CODE
                       ADD DON-DAYS TO WS-PENDING-SAME
                   END-IF
                   IF DON-REQ-DATE >= WS-YEAR-START
                       ADD DON-DAYS TO WS-YEAR-DONATED
                   END-IF
               END-IF
               IF FUNCTION TRIM(DON-STATUS) = "APPROVED"
                  AND DON-REQ-DATE >= WS-YEAR-START
                   ADD DON-DAYS TO WS-YEAR-DONATED
               END-IF.

           DECIDE-PENDING-DONATIONS.
               PERFORM CHECK-HR-USER
               IF NOT HR-USER-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-PENDING-COUNT
               MOVE SPACES TO DON-ID
               START DONATION-FILE KEY >= DON-ID
                   INVALID KEY MOVE "99" TO DONATION-STATUS
                   NOT INVALID KEY MOVE "00" TO DONATION-STATUS
               END-START
               PERFORM UNTIL DONATION-STATUS NOT = "00"
                   READ DONATION-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DONATION-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(DON-STATUS) = "PENDING"
                               ADD 1 TO WS-PENDING-COUNT
                               PERFORM DECIDE-ONE-DONATION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PENDING-COUNT = ZERO
                   DISPLAY "No donations awaiting a decision."
               END-IF.

           DECIDE-ONE-DONATION.
               MOVE DON-DONOR-ID TO TEMP-CHECK-ID
               PERFORM LOOKUP-PARTY-NAME
               MOVE WS-CHECK-NAME TO WS-DONOR-NAME
               MOVE DON-RECIP-ID TO TEMP-CHECK-ID
               PERFORM LOOKUP-PARTY-NAME
               MOVE WS-CHECK-NAME TO WS-RECIP-NAME
               MOVE DON-DAYS TO WS-DAYS-DISP
               DISPLAY "Donation " DON-ID " raised " DON-REQ-DATE
                   ": " WS-DAYS-DISP " day(s) of type "
                   DON-TYPE-CODE
               DISPLAY "  From: " DON-DONOR-ID " " WS-DONOR-NAME
               DISPLAY "  To:   " DON-RECIP-ID " " WS-RECIP-NAME
               DISPLAY "  Reason: " DON-REASON
               MOVE SPACE TO WS-DECISION
               PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
                   OR WS-DECISION = "S"
                   DISPLAY "Approve (A), Reject (R) or Skip (S)? "
                   ACCEPT WS-DECISION
               END-PERFORM
               EVALUATE WS-DECISION
                   WHEN "A"
                       PERFORM APPROVE-ONE-DONATION
                   WHEN "R"
                       MOVE DON-STATUS TO WS-OLD-STATUS
                       MOVE "REJECTED" TO DON-STATUS
                       MOVE TEMP-HR-ID TO DON-HR-ID
                       MOVE WS-TODAY TO DON-DECISION-DATE
                       REWRITE DONATION-RECORD
                       PERFORM WRITE-DONATION-AUDIT
                       DISPLAY "Rejected."
                   WHEN OTHER
                       DISPLAY "Skipped."
               END-EVALUATE.

           APPROVE-ONE-DONATION.
               PERFORM CHECK-DONOR-FUNDS
               IF NOT FUNDS-OK
                   EXIT PARAGRAPH
               END-IF
               IF DON-RECIP-ID NOT = WS-POOL-ID
                   MOVE DON-RECIP-ID TO TEMP-RECIP-ID
                   MOVE DON-TYPE-CODE TO TEMP-TYPE-CODE
                   MOVE DON-DAYS TO TEMP-DAYS
                   PERFORM CHECK-RECIPIENT-ROOM
                   IF NOT FUNDS-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               PERFORM DEBIT-DONOR-BALANCE
               IF DON-RECIP-ID = WS-POOL-ID
                   PERFORM CREDIT-POOL-BALANCE
               ELSE
                   PERFORM CREDIT-RECIPIENT-BALANCE
               END-IF

               MOVE DON-STATUS TO WS-OLD-STATUS
               MOVE "APPROVED" TO DON-STATUS
               MOVE TEMP-HR-ID TO DON-HR-ID
               MOVE WS-TODAY TO DON-DECISION-DATE
               REWRITE DONATION-RECORD
               PERFORM WRITE-DONATION-AUDIT
               DISPLAY "Approved and posted under reference "
                   DON-ID ".".

           CHECK-DONOR-FUNDS.
               MOVE "N" TO WS-FUNDS-OK
               MOVE DON-DONOR-ID TO BAL-EMP-ID
               MOVE DON-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   DISPLAY "Donor balance record is missing - "
                       "left pending."
               NOT INVALID KEY
                   IF BAL-DAYS < DON-DAYS
                       MOVE BAL-DAYS TO WS-DAYS-DISP
                       DISPLAY "Donor balance " WS-DAYS-DISP
                           " no longer covers this donation - "
                           "left pending."
                   ELSE
                       MOVE "Y" TO WS-FUNDS-OK
                   END-IF
               END-READ.

           CHECK-RECIPIENT-ROOM.
               MOVE TEMP-RECIP-ID TO TEMP-CHECK-ID
               PERFORM CHECK-ACTIVE-EMPLOYEE
               IF NOT EMPLOYEE-OK
                   MOVE "N" TO WS-FUNDS-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-FUNDS-OK
               MOVE TEMP-RECIP-ID TO BAL-EMP-ID
               MOVE TEMP-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-ROOM-DAYS = 99.9 - BAL-DAYS
                   IF TEMP-DAYS > WS-ROOM-DAYS
                       MOVE "N" TO WS-FUNDS-OK
                       DISPLAY "Recipient balance cannot hold "
                           "that many more days."
                   END-IF
               END-READ.

           DEBIT-DONOR-BALANCE.
               MOVE DON-DONOR-ID TO BAL-EMP-ID
               MOVE DON-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               SUBTRACT DON-DAYS FROM BAL-DAYS
               REWRITE BALANCE-RECORD
               MOVE "DONOUT" TO WS-LED-SOURCE
               MOVE "-" TO WS-LED-SIGN
               MOVE DON-DAYS TO WS-LED-AMOUNT
               MOVE DON-ID TO WS-LED-REF
               PERFORM WRITE-BALANCE-MOVEMENT.

           CREDIT-RECIPIENT-BALANCE.
               MOVE DON-TYPE-CODE TO TYPE-CODE
               READ LEAVE-TYPE-FILE INVALID KEY
                   MOVE SPACES TO TYPE-NAME
               END-READ
               MOVE DON-RECIP-ID TO BAL-EMP-ID
               MOVE DON-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   MOVE DON-RECIP-ID TO BAL-EMP-ID
                   MOVE DON-TYPE-CODE TO BAL-TYPE-CODE
                   MOVE SPACES TO BAL-EMP-NAME
                   MOVE DON-RECIP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO BAL-EMP-NAME
                   END-READ
                   MOVE TYPE-NAME TO BAL-TYPE-NAME
                   MOVE DON-DAYS TO BAL-DAYS
                   MOVE ZERO TO BAL-CARRY-DAYS
                   MOVE ZERO TO BAL-CARRY-EXPIRY
                   WRITE BALANCE-RECORD
               NOT INVALID KEY
                   ADD DON-DAYS TO BAL-DAYS
                   REWRITE BALANCE-RECORD
               END-READ
               MOVE "DONIN" TO WS-LED-SOURCE
               MOVE "+" TO WS-LED-SIGN
               MOVE DON-DAYS TO WS-LED-AMOUNT
               MOVE DON-ID TO WS-LED-REF
               PERFORM WRITE-BALANCE-MOVEMENT.

           CREDIT-POOL-BALANCE.
               MOVE DON-TYPE-CODE TO POOL-TYPE-CODE
               READ DONPOOL-FILE INVALID KEY
                   MOVE DON-TYPE-CODE TO POOL-TYPE-CODE
                   MOVE DON-DAYS TO POOL-DAYS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO POOL-LAST-UPDATE
                   WRITE DONPOOL-RECORD
               NOT INVALID KEY
                   ADD DON-DAYS TO POOL-DAYS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO POOL-LAST-UPDATE
                   REWRITE DONPOOL-RECORD
               END-READ.

           ALLOCATE-FROM-POOL.
               PERFORM CHECK-HR-USER
               IF NOT HR-USER-OK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Leave type code: "
               ACCEPT TEMP-TYPE-CODE
               MOVE TEMP-TYPE-CODE TO POOL-TYPE-CODE
               READ DONPOOL-FILE INVALID KEY
                   DISPLAY "The leave bank holds nothing for that "
                       "leave type."
                   EXIT PARAGRAPH
               END-READ
               IF POOL-DAYS = ZERO
                   DISPLAY "The leave bank holds nothing for that "
                       "leave type."
                   EXIT PARAGRAPH
               END-IF
               MOVE POOL-DAYS TO WS-POOL-DISP
               DISPLAY "Leave bank balance: " WS-POOL-DISP " day(s)"

               DISPLAY "Recipient employee ID: "
               ACCEPT TEMP-RECIP-ID
               DISPLAY "Days to allocate (e.g. 2.5 keyed as 025): "
               ACCEPT TEMP-DAYS
               IF TEMP-DAYS = ZERO
                   DISPLAY "Zero days - nothing allocated."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-DAYS > POOL-DAYS
                   DISPLAY "Cannot allocate more than the leave "
                       "bank holds."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-RECIPIENT-ROOM
               IF NOT FUNDS-OK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Reason (e.g. colleague serious illness): "
               ACCEPT TEMP-REASON

               PERFORM GET-NEXT-DONATION-ID
               MOVE WS-NEW-REQ-NBR TO DON-ID
               MOVE WS-POOL-ID TO DON-DONOR-ID
               MOVE TEMP-RECIP-ID TO DON-RECIP-ID
               MOVE TEMP-TYPE-CODE TO DON-TYPE-CODE
               MOVE TEMP-DAYS TO DON-DAYS
               MOVE TEMP-REASON TO DON-REASON
               MOVE "APPROVED" TO DON-STATUS
               MOVE WS-TODAY TO DON-REQ-DATE
               MOVE TEMP-HR-ID TO DON-HR-ID
               MOVE WS-TODAY TO DON-DECISION-DATE
               WRITE DONATION-RECORD INVALID KEY
                   DISPLAY "Error writing allocation."
                   EXIT PARAGRAPH
               END-WRITE

               MOVE TEMP-TYPE-CODE TO POOL-TYPE-CODE
               READ DONPOOL-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT TEMP-DAYS FROM POOL-DAYS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO POOL-LAST-UPDATE
                   REWRITE DONPOOL-RECORD
               END-READ
               PERFORM CREDIT-RECIPIENT-BALANCE
               MOVE "POOL" TO WS-OLD-STATUS
               PERFORM WRITE-DONATION-AUDIT
               DISPLAY "Allocation " DON-ID " posted to "
                   TEMP-RECIP-ID ".".

           WRITE-DONATION-AUDIT.
               MOVE DON-ID TO AUD-REQ-ID
               MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
               MOVE DON-STATUS TO AUD-NEW-STATUS
               MOVE DON-HR-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               MOVE DON-DAYS TO WS-DAYS-DISP
               STRING "Donation " DON-DONOR-ID " to "
                      DON-RECIP-ID " " WS-DAYS-DISP
                      " day(s) type " DON-TYPE-CODE
                      DELIMITED BY SIZE INTO AUD-DETAIL
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           POOL-STATEMENT.
               MOVE ZERO TO WS-POOL-FOUND
               MOVE ZERO TO POOL-TYPE-CODE
               START DONPOOL-FILE KEY >= POOL-TYPE-CODE
                   INVALID KEY MOVE "99" TO DONPOOL-STATUS
                   NOT INVALID KEY MOVE "00" TO DONPOOL-STATUS
               END-START
               PERFORM UNTIL DONPOOL-STATUS NOT = "00"
                   READ DONPOOL-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DONPOOL-STATUS
                       NOT AT END
                           ADD 1 TO WS-POOL-FOUND
                           PERFORM PRINT-ONE-POOL-STATEMENT
                   END-READ
               END-PERFORM
               IF WS-POOL-FOUND = ZERO
                   DISPLAY " "
                   DISPLAY "No leave has been donated to the leave "
                       "bank."
               END-IF.

           PRINT-ONE-POOL-STATEMENT.
               MOVE POOL-TYPE-CODE TO TYPE-CODE
               READ LEAVE-TYPE-FILE INVALID KEY
                   MOVE SPACES TO TYPE-NAME
               END-READ
               MOVE TYPE-NAME TO TEMP-TYPE-NAME
               DISPLAY " "
               DISPLAY "Leave bank statement - type " POOL-TYPE-CODE
                   " " TEMP-TYPE-NAME
               DISPLAY "DATE      REF       MOVE  EMP-ID "
                   "NAME                  DAYS  BALANCE"
               DISPLAY "------------------------------------------"
                   "-----------------------------"
               MOVE ZERO TO WS-RUNNING
               MOVE ZERO TO WS-PEND-IN-COUNT
               MOVE ZERO TO WS-PEND-IN-DAYS
               MOVE SPACES TO DON-ID
               START DONATION-FILE KEY >= DON-ID
                   INVALID KEY MOVE "99" TO DONATION-STATUS
                   NOT INVALID KEY MOVE "00" TO DONATION-STATUS
               END-START
               PERFORM UNTIL DONATION-STATUS NOT = "00"
                   READ DONATION-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DONATION-STATUS
                       NOT AT END
                           IF DON-TYPE-CODE = POOL-TYPE-CODE
                               PERFORM PRINT-POOL-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RUNNING TO WS-RUN-DISP
               DISPLAY "Closing balance per movements: " WS-RUN-DISP
               MOVE POOL-DAYS TO WS-POOL-DISP
               DISPLAY "Leave bank balance on file:    " WS-POOL-DISP
               IF WS-RUNNING NOT = POOL-DAYS
                   DISPLAY "Warning: leave bank balance does not "
                       "agree with its movements."
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-PEND-IN-COUNT > ZERO
                   MOVE WS-PEND-IN-DAYS TO WS-POOL-DISP
                   DISPLAY WS-PEND-IN-COUNT " donation(s) awaiting "
                       "HR approval, " WS-POOL-DISP " day(s)."
               END-IF.

           PRINT-POOL-MOVEMENT.
               IF FUNCTION TRIM(DON-STATUS) = "PENDING"
                  AND DON-RECIP-ID = WS-POOL-ID
                   ADD 1 TO WS-PEND-IN-COUNT
                   ADD DON-DAYS TO WS-PEND-IN-DAYS
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(DON-STATUS) NOT = "APPROVED"
                   EXIT PARAGRAPH
               END-IF
               IF DON-RECIP-ID = WS-POOL-ID
                   MOVE "IN  " TO WS-MOVE-TEXT
                   MOVE DON-DONOR-ID TO TEMP-CHECK-ID
                   ADD DON-DAYS TO WS-RUNNING
               ELSE IF DON-DONOR-ID = WS-POOL-ID
                   MOVE "OUT " TO WS-MOVE-TEXT
                   MOVE DON-RECIP-ID TO TEMP-CHECK-ID
                   SUBTRACT DON-DAYS FROM WS-RUNNING
               ELSE
                   EXIT PARAGRAPH
               END-IF
               END-IF
               PERFORM LOOKUP-PARTY-NAME
               MOVE DON-DAYS TO WS-DAYS-DISP
               MOVE WS-RUNNING TO WS-RUN-DISP
               DISPLAY DON-DECISION-DATE "  " DON-ID "  "
                   WS-MOVE-TEXT(1:4) "  " TEMP-CHECK-ID "  "
                   WS-CHECK-NAME "  " WS-DAYS-DISP "  " WS-RUN-DISP.

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
