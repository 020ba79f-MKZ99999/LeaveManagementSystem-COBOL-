               RECORD KEY IS WP-EMP-ID
               FILE STATUS IS WORKPAT-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../ACCRSIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 WP-EMP-ID PIC X(5).
           05 WP-DAY-FLAGS PIC X(7).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LED-TIMESTAMP PIC X(14).

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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 LEDGER-STATUS PIC XX.
       01 WS-LED-SOURCE PIC X(8).
       01 LTYPE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 ACCRUN-STATUS PIC XX.
       01 ACCRUN-AVAILABLE PIC X VALUE "N".
          88 ACCRUN-FILE-AVAILABLE VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-FORCE-CHOICE PIC X VALUE "N".
       01 WS-RUN-ALLOWED PIC X VALUE "Y".
          05 WS-NEXT-MONTH-DD PIC 99.
       01 WS-MONTH-START-INT PIC S9(9) COMP.
       01 WS-NEXT-MONTH-INT PIC S9(9) COMP.
       01 WS-MONTH-END PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 99.
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
       01 WS-LY-DUE PIC X VALUE "Y".
          88 LY-IS-DUE VALUE "Y".
       01 NOT-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRORATE-DAYS PIC 99.

       01 WS-EMP-ACTIVE PIC X VALUE "Y".
          88 BATCH-MODE VALUE "Y".
       01 WS-ARG-MODE PIC X.
       01 WS-ARG-OPERATOR PIC X(8).
       01 WS-ARG-FORCE PIC X(8).
       01 WS-ARG-SIM PIC X(8).

       01 LEAVE-STATUS-CODE PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-UNITS PIC 9(5)V9 VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHORT-THIS PIC 9V9.

       01 WORKPAT-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.
       01 FAMCASE-AVAILABLE PIC X VALUE "N".
          88 FAMCASE-FILE-AVAILABLE VALUE "Y".
       01 WS-FAM-END PIC X.
       01 WS-FAM-CASE-END PIC 9(8).
       01 WS-ON-FAMILY-LEAVE PIC X VALUE "N".
          88 ON-FAMILY-LEAVE VALUE "Y".
       01 FAMILY-COUNT PIC 9(5) VALUE ZERO.
       01 WORKPAT-AVAILABLE PIC X VALUE "N".
          88 WORKPAT-FILE-AVAILABLE VALUE "Y".
       01 WS-PAT-DAYS PIC 9.
       01 WS-TOTAL-POSTED PIC 9(5)V9 VALUE ZERO.
       01 WS-TOTAL-DISP PIC ZZZZ9.9.

       01 WS-SIM-MODE PIC X VALUE "N".
          88 SIMULATION-RUN VALUE "Y".
       01 WS-SIM-CHOICE PIC X.
       01 WS-SIM-TOKEN PIC X(8).
       01 WS-SIM-DATE PIC 9(8) VALUE ZERO.
       01 WS-SIM-DATE-IN PIC X(8).
       01 WS-SIM-REFUSED PIC X VALUE "N".
       01 WS-SIM-BEFORE-DAYS PIC 99V9.
       01 WS-SIM-BEFORE-CARRY PIC 99V9.
       01 WS-SIM-TABLE.
          05 WS-SIM-ENTRY OCCURS 5000 TIMES.
             10 WS-SIM-KEY PIC X(6).
             10 WS-SIM-NAME PIC X(20).
             10 WS-SIM-TYPE-NAME PIC X(10).
             10 WS-SIM-OLD-DAYS PIC 99V9.
             10 WS-SIM-OLD-CARRY PIC 99V9.
             10 WS-SIM-NEW-DAYS PIC 99V9.
             10 WS-SIM-NEW-CARRY PIC 99V9.
             10 WS-SIM-NEW-EXPIRY PIC 9(8).
             10 WS-SIM-ADDED PIC 999V9.
             10 WS-SIM-TAKEN PIC 999V9.
       01 WS-SIM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SIM-IX PIC 9(4).
       01 WS-SIM-FOUND PIC 9(4).
       01 WS-SIM-FULL PIC X VALUE "N".
          88 SIM-TABLE-FULL VALUE "Y".
       01 WS-SIM-TOT-BEFORE PIC 9(6)V9.
       01 WS-SIM-TOT-AFTER PIC 9(6)V9.
       01 WS-SIM-TOT-ADDED PIC 9(6)V9.
       01 WS-SIM-TOT-TAKEN PIC 9(6)V9.
       01 WS-SIM-OB-DISP PIC Z9.9.
       01 WS-SIM-OC-DISP PIC Z9.9.
       01 WS-SIM-NB-DISP PIC Z9.9.
       01 WS-SIM-NC-DISP PIC Z9.9.
       01 WS-SIM-ADD-DISP PIC ZZ9.9.
       01 WS-SIM-TAKE-DISP PIC ZZ9.9.
       01 WS-SIM-TB-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TA-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TP-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TT-DISP PIC ZZZZZ9.9.
       01 REPORT-FILE-STATUS PIC XX.
       01 WS-REPORT-LINE PIC X(110).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE "Y" TO WS-BATCH-MODE
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-MODE WS-ARG-OPERATOR WS-ARG-FORCE
                        WS-ARG-SIM
               END-UNSTRING
               MOVE WS-ARG-OPERATOR TO WS-OPERATOR-ID
               MOVE WS-ARG-FORCE TO WS-SIM-TOKEN
               PERFORM CHECK-SIM-TOKEN
               MOVE WS-ARG-SIM TO WS-SIM-TOKEN
               PERFORM CHECK-SIM-TOKEN
               IF WS-ARG-MODE = "M" OR WS-ARG-MODE = "m"
                   MOVE 1 TO CHOICE
               ELSE IF WS-ARG-MODE = "Y" OR WS-ARG-MODE = "y"
                   MOVE 2 TO CHOICE
               ELSE
                   DISPLAY "Usage: leavebalaccrue M|Y operator "
                       "[FORCE] [SIM|SIMNEXT]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Operator ID: "
               ACCEPT WS-OPERATOR-ID
               PERFORM ASK-SIMULATION
           END-IF

           IF SIMULATION-RUN
               OPEN INPUT BALANCE-FILE
           ELSE
               OPEN I-O BALANCE-FILE
           END-IF
           IF BAL-STATUS NOT = "00"
               DISPLAY "Error opening LEAVEBAL.DAT. Status: " BAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SIMULATION-RUN
               OPEN INPUT ACCRUN-FILE
               IF ACCRUN-STATUS = "00"
                   MOVE "Y" TO ACCRUN-AVAILABLE
               END-IF
           ELSE
               OPEN I-O ACCRUN-FILE
               IF ACCRUN-STATUS NOT = "00"
                   DISPLAY "ACCRUN.DAT not found. Creating file..."
                   OPEN OUTPUT ACCRUN-FILE
                   CLOSE ACCRUN-FILE
                   OPEN I-O ACCRUN-FILE
                   IF ACCRUN-STATUS NOT = "00"
                       DISPLAY "Error opening ACCRUN.DAT. Status: "
                           ACCRUN-STATUS
                       CLOSE BALANCE-FILE
                       CLOSE LEAVE-TYPE-FILE
                       CLOSE EMPLOYEE-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE "Y" TO ACCRUN-AVAILABLE
           END-IF

           OPEN INPUT WORKPAT-FILE
           IF WORKPAT-STATUS = "00"
               MOVE "Y" TO WORKPAT-AVAILABLE
           END-IF
           OPEN INPUT FAMCASE-FILE
           IF FAMCASE-STATUS = "00"
               MOVE "Y" TO FAMCASE-AVAILABLE
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF SIMULATION-RUN AND WS-SIM-DATE > ZERO
               MOVE WS-SIM-DATE TO WS-TODAY
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM COMPUTE-DAYS-IN-MONTH

           PERFORM UNTIL CHOICE = 1 OR CHOICE = 2 OR CHOICE = 3
               DISPLAY SPACE
               DISPLAY "***** Leave Balance Accrual *****"
               DISPLAY "Accrual rates come from LEAVETYPE.DAT:"
               DISPLAY "  - monthly    = annual entitlement / 12"
               DISPLAY "  - year-start = full annual entitlement"
               IF WS-LY-BASIS = 0
                   DISPLAY "    (leave year runs from each hire "
                       "anniversary - run monthly; only"
                   DISPLAY "    anniversaries in the run month "
                       "are granted)"
               ELSE
                   DISPLAY "    (leave year starts in month "
                       WS-LY-BASIS ")"
               END-IF
               DISPLAY "  - balances capped at 2 x entitlement"
               DISPLAY "  - annual leave uplifted by tenure band"
               DISPLAY "  - inactive employees are skipped"
               DISPLAY "  - annual leave keeps accruing during a "
                   "family-leave case"
               DISPLAY "  - hire month accrues pro rata"
               DISPLAY "  - part-time patterns accrue pro rata"
               IF SIMULATION-RUN
                   DISPLAY "  SIMULATION as at " WS-TODAY
                       " - nothing will be posted"
               END-IF
               DISPLAY "+---------------------------------+"
               DISPLAY "| 1 - Run monthly accrual         |"
               DISPLAY "| 2 - Run year-start accrual      |"
                       PERFORM ACCRUE-ALL-BALANCES
                       PERFORM RECORD-RUN-CONTROL
                   END-IF
                   IF SIMULATION-RUN
                       PERFORM WRITE-SIMULATION-REPORT
                   END-IF
               WHEN 2
                   MOVE "Y" TO WS-RUN-MODE
                   PERFORM CHECK-RUN-CONTROL
                       PERFORM CHARGE-PREAPPROVED-DAYS
                       PERFORM RECORD-RUN-CONTROL
                   END-IF
                   IF SIMULATION-RUN
                       PERFORM WRITE-SIMULATION-REPORT
                   END-IF
               WHEN OTHER
                   DISPLAY "Exiting without accruing."
           END-EVALUATE
               CLOSE LEAVE-TYPE-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE LEAVE-FILE
               IF ACCRUN-FILE-AVAILABLE
                   CLOSE ACCRUN-FILE
               END-IF
               IF WORKPAT-FILE-AVAILABLE
                   CLOSE WORKPAT-FILE
               END-IF
               IF FAMCASE-FILE-AVAILABLE
                   CLOSE FAMCASE-FILE
               END-IF
               STOP RUN.

           CHARGE-PREAPPROVED-DAYS.
               MOVE ZERO TO WS-CHARGE-COUNT
               MOVE ZERO TO WS-CHARGE-UNITS
               MOVE ZERO TO WS-SHORT-COUNT
                       NOT AT END
                           IF FUNCTION TRIM(LEAVE-STATUS) = "APPROVED"
                              AND LEAVE-LOP-FLAG NOT = "Y"
                               PERFORM CHECK-CHARGE-WINDOW
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-CHARGE-UNITS TO WS-CHARGE-DISP
               IF WS-LY-BASIS = 0
                   DISPLAY WS-CHARGE-COUNT " day(s) approved before "
                       "an anniversary leave year began charged ("
                       WS-CHARGE-DISP " day(s) deducted)."
               ELSE
                   MOVE ZERO TO WS-LY-HIRE-DATE
                   PERFORM SET-YEAR-START-WINDOW
                   DISPLAY WS-CHARGE-COUNT " day(s) approved before "
                       "the leave year from " WS-LY-START
                       " charged (" WS-CHARGE-DISP
                       " day(s) deducted)."
               END-IF
               IF WS-SHORT-COUNT > ZERO
                   MOVE WS-SHORT-UNITS TO WS-SHORT-DISP
                   DISPLAY "WARNING: " WS-SHORT-COUNT " day(s) could "
                   MOVE 4 TO RETURN-CODE
               END-IF.

           CHECK-CHARGE-WINDOW.
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF WS-LY-BASIS = 0
                   MOVE LEAVE-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                   END-READ
               END-IF
               PERFORM SET-YEAR-START-WINDOW
               IF LY-IS-DUE AND
                  LEAVE-DATE >= WS-LY-START AND
                  LEAVE-DATE <= WS-LY-END AND
                  LEAVE-DECISION-DATE < WS-LY-START
                   PERFORM CHARGE-ONE-DAY
               END-IF.

           SET-YEAR-START-WINDOW.
               MOVE "Y" TO WS-LY-DUE
               IF WS-LY-BASIS = 0
                   MOVE WS-MONTH-END TO WS-LY-DATE
                   PERFORM COMPUTE-LEAVE-YEAR
                   IF WS-LY-START < WS-MONTH-START
                       MOVE "N" TO WS-LY-DUE
                   END-IF
               ELSE
                   MOVE WS-NEXT-MONTH-START TO WS-LY-DATE
                   PERFORM COMPUTE-LEAVE-YEAR
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

           CHARGE-ONE-DAY.
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               READ BALANCE-FILE INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               IF SIMULATION-RUN
                   PERFORM SIM-OVERLAY-BALANCE
               END-IF

               MOVE ZERO TO WS-SHORT-THIS
               IF BAL-CARRY-DAYS > ZERO AND
                   END-IF
               END-IF

               IF SIMULATION-RUN
                   PERFORM SIM-RECORD-BALANCE
               ELSE
                   REWRITE BALANCE-RECORD
               END-IF
               MOVE "YRCHARGE" TO WS-LED-SOURCE
               MOVE "-" TO WS-LED-SIGN
               COMPUTE WS-LED-AMOUNT =
           CHECK-RUN-CONTROL.
               MOVE "Y" TO WS-RUN-ALLOWED
               MOVE "N" TO WS-RUN-WAS-FORCED
               IF NOT ACCRUN-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY(1:6) TO ACCRUN-PERIOD
               MOVE WS-RUN-MODE TO ACCRUN-TYPE
               MOVE 01 TO ACCRUN-SEQ
                       " by " ACCRUN-OPERATOR
                       " (" ACCRUN-EMP-COUNT " record(s))."
                   MOVE "N" TO WS-FORCE-CHOICE
                   IF SIMULATION-RUN
                       MOVE "Y" TO WS-SIM-REFUSED
                       DISPLAY "Simulating anyway - the real run will "
                           "be refused unless forced."
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   IF BATCH-MODE
                       IF FUNCTION TRIM(WS-ARG-FORCE) = "FORCE"
                           MOVE "Y" TO WS-FORCE-CHOICE
               END-READ.

           RECORD-RUN-CONTROL.
               IF SIMULATION-RUN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY(1:6) TO ACCRUN-PERIOD
               MOVE WS-RUN-MODE TO ACCRUN-TYPE
               PERFORM FIND-FREE-RUN-SEQ
               COMPUTE WS-NEXT-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               COMPUTE WS-DAYS-IN-MONTH =
                   WS-NEXT-MONTH-INT - WS-MONTH-START-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-MONTH-INT - 1)
                   TO WS-MONTH-END.

           ACCRUE-ALL-BALANCES.
               MOVE "00000" TO BAL-EMP-ID
               MOVE ZERO TO EMP-COUNT
               MOVE ZERO TO SKIP-COUNT
               MOVE ZERO TO INACTIVE-COUNT
               MOVE ZERO TO FAMILY-COUNT
               MOVE ZERO TO NOT-DUE-COUNT
               MOVE ZERO TO WS-TOTAL-POSTED

               START BALANCE-FILE KEY IS >= BAL-KEY
               DISPLAY "Accrual applied to " EMP-COUNT " balance "
                   "record(s), " WS-TOTAL-DISP " day(s) posted."
               DISPLAY INACTIVE-COUNT " inactive employee record(s) "
                   "skipped, " SKIP-COUNT " without a leave type."
               IF FAMILY-COUNT > ZERO
                   DISPLAY FAMILY-COUNT " annual leave record(s) "
                       "accrued during a family-leave case."
               END-IF
               IF NOT-DUE-COUNT > ZERO
                   DISPLAY NOT-DUE-COUNT " record(s) skipped - "
                       "leave year does not start this month."
               END-IF.

           ACCRUE-ONE-BALANCE.
               IF SIMULATION-RUN
                   PERFORM SIM-OVERLAY-BALANCE
               END-IF
               IF BAL-TYPE-CODE = 9
                   ADD 1 TO SKIP-COUNT
                   EXIT PARAGRAPH
               MOVE "Y" TO WS-EMP-ACTIVE
               MOVE ZERO TO WS-TENURE-YEARS
               MOVE WS-DAYS-IN-MONTH TO WS-PRORATE-DAYS
               MOVE ZERO TO WS-LY-HIRE-DATE

               MOVE BAL-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                   IF FUNCTION TRIM(EMP-STATUS) NOT = "ACTIVE"
                       MOVE "N" TO WS-EMP-ACTIVE
                   ELSE
                   END-IF
               END-READ

               IF NOT EMP-IS-ACTIVE AND BAL-TYPE-CODE = 1
                   PERFORM CHECK-FAMILY-LEAVE-CASE
                   IF ON-FAMILY-LEAVE
                       MOVE "Y" TO WS-EMP-ACTIVE
                       ADD 1 TO FAMILY-COUNT
                       COMPUTE WS-HIRE-INT =
                           FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
                       COMPUTE WS-TENURE-DAYS =
                           WS-TODAY-INT - WS-HIRE-INT
                       IF WS-TENURE-DAYS < 0
                           MOVE 0 TO WS-TENURE-DAYS
                       END-IF
                       COMPUTE WS-TENURE-YEARS =
                           WS-TENURE-DAYS / 365
                   END-IF
               END-IF
               IF NOT EMP-IS-ACTIVE
                   ADD 1 TO INACTIVE-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF YEAR-START-RUN
                   PERFORM SET-YEAR-START-WINDOW
                   IF NOT LY-IS-DUE
                       ADD 1 TO NOT-DUE-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               MOVE BAL-TYPE-CODE TO TYPE-CODE
               READ LEAVE-TYPE-FILE INVALID KEY
                   MOVE WS-BAL-CAP TO BAL-DAYS
               END-IF

               IF SIMULATION-RUN
                   PERFORM SIM-RECORD-BALANCE
               ELSE
                   REWRITE BALANCE-RECORD
               END-IF
               MOVE "ACCRUE" TO WS-LED-SOURCE
               MOVE "+" TO WS-LED-SIGN
               MOVE WS-ACCRUE-ADD TO WS-LED-AMOUNT
               ADD 1 TO EMP-COUNT
               ADD WS-ACCRUE-ADD TO WS-TOTAL-POSTED.

           CHECK-FAMILY-LEAVE-CASE.
               MOVE "N" TO WS-ON-FAMILY-LEAVE
               IF NOT FAMCASE-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE BAL-EMP-ID TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               MOVE "N" TO WS-FAM-END
               START FAMCASE-FILE KEY >= FAM-KEY
                   INVALID KEY MOVE "Y" TO WS-FAM-END
               END-START
               PERFORM UNTIL WS-FAM-END = "Y"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FAM-END
                       NOT AT END
                           IF FAM-EMP-ID NOT = BAL-EMP-ID
                               MOVE "Y" TO WS-FAM-END
                           ELSE
                               IF FAM-ACTUAL-RETURN > ZERO
                                   MOVE FAM-ACTUAL-RETURN
                                       TO WS-FAM-CASE-END
                               ELSE
                                   MOVE FAM-RETURN-DATE
                                       TO WS-FAM-CASE-END
                               END-IF
                               IF FAM-STATUS NOT = "CANCELLED" AND
                                  FAM-START-DATE NOT > WS-TODAY AND
                                  WS-FAM-CASE-END > WS-TODAY
                                   MOVE "Y" TO WS-ON-FAMILY-LEAVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           COUNT-PATTERN-DAYS.
               MOVE 5 TO WS-PAT-DAYS
               IF NOT WORKPAT-FILE-AVAILABLE
               END-PERFORM.

           WRITE-BALANCE-MOVEMENT.
               IF SIMULATION-RUN
                   PERFORM SIM-RECORD-MOVEMENT
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND LEDGER-FILE
               IF LEDGER-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               MOVE FUNCTION CURRENT-DATE(1:14) TO LED-TIMESTAMP
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE.

           CHECK-SIM-TOKEN.
               IF FUNCTION TRIM(WS-SIM-TOKEN) = "SIM"
                   MOVE "Y" TO WS-SIM-MODE
               END-IF
               IF FUNCTION TRIM(WS-SIM-TOKEN) = "SIMNEXT"
                   MOVE "Y" TO WS-SIM-MODE
                   COMPUTE WS-SIM-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       FUNCTION CURRENT-DATE(1:8))) + 1)
               END-IF.

           ASK-SIMULATION.
               DISPLAY "Simulate only - post nothing? (Y/N): "
               ACCEPT WS-SIM-CHOICE
               IF WS-SIM-CHOICE NOT = "Y" AND WS-SIM-CHOICE NOT = "y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-SIM-MODE
               DISPLAY "Simulate as at (YYYYMMDD, blank = today): "
               MOVE SPACES TO WS-SIM-DATE-IN
               ACCEPT WS-SIM-DATE-IN
               IF WS-SIM-DATE-IN NOT = SPACES
                   IF WS-SIM-DATE-IN NOT NUMERIC OR
                      FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-SIM-DATE-IN)) = 0
                       DISPLAY "Invalid date - simulating as at "
                           "today."
                   ELSE
                       MOVE WS-SIM-DATE-IN TO WS-SIM-DATE
                   END-IF
               END-IF.

           SIM-FIND-BALANCE.
               MOVE ZERO TO WS-SIM-FOUND
               PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                   UNTIL WS-SIM-IX > WS-SIM-COUNT OR
                         WS-SIM-FOUND > ZERO
                   IF WS-SIM-KEY (WS-SIM-IX) = BAL-KEY
                       MOVE WS-SIM-IX TO WS-SIM-FOUND
                   END-IF
               END-PERFORM.

           SIM-OVERLAY-BALANCE.
               MOVE BAL-DAYS TO WS-SIM-BEFORE-DAYS
               MOVE BAL-CARRY-DAYS TO WS-SIM-BEFORE-CARRY
               PERFORM SIM-FIND-BALANCE
               IF WS-SIM-FOUND > ZERO
                   MOVE WS-SIM-NEW-DAYS (WS-SIM-FOUND) TO BAL-DAYS
                   MOVE WS-SIM-NEW-CARRY (WS-SIM-FOUND)
                       TO BAL-CARRY-DAYS
                   MOVE WS-SIM-NEW-EXPIRY (WS-SIM-FOUND)
                       TO BAL-CARRY-EXPIRY
               END-IF.

           SIM-RECORD-BALANCE.
               PERFORM SIM-FIND-BALANCE
               IF WS-SIM-FOUND = ZERO
                   IF WS-SIM-COUNT >= 5000
                       MOVE "Y" TO WS-SIM-FULL
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SIM-COUNT
                   MOVE WS-SIM-COUNT TO WS-SIM-FOUND
                   MOVE BAL-KEY TO WS-SIM-KEY (WS-SIM-FOUND)
                   MOVE BAL-EMP-NAME TO WS-SIM-NAME (WS-SIM-FOUND)
                   MOVE BAL-TYPE-NAME
                       TO WS-SIM-TYPE-NAME (WS-SIM-FOUND)
                   MOVE WS-SIM-BEFORE-DAYS
                       TO WS-SIM-OLD-DAYS (WS-SIM-FOUND)
                   MOVE WS-SIM-BEFORE-CARRY
                       TO WS-SIM-OLD-CARRY (WS-SIM-FOUND)
                   MOVE ZERO TO WS-SIM-ADDED (WS-SIM-FOUND)
                   MOVE ZERO TO WS-SIM-TAKEN (WS-SIM-FOUND)
               END-IF
               MOVE BAL-DAYS TO WS-SIM-NEW-DAYS (WS-SIM-FOUND)
               MOVE BAL-CARRY-DAYS TO WS-SIM-NEW-CARRY (WS-SIM-FOUND)
               MOVE BAL-CARRY-EXPIRY
                   TO WS-SIM-NEW-EXPIRY (WS-SIM-FOUND).

           SIM-RECORD-MOVEMENT.
               IF WS-SIM-FOUND = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-LED-SIGN = "-"
                   ADD WS-LED-AMOUNT TO WS-SIM-TAKEN (WS-SIM-FOUND)
               ELSE
                   ADD WS-LED-AMOUNT TO WS-SIM-ADDED (WS-SIM-FOUND)
               END-IF.

           WRITE-SIMULATION-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening ACCRSIM.TXT. Status: "
                       REPORT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-SIM-TOT-BEFORE
               MOVE ZERO TO WS-SIM-TOT-AFTER
               MOVE ZERO TO WS-SIM-TOT-ADDED
               MOVE ZERO TO WS-SIM-TOT-TAKEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIMULATION ONLY - leave balance accrual as at "
                   WS-TODAY " - nothing has been posted."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-SIM-REFUSED = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Period already posted - the real run will "
                       "be refused unless it is forced."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                                        "
                   "--BEFORE--   ---POSTED--   --AFTER---"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EMP-ID NAME                 TYPE         "
                   "BAL CARRY   ADDED TAKEN    BAL CARRY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "--------------------------------------"
                   "---------------------------------------"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                   UNTIL WS-SIM-IX > WS-SIM-COUNT
                   PERFORM WRITE-SIMULATION-LINE
               END-PERFORM

               MOVE SPACES TO WS-REPORT-LINE
               STRING "--------------------------------------"
                   "---------------------------------------"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SIM-TOT-BEFORE TO WS-SIM-TB-DISP
               MOVE WS-SIM-TOT-ADDED TO WS-SIM-TA-DISP
               MOVE WS-SIM-TOT-TAKEN TO WS-SIM-TT-DISP
               MOVE WS-SIM-TOT-AFTER TO WS-SIM-TP-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SIM-COUNT " balance record(s) listed. Total "
                   "before " WS-SIM-TB-DISP ", added " WS-SIM-TA-DISP
                   ", taken " WS-SIM-TT-DISP ", after " WS-SIM-TP-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF SIM-TABLE-FULL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "More than 5000 balances affected - report "
                       "incomplete."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Simulation report written to ACCRSIM.TXT.".

           WRITE-SIMULATION-LINE.
               COMPUTE WS-SIM-TOT-BEFORE = WS-SIM-TOT-BEFORE
                   + WS-SIM-OLD-DAYS (WS-SIM-IX)
                   + WS-SIM-OLD-CARRY (WS-SIM-IX)
               COMPUTE WS-SIM-TOT-AFTER = WS-SIM-TOT-AFTER
                   + WS-SIM-NEW-DAYS (WS-SIM-IX)
                   + WS-SIM-NEW-CARRY (WS-SIM-IX)
               ADD WS-SIM-ADDED (WS-SIM-IX) TO WS-SIM-TOT-ADDED
               ADD WS-SIM-TAKEN (WS-SIM-IX) TO WS-SIM-TOT-TAKEN
               MOVE WS-SIM-OLD-DAYS (WS-SIM-IX) TO WS-SIM-OB-DISP
               MOVE WS-SIM-OLD-CARRY (WS-SIM-IX) TO WS-SIM-OC-DISP
               MOVE WS-SIM-ADDED (WS-SIM-IX) TO WS-SIM-ADD-DISP
               MOVE WS-SIM-TAKEN (WS-SIM-IX) TO WS-SIM-TAKE-DISP
               MOVE WS-SIM-NEW-DAYS (WS-SIM-IX) TO WS-SIM-NB-DISP
               MOVE WS-SIM-NEW-CARRY (WS-SIM-IX) TO WS-SIM-NC-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SIM-KEY (WS-SIM-IX)(1:5) "  "
                   WS-SIM-NAME (WS-SIM-IX) " "
                   WS-SIM-TYPE-NAME (WS-SIM-IX) "  "
                   WS-SIM-OB-DISP "  " WS-SIM-OC-DISP "   "
                   WS-SIM-ADD-DISP " " WS-SIM-TAKE-DISP "   "
                   WS-SIM-NB-DISP "  " WS-SIM-NC-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
