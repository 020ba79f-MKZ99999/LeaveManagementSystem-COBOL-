               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../ROLLSIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD ACCRUN-FILE.
       01 ACCRUN-RECORD.
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LED-TIMESTAMP PIC X(14).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 LEDGER-STATUS PIC XX.
       01 WS-OLD-TOTAL PIC 999V9.
       01 WS-TODAY PIC 9(8).
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-RUN PIC X(5).
       01 WS-ARG-FORCE PIC X(8).
       01 WS-ARG-SIM PIC X(8).
       01 ACCRUN-STATUS PIC XX.
       01 ACCRUN-AVAILABLE PIC X VALUE "N".
          88 ACCRUN-FILE-AVAILABLE VALUE "Y".
       01 WS-RUN-ALLOWED PIC X VALUE "Y".
          88 RUN-IS-ALLOWED VALUE "Y".
       01 WS-RUN-WAS-FORCED PIC X VALUE "N".
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-EXPIRY-SPLIT REDEFINES WS-EXPIRY-DATE.
          05 WS-EXPIRY-YY PIC 9(4).
          05 WS-EXPIRY-MM PIC 99.
          05 WS-EXPIRY-DD PIC 99.
       01 SYSPARM-STATUS PIC XX.
       01 WS-ROLL-START PIC 9(8).
       01 WS-ROLL-SPLIT REDEFINES WS-ROLL-START.
          05 WS-ROLL-YY PIC 9(4).
          05 WS-ROLL-MMDD PIC 9(4).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-MONTH-INT PIC S9(9) COMP.
       01 WS-ASOF-INT PIC S9(9) COMP.
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
       01 EMPLOYEE-STATUS PIC XX.
       01 EMP-AVAILABLE PIC X VALUE "N".
          88 EMPLOYEE-FILE-AVAILABLE VALUE "Y".
       01 WS-FIRST-YEAR PIC X.
       01 WS-NO-CARRY-COUNT PIC 9(5) VALUE ZERO.

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
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-RUN WS-ARG-FORCE WS-ARG-SIM
               END-UNSTRING
               IF WS-ARG-RUN = "RUN"
                   MOVE 1 TO CHOICE
               END-IF
               MOVE WS-ARG-FORCE TO WS-SIM-TOKEN
               PERFORM CHECK-SIM-TOKEN
               MOVE WS-ARG-SIM TO WS-SIM-TOKEN
               PERFORM CHECK-SIM-TOKEN
           ELSE
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
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE "Y" TO ACCRUN-AVAILABLE
           END-IF

           OPEN INPUT EMPLOYEE-FILE
                   "first-year carry rule not applied."
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
           MOVE WS-TODAY-INT TO WS-ASOF-INT
           MOVE WS-TODAY TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           MOVE WS-MONTH-START TO WS-LY-WORK-DATE
           PERFORM ADD-ONE-MONTH
           COMPUTE WS-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WS-LY-WORK-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-INT) TO WS-MONTH-END
           PERFORM SET-ROLLOVER-TARGET

           PERFORM UNTIL CHOICE = 1 OR CHOICE = 2
               DISPLAY SPACE
               DISPLAY "Carry-forward policy:"
               DISPLAY "  - Annual leave capped at " MAX-ANNUAL-CARRY
                       " day(s) carried forward"
               IF WS-LY-BASIS = 0
                   DISPLAY "  - Leave years run from each hire "
                       "anniversary; run monthly -"
                   DISPLAY "    only anniversaries in the run month "
                       "are rolled over"
               ELSE
                   DISPLAY "  - Leave year starts " WS-ROLL-START
               END-IF
               DISPLAY "  - Carried days lapse at the end of the "
                   "third month of the new leave year"
               DISPLAY "  - No carry in the first year of service"
               DISPLAY "  - All other types reset to their"
               DISPLAY "    annual entitlement on LEAVETYPE.DAT"
               IF SIMULATION-RUN
                   DISPLAY "  SIMULATION as at " WS-TODAY
                       " - nothing will be posted"
               END-IF
               DISPLAY "+---------------------------------+"
               DISPLAY "| 1 - Run leave-year rollover     |"
               DISPLAY "| 2 - Exit                        |"
               DISPLAY "+---------------------------------+"
               DISPLAY "Your choice: "

           EVALUATE CHOICE
               WHEN 1
                   IF WS-LY-BASIS = 0 AND
                      NOT EMPLOYEE-FILE-AVAILABLE
                       DISPLAY "Anniversary leave years need "
                           "EMPLOYEE.DAT - rollover not run."
                       MOVE 8 TO RETURN-CODE
                       MOVE "N" TO WS-RUN-ALLOWED
                   ELSE
                       PERFORM CHECK-ROLLOVER-RUNCTL
                   END-IF
                   IF RUN-IS-ALLOWED
                       PERFORM ROLLOVER-ALL-BALANCES
                       PERFORM RECORD-ROLLOVER-RUNCTL
                       IF SIMULATION-RUN
                           PERFORM WRITE-SIMULATION-REPORT
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Exiting without rolling over."

           CLOSE BALANCE-FILE
           CLOSE LEAVE-TYPE-FILE
           IF ACCRUN-FILE-AVAILABLE
               CLOSE ACCRUN-FILE
           END-IF
           IF EMPLOYEE-FILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF
           CHECK-ROLLOVER-RUNCTL.
               MOVE "Y" TO WS-RUN-ALLOWED
               MOVE "N" TO WS-RUN-WAS-FORCED
               IF NOT ACCRUN-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               PERFORM SET-ROLLOVER-PERIOD
               MOVE "R" TO ACCRUN-TYPE
               MOVE 01 TO ACCRUN-SEQ
               READ ACCRUN-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Rollover for period " ACCRUN-PERIOD
                       " already ran on " ACCRUN-TIMESTAMP "."
                   MOVE "N" TO WS-FORCE-CHOICE
                   IF SIMULATION-RUN
                       MOVE "Y" TO WS-SIM-REFUSED
                       DISPLAY "Simulating anyway - the real run will "
                           "be refused unless forced."
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG-FORCE) = "FORCE"
                           MOVE "Y" TO WS-FORCE-CHOICE
                   ELSE
                       MOVE "N" TO WS-RUN-ALLOWED
                       DISPLAY "Run refused - rollover already "
                           "posted for this leave year."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-READ.

           RECORD-ROLLOVER-RUNCTL.
               IF SIMULATION-RUN
                   EXIT PARAGRAPH
               END-IF
               PERFORM SET-ROLLOVER-PERIOD
               MOVE "R" TO ACCRUN-TYPE
               MOVE "N" TO WS-SEQ-FOUND
               PERFORM VARYING WS-SEQ-IX FROM 1 BY 1
               END-WRITE.

           ROLLOVER-ALL-BALANCES.
               IF WS-LY-BASIS = 0
                   DISPLAY "Rolling over leave years that start "
                       "between " WS-MONTH-START " and " WS-MONTH-END
               ELSE
                   DISPLAY "Rolling over into the leave year from "
                       WS-ROLL-START
                   DISPLAY "Carried annual days will expire on "
                       WS-EXPIRY-DATE
               END-IF
               MOVE ZERO TO NOT-DUE-COUNT
               MOVE "00000" TO BAL-EMP-ID
               MOVE 0 TO BAL-TYPE-CODE
               MOVE "N" TO END-FILE
                   DISPLAY WS-NO-CARRY-COUNT " annual balance(s) "
                       "carried nothing - under a year of service."
               END-IF
               IF NOT-DUE-COUNT > ZERO
                   DISPLAY NOT-DUE-COUNT " balance(s) left alone - "
                       "leave year does not start this month."
               END-IF
               DISPLAY "Already-approved days in the new leave year "
                   "are charged by the year-start accrual run.".

           ROLLOVER-ONE-BALANCE.
               IF SIMULATION-RUN
                   PERFORM SIM-OVERLAY-BALANCE
               END-IF
               IF WS-LY-BASIS = 0
                   PERFORM SET-EMP-ROLLOVER-YEAR
                   IF NOT LY-IS-DUE
                       ADD 1 TO NOT-DUE-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF BAL-TYPE-CODE = TOIL-TYPE-CODE
                   ADD 1 TO EMP-COUNT
                   EXIT PARAGRAPH
                   MOVE ZERO TO BAL-CARRY-EXPIRY
               END-IF

               IF SIMULATION-RUN
                   PERFORM SIM-RECORD-BALANCE
               ELSE
                   REWRITE BALANCE-RECORD
               END-IF
               COMPUTE WS-LED-DELTA =
                   BAL-DAYS + BAL-CARRY-DAYS - WS-OLD-TOTAL
               IF WS-LED-DELTA NOT = ZERO
               END-IF
               COMPUTE WS-HIRE-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
               COMPUTE WS-TENURE-DAYS = WS-ASOF-INT - WS-HIRE-INT
               IF WS-TENURE-DAYS < 365
                   MOVE "Y" TO WS-FIRST-YEAR
               END-IF.

           SET-ROLLOVER-TARGET.
               MOVE WS-TODAY TO WS-LY-DATE
               MOVE ZERO TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               PERFORM SET-CARRY-EXPIRY
               IF WS-TODAY > WS-EXPIRY-DATE
                   ADD 1 TO WS-LY-START-YY
                   PERFORM SET-CARRY-EXPIRY
               END-IF
               MOVE WS-LY-START TO WS-ROLL-START.

           SET-ROLLOVER-PERIOD.
               IF WS-LY-BASIS = 0
                   MOVE WS-TODAY(1:6) TO ACCRUN-PERIOD
               ELSE
                   COMPUTE ACCRUN-PERIOD = WS-ROLL-YY * 100
               END-IF.

           SET-EMP-ROLLOVER-YEAR.
               MOVE "N" TO WS-LY-DUE
               MOVE BAL-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               MOVE WS-MONTH-END TO WS-LY-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               IF WS-LY-START < WS-MONTH-START
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-LY-DUE
               MOVE WS-LY-START TO WS-ROLL-START
               COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LY-START)
               PERFORM SET-CARRY-EXPIRY.

           SET-CARRY-EXPIRY.
               MOVE WS-LY-START TO WS-LY-WORK-DATE
               MOVE "01" TO WS-LY-WORK-DATE(7:2)
               PERFORM ADD-ONE-MONTH 3 TIMES
               COMPUTE WS-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LY-WORK-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-INT)
                   TO WS-EXPIRY-DATE.

           ADD-ONE-MONTH.
               IF WS-LY-WORK-DATE(5:2) = "12"
                   ADD 1 TO WS-LY-WORK-YY
                   MOVE "01" TO WS-LY-WORK-DATE(5:2)
               ELSE
                   ADD 100 TO WS-LY-WORK-MMDD
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
                   DISPLAY "Error opening ROLLSIM.TXT. Status: "
                       REPORT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-SIM-TOT-BEFORE
               MOVE ZERO TO WS-SIM-TOT-AFTER
               MOVE ZERO TO WS-SIM-TOT-ADDED
               MOVE ZERO TO WS-SIM-TOT-TAKEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIMULATION ONLY - leave-year rollover as at "
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
               DISPLAY "Simulation report written to ROLLSIM.TXT.".

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
