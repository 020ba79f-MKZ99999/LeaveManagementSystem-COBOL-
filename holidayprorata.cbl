       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-PRORATA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT WORKPAT-FILE ASSIGN TO "../WORKPAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-EMP-ID
               FILE STATUS IS WORKPAT-STATUS.

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

           SELECT BALANCE-FILE ASSIGN TO "../LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-STATUS.

           SELECT ACCRUN-FILE ASSIGN TO "../ACCRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCRUN-KEY
               FILE STATUS IS ACCRUN-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD WORKPAT-FILE.
       01 WORKPAT-RECORD.
           05 WP-EMP-ID PIC X(5).
           05 WP-DAY-FLAGS PIC X(7).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-KEY.
              10 HOL-LOCATION PIC X(5).
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

       FD ACCRUN-FILE.
       01 ACCRUN-RECORD.
           05 ACCRUN-KEY.
              10 ACCRUN-PERIOD PIC 9(6).
              10 ACCRUN-TYPE PIC X.
              10 ACCRUN-SEQ PIC 99.
           05 ACCRUN-OPERATOR PIC X(8).
           05 ACCRUN-TIMESTAMP PIC X(14).
           05 ACCRUN-EMP-COUNT PIC 9(5).
           05 ACCRUN-TOTAL-POSTED PIC 9(5)V9.
           05 ACCRUN-FORCED-FLAG PIC X.

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

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC XX.
       01 WORKPAT-STATUS PIC XX.
       01 HOLIDAY-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 ACCRUN-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 WS-LED-SOURCE PIC X(8).
       01 WS-LED-SIGN PIC X.
       01 WS-LED-AMOUNT PIC 99V9.
       01 WS-LED-REF PIC X(8).

       01 CHOICE PIC 9 VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-HOL-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
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
       01 WS-FULL-TIME-PATTERN PIC X(7) VALUE "YYYYYNN".
       01 WS-POST-MODE PIC X VALUE "N".
          88 POSTING-RUN VALUE "Y".

       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-BATCH-MODE PIC X VALUE "N".
          88 BATCH-MODE VALUE "Y".
       01 WS-ARG-MODE PIC X(6).
       01 WS-ARG-YEAR PIC X(4).
       01 WS-ARG-FORCE PIC X(5).

       01 WS-FORCE-CHOICE PIC X VALUE "N".
       01 WS-RUN-ALLOWED PIC X VALUE "Y".
          88 RUN-IS-ALLOWED VALUE "Y".
       01 WS-RUN-WAS-FORCED PIC X VALUE "N".
       01 WS-SEQ-FOUND PIC X VALUE "N".
       01 WS-SEQ-IX PIC 999.

       01 WS-HOLIDAY-TABLE.
          05 WS-HT-ENTRY OCCURS 2000 TIMES.
             10 WS-HT-LOCATION PIC X(5).
             10 WS-HT-DATE PIC 9(8).
             10 WS-HT-DAY-POS PIC 9.
             10 WS-HT-ALSO-ALL PIC X.
       01 WS-HT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HT-IX PIC 9(4).
       01 WS-HT-SCAN PIC 9(4).
       01 WS-HT-FULL PIC X VALUE "N".
          88 HOLIDAY-TABLE-FULL VALUE "Y".
       01 WS-DAY-OFFSET PIC 9.

       01 WS-EMP-LOCATION PIC X(5).
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
       01 WS-PATTERN PIC X(7).
       01 WS-PAT-DAYS PIC 9.
       01 WS-PAT-IX PIC 9.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-FULL-TIME-HOLS PIC 99.
       01 WS-ACTUAL-HOLS PIC 99.
       01 WS-FAIR-HALVES PIC 999.
       01 WS-FAIR-SHARE PIC 99V9.
       01 WS-ADJUSTMENT PIC S99V9.
       01 WS-ADJ-ABS PIC 99V9.
       01 WS-SHORT-DAYS PIC 99V9.
       01 WS-BAL-BEFORE PIC 99V9.
       01 WS-ACTION PIC X(12).

       01 WS-EMP-READ PIC 9(5) VALUE ZERO.
       01 WS-FULL-TIME-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVIEWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOPUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOPUP-DAYS PIC 9(5)V9 VALUE ZERO.
       01 WS-REDUCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REDUCE-DAYS PIC 9(5)V9 VALUE ZERO.
       01 WS-NOBAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-POSTED PIC 9(5)V9 VALUE ZERO.

       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-REPORT-LINE PIC X(132).
       01 WS-HOLS-DISP PIC Z9.
       01 WS-ACT-DISP PIC Z9.
       01 WS-FAIR-DISP PIC Z9.9.
       01 WS-ADJ-DISP PIC +Z9.9.
       01 WS-BAL-DISP PIC Z9.9.
       01 WS-BAL2-DISP PIC Z9.9.
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-DAYS-DISP PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                   EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-STATUS NOT = "00"
               DISPLAY "Error opening HOLIDAY.DAT. Status: "
                   HOLIDAY-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WORKPAT-FILE
           IF WORKPAT-STATUS NOT = "00"
               DISPLAY "No WORKPAT.DAT on file - every employee works "
                   "the standard week, nothing to adjust."
               CLOSE EMPLOYEE-FILE
               CLOSE HOLIDAY-FILE
               STOP RUN
           END-IF

           OPEN I-O BALANCE-FILE
           IF BAL-STATUS NOT = "00"
               DISPLAY "Error opening LEAVEBAL.DAT. Status: " BAL-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE HOLIDAY-FILE
               CLOSE WORKPAT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCRUN-FILE
           IF ACCRUN-STATUS NOT = "00"
               DISPLAY "ACCRUN.DAT not found. Creating file..."
               OPEN OUTPUT ACCRUN-FILE
               CLOSE ACCRUN-FILE
               OPEN I-O ACCRUN-FILE
           END-IF

           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
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
           MOVE WS-TODAY TO WS-LY-DATE
           MOVE ZERO TO WS-LY-HIRE-DATE
           PERFORM COMPUTE-LEAVE-YEAR
           MOVE WS-LY-START-YY TO WS-HOL-YEAR

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE "Y" TO WS-BATCH-MODE
               MOVE SPACES TO WS-ARG-YEAR
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-MODE WS-ARG-YEAR WS-ARG-FORCE
               END-UNSTRING
               IF WS-ARG-YEAR IS NUMERIC
                   MOVE WS-ARG-YEAR TO WS-HOL-YEAR
               END-IF
               IF WS-ARG-MODE = "REPORT"
                   MOVE 1 TO CHOICE
               ELSE IF WS-ARG-MODE = "POST"
                   MOVE 2 TO CHOICE
               ELSE
                   DISPLAY "Usage: holidayprorata REPORT|POST [YYYY] "
                       "[FORCE]"
                   MOVE 8 TO RETURN-CODE
                   MOVE 3 TO CHOICE
               END-IF
           END-IF

           PERFORM UNTIL CHOICE = 1 OR CHOICE = 2 OR CHOICE = 3
               DISPLAY SPACE
               DISPLAY "***** Part-Time Public Holiday Pro-Rata *****"
               DISPLAY "Compares each part-timer's fair share of the"
               DISPLAY "year's public holidays (holidays x days worked"
               DISPLAY "/ 5) with the holidays that fall on their"
               DISPLAY "working days, and tops up or reduces annual"
               DISPLAY "leave by the difference."
               DISPLAY "+---------------------------------+"
               DISPLAY "| 1 - Report only                 |"
               DISPLAY "| 2 - Report and post             |"
               DISPLAY "| 3 - Exit                        |"
               DISPLAY "+---------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE
               IF CHOICE NOT = 1 AND CHOICE NOT = 2 AND CHOICE NOT = 3
                   DISPLAY "Invalid choice. Enter 1, 2 or 3."
               END-IF
               IF CHOICE = 1 OR CHOICE = 2
                   DISPLAY "Leave year (YYYY it starts in): "
                   ACCEPT WS-ARG-YEAR
                   IF WS-ARG-YEAR IS NUMERIC
                       MOVE WS-ARG-YEAR TO WS-HOL-YEAR
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE CHOICE
               WHEN 1
                   MOVE "N" TO WS-POST-MODE
                   PERFORM PRORATE-ALL-EMPLOYEES
               WHEN 2
                   MOVE "Y" TO WS-POST-MODE
                   PERFORM CHECK-RUN-CONTROL
                   IF RUN-IS-ALLOWED
                       PERFORM PRORATE-ALL-EMPLOYEES
                       PERFORM RECORD-RUN-CONTROL
                   END-IF
               WHEN OTHER
                   DISPLAY "Exiting without adjusting."
           END-EVALUATE

           CLOSE EMPLOYEE-FILE
           CLOSE HOLIDAY-FILE
           CLOSE WORKPAT-FILE
           CLOSE BALANCE-FILE
           CLOSE ACCRUN-FILE
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           STOP RUN.

           CHECK-RUN-CONTROL.
               MOVE "Y" TO WS-RUN-ALLOWED
               MOVE "N" TO WS-RUN-WAS-FORCED
               COMPUTE ACCRUN-PERIOD = WS-HOL-YEAR * 100
               MOVE "H" TO ACCRUN-TYPE
               MOVE 01 TO ACCRUN-SEQ
               READ ACCRUN-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Holiday pro-rata for " WS-HOL-YEAR
                       " already posted on " ACCRUN-TIMESTAMP
                       " (" ACCRUN-EMP-COUNT " employee(s))."
                   MOVE "N" TO WS-FORCE-CHOICE
                   IF BATCH-MODE
                       IF FUNCTION TRIM(WS-ARG-FORCE) = "FORCE"
                           MOVE "Y" TO WS-FORCE-CHOICE
                       END-IF
                   ELSE
                       DISPLAY "Force a duplicate posting? (Y/N): "
                       ACCEPT WS-FORCE-CHOICE
                   END-IF
                   IF WS-FORCE-CHOICE = "Y" OR WS-FORCE-CHOICE = "y"
                       MOVE "Y" TO WS-RUN-WAS-FORCED
                       DISPLAY "Duplicate posting forced."
                   ELSE
                       MOVE "N" TO WS-RUN-ALLOWED
                       DISPLAY "Run refused - holiday pro-rata already "
                           "posted for this year."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-READ.

           RECORD-RUN-CONTROL.
               COMPUTE ACCRUN-PERIOD = WS-HOL-YEAR * 100
               MOVE "H" TO ACCRUN-TYPE
               MOVE "N" TO WS-SEQ-FOUND
               PERFORM VARYING WS-SEQ-IX FROM 1 BY 1
                   UNTIL WS-SEQ-IX > 99 OR WS-SEQ-FOUND = "Y"
                   MOVE WS-SEQ-IX TO ACCRUN-SEQ
                   READ ACCRUN-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-SEQ-FOUND
                   END-READ
               END-PERFORM
               MOVE WS-SEQ-IX TO ACCRUN-SEQ
               IF WS-SEQ-FOUND = "Y"
                   SUBTRACT 1 FROM ACCRUN-SEQ
               END-IF
               MOVE "HOLPRO" TO ACCRUN-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO ACCRUN-TIMESTAMP
               MOVE WS-POSTED-COUNT TO ACCRUN-EMP-COUNT
               MOVE WS-TOTAL-POSTED TO ACCRUN-TOTAL-POSTED
               MOVE WS-RUN-WAS-FORCED TO ACCRUN-FORCED-FLAG
               WRITE ACCRUN-RECORD INVALID KEY
                   DISPLAY "Unable to record holiday pro-rata run "
                       "history."
               END-WRITE.

           LOAD-HOLIDAY-TABLE.
               COMPUTE WS-YEAR-START = WS-HOL-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-END = (WS-HOL-YEAR + 1) * 10000 + 1231
               MOVE ZERO TO WS-HT-COUNT
               MOVE LOW-VALUES TO HOL-KEY
               START HOLIDAY-FILE KEY >= HOL-KEY
                   INVALID KEY MOVE "99" TO HOLIDAY-STATUS
                   NOT INVALID KEY MOVE "00" TO HOLIDAY-STATUS
               END-START
               PERFORM UNTIL HOLIDAY-STATUS NOT = "00"
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO HOLIDAY-STATUS
                       NOT AT END
                           IF HOL-DATE >= WS-YEAR-START AND
                              HOL-DATE <= WS-YEAR-END
                               PERFORM ADD-HOLIDAY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
                   MOVE "N" TO WS-HT-ALSO-ALL (WS-HT-IX)
                   IF FUNCTION TRIM(WS-HT-LOCATION (WS-HT-IX))
                      NOT = "ALL"
                       PERFORM VARYING WS-HT-SCAN FROM 1 BY 1
                           UNTIL WS-HT-SCAN > WS-HT-COUNT
                           IF FUNCTION TRIM(WS-HT-LOCATION (WS-HT-SCAN))
                              = "ALL" AND
                              WS-HT-DATE (WS-HT-SCAN) =
                              WS-HT-DATE (WS-HT-IX)
                               MOVE "Y" TO WS-HT-ALSO-ALL (WS-HT-IX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           ADD-HOLIDAY-ENTRY.
               IF WS-HT-COUNT >= 2000
                   MOVE "Y" TO WS-HT-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HT-COUNT
               MOVE HOL-LOCATION TO WS-HT-LOCATION (WS-HT-COUNT)
               MOVE HOL-DATE TO WS-HT-DATE (WS-HT-COUNT)
               COMPUTE WS-DAY-OFFSET =
                   FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(HOL-DATE) -
                   FUNCTION INTEGER-OF-DATE(20000101) 7)
               IF WS-DAY-OFFSET >= 2
                   COMPUTE WS-HT-DAY-POS (WS-HT-COUNT) =
                       WS-DAY-OFFSET - 1
               ELSE
                   COMPUTE WS-HT-DAY-POS (WS-HT-COUNT) =
                       WS-DAY-OFFSET + 6
               END-IF.

           PRORATE-ALL-EMPLOYEES.
               PERFORM LOAD-HOLIDAY-TABLE
               IF HOLIDAY-TABLE-FULL
                   DISPLAY "More than 2000 holiday rows for "
                       WS-HOL-YEAR " - run abandoned."
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO WS-RUN-ALLOWED
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING "../HOLPRO-" WS-HOL-YEAR ".TXT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-REPORT-FILE-NAME
                       " Status: " REPORT-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO WS-RUN-ALLOWED
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-REPORT-HEADER

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
                               ADD 1 TO WS-EMP-READ
                               PERFORM PRORATE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE

               DISPLAY WS-REVIEWED-COUNT " part-time pattern(s) "
                   "reviewed for " WS-HOL-YEAR ", "
                   WS-FULL-TIME-COUNT " standard week(s) skipped."
               MOVE WS-TOPUP-DAYS TO WS-DAYS-DISP
               DISPLAY WS-TOPUP-COUNT " top-up(s) totalling "
                   WS-DAYS-DISP " day(s)."
               MOVE WS-REDUCE-DAYS TO WS-DAYS-DISP
               DISPLAY WS-REDUCE-COUNT " reduction(s) totalling "
                   WS-DAYS-DISP " day(s)."
               IF POSTING-RUN
                   DISPLAY WS-POSTED-COUNT " adjustment(s) posted "
                       "to LEAVEBAL.DAT and BALLEDGER.DAT."
               ELSE
                   DISPLAY "Report only - nothing posted."
               END-IF
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
               IF WS-SHORT-COUNT > ZERO OR WS-NOBAL-COUNT > ZERO
                   DISPLAY "WARNING: " WS-NOBAL-COUNT " employee(s) "
                       "with no annual balance, " WS-SHORT-COUNT
                       " reduction(s) larger than the balance - "
                       "see the report."
                   MOVE 4 TO RETURN-CODE
               END-IF.

           PRORATE-ONE-EMPLOYEE.
               MOVE EMP-ID TO WP-EMP-ID
               READ WORKPAT-FILE INVALID KEY
                   ADD 1 TO WS-FULL-TIME-COUNT
                   EXIT PARAGRAPH
               END-READ
               MOVE WP-DAY-FLAGS TO WS-PATTERN
               IF WS-PATTERN = SPACES OR
                  WS-PATTERN = WS-FULL-TIME-PATTERN
                   ADD 1 TO WS-FULL-TIME-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REVIEWED-COUNT

               MOVE "ALL" TO WS-EMP-LOCATION
               IF EMP-LOCATION NOT = SPACES
                   MOVE EMP-LOCATION TO WS-EMP-LOCATION
               END-IF
               MOVE EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               COMPUTE WS-LY-DATE = WS-HOL-YEAR * 10000 + 1231
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF WS-LY-BASIS = 0
                   MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               END-IF
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-START TO WS-FROM-DATE
               IF EMP-HIRE-DATE > WS-LY-START AND
                  EMP-HIRE-DATE <= WS-LY-END
                   MOVE EMP-HIRE-DATE TO WS-FROM-DATE
               END-IF

               MOVE ZERO TO WS-PAT-DAYS
               PERFORM VARYING WS-PAT-IX FROM 1 BY 1
                   UNTIL WS-PAT-IX > 7
                   IF WS-PATTERN(WS-PAT-IX:1) = "Y"
                       ADD 1 TO WS-PAT-DAYS
                   END-IF
               END-PERFORM

               MOVE ZERO TO WS-FULL-TIME-HOLS
               MOVE ZERO TO WS-ACTUAL-HOLS
               PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
                   MOVE WS-EMP-LOCATION TO WS-DAY-LOCATION
                   IF WS-ASG-COUNT > 0
                       MOVE WS-HT-DATE (WS-HT-IX) TO WS-ASG-ON-DATE
                       PERFORM FIND-ASSIGNMENT-ON-DATE
                       IF WS-ASG-FOUND = "Y" AND WS-ASG-LOC NOT = SPACES
                           MOVE WS-ASG-LOC TO WS-DAY-LOCATION
                       END-IF
                   END-IF
                   IF WS-HT-DATE (WS-HT-IX) >= WS-FROM-DATE AND
                      WS-HT-DATE (WS-HT-IX) <= WS-LY-END AND
                      (FUNCTION TRIM(WS-HT-LOCATION (WS-HT-IX)) = "ALL"
                       OR (WS-HT-LOCATION (WS-HT-IX) = WS-DAY-LOCATION
                           AND WS-HT-ALSO-ALL (WS-HT-IX) = "N"))
                       IF WS-HT-DAY-POS (WS-HT-IX) <= 5
                           ADD 1 TO WS-FULL-TIME-HOLS
                       END-IF
                       IF WS-PATTERN(WS-HT-DAY-POS (WS-HT-IX):1) = "Y"
                           ADD 1 TO WS-ACTUAL-HOLS
                       END-IF
                   END-IF
               END-PERFORM

               COMPUTE WS-FAIR-HALVES ROUNDED =
                   WS-FULL-TIME-HOLS * WS-PAT-DAYS * 2 / 5
               COMPUTE WS-FAIR-SHARE = WS-FAIR-HALVES / 2
               COMPUTE WS-ADJUSTMENT = WS-FAIR-SHARE - WS-ACTUAL-HOLS

               MOVE ZERO TO WS-BAL-BEFORE
               MOVE ZERO TO WS-SHORT-DAYS
               MOVE EMP-ID TO BAL-EMP-ID
               MOVE 1 TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   MOVE "NO BALANCE" TO WS-ACTION
                   IF WS-ADJUSTMENT NOT = ZERO
                       ADD 1 TO WS-NOBAL-COUNT
                   END-IF
               NOT INVALID KEY
                   MOVE BAL-DAYS TO WS-BAL-BEFORE
                   PERFORM APPLY-ADJUSTMENT
               END-READ
               PERFORM WRITE-EMPLOYEE-LINE.

           APPLY-ADJUSTMENT.
               IF WS-ADJUSTMENT = ZERO
                   MOVE "NO CHANGE" TO WS-ACTION
                   EXIT PARAGRAPH
               END-IF
               IF WS-ADJUSTMENT > ZERO
                   MOVE WS-ADJUSTMENT TO WS-ADJ-ABS
                   ADD 1 TO WS-TOPUP-COUNT
                   MOVE "+" TO WS-LED-SIGN
                   IF BAL-DAYS + WS-ADJ-ABS > 99.9
                       COMPUTE WS-ADJ-ABS = 99.9 - BAL-DAYS
                       MOVE 99.9 TO BAL-DAYS
                   ELSE
                       ADD WS-ADJ-ABS TO BAL-DAYS
                   END-IF
                   ADD WS-ADJ-ABS TO WS-TOPUP-DAYS
               ELSE
                   COMPUTE WS-ADJ-ABS = 0 - WS-ADJUSTMENT
                   ADD 1 TO WS-REDUCE-COUNT
                   ADD WS-ADJ-ABS TO WS-REDUCE-DAYS
                   MOVE "-" TO WS-LED-SIGN
                   IF BAL-DAYS < WS-ADJ-ABS
                       COMPUTE WS-SHORT-DAYS = WS-ADJ-ABS - BAL-DAYS
                       MOVE BAL-DAYS TO WS-ADJ-ABS
                       MOVE ZERO TO BAL-DAYS
                       ADD 1 TO WS-SHORT-COUNT
                   ELSE
                       SUBTRACT WS-ADJ-ABS FROM BAL-DAYS
                   END-IF
               END-IF

               IF NOT POSTING-RUN
                   MOVE "TO POST" TO WS-ACTION
                   EXIT PARAGRAPH
               END-IF
               REWRITE BALANCE-RECORD
               MOVE "HOLPRO" TO WS-LED-SOURCE
               MOVE WS-ADJ-ABS TO WS-LED-AMOUNT
               MOVE SPACES TO WS-LED-REF
               STRING "HOL" WS-HOL-YEAR DELIMITED BY SIZE
                   INTO WS-LED-REF
               PERFORM WRITE-BALANCE-MOVEMENT
               MOVE "POSTED" TO WS-ACTION
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-ADJ-ABS TO WS-TOTAL-POSTED.

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

           WRITE-REPORT-HEADER.
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PART-TIME PUBLIC HOLIDAY PRO-RATA - LEAVE YEAR "
                   WS-HOL-YEAR "   run " WS-TODAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF POSTING-RUN
                   MOVE "Mode: REPORT AND POST" TO WS-REPORT-LINE
               ELSE
                   MOVE "Mode: REPORT ONLY - nothing has been posted"
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE "Fair share = weekday holidays x days worked / 5, "
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "rounded to the nearest half day." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "EMP-ID NAME                 LOC   PATTERN  "
                   "HOLS FAIR  ON-WD  ADJ   BAL-BEFORE BAL-AFTER "
                   "ACTION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:104)
               PERFORM WRITE-REPORT-LINE.

           WRITE-EMPLOYEE-LINE.
               MOVE WS-FULL-TIME-HOLS TO WS-HOLS-DISP
               MOVE WS-FAIR-SHARE TO WS-FAIR-DISP
               MOVE WS-ACTUAL-HOLS TO WS-ACT-DISP
               MOVE WS-ADJUSTMENT TO WS-ADJ-DISP
               MOVE WS-BAL-BEFORE TO WS-BAL-DISP
               MOVE BAL-DAYS TO WS-BAL2-DISP
               IF WS-ACTION = "NO BALANCE"
                   MOVE ZERO TO WS-BAL2-DISP
               END-IF
               STRING EMP-ID "  " EMP-NAME " " WS-EMP-LOCATION " "
                   WS-PATTERN "   " WS-HOLS-DISP "  " WS-FAIR-DISP
                   "   " WS-ACT-DISP "  " WS-ADJ-DISP "   "
                   WS-BAL-DISP "       " WS-BAL2-DISP "      "
                   WS-ACTION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-SHORT-DAYS > ZERO
                   MOVE WS-SHORT-DAYS TO WS-FAIR-DISP
                   STRING "       reduction exceeds the balance by "
                       WS-FAIR-DISP " day(s) - balance floored at zero"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           WRITE-REPORT-TOTALS.
               MOVE ALL "-" TO WS-REPORT-LINE(1:104)
               PERFORM WRITE-REPORT-LINE
               MOVE WS-REVIEWED-COUNT TO WS-COUNT-DISP
               STRING "Part-time patterns reviewed ...... "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-FULL-TIME-COUNT TO WS-COUNT-DISP
               STRING "Standard weeks skipped ........... "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TOPUP-COUNT TO WS-COUNT-DISP
               MOVE WS-TOPUP-DAYS TO WS-DAYS-DISP
               STRING "Top-ups .......................... "
                   WS-COUNT-DISP
                   "  " WS-DAYS-DISP " day(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-REDUCE-COUNT TO WS-COUNT-DISP
               MOVE WS-REDUCE-DAYS TO WS-DAYS-DISP
               STRING "Reductions ....................... "
                   WS-COUNT-DISP
                   "  " WS-DAYS-DISP " day(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-NOBAL-COUNT TO WS-COUNT-DISP
               STRING "No annual balance to adjust ...... "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SHORT-COUNT TO WS-COUNT-DISP
               STRING "Reductions floored at zero ......."
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
               MOVE WS-TOTAL-POSTED TO WS-DAYS-DISP
               STRING "Posted to BALLEDGER.DAT .......... "
                   WS-COUNT-DISP
                   "  " WS-DAYS-DISP " day(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-REPORT-LINE.

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
