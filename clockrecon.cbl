
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOCK-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-FILE ASSIGN TO "../CLOCKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "../CLOCKEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

           SELECT SUGGEST-FILE ASSIGN TO "../RETROSUGG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGGEST-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

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

           SELECT WORKPAT-FILE ASSIGN TO "../WORKPAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-EMP-ID
               FILE STATUS IS WORKPAT-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT EMPMGR-FILE ASSIGN TO "../EMPMGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOCK-FILE.
       01 CLOCK-RECORD.
           05 CLK-EMP-ID PIC X(5).
           05 FILLER PIC X.
           05 CLK-DATE PIC X(8).
           05 FILLER PIC X.
           05 CLK-IN-TIME PIC X(4).
           05 FILLER PIC X.
           05 CLK-OUT-TIME PIC X(4).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(120).

       FD SUGGEST-FILE.
       01 SUGGEST-RECORD.
           05 SUG-ACTION PIC X(6).
           05 FILLER PIC X.
           05 SUG-EMP-ID PIC X(5).
           05 FILLER PIC X.
           05 SUG-MGR-ID PIC X(5).
           05 FILLER PIC X.
           05 SUG-TYPE-CODE PIC 9.
           05 FILLER PIC X.
           05 SUG-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SUG-DAY-PART PIC X.
           05 FILLER PIC X.
           05 SUG-LEAVE-REQ-ID PIC X(8).
           05 FILLER PIC X.
           05 SUG-REASON PIC X(50).

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

       FD WORKPAT-FILE.
       01 WORKPAT-RECORD.
           05 WP-EMP-ID PIC X(5).
           05 WP-DAY-FLAGS PIC X(7).

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

       FD EMPMGR-FILE.
       01 EMPMGR-RECORD.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CLOCK-STATUS PIC XX.
       01 EXCEPTION-STATUS PIC XX.
       01 SUGGEST-STATUS PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 HOLIDAY-STATUS PIC XX.
       01 HOLIDAY-AVAILABLE PIC X VALUE "N".
          88 HOLIDAY-FILE-AVAILABLE VALUE "Y".
       01 WORKPAT-STATUS PIC XX.
       01 WORKPAT-AVAILABLE PIC X VALUE "N".
          88 WORKPAT-FILE-AVAILABLE VALUE "Y".
       01 EMPMGR-STATUS PIC XX.
       01 EMPMGR-AVAILABLE PIC X VALUE "N".
          88 EMPMGR-FILE-AVAILABLE VALUE "Y".
       01 SYSPARM-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.
       01 FAMCASE-AVAILABLE PIC X VALUE "N".
          88 FAMCASE-FILE-AVAILABLE VALUE "Y".

       01 WS-CMD-LINE PIC X(80).
       01 WS-ARG-FROM PIC X(8).
       01 WS-ARG-TO PIC X(8).
       01 WS-ARG-OPTION PIC X(10).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-SUGGEST-FLAG PIC X VALUE "N".
          88 WRITE-SUGGESTIONS VALUE "Y".

       01 WS-MIDDAY PIC 9(4) VALUE 1300.
       01 WS-SUGGEST-TYPE PIC 9 VALUE 1.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-USED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EMP-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-SUGGEST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(50).

       01 WS-CLOCK-TABLE.
           05 WS-CLK-ENTRY OCCURS 5000 TIMES.
              10 WS-CLK-EMP PIC X(5).
              10 WS-CLK-DATE PIC 9(8).
              10 WS-CLK-FIRST-IN PIC 9(4).
              10 WS-CLK-LAST-OUT PIC 9(4).
       01 WS-CLK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLK-IX PIC 9(4).
       01 WS-CLK-FOUND-IX PIC 9(4).
       01 WS-CLK-DATE-NUM PIC 9(8).
       01 WS-CLK-IN-NUM PIC 9(4).
       01 WS-CLK-OUT-NUM PIC 9(4).

       01 WS-EMP-LEAVE-TABLE.
           05 WS-EL-ENTRY OCCURS 400 TIMES.
              10 WS-EL-DATE PIC 9(8).
              10 WS-EL-REQ-ID PIC X(8).
              10 WS-EL-STATUS PIC X(8).
              10 WS-EL-PART PIC X.
              10 WS-EL-TYPE PIC X(10).
       01 WS-EL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EL-IX PIC 9(3).
       01 WS-EL-FOUND-IX PIC 9(3).

       01 WS-FAM-LEAVE-TABLE.
           05 WS-FL-ENTRY OCCURS 20 TIMES.
              10 WS-FL-START PIC 9(8).
              10 WS-FL-END PIC 9(8).
       01 WS-FL-COUNT PIC 99 VALUE ZERO.
       01 WS-FL-IX PIC 99.
       01 WS-FL-FOUND-IX PIC 99.

       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 3000 TIMES.
              10 WS-EXC-CATEGORY PIC 9.
              10 WS-EXC-EMP PIC X(5).
              10 WS-EXC-NAME PIC X(20).
              10 WS-EXC-DATE PIC 9(8).
              10 WS-EXC-DETAIL PIC X(50).
       01 WS-EXC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXC-IX PIC 9(4).
       01 WS-EXC-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-CAT-IX PIC 9.
       01 WS-CAT-TOTALS.
           05 WS-CAT-TOTAL PIC 9(5) OCCURS 3 TIMES.
       01 WS-CAT-NAMES.
           05 FILLER PIC X(22) VALUE "ON LEAVE BUT PRESENT".
           05 FILLER PIC X(22) VALUE "ABSENT WITHOUT LEAVE".
           05 FILLER PIC X(22) VALUE "HALF-DAY MISMATCH".
       01 WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
           05 WS-CAT-NAME PIC X(22) OCCURS 3 TIMES.
       01 WS-NEW-CATEGORY PIC 9.
       01 WS-NEW-DETAIL PIC X(50).
       01 WS-EXCEPT-LINE PIC X(120).

       01 WS-CURR-EMP-ID PIC X(5).
       01 WS-CURR-EMP-NAME PIC X(20).
       01 WS-CURR-HIRE-DATE PIC 9(8).
       01 WS-CURR-MGR-ID PIC X(5).
       01 WS-EMP-FROM-DATE PIC 9(8).
       01 WS-EMP-TO-DATE PIC 9(8).
       01 WS-EMP-END PIC X VALUE "N".

       01 WS-CURRENT-LOOP-DATE PIC 9(8).
       01 WS-INTEGER-DATE PIC S9(9) COMP.
       01 WK-DAY-OFFSET PIC S9(4) COMP.
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.
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
       01 WS-WORK-PATTERN PIC X(7) VALUE SPACES.
       01 WS-PATTERN-POS PIC 9.

       01 WS-SUG-ACTION PIC X(6).
       01 WS-SUG-PART PIC X.
       01 WS-SUG-REQ-ID PIC X(8).
       01 WS-SUG-REASON PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Clocking Reconciliation *****"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZEROS TO WS-CAT-TOTALS

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-FROM WS-ARG-TO WS-ARG-OPTION
               END-UNSTRING
               IF WS-ARG-FROM NOT NUMERIC OR WS-ARG-TO NOT NUMERIC
                   DISPLAY "Usage: clockrecon from to [SUGGEST] "
                       "(YYYYMMDD)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-FROM TO WS-FROM-DATE
               MOVE WS-ARG-TO TO WS-TO-DATE
               IF FUNCTION UPPER-CASE(WS-ARG-OPTION) = "SUGGEST"
                   MOVE "Y" TO WS-SUGGEST-FLAG
               END-IF
           ELSE
               DISPLAY "Period start date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Period end date (YYYYMMDD): "
               ACCEPT WS-TO-DATE
               DISPLAY "Write suggested retro-absence rows? (Y/N): "
               ACCEPT WS-SUGGEST-FLAG
               MOVE FUNCTION UPPER-CASE(WS-SUGGEST-FLAG)
                   TO WS-SUGGEST-FLAG
           END-IF

           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = 0 OR
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = 0 OR
              WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid period " WS-FROM-DATE " - "
                   WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE > WS-TODAY
               MOVE WS-TODAY TO WS-TO-DATE
               DISPLAY "Period end limited to today " WS-TO-DATE
           END-IF

           OPEN INPUT CLOCK-FILE
           IF CLOCK-STATUS NOT = "00"
               DISPLAY "Error opening CLOCKIN.DAT. Status: "
                   CLOCK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVE.DAT. Status: "
                   LEAVE-STATUS-CODE
               CLOSE CLOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                   EMPLOYEE-STATUS
               CLOSE CLOCK-FILE
               CLOSE LEAVE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-STATUS = "00"
               MOVE "Y" TO HOLIDAY-AVAILABLE
           ELSE
               DISPLAY "Warning: HOLIDAY.DAT not available. Status: "
                   HOLIDAY-STATUS
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF
           OPEN INPUT WORKPAT-FILE
           IF WORKPAT-STATUS = "00"
               MOVE "Y" TO WORKPAT-AVAILABLE
           ELSE
               DISPLAY "Warning: WORKPAT.DAT not available - "
                   "everyone treated as Monday-Friday."
           END-IF
           MOVE "N" TO FAMCASE-AVAILABLE
           OPEN INPUT FAMCASE-FILE
           IF FAMCASE-STATUS = "00"
               MOVE "Y" TO FAMCASE-AVAILABLE
           END-IF
           OPEN INPUT EMPMGR-FILE
           IF EMPMGR-STATUS = "00"
               MOVE "Y" TO EMPMGR-AVAILABLE
           END-IF
           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "CLKMIDDAY" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO
                       MOVE PARM-VALUE TO WS-MIDDAY
                   END-IF
               END-READ
               MOVE "CLKSUGTYPE" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO AND PARM-VALUE < 10
                       MOVE PARM-VALUE TO WS-SUGGEST-TYPE
                   END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF WRITE-SUGGESTIONS
               OPEN OUTPUT SUGGEST-FILE
           END-IF

           PERFORM LOAD-CLOCKINGS
           PERFORM CHECK-ALL-EMPLOYEES
           PERFORM PRINT-EXCEPTIONS

           CLOSE CLOCK-FILE
           CLOSE LEAVE-FILE
           CLOSE EMPLOYEE-FILE
           IF HOLIDAY-FILE-AVAILABLE
               CLOSE HOLIDAY-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           IF WORKPAT-FILE-AVAILABLE
               CLOSE WORKPAT-FILE
           END-IF
           IF FAMCASE-FILE-AVAILABLE
               CLOSE FAMCASE-FILE
           END-IF
           IF EMPMGR-FILE-AVAILABLE
               CLOSE EMPMGR-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           IF WRITE-SUGGESTIONS
               CLOSE SUGGEST-FILE
           END-IF

           DISPLAY " "
           DISPLAY "***** Reconciliation Summary *****"
           DISPLAY "Clocking rows read     : " WS-READ-COUNT
           DISPLAY "Rows in period         : " WS-USED-COUNT
           DISPLAY "Rows outside period    : " WS-SKIP-COUNT
           DISPLAY "Rows rejected          : " WS-REJECT-COUNT
           DISPLAY "Employees checked      : " WS-EMP-CHECKED
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3
               DISPLAY WS-CAT-NAME (WS-CAT-IX) " : "
                   WS-CAT-TOTAL (WS-CAT-IX)
           END-PERFORM
           IF WS-EXC-DROPPED > ZERO
               DISPLAY "Exceptions not listed (table full): "
                   WS-EXC-DROPPED
           END-IF
           DISPLAY "Exceptions written to CLOCKEXC.DAT."
           IF WRITE-SUGGESTIONS
               DISPLAY "Suggestions written   : " WS-SUGGEST-COUNT
                   " (RETROSUGG.DAT)"
           END-IF
           IF WS-EXC-COUNT > ZERO OR WS-EXC-DROPPED > ZERO OR
              WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           LOAD-CLOCKINGS.
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ CLOCK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-ONE-CLOCKING
                   END-READ
               END-PERFORM.

           LOAD-ONE-CLOCKING.
               MOVE SPACES TO WS-REJECT-REASON
               IF CLK-EMP-ID = SPACES
                   MOVE "Employee ID is blank" TO WS-REJECT-REASON
                   PERFORM REJECT-CLOCKING
                   EXIT PARAGRAPH
               END-IF
               IF CLK-DATE NOT NUMERIC
                   MOVE "Date must be numeric YYYYMMDD"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CLOCKING
                   EXIT PARAGRAPH
               END-IF
               MOVE CLK-DATE TO WS-CLK-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-CLK-DATE-NUM) = 0
                   MOVE "Invalid calendar date" TO WS-REJECT-REASON
                   PERFORM REJECT-CLOCKING
                   EXIT PARAGRAPH
               END-IF
               IF CLK-IN-TIME NOT NUMERIC
                   MOVE "Clock-in time must be HHMM"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CLOCKING
                   EXIT PARAGRAPH
               END-IF
               IF CLK-OUT-TIME = SPACES
                   MOVE ZERO TO WS-CLK-OUT-NUM
               ELSE
                   IF CLK-OUT-TIME NOT NUMERIC
                       MOVE "Clock-out time must be HHMM or blank"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-CLOCKING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CLK-OUT-TIME TO WS-CLK-OUT-NUM
               END-IF
               MOVE CLK-IN-TIME TO WS-CLK-IN-NUM
               IF WS-CLK-IN-NUM > 2359 OR WS-CLK-OUT-NUM > 2359
                   MOVE "Time outside 0000-2359" TO WS-REJECT-REASON
                   PERFORM REJECT-CLOCKING
                   EXIT PARAGRAPH
               END-IF
               IF CLK-DATE < WS-FROM-DATE OR CLK-DATE > WS-TO-DATE
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-CLK-FOUND-IX
               PERFORM VARYING WS-CLK-IX FROM 1 BY 1
                   UNTIL WS-CLK-IX > WS-CLK-COUNT
                      OR WS-CLK-FOUND-IX > ZERO
                   IF WS-CLK-EMP (WS-CLK-IX) = CLK-EMP-ID AND
                      WS-CLK-DATE (WS-CLK-IX) = CLK-DATE
                       MOVE WS-CLK-IX TO WS-CLK-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CLK-FOUND-IX = ZERO
                   IF WS-CLK-COUNT >= 5000
                       MOVE "Clocking table full" TO WS-REJECT-REASON
                       PERFORM REJECT-CLOCKING
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CLK-COUNT
                   MOVE WS-CLK-COUNT TO WS-CLK-FOUND-IX
                   MOVE CLK-EMP-ID TO WS-CLK-EMP (WS-CLK-FOUND-IX)
                   MOVE CLK-DATE TO WS-CLK-DATE (WS-CLK-FOUND-IX)
                   MOVE WS-CLK-IN-NUM
                       TO WS-CLK-FIRST-IN (WS-CLK-FOUND-IX)
                   MOVE WS-CLK-OUT-NUM
                       TO WS-CLK-LAST-OUT (WS-CLK-FOUND-IX)
               ELSE
                   IF WS-CLK-IN-NUM <
                      WS-CLK-FIRST-IN (WS-CLK-FOUND-IX)
                       MOVE WS-CLK-IN-NUM
                           TO WS-CLK-FIRST-IN (WS-CLK-FOUND-IX)
                   END-IF
                   IF WS-CLK-OUT-NUM >
                      WS-CLK-LAST-OUT (WS-CLK-FOUND-IX)
                       MOVE WS-CLK-OUT-NUM
                           TO WS-CLK-LAST-OUT (WS-CLK-FOUND-IX)
                   END-IF
               END-IF
               ADD 1 TO WS-USED-COUNT.

           REJECT-CLOCKING.
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-EXCEPT-LINE
               STRING "REJECTED ROW " CLK-EMP-ID " " CLK-DATE " "
                      CLK-IN-TIME " " CLK-OUT-TIME " "
                      WS-REJECT-REASON
                      DELIMITED BY SIZE
                      INTO WS-EXCEPT-LINE
               MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               DISPLAY "Rejected row " WS-READ-COUNT ": "
                   FUNCTION TRIM(WS-REJECT-REASON).

           CHECK-ALL-EMPLOYEES.
               MOVE "N" TO WS-EMP-END
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY >= EMP-ID
                   INVALID KEY MOVE "Y" TO WS-EMP-END
               END-START
               PERFORM UNTIL WS-EMP-END = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EMP-END
                       NOT AT END
                           IF FUNCTION TRIM(EMP-STATUS) = "ACTIVE"
                               PERFORM CHECK-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CHECK-UNKNOWN-CLOCKINGS.

           CHECK-ONE-EMPLOYEE.
               MOVE EMP-ID TO WS-CURR-EMP-ID
               MOVE EMP-NAME TO WS-CURR-EMP-NAME
               MOVE EMP-HIRE-DATE TO WS-CURR-HIRE-DATE
               MOVE WS-FROM-DATE TO WS-EMP-FROM-DATE
               MOVE WS-TO-DATE TO WS-EMP-TO-DATE
               IF WS-CURR-HIRE-DATE > WS-EMP-FROM-DATE
                   MOVE WS-CURR-HIRE-DATE TO WS-EMP-FROM-DATE
               END-IF
               IF EMP-TERM-DATE > ZERO AND
                  EMP-TERM-DATE < WS-EMP-TO-DATE
                   MOVE EMP-TERM-DATE TO WS-EMP-TO-DATE
               END-IF
               IF WS-EMP-FROM-DATE > WS-EMP-TO-DATE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-CHECKED

               MOVE "ALL" TO WS-HOL-LOCATION
               IF FUNCTION TRIM(EMP-LOCATION) NOT = SPACES
                   MOVE EMP-LOCATION TO WS-HOL-LOCATION
               END-IF
               MOVE WS-CURR-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               MOVE SPACES TO WS-WORK-PATTERN
               IF WORKPAT-FILE-AVAILABLE
                   MOVE WS-CURR-EMP-ID TO WP-EMP-ID
                   READ WORKPAT-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WP-DAY-FLAGS TO WS-WORK-PATTERN
                   END-READ
               END-IF
               MOVE SPACES TO WS-CURR-MGR-ID
               IF EMPMGR-FILE-AVAILABLE
                   MOVE WS-CURR-EMP-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-CURR-MGR-ID
                   END-READ
               END-IF

               PERFORM LOAD-EMPLOYEE-LEAVE

               MOVE WS-EMP-FROM-DATE TO WS-CURRENT-LOOP-DATE
               PERFORM UNTIL WS-CURRENT-LOOP-DATE > WS-EMP-TO-DATE
                   PERFORM CHECK-ONE-DAY
                   COMPUTE WS-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-LOOP-DATE)
                   ADD 1 TO WS-INTEGER-DATE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE) TO
                       WS-CURRENT-LOOP-DATE
               END-PERFORM.

           LOAD-EMPLOYEE-LEAVE.
               MOVE ZERO TO WS-EL-COUNT
               MOVE WS-CURR-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = WS-CURR-EMP-ID
                               MOVE "99" TO LEAVE-STATUS-CODE
                           ELSE IF LEAVE-DATE NOT < WS-EMP-FROM-DATE
                              AND LEAVE-DATE NOT > WS-EMP-TO-DATE
                              AND FUNCTION TRIM(LEAVE-STATUS)
                                  NOT = "REJECTED"
                              AND FUNCTION TRIM(LEAVE-STATUS)
                                  NOT = "CANCELLED"
                              AND WS-EL-COUNT < 400
                               ADD 1 TO WS-EL-COUNT
                               MOVE LEAVE-DATE
                                   TO WS-EL-DATE (WS-EL-COUNT)
                               MOVE LEAVE-REQ-ID
                                   TO WS-EL-REQ-ID (WS-EL-COUNT)
                               MOVE LEAVE-STATUS
                                   TO WS-EL-STATUS (WS-EL-COUNT)
                               MOVE LEAVE-DAY-PART
                                   TO WS-EL-PART (WS-EL-COUNT)
                               MOVE LEAVE-TYPE
                                   TO WS-EL-TYPE (WS-EL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               MOVE ZERO TO WS-FL-COUNT
               IF NOT FAMCASE-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CURR-EMP-ID TO FAM-EMP-ID
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
                           IF FAM-EMP-ID NOT = WS-CURR-EMP-ID
                               MOVE "99" TO FAMCASE-STATUS
                           ELSE IF FAM-STATUS NOT = "CANCELLED"
                              AND FAM-START-DATE NOT > WS-EMP-TO-DATE
                              AND (FAM-RETURN-DATE > WS-EMP-FROM-DATE
                               OR FAM-ACTUAL-RETURN > WS-EMP-FROM-DATE)
                              AND WS-FL-COUNT < 20
                               ADD 1 TO WS-FL-COUNT
                               MOVE FAM-START-DATE
                                   TO WS-FL-START (WS-FL-COUNT)
                               MOVE FAM-RETURN-DATE
                                   TO WS-FL-END (WS-FL-COUNT)
                               IF FAM-ACTUAL-RETURN > ZERO
                                   MOVE FAM-ACTUAL-RETURN
                                       TO WS-FL-END (WS-FL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FAMCASE-STATUS.

           CHECK-ONE-DAY.
               MOVE ZERO TO WS-CLK-FOUND-IX
               PERFORM VARYING WS-CLK-IX FROM 1 BY 1
                   UNTIL WS-CLK-IX > WS-CLK-COUNT
                      OR WS-CLK-FOUND-IX > ZERO
                   IF WS-CLK-EMP (WS-CLK-IX) = WS-CURR-EMP-ID AND
                      WS-CLK-DATE (WS-CLK-IX) = WS-CURRENT-LOOP-DATE
                       MOVE WS-CLK-IX TO WS-CLK-FOUND-IX
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-EL-FOUND-IX
               PERFORM VARYING WS-EL-IX FROM 1 BY 1
                   UNTIL WS-EL-IX > WS-EL-COUNT
                   IF WS-EL-DATE (WS-EL-IX) = WS-CURRENT-LOOP-DATE
                       IF WS-EL-FOUND-IX = ZERO OR
                          FUNCTION TRIM(WS-EL-STATUS (WS-EL-IX))
                          = "APPROVED"
                           MOVE WS-EL-IX TO WS-EL-FOUND-IX
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-EL-FOUND-IX = ZERO
                   MOVE ZERO TO WS-FL-FOUND-IX
                   PERFORM VARYING WS-FL-IX FROM 1 BY 1
                       UNTIL WS-FL-IX > WS-FL-COUNT
                       IF WS-CURRENT-LOOP-DATE NOT <
                          WS-FL-START (WS-FL-IX) AND
                          WS-CURRENT-LOOP-DATE < WS-FL-END (WS-FL-IX)
                           MOVE WS-FL-IX TO WS-FL-FOUND-IX
                       END-IF
                   END-PERFORM
                   IF WS-FL-FOUND-IX > ZERO
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CLK-FOUND-IX = ZERO
                       PERFORM CHECK-NONWORKING-DAY
                       IF NOT IS-NONWORKING-DAY
                           MOVE 2 TO WS-NEW-CATEGORY
                           MOVE "No clocking and no leave recorded"
                               TO WS-NEW-DETAIL
                           PERFORM ADD-EXCEPTION
                           MOVE "ADD" TO WS-SUG-ACTION
                           MOVE "F" TO WS-SUG-PART
                           MOVE SPACES TO WS-SUG-REQ-ID
                           MOVE "Absent without leave per clocking"
                               TO WS-SUG-REASON
                           PERFORM WRITE-SUGGESTION
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF

               IF FUNCTION TRIM(WS-EL-STATUS (WS-EL-FOUND-IX))
                  NOT = "APPROVED"
                   EXIT PARAGRAPH
               END-IF

               EVALUATE WS-EL-PART (WS-EL-FOUND-IX)
                   WHEN "A"
                       PERFORM CHECK-HALF-DAY
                   WHEN "P"
                       PERFORM CHECK-HALF-DAY
                   WHEN OTHER
                       IF WS-CLK-FOUND-IX > ZERO
                           MOVE 1 TO WS-NEW-CATEGORY
                           MOVE SPACES TO WS-NEW-DETAIL
                           STRING "Req " WS-EL-REQ-ID (WS-EL-FOUND-IX)
                               " " WS-EL-TYPE (WS-EL-FOUND-IX)
                               " clocked "
                               WS-CLK-FIRST-IN (WS-CLK-FOUND-IX) "-"
                               WS-CLK-LAST-OUT (WS-CLK-FOUND-IX)
                               DELIMITED BY SIZE INTO WS-NEW-DETAIL
                           PERFORM ADD-EXCEPTION
                           MOVE "CANCEL" TO WS-SUG-ACTION
                           MOVE "F" TO WS-SUG-PART
                           MOVE WS-EL-REQ-ID (WS-EL-FOUND-IX)
                               TO WS-SUG-REQ-ID
                           MOVE "Clocked in on approved leave day"
                               TO WS-SUG-REASON
                           PERFORM WRITE-SUGGESTION
                       END-IF
               END-EVALUATE.

           CHECK-HALF-DAY.
               IF WS-CLK-FOUND-IX = ZERO
                   PERFORM CHECK-NONWORKING-DAY
                   IF IS-NONWORKING-DAY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 3 TO WS-NEW-CATEGORY
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "Req " WS-EL-REQ-ID (WS-EL-FOUND-IX)
                       " half day " WS-EL-PART (WS-EL-FOUND-IX)
                       " but no clocking for other half"
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EXCEPTION
                   MOVE "ADD" TO WS-SUG-ACTION
                   IF WS-EL-PART (WS-EL-FOUND-IX) = "A"
                       MOVE "P" TO WS-SUG-PART
                   ELSE
                       MOVE "A" TO WS-SUG-PART
                   END-IF
                   MOVE WS-EL-REQ-ID (WS-EL-FOUND-IX) TO WS-SUG-REQ-ID
                   MOVE "Absent for remaining half day"
                       TO WS-SUG-REASON
                   PERFORM WRITE-SUGGESTION
                   EXIT PARAGRAPH
               END-IF
               IF (WS-EL-PART (WS-EL-FOUND-IX) = "A" AND
                   WS-CLK-FIRST-IN (WS-CLK-FOUND-IX) < WS-MIDDAY)
                  OR
                  (WS-EL-PART (WS-EL-FOUND-IX) = "P" AND
                   WS-CLK-LAST-OUT (WS-CLK-FOUND-IX) > WS-MIDDAY)
                   MOVE 3 TO WS-NEW-CATEGORY
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "Req " WS-EL-REQ-ID (WS-EL-FOUND-IX)
                       " half day " WS-EL-PART (WS-EL-FOUND-IX)
                       " but clocked "
                       WS-CLK-FIRST-IN (WS-CLK-FOUND-IX) "-"
                       WS-CLK-LAST-OUT (WS-CLK-FOUND-IX)
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF.

           CHECK-UNKNOWN-CLOCKINGS.
               PERFORM VARYING WS-CLK-IX FROM 1 BY 1
                   UNTIL WS-CLK-IX > WS-CLK-COUNT
                   MOVE WS-CLK-EMP (WS-CLK-IX) TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO WS-EXCEPT-LINE
                       STRING "REJECTED ROW " WS-CLK-EMP (WS-CLK-IX)
                           " " WS-CLK-DATE (WS-CLK-IX)
                           " Unknown employee ID"
                           DELIMITED BY SIZE INTO WS-EXCEPT-LINE
                       MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
                       WRITE EXCEPTION-RECORD
                       DISPLAY "Clocking for unknown employee "
                           WS-CLK-EMP (WS-CLK-IX) " on "
                           WS-CLK-DATE (WS-CLK-IX)
                   END-READ
               END-PERFORM.

           ADD-EXCEPTION.
               ADD 1 TO WS-CAT-TOTAL (WS-NEW-CATEGORY)
               IF WS-EXC-COUNT >= 3000
                   ADD 1 TO WS-EXC-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NEW-CATEGORY TO WS-EXC-CATEGORY (WS-EXC-COUNT)
               MOVE WS-CURR-EMP-ID TO WS-EXC-EMP (WS-EXC-COUNT)
               MOVE WS-CURR-EMP-NAME TO WS-EXC-NAME (WS-EXC-COUNT)
               MOVE WS-CURRENT-LOOP-DATE TO WS-EXC-DATE (WS-EXC-COUNT)
               MOVE WS-NEW-DETAIL TO WS-EXC-DETAIL (WS-EXC-COUNT).

           WRITE-SUGGESTION.
               IF NOT WRITE-SUGGESTIONS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SUGGEST-RECORD
               MOVE WS-SUG-ACTION TO SUG-ACTION
               MOVE WS-CURR-EMP-ID TO SUG-EMP-ID
               MOVE WS-CURR-MGR-ID TO SUG-MGR-ID
               MOVE WS-SUGGEST-TYPE TO SUG-TYPE-CODE
               MOVE WS-CURRENT-LOOP-DATE TO SUG-DATE
               MOVE WS-SUG-PART TO SUG-DAY-PART
               MOVE WS-SUG-REQ-ID TO SUG-LEAVE-REQ-ID
               MOVE WS-SUG-REASON TO SUG-REASON
               WRITE SUGGEST-RECORD
               ADD 1 TO WS-SUGGEST-COUNT.

           PRINT-EXCEPTIONS.
               MOVE SPACES TO WS-EXCEPT-LINE
               STRING "CLOCKING EXCEPTIONS " WS-FROM-DATE " - "
                   WS-TO-DATE DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3
                   DISPLAY " "
                   DISPLAY "== " FUNCTION TRIM(WS-CAT-NAME (WS-CAT-IX))
                       " (" WS-CAT-TOTAL (WS-CAT-IX) ") =="
                   MOVE SPACES TO WS-EXCEPT-LINE
                   STRING "== " WS-CAT-NAME (WS-CAT-IX)
                       DELIMITED BY SIZE INTO WS-EXCEPT-LINE
                   MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                       UNTIL WS-EXC-IX > WS-EXC-COUNT
                       IF WS-EXC-CATEGORY (WS-EXC-IX) = WS-CAT-IX
                           PERFORM PRINT-ONE-EXCEPTION
                       END-IF
                   END-PERFORM
               END-PERFORM.

           PRINT-ONE-EXCEPTION.
               MOVE SPACES TO WS-EXCEPT-LINE
               STRING WS-EXC-EMP (WS-EXC-IX) " "
                   WS-EXC-NAME (WS-EXC-IX) " "
                   WS-EXC-DATE (WS-EXC-IX) " "
                   WS-EXC-DETAIL (WS-EXC-IX)
                   DELIMITED BY SIZE INTO WS-EXCEPT-LINE
               MOVE WS-EXCEPT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               DISPLAY FUNCTION TRIM(WS-EXCEPT-LINE TRAILING).

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
               IF NOT IS-NONWORKING-DAY
                   IF HOLIDAY-FILE-AVAILABLE
                       MOVE "ALL" TO HOL-LOCATION
                       MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                       READ HOLIDAY-FILE INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NONWORKING-FLAG
                       END-READ
                       IF NOT IS-NONWORKING-DAY AND
                          FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL"
                           MOVE WS-DAY-LOCATION TO HOL-LOCATION
                           MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                           READ HOLIDAY-FILE INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-NONWORKING-FLAG
                           END-READ
                       END-IF
                   END-IF
               END-IF.
