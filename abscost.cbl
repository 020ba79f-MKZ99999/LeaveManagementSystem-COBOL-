       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-COST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT ARCH-LEAVE-FILE ASSIGN TO "../ARCHLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-LEAVE-STATUS.

           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "../DEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT FXRATE-FILE ASSIGN TO "../FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS FXRATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../ABSCOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "../ABSCOSTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARCH-LEAVE-FILE.
       01 ARCH-LEAVE-RECORD.
           05 ARCH-LEAVE-REQ-ID PIC X(8).
           05 ARCH-LEAVE-EMP-ID PIC X(5).
           05 ARCH-LEAVE-DATE PIC 9(8).
           05 ARCH-LEAVE-REASON PIC X(50).
           05 ARCH-LEAVE-STATUS-VAL PIC X(8).
           05 ARCH-LEAVE-MANAGER-ID PIC X(5).
           05 ARCH-LEAVE-DECISION-DATE PIC X(8).
           05 ARCH-LEAVE-TYPE PIC X(10).
           05 ARCH-LEAVE-LOP-FLAG PIC X.
           05 ARCH-LEAVE-PARENT-REQ-ID PIC X(8).
           05 ARCH-LEAVE-DAY-PART PIC X.
           05 ARCH-LEAVE-DAY-UNITS PIC 9V9.
           05 ARCH-LEAVE-PAY-BAND PIC X.

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

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

       FD DEPT-FILE.
       01 DEPT-RECORD.
           05 DEPT-CODE PIC X(15).
           05 DEPT-NAME PIC X(30).
           05 DEPT-COST-CENTRE PIC X(10).
           05 DEPT-OWNER-ID PIC X(5).

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

       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           05 FX-KEY.
              10 FX-CURRENCY PIC X(3).
              10 FX-MONTH-END PIC 9(8).
           05 FX-RATE PIC 9(5)V9(6).
           05 FX-GROUP-CCY PIC X(3).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(110).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(130).

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS-CODE PIC XX.
       01 ARCH-LEAVE-STATUS PIC XX.
       01 PAYRATE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 DEPT-STATUS PIC XX.
       01 EMPLOYEE-AVAILABLE PIC X VALUE "N".
          88 EMPLOYEE-FILE-AVAILABLE VALUE "Y".
       01 DEPT-AVAILABLE PIC X VALUE "N".
          88 DEPT-FILE-AVAILABLE VALUE "Y".
       01 REPORT-FILE-STATUS PIC XX.
       01 EXTRACT-STATUS PIC XX.
       01 FXRATE-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-START PIC X(8).
       01 WS-ARG-END PIC X(8).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PRIOR-START PIC 9(8).
       01 WS-PRIOR-START-SPLIT REDEFINES WS-PRIOR-START.
          05 WS-PRIOR-START-YY PIC 9(4).
          05 WS-PRIOR-START-MMDD PIC 9(4).
       01 WS-PRIOR-END PIC 9(8).
       01 WS-PRIOR-END-SPLIT REDEFINES WS-PRIOR-END.
          05 WS-PRIOR-END-YY PIC 9(4).
          05 WS-PRIOR-END-MMDD PIC 9(4).

       01 WS-ROW-DATE PIC 9(8).
       01 WS-ROW-TYPE PIC X(10).
       01 WS-ROW-UNITS PIC 9V9.
       01 WS-ROW-EMP-ID PIC X(5).
       01 WS-ROW-STATUS PIC X(8).
       01 WS-ROW-LOP-FLAG PIC X.
       01 WS-ROW-PAY-BAND PIC X.
       01 WS-ROW-DEPT PIC X(15).
       01 WS-ROW-COST PIC 9(7)V99.
       01 WS-YEAR-IX PIC 9.
       01 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE ZERO.

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

       01 WS-RATE-LOOKUP-EMP PIC X(5).
       01 WS-RATE-LOOKUP-DATE PIC 9(8).
       01 WS-RATE-END PIC X.
       01 WS-RATE-FOUND PIC X VALUE "N".
          88 RATE-IN-FORCE-FOUND VALUE "Y".
       01 WS-RATE-IN-FORCE PIC 9(5)V99.
       01 WS-RATE-IN-FORCE-CCY PIC X(3).
       01 WS-RATE-IN-FORCE-EFF PIC 9(8).

       01 WS-GROUP-CCY PIC X(3) VALUE SPACES.
       01 WS-LOOKUP-CCY PIC X(3).
       01 WS-FX-NEXT-MONTH PIC 9(8).
       01 WS-FX-NEXT-SPLIT REDEFINES WS-FX-NEXT-MONTH.
          05 WS-FX-NEXT-YY PIC 9(4).
          05 WS-FX-NEXT-MM PIC 99.
          05 WS-FX-NEXT-DD PIC 99.
       01 WS-ROW-MONTH-END PIC 9(8).
       01 WS-FX-TABLE.
          05 WS-FX-ENTRY OCCURS 300 TIMES.
             10 WS-FX-CCY PIC X(3).
             10 WS-FX-MONTH-END PIC 9(8).
             10 WS-FX-RATE PIC 9(5)V9(6).
             10 WS-FX-OK PIC X.
       01 WS-FX-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FX-IX PIC 9(3).
       01 WS-FX-FOUND PIC 9(3).
       01 WS-NO-FX-COUNT PIC 9(5) VALUE ZERO.

       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEP-CODE PIC X(15).
             10 WS-DEP-NAME PIC X(30).
             10 WS-DEP-COST-CTR PIC X(10).
             10 WS-DEP-DAYS PIC 9(6)V9 OCCURS 2 TIMES.
             10 WS-DEP-COST PIC 9(9)V99 OCCURS 2 TIMES.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-IX PIC 9(3).
       01 WS-DEPT-FOUND PIC 9(3).
       01 WS-LOOKUP-DEPT PIC X(15).

       01 WS-COST-TABLE.
          05 WS-COST-ENTRY OCCURS 900 TIMES.
             10 WS-CT-DEPT PIC X(15).
             10 WS-CT-TYPE PIC X(10).
             10 WS-CT-YEAR OCCURS 2 TIMES.
                15 WS-CT-DAYS PIC 9(5)V9.
                15 WS-CT-FULL PIC 9(5)V9.
                15 WS-CT-HALF PIC 9(5)V9.
                15 WS-CT-NIL PIC 9(5)V9.
                15 WS-CT-COST PIC 9(9)V99.
       01 WS-COST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COST-IX PIC 9(3).
       01 WS-COST-FOUND PIC 9(3).
       01 WS-COST-DROPPED PIC 9(5) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-TOTAL-DAYS PIC 9(6)V9 OCCURS 2 TIMES.
          05 WS-TOTAL-COST PIC 9(9)V99 OCCURS 2 TIMES.
       01 WS-CHANGE PIC S9(9)V99.
       01 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-DAYS-DISP PIC ZZZZ9.9.
       01 WS-FULL-DISP PIC ZZZZ9.9.
       01 WS-HALF-DISP PIC ZZZZ9.9.
       01 WS-NIL-DISP PIC ZZZZ9.9.
       01 WS-COST-DISP PIC ZZZZZZZZ9.99.
       01 WS-LY-DAYS-DISP PIC ZZZZ9.9.
       01 WS-LY-COST-DISP PIC ZZZZZZZZ9.99.
       01 WS-CHANGE-DISP PIC -ZZZZZZZZ9.99.
       01 WS-REPORT-LINE PIC X(110).
       01 WS-EXTRACT-LINE PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Cost of Absence Report *****"

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-START WS-ARG-END
               END-UNSTRING
               IF WS-ARG-START NOT NUMERIC OR WS-ARG-END NOT NUMERIC
                   DISPLAY "Usage: abscost start end (YYYYMMDD)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-START TO WS-PERIOD-START
               MOVE WS-ARG-END TO WS-PERIOD-END
           ELSE
               DISPLAY "Period start date (YYYYMMDD): "
               ACCEPT WS-PERIOD-START
               DISPLAY "Period end date (YYYYMMDD): "
               ACCEPT WS-PERIOD-END
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) = 0 OR
              FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) = 0 OR
              WS-PERIOD-START > WS-PERIOD-END
               DISPLAY "Invalid period " WS-PERIOD-START " - "
                   WS-PERIOD-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIOD-START TO WS-PRIOR-START
           SUBTRACT 1 FROM WS-PRIOR-START-YY
           IF WS-PRIOR-START-MMDD = 0229
               MOVE 0228 TO WS-PRIOR-START-MMDD
           END-IF
           MOVE WS-PERIOD-END TO WS-PRIOR-END
           SUBTRACT 1 FROM WS-PRIOR-END-YY
           IF WS-PRIOR-END-MMDD = 0229
               MOVE 0228 TO WS-PRIOR-END-MMDD
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVE.DAT. Status: "
                   LEAVE-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYRATE-FILE
           IF PAYRATE-STATUS NOT = "00"
               DISPLAY "Error opening PAYRATE.DAT. Status: "
                   PAYRATE-STATUS
               DISPLAY "Load pay rates with the pay rate "
                   "maintenance program first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMPLOYEE-AVAILABLE
           ELSE
               DISPLAY "Warning: EMPLOYEE.DAT not available - "
                   "all days reported under (NO EMPLOYEE)."
           END-IF
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS = "00"
               MOVE "Y" TO DEPT-AVAILABLE
           ELSE
               DISPLAY "Warning: DEPT.DAT not available - report "
                   "uses raw department codes."
           END-IF
           OPEN INPUT FXRATE-FILE
           IF FXRATE-STATUS NOT = "00"
               DISPLAY "Error opening FXRATE.DAT. Status: "
                   FXRATE-STATUS
               DISPLAY "Set the group currency and month-end rates "
                   "with the exchange rate maintenance program first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "***" TO FX-CURRENCY
           MOVE ZERO TO FX-MONTH-END
           READ FXRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FX-GROUP-CCY TO WS-GROUP-CCY
           END-READ
           IF WS-GROUP-CCY = SPACES
               DISPLAY "No group currency set in FXRATE.DAT."
               DISPLAY "Set the group currency with the exchange "
                   "rate maintenance program first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF

           INITIALIZE WS-DEPT-TABLE
           INITIALIZE WS-COST-TABLE
           INITIALIZE WS-TOTALS

           PERFORM LOAD-DEPARTMENTS
           PERFORM SCAN-ARCHIVED-DAYS
           PERFORM SCAN-LIVE-DAYS
           CLOSE FXRATE-FILE

           IF WS-NO-FX-COUNT > ZERO
               DISPLAY " "
               DISPLAY WS-NO-FX-COUNT " costed day row(s) have no "
                   "exchange rate to " WS-GROUP-CCY " for their "
                   "month-end."
               DISPLAY "Cost report stopped - nothing written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening ABSCOST.TXT. Status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "Error opening ABSCOSTX.DAT. Status: "
                   EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-COST-REPORT
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE

           CLOSE LEAVE-FILE
           CLOSE PAYRATE-FILE
           IF EMPLOYEE-FILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPT-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF

           DISPLAY " "
           DISPLAY WS-ROW-COUNT " approved day row(s) costed. "
               "Report written to ABSCOST.TXT."
           DISPLAY WS-EXTRACT-COUNT " cost-centre line(s) written to "
               "ABSCOSTX.DAT."
           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY WS-NO-RATE-COUNT " day row(s) had no pay rate "
                   "on file and were costed at zero."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-COST-DROPPED > ZERO
               DISPLAY WS-COST-DROPPED " day row(s) not reported - "
                   "department/type table full."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           LOAD-DEPARTMENTS.
               IF NOT DEPT-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO DEPT-CODE
               START DEPT-FILE KEY >= DEPT-CODE
                   INVALID KEY MOVE "99" TO DEPT-STATUS
                   NOT INVALID KEY MOVE "00" TO DEPT-STATUS
               END-START
               PERFORM UNTIL DEPT-STATUS NOT = "00"
                   READ DEPT-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DEPT-STATUS
                       NOT AT END
                           IF WS-DEPT-COUNT < 100
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-CODE TO
                                   WS-DEP-CODE (WS-DEPT-COUNT)
                               MOVE DEPT-NAME TO
                                   WS-DEP-NAME (WS-DEPT-COUNT)
                               MOVE DEPT-COST-CENTRE TO
                                   WS-DEP-COST-CTR (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.

           SCAN-ARCHIVED-DAYS.
               OPEN INPUT ARCH-LEAVE-FILE
               IF ARCH-LEAVE-STATUS NOT = "00"
                   DISPLAY "No ARCHLEAVE.DAT - costs use live "
                       "data only."
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE ARCH-LEAVE-DATE TO WS-ROW-DATE
                           MOVE ARCH-LEAVE-TYPE TO WS-ROW-TYPE
                           MOVE ARCH-LEAVE-DAY-UNITS TO WS-ROW-UNITS
                           MOVE ARCH-LEAVE-EMP-ID TO WS-ROW-EMP-ID
                           MOVE ARCH-LEAVE-STATUS-VAL TO
                               WS-ROW-STATUS
                           MOVE ARCH-LEAVE-LOP-FLAG TO
                               WS-ROW-LOP-FLAG
                           MOVE ARCH-LEAVE-PAY-BAND TO
                               WS-ROW-PAY-BAND
                           PERFORM COST-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCH-LEAVE-FILE.

           SCAN-LIVE-DAYS.
               MOVE SPACES TO LEAVE-REQ-ID
               START LEAVE-FILE KEY >= LEAVE-REQ-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           MOVE LEAVE-DATE TO WS-ROW-DATE
                           MOVE LEAVE-TYPE TO WS-ROW-TYPE
                           MOVE LEAVE-DAY-UNITS TO WS-ROW-UNITS
                           MOVE LEAVE-EMP-ID TO WS-ROW-EMP-ID
                           MOVE LEAVE-STATUS TO WS-ROW-STATUS
                           MOVE LEAVE-LOP-FLAG TO WS-ROW-LOP-FLAG
                           MOVE LEAVE-PAY-BAND TO WS-ROW-PAY-BAND
                           PERFORM COST-ONE-ROW
                   END-READ
               END-PERFORM.

      * Paid days cost the daily rate in force on the day; sick days
      * on half or nil pay cost half or nothing, and loss-of-pay days
      * cost nothing.
           COST-ONE-ROW.
               IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "APPROVED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-ROW-DATE NOT < WS-PERIOD-START AND
                  WS-ROW-DATE NOT > WS-PERIOD-END
                   MOVE 1 TO WS-YEAR-IX
               ELSE
                   IF WS-ROW-DATE NOT < WS-PRIOR-START AND
                      WS-ROW-DATE NOT > WS-PRIOR-END
                       MOVE 2 TO WS-YEAR-IX
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               MOVE "(NO EMPLOYEE)" TO WS-ROW-DEPT
               IF EMPLOYEE-FILE-AVAILABLE
                   MOVE WS-ROW-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-DEPARTMENT TO WS-ROW-DEPT
                           MOVE WS-ROW-EMP-ID TO WS-ASG-EMP-ID
                           PERFORM LOAD-ASSIGNMENT-HISTORY
                           MOVE WS-ROW-DATE TO WS-ASG-ON-DATE
                           PERFORM FIND-ASSIGNMENT-ON-DATE
                           IF WS-ASG-FOUND = "Y" AND
                              WS-ASG-DEPT NOT = SPACES
                               MOVE WS-ASG-DEPT TO WS-ROW-DEPT
                           END-IF
                   END-READ
               END-IF

               MOVE WS-ROW-DEPT TO WS-LOOKUP-DEPT
               PERFORM FIND-OR-ADD-DEPT
               PERFORM FIND-OR-ADD-COST
               IF WS-COST-FOUND = ZERO OR WS-DEPT-FOUND = ZERO
                   ADD 1 TO WS-COST-DROPPED
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-ROW-COST
               MOVE WS-ROW-EMP-ID TO WS-RATE-LOOKUP-EMP
               MOVE WS-ROW-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF NOT RATE-IN-FORCE-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "No pay rate for " WS-ROW-EMP-ID
                       " on " WS-ROW-DATE " - day costed at zero."
               END-IF
               EVALUATE TRUE
                   WHEN WS-ROW-LOP-FLAG = "Y"
                   WHEN WS-ROW-PAY-BAND = "N"
                       ADD WS-ROW-UNITS TO
                           WS-CT-NIL (WS-COST-FOUND WS-YEAR-IX)
                   WHEN WS-ROW-PAY-BAND = "H"
                       ADD WS-ROW-UNITS TO
                           WS-CT-HALF (WS-COST-FOUND WS-YEAR-IX)
                       COMPUTE WS-ROW-COST ROUNDED =
                           WS-ROW-UNITS * WS-RATE-IN-FORCE / 2
                   WHEN OTHER
                       ADD WS-ROW-UNITS TO
                           WS-CT-FULL (WS-COST-FOUND WS-YEAR-IX)
                       COMPUTE WS-ROW-COST ROUNDED =
                           WS-ROW-UNITS * WS-RATE-IN-FORCE
               END-EVALUATE
               IF WS-ROW-COST > ZERO
                   PERFORM CONVERT-ROW-COST
               END-IF

               ADD WS-ROW-UNITS TO
                   WS-CT-DAYS (WS-COST-FOUND WS-YEAR-IX)
               ADD WS-ROW-COST TO
                   WS-CT-COST (WS-COST-FOUND WS-YEAR-IX)
               ADD WS-ROW-UNITS TO
                   WS-DEP-DAYS (WS-DEPT-FOUND WS-YEAR-IX)
               ADD WS-ROW-COST TO
                   WS-DEP-COST (WS-DEPT-FOUND WS-YEAR-IX)
               ADD WS-ROW-UNITS TO WS-TOTAL-DAYS (WS-YEAR-IX)
               ADD WS-ROW-COST TO WS-TOTAL-COST (WS-YEAR-IX)
               ADD 1 TO WS-ROW-COUNT.

      * Costs are reported in the group currency, converted at the
      * month-end rate for the month in which the day fell.  A blank
      * rate currency is taken to be the group currency.
           CONVERT-ROW-COST.
               MOVE WS-RATE-IN-FORCE-CCY TO WS-LOOKUP-CCY
               IF WS-LOOKUP-CCY = SPACES OR
                  WS-LOOKUP-CCY = WS-GROUP-CCY
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROW-DATE TO WS-FX-NEXT-MONTH
               MOVE 01 TO WS-FX-NEXT-DD
               IF WS-FX-NEXT-MM = 12
                   MOVE 01 TO WS-FX-NEXT-MM
                   ADD 1 TO WS-FX-NEXT-YY
               ELSE
                   ADD 1 TO WS-FX-NEXT-MM
               END-IF
               COMPUTE WS-ROW-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FX-NEXT-MONTH) - 1)

               MOVE ZERO TO WS-FX-FOUND
               PERFORM VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > WS-FX-COUNT
                   IF WS-FX-CCY (WS-FX-IX) = WS-LOOKUP-CCY AND
                      WS-FX-MONTH-END (WS-FX-IX) = WS-ROW-MONTH-END
                       MOVE WS-FX-IX TO WS-FX-FOUND
                       MOVE WS-FX-COUNT TO WS-FX-IX
                   END-IF
               END-PERFORM
               IF WS-FX-FOUND = ZERO
                   PERFORM LOAD-FX-RATE
               END-IF

               IF WS-FX-OK (WS-FX-FOUND) = "Y"
                   COMPUTE WS-ROW-COST ROUNDED =
                       WS-ROW-COST * WS-FX-RATE (WS-FX-FOUND)
               ELSE
                   ADD 1 TO WS-NO-FX-COUNT
                   MOVE ZERO TO WS-ROW-COST
               END-IF.

           LOAD-FX-RATE.
               IF WS-FX-COUNT < 300
                   ADD 1 TO WS-FX-COUNT
               END-IF
               MOVE WS-FX-COUNT TO WS-FX-FOUND
               MOVE WS-LOOKUP-CCY TO WS-FX-CCY (WS-FX-FOUND)
               MOVE WS-ROW-MONTH-END TO WS-FX-MONTH-END (WS-FX-FOUND)
               MOVE ZERO TO WS-FX-RATE (WS-FX-FOUND)
               MOVE "N" TO WS-FX-OK (WS-FX-FOUND)
               MOVE WS-LOOKUP-CCY TO FX-CURRENCY
               MOVE WS-ROW-MONTH-END TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       DISPLAY "No exchange rate for " WS-LOOKUP-CCY
                           " at month-end " WS-ROW-MONTH-END "."
                   NOT INVALID KEY
                       IF FX-GROUP-CCY NOT = WS-GROUP-CCY
                           DISPLAY "Exchange rate for " WS-LOOKUP-CCY
                               " at " WS-ROW-MONTH-END " is against "
                               FX-GROUP-CCY ", not " WS-GROUP-CCY "."
                       ELSE
                           MOVE FX-RATE TO WS-FX-RATE (WS-FX-FOUND)
                           MOVE "Y" TO WS-FX-OK (WS-FX-FOUND)
                       END-IF
               END-READ.

           FIND-OR-ADD-DEPT.
               MOVE ZERO TO WS-DEPT-FOUND
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   IF WS-DEP-CODE (WS-DEPT-IX) = WS-LOOKUP-DEPT
                       MOVE WS-DEPT-IX TO WS-DEPT-FOUND
                       MOVE WS-DEPT-COUNT TO WS-DEPT-IX
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = ZERO AND WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                   MOVE WS-LOOKUP-DEPT TO
                       WS-DEP-CODE (WS-DEPT-COUNT)
                   MOVE "(NOT ON DEPT.DAT)" TO
                       WS-DEP-NAME (WS-DEPT-COUNT)
                   MOVE SPACES TO WS-DEP-COST-CTR (WS-DEPT-COUNT)
               END-IF.

           FIND-OR-ADD-COST.
               MOVE ZERO TO WS-COST-FOUND
               PERFORM VARYING WS-COST-IX FROM 1 BY 1
                   UNTIL WS-COST-IX > WS-COST-COUNT
                   IF WS-CT-DEPT (WS-COST-IX) = WS-ROW-DEPT AND
                      WS-CT-TYPE (WS-COST-IX) = WS-ROW-TYPE
                       MOVE WS-COST-IX TO WS-COST-FOUND
                       MOVE WS-COST-COUNT TO WS-COST-IX
                   END-IF
               END-PERFORM
               IF WS-COST-FOUND = ZERO AND WS-COST-COUNT < 900
                   ADD 1 TO WS-COST-COUNT
                   MOVE WS-COST-COUNT TO WS-COST-FOUND
                   MOVE WS-ROW-DEPT TO WS-CT-DEPT (WS-COST-COUNT)
                   MOVE WS-ROW-TYPE TO WS-CT-TYPE (WS-COST-COUNT)
               END-IF.

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

           FIND-RATE-IN-FORCE.
               MOVE "N" TO WS-RATE-FOUND
               MOVE ZERO TO WS-RATE-IN-FORCE
               MOVE SPACES TO WS-RATE-IN-FORCE-CCY
               MOVE ZERO TO WS-RATE-IN-FORCE-EFF
               MOVE WS-RATE-LOOKUP-EMP TO RATE-EMP-ID
               MOVE ZERO TO RATE-EFF-DATE
               MOVE "N" TO WS-RATE-END
               START PAYRATE-FILE KEY >= RATE-KEY
                   INVALID KEY MOVE "Y" TO WS-RATE-END
               END-START
               PERFORM UNTIL WS-RATE-END = "Y"
                   READ PAYRATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RATE-END
                       NOT AT END
                           IF RATE-EMP-ID NOT = WS-RATE-LOOKUP-EMP OR
                              RATE-EFF-DATE > WS-RATE-LOOKUP-DATE
                               MOVE "Y" TO WS-RATE-END
                           ELSE
                               MOVE "Y" TO WS-RATE-FOUND
                               MOVE RATE-DAILY TO WS-RATE-IN-FORCE
                               MOVE RATE-CURRENCY TO
                                   WS-RATE-IN-FORCE-CCY
                               MOVE RATE-EFF-DATE TO
                                   WS-RATE-IN-FORCE-EFF
                           END-IF
                   END-READ
               END-PERFORM.

           PRINT-COST-REPORT.
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Cost of Absence " WS-PERIOD-START " - "
                   WS-PERIOD-END " compared with " WS-PRIOR-START
                   " - " WS-PRIOR-END " (archive plus live)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Approved days at the daily rate in force on the "
                   & "day; sick days at their pay band (half pay = 50%,"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "nil pay = 0); loss-of-pay days cost nothing. "
                   & "LY = same dates last year." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "All costs in " WS-GROUP-CCY " at the month-end "
                   "exchange rate for the month of each day."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   IF WS-DEP-DAYS (WS-DEPT-IX 1) > ZERO OR
                      WS-DEP-DAYS (WS-DEPT-IX 2) > ZERO
                       PERFORM PRINT-ONE-DEPT-BLOCK
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TOTAL-DAYS (1) TO WS-DAYS-DISP
               MOVE WS-TOTAL-COST (1) TO WS-COST-DISP
               MOVE WS-TOTAL-DAYS (2) TO WS-LY-DAYS-DISP
               MOVE WS-TOTAL-COST (2) TO WS-LY-COST-DISP
               COMPUTE WS-CHANGE = WS-TOTAL-COST (1)
                   - WS-TOTAL-COST (2)
               MOVE WS-CHANGE TO WS-CHANGE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALL DEPARTMENTS " WS-DAYS-DISP " day(s) "
                   WS-COST-DISP "  last year " WS-LY-DAYS-DISP
                   " day(s) " WS-LY-COST-DISP "  change "
                   WS-CHANGE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           PRINT-ONE-DEPT-BLOCK.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DEPARTMENT: " WS-DEP-CODE (WS-DEPT-IX) " "
                   WS-DEP-NAME (WS-DEPT-IX) " COST-CTR "
                   WS-DEP-COST-CTR (WS-DEPT-IX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  TYPE           DAYS     FULL    HALF     NIL"
                   "          COST  LY-DAYS       LY-COST"
                   "         CHANGE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "---------------------------------------------"
                   & "---------------------------------------------"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-COST-IX FROM 1 BY 1
                   UNTIL WS-COST-IX > WS-COST-COUNT
                   IF WS-CT-DEPT (WS-COST-IX) = WS-DEP-CODE (WS-DEPT-IX)
                       PERFORM PRINT-ONE-COST-LINE
                   END-IF
               END-PERFORM
               MOVE WS-DEP-DAYS (WS-DEPT-IX 1) TO WS-DAYS-DISP
               MOVE WS-DEP-COST (WS-DEPT-IX 1) TO WS-COST-DISP
               MOVE WS-DEP-DAYS (WS-DEPT-IX 2) TO WS-LY-DAYS-DISP
               MOVE WS-DEP-COST (WS-DEPT-IX 2) TO WS-LY-COST-DISP
               COMPUTE WS-CHANGE = WS-DEP-COST (WS-DEPT-IX 1)
                   - WS-DEP-COST (WS-DEPT-IX 2)
               MOVE WS-CHANGE TO WS-CHANGE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  TOTAL       " WS-DAYS-DISP
                   "                           " WS-COST-DISP "  "
                   WS-LY-DAYS-DISP "  " WS-LY-COST-DISP "  "
                   WS-CHANGE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           PRINT-ONE-COST-LINE.
               MOVE WS-CT-DAYS (WS-COST-IX 1) TO WS-DAYS-DISP
               MOVE WS-CT-FULL (WS-COST-IX 1) TO WS-FULL-DISP
               MOVE WS-CT-HALF (WS-COST-IX 1) TO WS-HALF-DISP
               MOVE WS-CT-NIL (WS-COST-IX 1) TO WS-NIL-DISP
               MOVE WS-CT-COST (WS-COST-IX 1) TO WS-COST-DISP
               MOVE WS-CT-DAYS (WS-COST-IX 2) TO WS-LY-DAYS-DISP
               MOVE WS-CT-COST (WS-COST-IX 2) TO WS-LY-COST-DISP
               COMPUTE WS-CHANGE = WS-CT-COST (WS-COST-IX 1)
                   - WS-CT-COST (WS-COST-IX 2)
               MOVE WS-CHANGE TO WS-CHANGE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-CT-TYPE (WS-COST-IX) "  "
                   WS-DAYS-DISP "  " WS-FULL-DISP " "
                   WS-HALF-DISP " " WS-NIL-DISP "  "
                   WS-COST-DISP "  " WS-LY-DAYS-DISP "  "
                   WS-LY-COST-DISP "  " WS-CHANGE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO WS-EXTRACT-LINE
               STRING WS-PERIOD-START "  "
                   WS-PERIOD-END "  "
                   WS-DEP-COST-CTR (WS-DEPT-IX) "  "
                   WS-CT-DEPT (WS-COST-IX) "  "
                   WS-CT-TYPE (WS-COST-IX) "  "
                   WS-DAYS-DISP "  "
                   WS-FULL-DISP "  "
                   WS-HALF-DISP "  "
                   WS-NIL-DISP "  "
                   WS-COST-DISP "  "
                   WS-LY-COST-DISP "  "
                   WS-GROUP-CCY
                   DELIMITED BY SIZE INTO WS-EXTRACT-LINE
               MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT.

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
