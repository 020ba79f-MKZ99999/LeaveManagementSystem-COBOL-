               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../TRENDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

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

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       01 ARCH-LEAVE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-YEAR-3 PIC 9(4).

       01 WS-ROW-DATE PIC 9(8).
       01 WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
          05 WS-ROW-YY PIC 9(4).
          05 WS-ROW-MM PIC 99.
          05 WS-ROW-DD PIC 99.
       01 WS-ROW-TYPE PIC X(10).
       01 WS-ROW-UNITS PIC 9V9.
       01 WS-ROW-EMP-ID PIC X(5).
       01 WS-ROW-STATUS PIC X(8).
       01 WS-ROW-DEPT PIC X(15).
       01 WS-ROW-LOC PIC X(5).
       01 WS-ROW-YEAR PIC 9(4).
       01 WS-YEAR-IX PIC 9.
       01 WS-MONTH-IX PIC 99.
       01 WS-MONTH-LABEL PIC 99.
       01 WS-LY-MONTH-POS PIC S9(4).
       01 WS-EMP-FOUND PIC X VALUE "N".
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
       01 WS-LY-BASIS PIC 99 VALUE 1.
       01 WS-LY-DATE PIC 9(8).
       01 WS-LY-HIRE-DATE PIC 9(8).
       01 WS-LY-START PIC 9(8).
       01 WS-LY-START-SPLIT REDEFINES WS-LY-START.
          05 WS-LY-START-YY PIC 9(4).
          05 WS-LY-START-MMDD PIC 9(4).
       01 WS-LY-START-PARTS REDEFINES WS-LY-START.
          05 FILLER PIC 9(4).
          05 WS-LY-START-MM PIC 99.
          05 WS-LY-START-DD PIC 99.
       01 WS-LY-END PIC 9(8).
       01 WS-LY-NEXT-END PIC 9(8).
       01 WS-LY-WORK-DATE PIC 9(8).
       01 WS-LY-WORK-SPLIT REDEFINES WS-LY-WORK-DATE.
          05 WS-LY-WORK-YY PIC 9(4).
          05 WS-LY-WORK-MMDD PIC 9(4).

       01 WS-TYPE-NAMES.
          05 WS-TYPE-NAME PIC X(10) OCCURS 9 TIMES.
               DISPLAY "Warning: EMPLOYEE.DAT not available - "
                   "department and location cuts are empty."
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

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE(1:4) NUMERIC AND
              WS-CMD-LINE(1:4) NOT = "0000"
               MOVE WS-CMD-LINE(1:4) TO WS-END-YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               MOVE ZERO TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-START-YY TO WS-END-YEAR
           END-IF
           COMPUTE WS-START-YEAR = WS-END-YEAR - 2
           MOVE WS-START-YEAR TO WS-YEAR-1
           IF EMPLOYEE-STATUS = "00"
               CLOSE EMPLOYEE-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           DISPLAY " "
           DISPLAY WS-ROW-COUNT " approved day row(s) counted. "
               "Report written to TRENDRPT.TXT."
               IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "APPROVED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-ROW-MM < 1 OR WS-ROW-MM > 12
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-EMP-FOUND
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF EMPLOYEE-STATUS = "00"
                   MOVE WS-ROW-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-EMP-FOUND
                           MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                           MOVE EMP-DEPARTMENT TO WS-ROW-DEPT
                           MOVE EMP-LOCATION TO WS-ROW-LOC
                   END-READ
               END-IF
               IF WS-EMP-FOUND = "Y"
                   MOVE WS-ROW-EMP-ID TO WS-ASG-EMP-ID
                   PERFORM LOAD-ASSIGNMENT-HISTORY
                   MOVE WS-ROW-DATE TO WS-ASG-ON-DATE
                   PERFORM FIND-ASSIGNMENT-ON-DATE
                   IF WS-ASG-FOUND = "Y"
                       MOVE WS-ASG-DEPT TO WS-ROW-DEPT
                       MOVE WS-ASG-LOC TO WS-ROW-LOC
                   END-IF
               END-IF
               MOVE WS-ROW-DATE TO WS-LY-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-START-YY TO WS-ROW-YEAR
               IF WS-ROW-YEAR < WS-START-YEAR OR
                  WS-ROW-YEAR > WS-END-YEAR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-YEAR-IX = WS-ROW-YEAR - WS-START-YEAR + 1
               COMPUTE WS-LY-MONTH-POS =
                   (WS-ROW-YY - WS-LY-START-YY) * 12
                   + WS-ROW-MM - WS-LY-START-MM + 1
               IF WS-ROW-DD < WS-LY-START-DD
                   SUBTRACT 1 FROM WS-LY-MONTH-POS
               END-IF
               IF WS-LY-MONTH-POS < 1
                   MOVE 1 TO WS-LY-MONTH-POS
               END-IF
               IF WS-LY-MONTH-POS > 12
                   MOVE 12 TO WS-LY-MONTH-POS
               END-IF
               MOVE WS-LY-MONTH-POS TO WS-MONTH-IX

               PERFORM FIND-OR-ADD-TYPE
               IF WS-TYPE-FOUND > ZERO
               END-IF
               ADD 1 TO WS-ROW-COUNT

               IF WS-EMP-FOUND = "Y"
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DEPT-FOUND > ZERO
                       ADD WS-ROW-UNITS TO WS-DEP-UNITS
                   END-IF
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

           FIND-OR-ADD-TYPE.
               MOVE ZERO TO WS-TYPE-FOUND
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               MOVE ZERO TO WS-DEPT-FOUND
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   IF WS-DEP-CODE (WS-DEPT-IX) = WS-ROW-DEPT
                       MOVE WS-DEPT-IX TO WS-DEPT-FOUND
                       MOVE WS-DEPT-COUNT TO WS-DEPT-IX
                   END-IF
               IF WS-DEPT-FOUND = ZERO AND WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                   MOVE WS-ROW-DEPT TO
                       WS-DEP-CODE (WS-DEPT-COUNT)
               END-IF.

               MOVE ZERO TO WS-LOC-FOUND
               PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > WS-LOC-COUNT
                   IF WS-LOC-CODE (WS-LOC-IX) = WS-ROW-LOC
                       MOVE WS-LOC-IX TO WS-LOC-FOUND
                       MOVE WS-LOC-COUNT TO WS-LOC-IX
                   END-IF
               IF WS-LOC-FOUND = ZERO AND WS-LOC-COUNT < 20
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT TO WS-LOC-FOUND
                   MOVE WS-ROW-LOC TO WS-LOC-CODE (WS-LOC-COUNT)
               END-IF.

           PRINT-TREND-REPORT.
                   " (approved days, archive plus live)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-LY-BASIS = 0
                   STRING "Leave years run from each employee's "
                       "hire anniversary; MONTH is month of leave year."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "Columns are leave years starting month "
                       WS-LY-BASIS " of the year shown."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                       TO WS-CELL-2
                   MOVE WS-TREND-UNITS (3 WS-MONTH-IX WS-TYPE-IX)
                       TO WS-CELL-3
                   IF WS-LY-BASIS = 0
                       MOVE WS-MONTH-IX TO WS-MONTH-LABEL
                   ELSE
                       COMPUTE WS-MONTH-LABEL = FUNCTION MOD(
                           WS-MONTH-IX + WS-LY-BASIS - 2, 12) + 1
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "            " WS-MONTH-LABEL "     "
                       WS-CELL-1 "  " WS-CELL-2 "  " WS-CELL-3
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
