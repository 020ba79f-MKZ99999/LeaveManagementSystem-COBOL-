               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../BALFCST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 LEAVE-DAY-UNITS PIC 9V9.
           05 LEAVE-PAY-BAND PIC X.

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(110).

       01 EMPLOYEE-STATUS PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.

       01 END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-YEAR-END PIC 9(8).
       01 WS-MONTHS-LEFT PIC 99.
       01 WS-LY-BASIS PIC 99 VALUE 1.
       01 WS-LY-DATE PIC 9(8).
       01 WS-LY-HIRE-DATE PIC 9(8).
       01 WS-LY-START PIC 9(8).
       01 WS-LY-START-SPLIT REDEFINES WS-LY-START.
          05 WS-LY-START-YY PIC 9(4).
          05 WS-LY-START-MMDD PIC 9(4).
       01 WS-LY-END PIC 9(8).
       01 WS-LY-END-SPLIT REDEFINES WS-LY-END.
          05 WS-LY-END-YY PIC 9(4).
          05 WS-LY-END-MM PIC 99.
          05 WS-LY-END-DD PIC 99.
       01 WS-LY-NEXT-END PIC 9(8).
       01 WS-LY-WORK-DATE PIC 9(8).
       01 WS-LY-WORK-SPLIT REDEFINES WS-LY-WORK-DATE.
          05 WS-LY-WORK-YY PIC 9(4).
          05 WS-LY-WORK-MMDD PIC 9(4).

       01 MAX-ANNUAL-CARRY PIC 99 VALUE 10.
       01 ANNUAL-TYPE-CODE PIC 9 VALUE 1.
               STOP RUN
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
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-LY-HIRE-DATE
           PERFORM SET-FORECAST-YEAR

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LY-BASIS = 0
               STRING "Year-end forecast as at " WS-TODAY
                   " (leave years run from each hire anniversary)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Year-end forecast as at " WS-TODAY
                   " to " WS-YEAR-END " ("
                   WS-MONTHS-LEFT " accrual run(s) remaining)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "Projected = balance + carry (unexpired at year end) +"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "remaining accruals - pending and uncharged approved"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "future-dated leave this leave year."
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMP-ID NAME                 TYPE       BAL   "
               IF NOT EMP-IS-ACTIVE
                   EXIT PARAGRAPH
               END-IF
               MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM SET-FORECAST-YEAR

               PERFORM COMPUTE-REMAINING-ACCRUAL
               PERFORM SUM-FUTURE-LEAVE

           CHECK-FUTURE-ROW.
               IF LEAVE-DATE NOT > WS-TODAY OR
                  LEAVE-DATE > WS-YEAR-END
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(LEAVE-TYPE) NOT =
               END-IF
               IF FUNCTION TRIM(LEAVE-STATUS) = "APPROVED" AND
                  LEAVE-LOP-FLAG NOT = "Y" AND
                  LEAVE-DECISION-DATE NUMERIC AND
                  LEAVE-DECISION-DATE < WS-LY-START
                   ADD LEAVE-DAY-UNITS TO WS-UNCHARGED-DAYS
               END-IF.

           SET-FORECAST-YEAR.
               MOVE WS-TODAY TO WS-LY-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               MOVE WS-LY-END TO WS-YEAR-END
               COMPUTE WS-MONTHS-LEFT =
                   (WS-LY-END-YY * 12 + WS-LY-END-MM)
                   - (FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
                   + FUNCTION NUMVAL(WS-TODAY(5:2))).

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

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
