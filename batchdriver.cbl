               RECORD KEY IS BSC-STEP
               FILE STATUS IS BSCHED-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEQUENCE-FILE.
           05 BSC-LAST-RUN PIC 9(8).
           05 BSC-COMMAND PIC X(120).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 SEQUENCE-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 RUNLOCK-STATUS PIC XX.
       01 WS-LOCK-TODAY PIC X(8).
       01 BSCHED-STATUS PIC XX.
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

       01 WS-SCHED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STEP-NBR PIC 9(3) VALUE ZERO.
          88 STEP-IS-DUE VALUE "Y".
       01 WS-CATCHUP-FLAG PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-TOMORROW PIC 9(8).
       01 WS-EVE-OF-YEAR PIC X VALUE "N".
       01 WS-PREV-PERIOD PIC 9(6).
       01 WS-PREV-SPLIT REDEFINES WS-PREV-PERIOD.
          05 WS-PREV-YY PIC 9(4).
          05 WS-PREV-MM PIC 99.
       01 WS-QTR-START PIC 9(8).
       01 WS-QTR-SPLIT REDEFINES WS-QTR-START.
          05 WS-QTR-YY PIC 9(4).
          05 WS-QTR-MM PIC 99.
          05 WS-QTR-DD PIC 99.
       01 WS-QTR-NBR PIC 9.
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WK-DAY-OFFSET PIC S9(4) COMP.
       01 WS-WEEK-START-INT PIC S9(9) COMP.
           DISPLAY "not due today are skipped and a missed WEEKLY,"
           DISPLAY "MONTHLY, ANNUAL or DAYnn step is caught up on"
           DISPLAY "the next run. Lines without a frequency token"
           DISPLAY "run every night as before. ANNUAL steps fall"
           DISPLAY "due at the start of the leave year. PREWEEK,"
           DISPLAY "PREMONTH, PREYEAR and PREDAYnn steps run only on"
           DISPLAY "the day before the matching WEEKLY, MONTHLY,"
           DISPLAY "ANNUAL or DAYnn date (e.g. a SIMNEXT simulation)"
           DISPLAY "and are never caught up. QUARTERLY steps fall"
           DISPLAY "due on the first day of January, April, July"
           DISPLAY "and October and are caught up like MONTHLY."

           PERFORM ACQUIRE-RUN-LOCK

           ELSE
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF
           MOVE WS-TODAY TO WS-QTR-START
           COMPUTE WS-QTR-NBR = (WS-QTR-MM - 1) / 3
           COMPUTE WS-QTR-MM = WS-QTR-NBR * 3 + 1
           MOVE 01 TO WS-QTR-DD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
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
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1)
           MOVE WS-TOMORROW TO WS-LY-DATE
           MOVE ZERO TO WS-LY-HIRE-DATE
           PERFORM COMPUTE-LEAVE-YEAR
           IF WS-LY-START = WS-TOMORROW
               MOVE "Y" TO WS-EVE-OF-YEAR
           END-IF
           MOVE WS-TODAY TO WS-LY-DATE
           MOVE ZERO TO WS-LY-HIRE-DATE
           PERFORM COMPUTE-LEAVE-YEAR
           COMPUTE WK-DAY-OFFSET = FUNCTION MOD(WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(20000101) 7)
           IF WK-DAY-OFFSET >= 2
                   WHEN "WEEKLY"
                   WHEN "MONTHLY"
                   WHEN "ANNUAL"
                   WHEN "PREWEEK"
                   WHEN "PREMONTH"
                   WHEN "PREYEAR"
                       MOVE WS-FREQ-TOKEN TO WS-FREQ
                       MOVE SEQUENCE-RECORD(WS-PARSE-PTR:)
                           TO WS-COMMAND
                   WHEN "QUARTERLY"
                       MOVE "QUARTER" TO WS-FREQ
                       MOVE SEQUENCE-RECORD(WS-PARSE-PTR:)
                           TO WS-COMMAND
                   WHEN OTHER
                       IF WS-FREQ-TOKEN(1:3) = "DAY" AND
                          WS-FREQ-TOKEN(4:2) NUMERIC AND
                           MOVE WS-FREQ-TOKEN(4:2) TO WS-DAY-NBR
                           MOVE SEQUENCE-RECORD(WS-PARSE-PTR:)
                               TO WS-COMMAND
                       ELSE IF WS-FREQ-TOKEN(1:6) = "PREDAY" AND
                          WS-FREQ-TOKEN(7:2) NUMERIC AND
                          WS-FREQ-TOKEN(9:1) = SPACE
                           MOVE "PREDAY" TO WS-FREQ
                           MOVE WS-FREQ-TOKEN(7:2) TO WS-DAY-NBR
                           MOVE SEQUENCE-RECORD(WS-PARSE-PTR:)
                               TO WS-COMMAND
                       ELSE
                           MOVE "DAILY" TO WS-FREQ
                           MOVE SEQUENCE-RECORD TO WS-COMMAND
                       END-IF
                       END-IF
               END-EVALUATE.

           CHECK-STEP-DUE.
               IF WS-FREQ = "DAILY"
                   EXIT PARAGRAPH
               END-IF
               IF WS-FREQ(1:3) = "PRE"
                   PERFORM CHECK-EVE-STEP-DUE
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-LAST-RUN-INT
               MOVE WS-STEP-NBR TO BSC-STEP
                               MOVE "Y" TO WS-CATCHUP-FLAG
                           END-IF
                       END-IF
                   WHEN "QUARTER"
                       IF BSC-LAST-RUN >= WS-QTR-START
                           MOVE "N" TO WS-DUE-FLAG
                       ELSE
                           IF WS-TODAY NOT = WS-QTR-START
                               MOVE "Y" TO WS-CATCHUP-FLAG
                           END-IF
                       END-IF
                   WHEN "ANNUAL"
                       IF BSC-LAST-RUN >= WS-LY-START
                           MOVE "N" TO WS-DUE-FLAG
                       ELSE
                           IF WS-TODAY NOT = WS-LY-START
                               MOVE "Y" TO WS-CATCHUP-FLAG
                           END-IF
                       END-IF
                       CONTINUE
               END-EVALUATE.

           CHECK-EVE-STEP-DUE.
               EVALUATE WS-FREQ
                   WHEN "PREWEEK"
                       IF WK-DAY-OFFSET NOT = 1
                           MOVE "N" TO WS-DUE-FLAG
                       END-IF
                   WHEN "PREMONTH"
                       IF WS-TOMORROW(7:2) NOT = "01"
                           MOVE "N" TO WS-DUE-FLAG
                       END-IF
                   WHEN "PREYEAR"
                       IF WS-EVE-OF-YEAR NOT = "Y"
                           MOVE "N" TO WS-DUE-FLAG
                       END-IF
                   WHEN "PREDAY"
                       IF WS-TOMORROW(7:2) NOT = WS-DAY-NBR
                           MOVE "N" TO WS-DUE-FLAG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

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

           RECORD-STEP-RUN.
               IF WS-FREQ = "DAILY" OR WS-FREQ(1:3) = "PRE"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STEP-NBR TO BSC-STEP
