           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

           SELECT PAYPERIOD-FILE ASSIGN TO "../PAYPERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PAYPERIOD-STATUS.

           SELECT PAYSNAP-FILE ASSIGN TO "../PAYSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-REQ-ID
               FILE STATUS IS PAYSNAP-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT FAMKIT-FILE ASSIGN TO "../FAMKIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FAMKIT-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-FILE.

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

       FD PAYPERIOD-FILE.
       01 PAYPERIOD-RECORD.
           05 PP-KEY.
              10 PP-START-DATE PIC 9(8).
              10 PP-END-DATE PIC 9(8).
           05 PP-STATUS PIC X(8).
           05 PP-CLOSE-STAMP PIC X(14).
           05 PP-LINE-COUNT PIC 9(5).
           05 PP-CORR-COUNT PIC 9(5).

       FD PAYSNAP-FILE.
       01 PAYSNAP-RECORD.
           05 SNAP-REQ-ID PIC X(8).
           05 SNAP-EMP-ID PIC X(5).
           05 SNAP-LEAVE-DATE PIC 9(8).
           05 SNAP-PERIOD-START PIC 9(8).
           05 SNAP-STATUS PIC X(8).
           05 SNAP-LOP-FLAG PIC X.
           05 SNAP-DAY-UNITS PIC 9V9.
           05 SNAP-PAY-BAND PIC X.
           05 SNAP-STAMP PIC X(14).

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

       FD FAMKIT-FILE.
       01 FAMKIT-RECORD.
           05 KIT-KEY.
              10 KIT-EMP-ID PIC X(5).
              10 KIT-SEQ PIC 9(3).
              10 KIT-DATE PIC 9(8).
           05 KIT-UNITS PIC 9V9.
           05 KIT-NOTES PIC X(30).
           05 KIT-STAMP PIC X(14).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS-CODE PIC XX.
       01 WS-AMOUNT-DISP PIC ZZZZZZ9.99.
       01 WS-BS-LABEL PIC X(8).

       01 WS-RATE-LOOKUP-EMP PIC X(5).
       01 WS-RATE-LOOKUP-DATE PIC 9(8).
       01 WS-RATE-END PIC X.
       01 WS-RATE-FOUND PIC X VALUE "N".
          88 RATE-IN-FORCE-FOUND VALUE "Y".
       01 WS-RATE-IN-FORCE PIC 9(5)V99.
       01 WS-RATE-IN-FORCE-CCY PIC X(3).
       01 WS-RATE-IN-FORCE-EFF PIC 9(8).

       01 PAYPERIOD-STATUS PIC XX.
       01 PAYSNAP-STATUS PIC XX.
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-ENTRY OCCURS 500 TIMES.
             10 WS-CLOSED-START PIC 9(8).
             10 WS-CLOSED-END PIC 9(8).
       01 WS-CLOSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CLOSED-IX PIC 9(3).
       01 WS-CLOSED-FOUND PIC 9(3).
       01 WS-PERIOD-CLASH PIC X VALUE "N".
          88 PERIOD-CLASHES VALUE "Y".
       01 WS-SNAP-FOUND PIC X VALUE "N".
          88 SNAP-FOUND VALUE "Y".
       01 WS-OLD-KIND PIC X(8).
       01 WS-OLD-UNITS PIC 9V9.
       01 WS-NEW-KIND PIC X(8).
       01 WS-NEW-UNITS PIC 9V9.
       01 WS-CORR-SIGN PIC X.
       01 WS-CORR-KIND PIC X(8).
       01 WS-CORR-UNITS PIC 9V9.
       01 WS-CORR-AMOUNT-DISP PIC X(10).
       01 WS-CORR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CORR-PLUS PIC 9(5)V9 VALUE ZERO.
       01 WS-CORR-MINUS PIC 9(5)V9 VALUE ZERO.
       01 WS-CORR-PLUS-DISP PIC ZZZZ9.9.
       01 WS-CORR-MINUS-DISP PIC ZZZZ9.9.

       01 FAMCASE-STATUS PIC XX.
       01 FAMCASE-AVAILABLE PIC X VALUE "N".
          88 FAMCASE-FILE-AVAILABLE VALUE "Y".
       01 FAMKIT-STATUS PIC XX.
       01 FAMKIT-AVAILABLE PIC X VALUE "N".
          88 FAMKIT-FILE-AVAILABLE VALUE "Y".
       01 SYSPARM-STATUS PIC XX.
       01 WS-STAT-WEEKLY-PAY PIC 9(5)V99 VALUE 187.
       01 WS-FAM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-KIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FAM-END PIC X.
       01 WS-FAM-CASE-END PIC 9(8).
       01 WS-FAM-TOTAL-WEEKS PIC 999.
       01 WS-FAM-WEEK PIC 999.
       01 WS-FAM-WEEK-DISP PIC 99.
       01 WS-FAM-WEEK-INT PIC S9(9) COMP.
       01 WS-FAM-WEEK-START PIC 9(8).
       01 WS-FAM-LABEL PIC X(8).
       01 WS-FAM-AMOUNT PIC 9(7)V99.
       01 WS-FAM-STAT-CAP PIC 9(7)V99.
       01 WS-FAM-REF PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT LEAVE-FILE
           IF PAYRATE-STATUS = "00"
               MOVE "Y" TO PAYRATE-AVAILABLE
           END-IF
           OPEN INPUT FAMCASE-FILE
           IF FAMCASE-STATUS = "00"
               MOVE "Y" TO FAMCASE-AVAILABLE
           END-IF
           OPEN INPUT FAMKIT-FILE
           IF FAMKIT-STATUS = "00"
               MOVE "Y" TO FAMKIT-AVAILABLE
           END-IF
           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "STATWEEKPAY" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO
                       MOVE PARM-VALUE TO WS-STAT-WEEKLY-PAY
                   END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
           IF PAYRATE-FILE-AVAILABLE
               CLOSE PAYRATE-FILE
           END-IF
           IF FAMCASE-FILE-AVAILABLE
               CLOSE FAMCASE-FILE
           END-IF
           IF FAMKIT-FILE-AVAILABLE
               CLOSE FAMKIT-FILE
           END-IF
           STOP RUN.

           RUN-PAYROLL-EXTRACT.
                   ACCEPT WS-PERIOD-END
               END-IF

               IF WS-PERIOD-START > WS-PERIOD-END OR
                  FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) = 0 OR
                  FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) = 0
                   DISPLAY "Invalid pay period " WS-PERIOD-START
                       " to " WS-PERIOD-END "."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               PERFORM OPEN-PERIOD-CONTROL
               IF RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-CLOSED-PERIODS
               IF PERIOD-CLASHES
                   DISPLAY "Pay period " WS-PERIOD-START " to "
                       WS-PERIOD-END " overlaps a closed period."
                   DISPLAY "A closed period cannot be extracted "
                       "again; changes to it are sent as "
                       "correction lines in the next open period."
                   MOVE 8 TO RETURN-CODE
                   CLOSE PAYPERIOD-FILE
                   CLOSE PAYSNAP-FILE
                   EXIT PARAGRAPH
               END-IF

               OPEN OUTPUT PAYROLL-EXTRACT-FILE
               IF EXTRACT-STATUS NOT = "00"
                   DISPLAY "Error opening PAYROLLEX.DAT. Status: "
                       EXTRACT-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE PAYPERIOD-FILE
                   CLOSE PAYSNAP-FILE
                   EXIT PARAGRAPH
               END-IF

               START LEAVE-FILE KEY >= LEAVE-REQ-ID
                   INVALID KEY
                       DISPLAY "No leave records found."
                       MOVE "99" TO LEAVE-STATUS-CODE
               END-START

               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-DATE NOT < WS-PERIOD-START AND
                              LEAVE-DATE NOT > WS-PERIOD-END
                               IF LEAVE-STATUS = "APPROVED"
                                   IF LEAVE-IS-LOP
                                       PERFORM WRITE-EXTRACT-LINE
                                   ELSE
                                       IF LEAVE-PAY-BAND = "H" OR
                                          LEAVE-PAY-BAND = "N"
                                           PERFORM WRITE-BAND-LINE
                                       END-IF
                                   END-IF
                               END-IF
                               MOVE WS-PERIOD-START
                                   TO SNAP-PERIOD-START
                               PERFORM SAVE-PERIOD-SNAPSHOT
                           ELSE
                               IF LEAVE-DATE < WS-PERIOD-START
                                   PERFORM CHECK-CLOSED-PERIOD-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM EXTRACT-BUYSELL-LINES
               PERFORM EXTRACT-FAMILY-LEAVE-LINES

               CLOSE PAYROLL-EXTRACT-FILE
               PERFORM CLOSE-PAY-PERIOD
               CLOSE PAYPERIOD-FILE
               CLOSE PAYSNAP-FILE

               MOVE WS-TOTAL-UNITS TO WS-TOTAL-DISP
               DISPLAY "Payroll extract complete. "
                   WS-EXTRACT-COUNT " unpaid line(s), "
                   WS-TOTAL-DISP " day(s), "
                   WS-BAND-COUNT " sick pay band line(s), "
                   WS-BS-COUNT " buy/sell line(s), "
                   WS-FAM-COUNT " family-leave week line(s), "
                   WS-KIT-COUNT " keeping-in-touch line(s) written to "
                   "PAYROLLEX.DAT."
               MOVE WS-CORR-PLUS TO WS-CORR-PLUS-DISP
               MOVE WS-CORR-MINUS TO WS-CORR-MINUS-DISP
               DISPLAY WS-CORR-COUNT " correction line(s) for closed "
                   "periods: +" WS-CORR-PLUS-DISP " / -"
                   WS-CORR-MINUS-DISP " day(s)."
               DISPLAY "Pay period " WS-PERIOD-START " to "
                   WS-PERIOD-END " is now closed.".

           OPEN-PERIOD-CONTROL.
               OPEN I-O PAYPERIOD-FILE
               IF PAYPERIOD-STATUS NOT = "00"
                   DISPLAY "PAYPERIOD.DAT not found. Creating file..."
                   OPEN OUTPUT PAYPERIOD-FILE
                   CLOSE PAYPERIOD-FILE
                   OPEN I-O PAYPERIOD-FILE
                   IF PAYPERIOD-STATUS NOT = "00"
                       DISPLAY "Error opening PAYPERIOD.DAT. Status: "
                           PAYPERIOD-STATUS
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               OPEN I-O PAYSNAP-FILE
               IF PAYSNAP-STATUS NOT = "00"
                   DISPLAY "PAYSNAP.DAT not found. Creating file..."
                   OPEN OUTPUT PAYSNAP-FILE
                   CLOSE PAYSNAP-FILE
                   OPEN I-O PAYSNAP-FILE
                   IF PAYSNAP-STATUS NOT = "00"
                       DISPLAY "Error opening PAYSNAP.DAT. Status: "
                           PAYSNAP-STATUS
                       MOVE 8 TO RETURN-CODE
                       CLOSE PAYPERIOD-FILE
                   END-IF
               END-IF.

           LOAD-CLOSED-PERIODS.
               MOVE ZERO TO WS-CLOSED-COUNT
               MOVE "N" TO WS-PERIOD-CLASH
               MOVE ZERO TO PP-START-DATE
               MOVE ZERO TO PP-END-DATE
               START PAYPERIOD-FILE KEY >= PP-KEY
                   INVALID KEY MOVE "99" TO PAYPERIOD-STATUS
                   NOT INVALID KEY MOVE "00" TO PAYPERIOD-STATUS
               END-START
               PERFORM UNTIL PAYPERIOD-STATUS NOT = "00"
                   READ PAYPERIOD-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PAYPERIOD-STATUS
                       NOT AT END
                           IF PP-STATUS = "CLOSED"
                              AND WS-CLOSED-COUNT < 500
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PP-START-DATE TO
                                   WS-CLOSED-START(WS-CLOSED-COUNT)
                               MOVE PP-END-DATE TO
                                   WS-CLOSED-END(WS-CLOSED-COUNT)
                               IF PP-START-DATE NOT > WS-PERIOD-END
                                  AND PP-END-DATE NOT <
                                      WS-PERIOD-START
                                   MOVE "Y" TO WS-PERIOD-CLASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO PAYPERIOD-STATUS.

           FIND-CLOSED-PERIOD.
               MOVE ZERO TO WS-CLOSED-FOUND
               PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
                   UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
                      OR WS-CLOSED-FOUND > ZERO
                   IF LEAVE-DATE NOT <
                          WS-CLOSED-START(WS-CLOSED-IX)
                      AND LEAVE-DATE NOT >
                          WS-CLOSED-END(WS-CLOSED-IX)
                       MOVE WS-CLOSED-IX TO WS-CLOSED-FOUND
                   END-IF
               END-PERFORM.

           SAVE-PERIOD-SNAPSHOT.
               MOVE LEAVE-REQ-ID TO SNAP-REQ-ID
               MOVE LEAVE-EMP-ID TO SNAP-EMP-ID
               MOVE LEAVE-DATE TO SNAP-LEAVE-DATE
               MOVE LEAVE-STATUS TO SNAP-STATUS
               MOVE LEAVE-LOP-FLAG TO SNAP-LOP-FLAG
               MOVE LEAVE-DAY-UNITS TO SNAP-DAY-UNITS
               MOVE LEAVE-PAY-BAND TO SNAP-PAY-BAND
               MOVE FUNCTION CURRENT-DATE(1:14) TO SNAP-STAMP
               WRITE PAYSNAP-RECORD INVALID KEY
                   REWRITE PAYSNAP-RECORD
               END-WRITE.

           CHECK-CLOSED-PERIOD-ROW.
               MOVE LEAVE-REQ-ID TO SNAP-REQ-ID
               READ PAYSNAP-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SNAP-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SNAP-FOUND
               END-READ

               MOVE SPACES TO WS-OLD-KIND
               MOVE ZERO TO WS-OLD-UNITS
               IF SNAP-FOUND
                   IF SNAP-STATUS = "APPROVED"
                       IF SNAP-LOP-FLAG = "Y"
                           MOVE "LOP" TO WS-OLD-KIND
                       ELSE
                           IF SNAP-PAY-BAND = "H"
                               MOVE "HALF-PAY" TO WS-OLD-KIND
                           END-IF
                           IF SNAP-PAY-BAND = "N"
                               MOVE "NIL-PAY" TO WS-OLD-KIND
                           END-IF
                       END-IF
                       IF WS-OLD-KIND NOT = SPACES
                           MOVE SNAP-DAY-UNITS TO WS-OLD-UNITS
                       END-IF
                   END-IF
               ELSE
                   PERFORM FIND-CLOSED-PERIOD
                   IF WS-CLOSED-FOUND = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CLOSED-START(WS-CLOSED-FOUND)
                       TO SNAP-PERIOD-START
               END-IF

               MOVE SPACES TO WS-NEW-KIND
               MOVE ZERO TO WS-NEW-UNITS
               IF LEAVE-STATUS = "APPROVED"
                   IF LEAVE-IS-LOP
                       MOVE "LOP" TO WS-NEW-KIND
                   ELSE
                       IF LEAVE-PAY-BAND = "H"
                           MOVE "HALF-PAY" TO WS-NEW-KIND
                       END-IF
                       IF LEAVE-PAY-BAND = "N"
                           MOVE "NIL-PAY" TO WS-NEW-KIND
                       END-IF
                   END-IF
                   IF WS-NEW-KIND NOT = SPACES
                       MOVE LEAVE-DAY-UNITS TO WS-NEW-UNITS
                   END-IF
               END-IF

               IF WS-NEW-KIND = WS-OLD-KIND AND
                  WS-NEW-UNITS = WS-OLD-UNITS
                   IF SNAP-FOUND AND
                      (SNAP-STATUS NOT = LEAVE-STATUS OR
                       SNAP-DAY-UNITS NOT = LEAVE-DAY-UNITS OR
                       SNAP-PAY-BAND NOT = LEAVE-PAY-BAND OR
                       SNAP-LOP-FLAG NOT = LEAVE-LOP-FLAG)
                       PERFORM SAVE-PERIOD-SNAPSHOT
                   END-IF
                   EXIT PARAGRAPH
               END-IF

               IF WS-OLD-KIND NOT = SPACES
                   MOVE "-" TO WS-CORR-SIGN
                   MOVE WS-OLD-KIND TO WS-CORR-KIND
                   MOVE WS-OLD-UNITS TO WS-CORR-UNITS
                   PERFORM WRITE-CORRECTION-LINE
               END-IF
               IF WS-NEW-KIND NOT = SPACES
                   MOVE "+" TO WS-CORR-SIGN
                   MOVE WS-NEW-KIND TO WS-CORR-KIND
                   MOVE WS-NEW-UNITS TO WS-CORR-UNITS
                   PERFORM WRITE-CORRECTION-LINE
               END-IF
               PERFORM SAVE-PERIOD-SNAPSHOT.

           WRITE-CORRECTION-LINE.
               MOVE SPACES TO WS-CORR-AMOUNT-DISP
               IF WS-CORR-KIND NOT = "LOP"
                   MOVE ZERO TO WS-BAND-AMOUNT
                   IF PAYRATE-FILE-AVAILABLE
                       MOVE LEAVE-EMP-ID TO WS-RATE-LOOKUP-EMP
                       MOVE LEAVE-DATE TO WS-RATE-LOOKUP-DATE
                       PERFORM FIND-RATE-IN-FORCE
                       IF NOT RATE-IN-FORCE-FOUND
                           DISPLAY "No pay rate for " LEAVE-EMP-ID
                               " on " LEAVE-DATE
                               " - correction line written unpriced."
                       ELSE
                           IF WS-CORR-KIND = "HALF-PAY"
                               COMPUTE WS-BAND-AMOUNT ROUNDED =
                                   WS-CORR-UNITS * WS-RATE-IN-FORCE / 2
                           ELSE
                               COMPUTE WS-BAND-AMOUNT ROUNDED =
                                   WS-CORR-UNITS * WS-RATE-IN-FORCE
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-BAND-AMOUNT TO WS-AMOUNT-DISP
                   MOVE WS-AMOUNT-DISP TO WS-CORR-AMOUNT-DISP
               END-IF
               MOVE WS-CORR-UNITS TO WS-UNITS-DISP
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING LEAVE-EMP-ID "  "
                      LEAVE-DATE "  "
                      LEAVE-TYPE "  "
                      WS-CORR-KIND "  "
                      "ADJ" WS-CORR-SIGN "  "
                      WS-UNITS-DISP "  "
                      WS-CORR-AMOUNT-DISP "  "
                      LEAVE-REQ-ID
                      DELIMITED BY SIZE
                      INTO WS-EXTRACT-LINE
               MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-CORR-COUNT
               IF WS-CORR-SIGN = "+"
                   ADD WS-CORR-UNITS TO WS-CORR-PLUS
               ELSE
                   ADD WS-CORR-UNITS TO WS-CORR-MINUS
               END-IF.

           CLOSE-PAY-PERIOD.
               MOVE WS-PERIOD-START TO PP-START-DATE
               MOVE WS-PERIOD-END TO PP-END-DATE
               MOVE "CLOSED" TO PP-STATUS
               MOVE FUNCTION CURRENT-DATE(1:14) TO PP-CLOSE-STAMP
               COMPUTE PP-LINE-COUNT = WS-EXTRACT-COUNT + WS-BAND-COUNT
                   + WS-BS-COUNT + WS-FAM-COUNT + WS-KIT-COUNT
               MOVE WS-CORR-COUNT TO PP-CORR-COUNT
               WRITE PAYPERIOD-RECORD INVALID KEY
                   REWRITE PAYPERIOD-RECORD
               END-WRITE.

           WRITE-BAND-LINE.
               IF LEAVE-PAY-BAND = "H"
               END-IF
               MOVE ZERO TO WS-BAND-AMOUNT
               IF PAYRATE-FILE-AVAILABLE
                   MOVE LEAVE-EMP-ID TO WS-RATE-LOOKUP-EMP
                   MOVE LEAVE-DATE TO WS-RATE-LOOKUP-DATE
                   PERFORM FIND-RATE-IN-FORCE
                   IF NOT RATE-IN-FORCE-FOUND
                       DISPLAY "No pay rate for " LEAVE-EMP-ID
                           " on " LEAVE-DATE
                           " - band line written unpriced."
                   ELSE
                       IF LEAVE-PAY-BAND = "H"
                           COMPUTE WS-BAND-AMOUNT ROUNDED =
                               LEAVE-DAY-UNITS * WS-RATE-IN-FORCE / 2
                       ELSE
                           COMPUTE WS-BAND-AMOUNT ROUNDED =
                               LEAVE-DAY-UNITS * WS-RATE-IN-FORCE
                       END-IF
                   END-IF
               END-IF
               MOVE LEAVE-DAY-UNITS TO WS-UNITS-DISP
               MOVE WS-BAND-AMOUNT TO WS-AMOUNT-DISP
           WRITE-BUYSELL-LINE.
               MOVE ZERO TO WS-BS-AMOUNT
               IF PAYRATE-FILE-AVAILABLE
                   MOVE BS-EMP-ID TO WS-RATE-LOOKUP-EMP
                   MOVE BS-DECISION-DATE TO WS-RATE-LOOKUP-DATE
                   PERFORM FIND-RATE-IN-FORCE
                   IF NOT RATE-IN-FORCE-FOUND
                       DISPLAY "No pay rate for " BS-EMP-ID
                           " on " BS-DECISION-DATE
                           " - buy/sell line written unpriced."
                   ELSE
                       COMPUTE WS-BS-AMOUNT ROUNDED =
                           BS-DAYS * WS-RATE-IN-FORCE
                   END-IF
               END-IF
               IF BS-KIND = "B"
                   MOVE "PURCHASE" TO WS-BS-LABEL
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-BS-COUNT.

           EXTRACT-FAMILY-LEAVE-LINES.
               IF NOT FAMCASE-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO FAM-EMP-ID
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
                           IF FAM-STATUS NOT = "CANCELLED"
                               PERFORM EXTRACT-ONE-FAMILY-CASE
                           END-IF
                   END-READ
               END-PERFORM.

           EXTRACT-ONE-FAMILY-CASE.
               IF FAM-ACTUAL-RETURN > ZERO
                   MOVE FAM-ACTUAL-RETURN TO WS-FAM-CASE-END
               ELSE
                   MOVE FAM-RETURN-DATE TO WS-FAM-CASE-END
               END-IF
               IF FAM-START-DATE > WS-PERIOD-END OR
                  WS-FAM-CASE-END NOT > WS-PERIOD-START
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-FAM-REF
               STRING FAM-EMP-ID FAM-SEQ DELIMITED BY SIZE
                   INTO WS-FAM-REF
               COMPUTE WS-FAM-TOTAL-WEEKS = FAM-FULL-WEEKS
                   + FAM-STAT-WEEKS + FAM-UNPAID-WEEKS
               PERFORM VARYING WS-FAM-WEEK FROM 1 BY 1
                   UNTIL WS-FAM-WEEK > WS-FAM-TOTAL-WEEKS
                   COMPUTE WS-FAM-WEEK-INT =
                       FUNCTION INTEGER-OF-DATE(FAM-START-DATE)
                       + (WS-FAM-WEEK - 1) * 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-FAM-WEEK-INT)
                       TO WS-FAM-WEEK-START
                   IF WS-FAM-WEEK-START NOT < WS-PERIOD-START AND
                      WS-FAM-WEEK-START NOT > WS-PERIOD-END AND
                      WS-FAM-WEEK-START < WS-FAM-CASE-END
                       PERFORM WRITE-FAMILY-PHASE-LINE
                   END-IF
               END-PERFORM
               IF FAMKIT-FILE-AVAILABLE AND FAM-KIT-DAYS > ZERO
                   PERFORM EXTRACT-KIT-DAY-LINES
               END-IF.

           WRITE-FAMILY-PHASE-LINE.
               MOVE ZERO TO WS-FAM-AMOUNT
               EVALUATE TRUE
                   WHEN WS-FAM-WEEK NOT > FAM-FULL-WEEKS
                       MOVE "FAM-FULL" TO WS-FAM-LABEL
                   WHEN WS-FAM-WEEK NOT > FAM-FULL-WEEKS
                                          + FAM-STAT-WEEKS
                       MOVE "FAM-STAT" TO WS-FAM-LABEL
                       MOVE WS-STAT-WEEKLY-PAY TO WS-FAM-AMOUNT
                   WHEN OTHER
                       MOVE "FAM-NIL" TO WS-FAM-LABEL
               END-EVALUATE
               IF WS-FAM-LABEL NOT = "FAM-NIL" AND
                  PAYRATE-FILE-AVAILABLE
                   MOVE FAM-EMP-ID TO WS-RATE-LOOKUP-EMP
                   MOVE WS-FAM-WEEK-START TO WS-RATE-LOOKUP-DATE
                   PERFORM FIND-RATE-IN-FORCE
                   IF NOT RATE-IN-FORCE-FOUND
                       IF WS-FAM-LABEL = "FAM-FULL"
                           DISPLAY "No pay rate for " FAM-EMP-ID
                               " on " WS-FAM-WEEK-START
                               " - family-leave line written "
                               "unpriced."
                       END-IF
                   ELSE
                       IF WS-FAM-LABEL = "FAM-FULL"
                           COMPUTE WS-FAM-AMOUNT ROUNDED =
                               WS-RATE-IN-FORCE * 5
                       ELSE
                           COMPUTE WS-FAM-STAT-CAP ROUNDED =
                               WS-RATE-IN-FORCE * 5 * 0.9
                           IF WS-FAM-STAT-CAP < WS-FAM-AMOUNT
                               MOVE WS-FAM-STAT-CAP TO WS-FAM-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE WS-FAM-WEEK TO WS-FAM-WEEK-DISP
               MOVE WS-FAM-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING FAM-EMP-ID "  "
                      WS-FAM-WEEK-START "  "
                      FAM-TYPE "  "
                      WS-FAM-LABEL "  "
                      "W" WS-FAM-WEEK-DISP "  "
                      WS-AMOUNT-DISP "  "
                      WS-FAM-REF
                      DELIMITED BY SIZE
                      INTO WS-EXTRACT-LINE
               MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-FAM-COUNT.

           EXTRACT-KIT-DAY-LINES.
               MOVE FAM-EMP-ID TO KIT-EMP-ID
               MOVE FAM-SEQ TO KIT-SEQ
               MOVE WS-PERIOD-START TO KIT-DATE
               START FAMKIT-FILE KEY >= KIT-KEY
                   INVALID KEY MOVE "99" TO FAMKIT-STATUS
                   NOT INVALID KEY MOVE "00" TO FAMKIT-STATUS
               END-START
               PERFORM UNTIL FAMKIT-STATUS NOT = "00"
                   READ FAMKIT-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO FAMKIT-STATUS
                       NOT AT END
                           IF KIT-EMP-ID NOT = FAM-EMP-ID OR
                              KIT-SEQ NOT = FAM-SEQ OR
                              KIT-DATE > WS-PERIOD-END
                               MOVE "99" TO FAMKIT-STATUS
                           ELSE
                               PERFORM WRITE-KIT-DAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FAMKIT-STATUS.

           WRITE-KIT-DAY-LINE.
               MOVE ZERO TO WS-FAM-AMOUNT
               IF PAYRATE-FILE-AVAILABLE
                   MOVE KIT-EMP-ID TO WS-RATE-LOOKUP-EMP
                   MOVE KIT-DATE TO WS-RATE-LOOKUP-DATE
                   PERFORM FIND-RATE-IN-FORCE
                   IF NOT RATE-IN-FORCE-FOUND
                       DISPLAY "No pay rate for " KIT-EMP-ID
                           " on " KIT-DATE
                           " - keeping-in-touch line written "
                           "unpriced."
                   ELSE
                       COMPUTE WS-FAM-AMOUNT ROUNDED =
                           KIT-UNITS * WS-RATE-IN-FORCE
                   END-IF
               END-IF
               MOVE KIT-UNITS TO WS-UNITS-DISP
               MOVE WS-FAM-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING KIT-EMP-ID "  "
                      KIT-DATE "  "
                      FAM-TYPE "  "
                      "KIT-DAY "  "  "
                      WS-UNITS-DISP "  "
                      WS-AMOUNT-DISP "  "
                      WS-FAM-REF
                      DELIMITED BY SIZE
                      INTO WS-EXTRACT-LINE
               MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-KIT-COUNT.

           WRITE-EXTRACT-LINE.
               MOVE LEAVE-DAY-UNITS TO WS-UNITS-DISP
               STRING LEAVE-EMP-ID "  "
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               ADD LEAVE-DAY-UNITS TO WS-TOTAL-UNITS.

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
