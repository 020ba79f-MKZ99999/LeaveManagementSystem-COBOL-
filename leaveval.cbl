           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               RECORD KEY IS VALRUN-KEY
               FILE STATUS IS VALRUN-STATUS.

           SELECT FXRATE-FILE ASSIGN TO "../FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FXRATE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "../LEAVEVALX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 VALRUN-CLOSING PIC 9(9)V99.
           05 VALRUN-TIMESTAMP PIC X(14).

       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           05 FX-KEY.
              10 FX-CURRENCY PIC X(3).
              10 FX-MONTH-END PIC 9(8).
           05 FX-RATE PIC 9(5)V9(6).
           05 FX-GROUP-CCY PIC X(3).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(90).

       01 EMPLOYEE-STATUS PIC XX.
       01 VALRUN-STATUS PIC XX.
       01 EXTRACT-STATUS PIC XX.
       01 FXRATE-STATUS PIC XX.

       01 END-FILE PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
          05 WS-PREV-YY PIC 9(4).
          05 WS-PREV-MM PIC 99.
       01 WS-PERIOD-END PIC 9(8).
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-PERIOD.
          05 WS-NEXT-YY PIC 9(4).
          05 WS-NEXT-MM PIC 99.
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-VAL-MONTH-END PIC 9(8).
       01 WS-GROUP-CCY PIC X(3) VALUE SPACES.

       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 50 TIMES.
             10 WS-CCY-CODE PIC X(3).
             10 WS-CCY-FX-RATE PIC 9(5)V9(6).
             10 WS-CCY-NATIVE PIC 9(9)V99.
             10 WS-CCY-GROUP PIC 9(9)V99.
       01 WS-CCY-COUNT PIC 99 VALUE ZERO.
       01 WS-CCY-IX PIC 99.
       01 WS-CCY-FOUND PIC 99.
       01 WS-LOOKUP-CCY PIC X(3).
       01 WS-MISSING-FX-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CCY-OVERFLOW PIC 9(5) VALUE ZERO.

       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
       01 WS-DEPT-FOUND PIC 9(3).
       01 WS-LOOKUP-DEPT PIC X(15).

       01 WS-RATE-LOOKUP-EMP PIC X(5).
       01 WS-RATE-LOOKUP-DATE PIC 9(8).
       01 WS-RATE-END PIC X.
       01 WS-RATE-FOUND PIC X VALUE "N".
          88 RATE-IN-FORCE-FOUND VALUE "Y".
       01 WS-RATE-IN-FORCE PIC 9(5)V99.
       01 WS-RATE-IN-FORCE-CCY PIC X(3).
       01 WS-RATE-IN-FORCE-EFF PIC 9(8).

       01 WS-AVAIL-DAYS PIC 999V9.
       01 WS-LINE-VALUE PIC 9(7)V99.
       01 WS-GROUP-VALUE PIC 9(9)V99.
       01 WS-OPENING PIC 9(9)V99.
       01 WS-MOVEMENT PIC S9(9)V99.
       01 WS-TOTAL-CLOSING PIC 9(9)V99 VALUE ZERO.
       01 WS-OPEN-DISP PIC ZZZZZZZZ9.99.
       01 WS-MOVE-DISP PIC -ZZZZZZZ9.99.
       01 WS-CLOSE-DISP PIC ZZZZZZZZ9.99.
       01 WS-GROUP-DISP PIC ZZZZZZZZ9.99.
       01 WS-FX-DISP PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   STOP RUN
               END-IF
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
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM < 1 OR WS-NEXT-MM > 12
               DISPLAY "Not a valid valuation period: " WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEXT-MM = 12
               MOVE 01 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-NEXT-MONTH = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-VAL-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           PERFORM CHECK-EXCHANGE-RATES
           IF WS-MISSING-FX-COUNT > ZERO OR WS-CCY-OVERFLOW > ZERO
               DISPLAY " "
               IF WS-CCY-OVERFLOW > ZERO
                   DISPLAY "More than 50 pay currencies - "
                       WS-CCY-OVERFLOW " balance line(s) cannot be "
                       "converted."
               END-IF
               IF WS-MISSING-FX-COUNT > ZERO
                   DISPLAY WS-MISSING-FX-COUNT " exchange rate(s) "
                       "to " WS-GROUP-CCY " missing for month-end "
                       WS-VAL-MONTH-END "."
               END-IF
               DISPLAY "Valuation stopped - nothing written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "Error opening LEAVEVALX.DAT. Status: "
                   EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VALUE-ALL-BALANCES
           CLOSE EXTRACT-FILE

           PERFORM PRINT-CCY-SUMMARY
           PERFORM PRINT-DEPT-SUMMARY
           PERFORM RECORD-CLOSING-VALUES

           CLOSE PAYRATE-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE VALRUN-FILE
           CLOSE FXRATE-FILE

           DISPLAY " "
           DISPLAY WS-EXTRACT-COUNT " balance line(s) valued and "
           END-IF
           STOP RUN.

           CHECK-EXCHANGE-RATES.
               MOVE "N" TO END-FILE
               MOVE "00000" TO BAL-EMP-ID
               MOVE 0 TO BAL-TYPE-CODE
               START BALANCE-FILE KEY IS >= BAL-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-BALANCE-RATE
                   END-READ
               END-PERFORM
               MOVE "N" TO END-FILE
               PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
                   PERFORM LOAD-CCY-RATE
               END-PERFORM.

           CHECK-ONE-BALANCE-RATE.
               MOVE BAL-DAYS TO WS-AVAIL-DAYS
               IF BAL-CARRY-DAYS > ZERO AND
                  BAL-CARRY-EXPIRY >= WS-PERIOD-END
                   ADD BAL-CARRY-DAYS TO WS-AVAIL-DAYS
               END-IF
               IF WS-AVAIL-DAYS = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE BAL-EMP-ID TO WS-RATE-LOOKUP-EMP
               MOVE WS-PERIOD-END TO WS-RATE-LOOKUP-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF NOT RATE-IN-FORCE-FOUND
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-OR-ADD-CCY
               IF WS-CCY-FOUND = ZERO
                   ADD 1 TO WS-CCY-OVERFLOW
               END-IF.

           LOAD-CCY-RATE.
               IF WS-CCY-CODE (WS-CCY-IX) = WS-GROUP-CCY
                   MOVE 1 TO WS-CCY-FX-RATE (WS-CCY-IX)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CCY-CODE (WS-CCY-IX) TO FX-CURRENCY
               MOVE WS-VAL-MONTH-END TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       ADD 1 TO WS-MISSING-FX-COUNT
                       DISPLAY "No exchange rate for "
                           WS-CCY-CODE (WS-CCY-IX) " at month-end "
                           WS-VAL-MONTH-END "."
                   NOT INVALID KEY
                       IF FX-GROUP-CCY NOT = WS-GROUP-CCY
                           ADD 1 TO WS-MISSING-FX-COUNT
                           DISPLAY "Exchange rate for "
                               WS-CCY-CODE (WS-CCY-IX) " at "
                               WS-VAL-MONTH-END " is against "
                               FX-GROUP-CCY ", not " WS-GROUP-CCY "."
                       ELSE
                           MOVE FX-RATE TO
                               WS-CCY-FX-RATE (WS-CCY-IX)
                       END-IF
               END-READ.

           FIND-OR-ADD-CCY.
               MOVE WS-RATE-IN-FORCE-CCY TO WS-LOOKUP-CCY
               IF WS-LOOKUP-CCY = SPACES
                   MOVE WS-GROUP-CCY TO WS-LOOKUP-CCY
               END-IF
               MOVE ZERO TO WS-CCY-FOUND
               PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
                   IF WS-CCY-CODE (WS-CCY-IX) = WS-LOOKUP-CCY
                       MOVE WS-CCY-IX TO WS-CCY-FOUND
                       MOVE WS-CCY-COUNT TO WS-CCY-IX
                   END-IF
               END-PERFORM
               IF WS-CCY-FOUND = ZERO AND WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-FOUND
                   MOVE WS-LOOKUP-CCY TO WS-CCY-CODE (WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-FX-RATE (WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-NATIVE (WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-GROUP (WS-CCY-COUNT)
               END-IF.

           VALUE-ALL-BALANCES.
               MOVE "00000" TO BAL-EMP-ID
               MOVE 0 TO BAL-TYPE-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE BAL-EMP-ID TO WS-RATE-LOOKUP-EMP
               MOVE WS-PERIOD-END TO WS-RATE-LOOKUP-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF NOT RATE-IN-FORCE-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "No pay rate for employee " BAL-EMP-ID
                       " in force at " WS-PERIOD " - line skipped."
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-LOOKUP-DEPT
               MOVE BAL-EMP-ID TO EMP-ID
               END-READ

               COMPUTE WS-LINE-VALUE ROUNDED =
                   WS-AVAIL-DAYS * WS-RATE-IN-FORCE

               PERFORM FIND-OR-ADD-CCY
               COMPUTE WS-GROUP-VALUE ROUNDED =
                   WS-LINE-VALUE * WS-CCY-FX-RATE (WS-CCY-FOUND)
               ADD WS-LINE-VALUE TO WS-CCY-NATIVE (WS-CCY-FOUND)
               ADD WS-GROUP-VALUE TO WS-CCY-GROUP (WS-CCY-FOUND)

               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-FOUND > ZERO
                   ADD WS-GROUP-VALUE TO
                       WS-VAL-CLOSING (WS-DEPT-FOUND)
               END-IF
               ADD WS-GROUP-VALUE TO WS-TOTAL-CLOSING

               MOVE WS-AVAIL-DAYS TO WS-DAYS-DISP
               MOVE WS-RATE-IN-FORCE TO WS-RATE-DISP
               MOVE WS-LINE-VALUE TO WS-VALUE-DISP
               MOVE WS-GROUP-VALUE TO WS-GROUP-DISP
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING BAL-EMP-ID "  "
                   WS-LOOKUP-DEPT "  "
                   BAL-TYPE-NAME "  "
                   WS-DAYS-DISP "  "
                   WS-RATE-DISP "  "
                   WS-LOOKUP-CCY "  "
                   WS-VALUE-DISP "  "
                   WS-GROUP-DISP "  "
                   WS-GROUP-CCY
                   DELIMITED BY SIZE INTO WS-EXTRACT-LINE
               MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
                   MOVE ZERO TO WS-VAL-CLOSING (WS-DEPT-COUNT)
               END-IF.

           PRINT-CCY-SUMMARY.
               DISPLAY " "
               DISPLAY "Liability by pay currency, converted to "
                   WS-GROUP-CCY " at the " WS-VAL-MONTH-END " rate"
               DISPLAY "CCY      LIABILITY           RATE  "
                   "  " WS-GROUP-CCY " VALUE"
               DISPLAY "---------------------------------------------"
                   "-----"
               PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
                   MOVE WS-CCY-NATIVE (WS-CCY-IX) TO WS-CLOSE-DISP
                   MOVE WS-CCY-FX-RATE (WS-CCY-IX) TO WS-FX-DISP
                   MOVE WS-CCY-GROUP (WS-CCY-IX) TO WS-GROUP-DISP
                   DISPLAY WS-CCY-CODE (WS-CCY-IX) "  "
                       WS-CLOSE-DISP "  " WS-FX-DISP "  "
                       WS-GROUP-DISP
               END-PERFORM
               DISPLAY "---------------------------------------------"
                   "-----".

           PRINT-DEPT-SUMMARY.
               DISPLAY " "
               DISPLAY "Accrued leave liability for period " WS-PERIOD
                   " (" WS-GROUP-CCY ")"
               DISPLAY "DEPARTMENT           OPENING       MOVEMENT "
                   "      CLOSING"
               DISPLAY "---------------------------------------------"
               DISPLAY "---------------------------------------------"
                   "-------------"
               MOVE WS-TOTAL-CLOSING TO WS-CLOSE-DISP
               DISPLAY "Total closing liability: " WS-CLOSE-DISP " "
                   WS-GROUP-CCY.

           RECORD-CLOSING-VALUES.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       REWRITE VALRUN-RECORD
                   END-WRITE
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
