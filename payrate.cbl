           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "../MDCHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 MDC-PROGRAM PIC X(10).
           05 FILLER PIC X.
           05 MDC-ACTION PIC X(6).
           05 FILLER PIC X.
           05 MDC-KEY PIC X(20).
           05 FILLER PIC X.
           05 MDC-USER-ID PIC X(5).
           05 FILLER PIC X.
           05 MDC-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 MDC-BEFORE PIC X(80).
           05 FILLER PIC X.
           05 MDC-AFTER PIC X(80).
           05 FILLER PIC X.
           05 MDC-SEQ PIC 9(8).
           05 FILLER PIC X.
           05 MDC-CHAIN PIC X(10).

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       WORKING-STORAGE SECTION.
       01 PAYRATE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 TEMP-CURRENCY PIC X(3).
       01 TEMP-EFF-DATE PIC 9(8).
       01 WS-RATE-DISP PIC ZZZZ9.99.
       01 WS-TODAY PIC 9(8).
       01 WS-RATE-REPLACED PIC X VALUE "N".
       01 WS-RATE-STATE PIC X(10).
       01 WS-HISTORY-COUNT PIC 9(3).
       01 CHANGE-LOG-STATUS PIC XX.
       01 AUDCTL-STATUS PIC XX.
       01 TEMP-OPER-ID PIC X(5).
       01 WS-MDC-ACTION PIC X(6).
       01 WS-MDC-KEY PIC X(20).
       01 WS-MDC-BEFORE PIC X(80).
       01 WS-MDC-AFTER PIC X(80).
       01 WS-MDC-IMAGE PIC X(80).
       01 WS-CHAIN-INPUT PIC X(232).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.

       01 WS-RATE-LOOKUP-EMP PIC X(5).
       01 WS-RATE-LOOKUP-DATE PIC 9(8).
       01 WS-RATE-END PIC X.
       01 WS-RATE-FOUND PIC X VALUE "N".
          88 RATE-IN-FORCE-FOUND VALUE "Y".
       01 WS-RATE-IN-FORCE PIC 9(5)V99.
       01 WS-RATE-IN-FORCE-CCY PIC X(3).
       01 WS-RATE-IN-FORCE-EFF PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMP-AVAILABLE
                   "employee IDs are not checked."
           END-IF

           MOVE SPACES TO TEMP-OPER-ID
           PERFORM UNTIL TEMP-OPER-ID NOT = SPACES
               DISPLAY "Your HR/operator ID (for the change log): "
               ACCEPT TEMP-OPER-ID
           END-PERFORM

           PERFORM UNTIL CHOICE = 5
               DISPLAY SPACE
               DISPLAY "***** Pay Rate Maintenance *****"
               DISPLAY "Select option:"
               DISPLAY "+-------------------------------+"
               DISPLAY "| 1 - Set daily rate (dated)    |"
               DISPLAY "| 2 - View all rates            |"
               DISPLAY "| 3 - Rate history for employee |"
               DISPLAY "| 4 - Remove a rate             |"
               DISPLAY "| 5 - Exit                      |"
               DISPLAY "+-------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

                   WHEN 2
                       PERFORM VIEW-RATES
                   WHEN 3
                       PERFORM SHOW-RATE-HISTORY
                   WHEN 4
                       PERFORM REMOVE-RATE
                   WHEN 5
                       DISPLAY "Exiting program. Goodbye!"
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 to 5."
               END-EVALUATE
           END-PERFORM

               END-IF
               DISPLAY "Currency (e.g. GBP): "
               ACCEPT TEMP-CURRENCY
               DISPLAY "Effective date (YYYYMMDD, future dates "
                   "allowed): "
               ACCEPT TEMP-EFF-DATE
               IF FUNCTION INTEGER-OF-DATE(TEMP-EFF-DATE) = 0
                   DISPLAY "Not a valid calendar date."
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO WS-RATE-REPLACED
               MOVE SPACES TO WS-MDC-BEFORE
               MOVE TEMP-EMP-ID TO RATE-EMP-ID
               MOVE TEMP-EFF-DATE TO RATE-EFF-DATE
               READ PAYRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RATE-REPLACED
                       PERFORM BUILD-RATE-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
               END-READ
               MOVE TEMP-EMP-ID TO RATE-EMP-ID
               MOVE TEMP-EFF-DATE TO RATE-EFF-DATE
               MOVE TEMP-RATE TO RATE-DAILY
               MOVE TEMP-CURRENCY TO RATE-CURRENCY
               IF WS-RATE-REPLACED = "Y"
                   MOVE "UPDATE" TO WS-MDC-ACTION
                   REWRITE PAYRATE-RECORD INVALID KEY
                       DISPLAY "Error updating rate. Status: "
                           PAYRATE-STATUS
                       EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   MOVE "ADD" TO WS-MDC-ACTION
                   WRITE PAYRATE-RECORD INVALID KEY
                       DISPLAY "Error recording rate. Status: "
                           PAYRATE-STATUS
                       EXIT PARAGRAPH
                   END-WRITE
               END-IF
               PERFORM BUILD-RATE-IMAGE
               MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
               PERFORM BUILD-RATE-KEY
               PERFORM WRITE-CHANGE-LOG
               MOVE TEMP-RATE TO WS-RATE-DISP
               IF WS-RATE-REPLACED = "Y"
                   DISPLAY "Rate " WS-RATE-DISP " " TEMP-CURRENCY
                       " replaces the rate for " TEMP-EMP-ID
                       " effective " TEMP-EFF-DATE "."
               ELSE
                   DISPLAY "Rate " WS-RATE-DISP " " TEMP-CURRENCY
                       " recorded for " TEMP-EMP-ID
                       " effective " TEMP-EFF-DATE "."
               END-IF
               IF TEMP-EFF-DATE > WS-TODAY
                   DISPLAY "Future-dated - the current rate stays "
                       "in force until " TEMP-EFF-DATE "."
               END-IF.

           VIEW-RATES.
               MOVE SPACES TO RATE-EMP-ID
               MOVE ZERO TO RATE-EFF-DATE
               MOVE "N" TO END-FILE
               START PAYRATE-FILE KEY IS >= RATE-KEY
                   INVALID KEY
                       DISPLAY "No pay rates on file."
                       MOVE "Y" TO END-FILE
                   DISPLAY "-----------------------------------"
               END-IF.

           SHOW-RATE-HISTORY.
               DISPLAY "Enter employee ID: "
               ACCEPT TEMP-EMP-ID
               MOVE TEMP-EMP-ID TO WS-RATE-LOOKUP-EMP
               MOVE WS-TODAY TO WS-RATE-LOOKUP-DATE
               PERFORM FIND-RATE-IN-FORCE

               MOVE ZERO TO WS-HISTORY-COUNT
               MOVE TEMP-EMP-ID TO RATE-EMP-ID
               MOVE ZERO TO RATE-EFF-DATE
               MOVE "N" TO END-FILE
               START PAYRATE-FILE KEY IS >= RATE-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               DISPLAY SPACE
               DISPLAY "Rate history for " TEMP-EMP-ID
               DISPLAY "EFFECTIVE  DAILY-RATE  CCY  STATE"
               DISPLAY "-----------------------------------"
               PERFORM UNTIL END-FILE = "Y"
                   READ PAYRATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF RATE-EMP-ID NOT = TEMP-EMP-ID
                               MOVE "Y" TO END-FILE
                           ELSE
                               PERFORM SHOW-ONE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "-----------------------------------"
               IF WS-HISTORY-COUNT = ZERO
                   DISPLAY "No rates on file for that employee."
               END-IF.

           SHOW-ONE-HISTORY-LINE.
               ADD 1 TO WS-HISTORY-COUNT
               EVALUATE TRUE
                   WHEN RATE-EFF-DATE > WS-TODAY
                       MOVE "FUTURE" TO WS-RATE-STATE
                   WHEN RATE-IN-FORCE-FOUND AND
                        RATE-EFF-DATE = WS-RATE-IN-FORCE-EFF
                       MOVE "IN FORCE" TO WS-RATE-STATE
                   WHEN OTHER
                       MOVE "SUPERSEDED" TO WS-RATE-STATE
               END-EVALUATE
               MOVE RATE-DAILY TO WS-RATE-DISP
               DISPLAY RATE-EFF-DATE "   "
                   WS-RATE-DISP "  "
                   RATE-CURRENCY "  "
                   WS-RATE-STATE.

           REMOVE-RATE.
               DISPLAY "Enter employee ID to remove: "
               ACCEPT TEMP-EMP-ID
               DISPLAY "Effective date of the rate to remove "
                   "(YYYYMMDD): "
               ACCEPT TEMP-EFF-DATE
               MOVE TEMP-EMP-ID TO RATE-EMP-ID
               MOVE TEMP-EFF-DATE TO RATE-EFF-DATE
               READ PAYRATE-FILE
                   INVALID KEY
                       DISPLAY "No rate on file for that employee "
                           "and date."
                       EXIT PARAGRAPH
               END-READ
               PERFORM BUILD-RATE-IMAGE
               MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
               MOVE SPACES TO WS-MDC-AFTER
               PERFORM BUILD-RATE-KEY
               DELETE PAYRATE-FILE
                   INVALID KEY
                       DISPLAY "Error removing rate. Status: "
                           PAYRATE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Rate removed."
                       MOVE "REMOVE" TO WS-MDC-ACTION
                       PERFORM WRITE-CHANGE-LOG
               END-DELETE.

           BUILD-RATE-KEY.
               MOVE SPACES TO WS-MDC-KEY
               STRING RATE-EMP-ID "/" RATE-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MDC-KEY.

           BUILD-RATE-IMAGE.
               MOVE RATE-DAILY TO WS-RATE-DISP
               MOVE SPACES TO WS-MDC-IMAGE
               STRING "Rate " WS-RATE-DISP " " RATE-CURRENCY
                   DELIMITED BY SIZE INTO WS-MDC-IMAGE.

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

           WRITE-CHANGE-LOG.
               OPEN EXTEND CHANGE-LOG-FILE
               IF CHANGE-LOG-STATUS NOT = "00"
                   OPEN OUTPUT CHANGE-LOG-FILE
                   CLOSE CHANGE-LOG-FILE
                   OPEN EXTEND CHANGE-LOG-FILE
               END-IF
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE "PAYRATE" TO MDC-PROGRAM
               MOVE WS-MDC-ACTION TO MDC-ACTION
               MOVE WS-MDC-KEY TO MDC-KEY
               MOVE TEMP-OPER-ID TO MDC-USER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO MDC-TIMESTAMP
               MOVE WS-MDC-BEFORE TO MDC-BEFORE
               MOVE WS-MDC-AFTER TO MDC-AFTER
               PERFORM CHAIN-CHANGE-RECORD
               WRITE CHANGE-LOG-RECORD
               CLOSE CHANGE-LOG-FILE.

           CHAIN-CHANGE-RECORD.
               OPEN I-O AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   OPEN OUTPUT AUDCTL-FILE
                   CLOSE AUDCTL-FILE
                   OPEN I-O AUDCTL-FILE
               END-IF
               MOVE "MDCH" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   MOVE "MDCH" TO AUDCTL-KEY
                   MOVE ZERO TO AUDCTL-LAST-SEQ
                   MOVE SPACES TO AUDCTL-LAST-CHAIN
                   WRITE AUDCTL-RECORD
               END-READ
               ADD 1 TO AUDCTL-LAST-SEQ
               MOVE AUDCTL-LAST-SEQ TO MDC-SEQ
               MOVE SPACES TO WS-CHAIN-INPUT
               STRING AUDCTL-LAST-CHAIN CHANGE-LOG-RECORD(1:222)
                   DELIMITED BY SIZE INTO WS-CHAIN-INPUT
               PERFORM HASH-CHANGE-CHAIN
               MOVE WS-CHAIN-TEXT TO MDC-CHAIN
               MOVE WS-CHAIN-TEXT TO AUDCTL-LAST-CHAIN
               REWRITE AUDCTL-RECORD
               CLOSE AUDCTL-FILE.

           HASH-CHANGE-CHAIN.
               MOVE 7 TO WS-CHAIN-VALUE
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 232
                   COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                       WS-CHAIN-VALUE * 33 +
                       FUNCTION ORD(WS-CHAIN-INPUT(WS-CHAIN-IX:1))
                       999999937)
                   END-COMPUTE
               END-PERFORM
               MOVE WS-CHAIN-VALUE TO WS-CHAIN-DIGITS
               MOVE SPACES TO WS-CHAIN-TEXT
               STRING "#" WS-CHAIN-DIGITS DELIMITED BY SIZE
                   INTO WS-CHAIN-TEXT.
