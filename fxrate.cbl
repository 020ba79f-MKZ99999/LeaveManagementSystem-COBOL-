       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE-FILE ASSIGN TO "../FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FXRATE-STATUS.

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
       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           05 FX-KEY.
              10 FX-CURRENCY PIC X(3).
              10 FX-MONTH-END PIC 9(8).
           05 FX-RATE PIC 9(5)V9(6).
           05 FX-GROUP-CCY PIC X(3).

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
       01 FXRATE-STATUS PIC XX.
       01 CHOICE PIC 9.
       01 END-FILE PIC X VALUE "N".
       01 WS-GROUP-CCY PIC X(3) VALUE SPACES.
       01 TEMP-CURRENCY PIC X(3).
       01 TEMP-PERIOD PIC 9(6).
       01 TEMP-PERIOD-SPLIT REDEFINES TEMP-PERIOD.
          05 TEMP-PERIOD-YY PIC 9(4).
          05 TEMP-PERIOD-MM PIC 99.
       01 TEMP-MONTH-END PIC 9(8).
       01 TEMP-RATE PIC 9(5)V9(6).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-RATE-DISP PIC ZZZZ9.999999.
       01 WS-RATE-REPLACED PIC X VALUE "N".
       01 WS-RATE-STATE PIC X(10).
       01 WS-HISTORY-COUNT PIC 9(3).
       01 WS-STALE-COUNT PIC 9(5).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FXRATE-FILE
           IF FXRATE-STATUS NOT = "00"
               DISPLAY "FXRATE.DAT not found. Creating file..."
               OPEN OUTPUT FXRATE-FILE
               CLOSE FXRATE-FILE
               OPEN I-O FXRATE-FILE
               IF FXRATE-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " FXRATE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM READ-GROUP-CURRENCY

           MOVE SPACES TO TEMP-OPER-ID
           PERFORM UNTIL TEMP-OPER-ID NOT = SPACES
               DISPLAY "Your HR/operator ID (for the change log): "
               ACCEPT TEMP-OPER-ID
           END-PERFORM

           PERFORM UNTIL CHOICE = 6
               DISPLAY SPACE
               DISPLAY "***** Exchange Rate Maintenance *****"
               IF WS-GROUP-CCY = SPACES
                   DISPLAY "Group currency: (not set)"
               ELSE
                   DISPLAY "Group currency: " WS-GROUP-CCY
               END-IF
               DISPLAY "Select option:"
               DISPLAY "+-------------------------------+"
               DISPLAY "| 1 - Set group currency        |"
               DISPLAY "| 2 - Set month-end rate        |"
               DISPLAY "| 3 - View all rates            |"
               DISPLAY "| 4 - Rate history for currency |"
               DISPLAY "| 5 - Remove a rate             |"
               DISPLAY "| 6 - Exit                      |"
               DISPLAY "+-------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM SET-GROUP-CURRENCY
                   WHEN 2
                       PERFORM SET-RATE
                   WHEN 3
                       PERFORM VIEW-RATES
                   WHEN 4
                       PERFORM SHOW-RATE-HISTORY
                   WHEN 5
                       PERFORM REMOVE-RATE
                   WHEN 6
                       DISPLAY "Exiting program. Goodbye!"
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 to 6."
               END-EVALUATE
           END-PERFORM

           CLOSE FXRATE-FILE
           STOP RUN.

           READ-GROUP-CURRENCY.
               MOVE SPACES TO WS-GROUP-CCY
               MOVE "***" TO FX-CURRENCY
               MOVE ZERO TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FX-GROUP-CCY TO WS-GROUP-CCY
               END-READ.

           SET-GROUP-CURRENCY.
               DISPLAY "Group currency (e.g. GBP): "
               ACCEPT TEMP-CURRENCY
               MOVE FUNCTION UPPER-CASE(TEMP-CURRENCY) TO TEMP-CURRENCY
               IF TEMP-CURRENCY = SPACES OR TEMP-CURRENCY = "***"
                   DISPLAY "Not a valid currency code."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-CURRENCY = WS-GROUP-CCY
                   DISPLAY "Group currency is already " WS-GROUP-CCY
                       "."
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-STALE-COUNT
               MOVE LOW-VALUES TO FX-KEY
               MOVE "N" TO END-FILE
               START FXRATE-FILE KEY IS >= FX-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = "Y"
                   READ FXRATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF FX-CURRENCY NOT = "***" AND
                              FX-GROUP-CCY NOT = TEMP-CURRENCY
                               ADD 1 TO WS-STALE-COUNT
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES TO WS-MDC-BEFORE
               MOVE "***" TO FX-CURRENCY
               MOVE ZERO TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       MOVE "ADD" TO WS-MDC-ACTION
                   NOT INVALID KEY
                       MOVE "UPDATE" TO WS-MDC-ACTION
                       STRING "Group currency " FX-GROUP-CCY
                           DELIMITED BY SIZE INTO WS-MDC-BEFORE
               END-READ
               MOVE "***" TO FX-CURRENCY
               MOVE ZERO TO FX-MONTH-END
               MOVE 1 TO FX-RATE
               MOVE TEMP-CURRENCY TO FX-GROUP-CCY
               IF WS-MDC-ACTION = "UPDATE"
                   REWRITE FXRATE-RECORD INVALID KEY
                       DISPLAY "Error updating group currency. "
                           "Status: " FXRATE-STATUS
                       EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   WRITE FXRATE-RECORD INVALID KEY
                       DISPLAY "Error recording group currency. "
                           "Status: " FXRATE-STATUS
                       EXIT PARAGRAPH
                   END-WRITE
               END-IF
               MOVE TEMP-CURRENCY TO WS-GROUP-CCY
               MOVE SPACES TO WS-MDC-AFTER
               STRING "Group currency " WS-GROUP-CCY
                   DELIMITED BY SIZE INTO WS-MDC-AFTER
               MOVE "GROUP CURRENCY" TO WS-MDC-KEY
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Group currency set to " WS-GROUP-CCY "."
               IF WS-STALE-COUNT > ZERO
                   DISPLAY WS-STALE-COUNT " rate(s) on file are "
                       "against another group currency and will "
                       "not be used."
                   DISPLAY "Re-key those month-end rates against "
                       WS-GROUP-CCY "."
               END-IF.

           SET-RATE.
               IF WS-GROUP-CCY = SPACES
                   DISPLAY "Set the group currency first."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Currency (e.g. EUR): "
               ACCEPT TEMP-CURRENCY
               MOVE FUNCTION UPPER-CASE(TEMP-CURRENCY) TO TEMP-CURRENCY
               IF TEMP-CURRENCY = SPACES OR TEMP-CURRENCY = "***"
                   DISPLAY "Not a valid currency code."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-CURRENCY = WS-GROUP-CCY
                   DISPLAY "That is the group currency - no rate "
                       "is needed."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ACCEPT-MONTH-END
               IF TEMP-MONTH-END = ZERO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Rate - " WS-GROUP-CCY " per 1 " TEMP-CURRENCY
                   " (e.g. 1.172500 keyed as 00001172500): "
               ACCEPT TEMP-RATE
               IF TEMP-RATE = ZERO
                   DISPLAY "Zero rate - nothing recorded."
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO WS-RATE-REPLACED
               MOVE SPACES TO WS-MDC-BEFORE
               MOVE TEMP-CURRENCY TO FX-CURRENCY
               MOVE TEMP-MONTH-END TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RATE-REPLACED
                       PERFORM BUILD-RATE-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
               END-READ
               MOVE TEMP-CURRENCY TO FX-CURRENCY
               MOVE TEMP-MONTH-END TO FX-MONTH-END
               MOVE TEMP-RATE TO FX-RATE
               MOVE WS-GROUP-CCY TO FX-GROUP-CCY
               IF WS-RATE-REPLACED = "Y"
                   MOVE "UPDATE" TO WS-MDC-ACTION
                   REWRITE FXRATE-RECORD INVALID KEY
                       DISPLAY "Error updating rate. Status: "
                           FXRATE-STATUS
                       EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   MOVE "ADD" TO WS-MDC-ACTION
                   WRITE FXRATE-RECORD INVALID KEY
                       DISPLAY "Error recording rate. Status: "
                           FXRATE-STATUS
                       EXIT PARAGRAPH
                   END-WRITE
               END-IF
               PERFORM BUILD-RATE-IMAGE
               MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
               PERFORM BUILD-RATE-KEY
               PERFORM WRITE-CHANGE-LOG
               MOVE TEMP-RATE TO WS-RATE-DISP
               IF WS-RATE-REPLACED = "Y"
                   DISPLAY "Rate " WS-RATE-DISP " " WS-GROUP-CCY
                       " per " TEMP-CURRENCY " replaces the rate at "
                       TEMP-MONTH-END "."
               ELSE
                   DISPLAY "Rate " WS-RATE-DISP " " WS-GROUP-CCY
                       " per " TEMP-CURRENCY " recorded at "
                       TEMP-MONTH-END "."
               END-IF.

           ACCEPT-MONTH-END.
               MOVE ZERO TO TEMP-MONTH-END
               DISPLAY "Month (YYYYMM): "
               ACCEPT TEMP-PERIOD
               IF TEMP-PERIOD-MM < 1 OR TEMP-PERIOD-MM > 12 OR
                  TEMP-PERIOD-YY < 1601
                   DISPLAY "Not a valid month."
                   EXIT PARAGRAPH
               END-IF
               IF TEMP-PERIOD-MM = 12
                   COMPUTE WS-NEXT-MONTH =
                       (TEMP-PERIOD-YY + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-NEXT-MONTH =
                       TEMP-PERIOD * 100 + 101
               END-IF
               COMPUTE TEMP-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

           VIEW-RATES.
               MOVE LOW-VALUES TO FX-KEY
               MOVE "N" TO END-FILE
               START FXRATE-FILE KEY IS >= FX-KEY
                   INVALID KEY
                       DISPLAY "No exchange rates on file."
                       MOVE "Y" TO END-FILE
               END-START
               IF END-FILE NOT = "Y"
                   DISPLAY SPACE
                   DISPLAY "CCY  MONTH-END           RATE  AGAINST"
                   DISPLAY "--------------------------------------"
                   PERFORM UNTIL END-FILE = "Y"
                       READ FXRATE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO END-FILE
                           NOT AT END
                               IF FX-CURRENCY NOT = "***"
                                   MOVE FX-RATE TO WS-RATE-DISP
                                   DISPLAY FX-CURRENCY "  "
                                       FX-MONTH-END "  "
                                       WS-RATE-DISP "  "
                                       FX-GROUP-CCY
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "--------------------------------------"
               END-IF.

           SHOW-RATE-HISTORY.
               DISPLAY "Currency: "
               ACCEPT TEMP-CURRENCY
               MOVE FUNCTION UPPER-CASE(TEMP-CURRENCY) TO TEMP-CURRENCY
               MOVE ZERO TO WS-HISTORY-COUNT
               MOVE TEMP-CURRENCY TO FX-CURRENCY
               MOVE ZERO TO FX-MONTH-END
               MOVE "N" TO END-FILE
               START FXRATE-FILE KEY IS >= FX-KEY
                   INVALID KEY
                       MOVE "Y" TO END-FILE
               END-START
               DISPLAY SPACE
               DISPLAY "Month-end rates for " TEMP-CURRENCY
               DISPLAY "MONTH-END           RATE  AGAINST  STATE"
               DISPLAY "------------------------------------------"
               PERFORM UNTIL END-FILE = "Y"
                   READ FXRATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-FILE
                       NOT AT END
                           IF FX-CURRENCY NOT = TEMP-CURRENCY
                               MOVE "Y" TO END-FILE
                           ELSE
                               PERFORM SHOW-ONE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "------------------------------------------"
               IF WS-HISTORY-COUNT = ZERO
                   DISPLAY "No rates on file for that currency."
               END-IF.

           SHOW-ONE-HISTORY-LINE.
               ADD 1 TO WS-HISTORY-COUNT
               IF FX-GROUP-CCY = WS-GROUP-CCY
                   MOVE "CURRENT" TO WS-RATE-STATE
               ELSE
                   MOVE "STALE" TO WS-RATE-STATE
               END-IF
               MOVE FX-RATE TO WS-RATE-DISP
               DISPLAY FX-MONTH-END "  "
                   WS-RATE-DISP "  "
                   FX-GROUP-CCY "      "
                   WS-RATE-STATE.

           REMOVE-RATE.
               DISPLAY "Currency of the rate to remove: "
               ACCEPT TEMP-CURRENCY
               MOVE FUNCTION UPPER-CASE(TEMP-CURRENCY) TO TEMP-CURRENCY
               IF TEMP-CURRENCY = "***"
                   DISPLAY "Not a valid currency code."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ACCEPT-MONTH-END
               IF TEMP-MONTH-END = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE TEMP-CURRENCY TO FX-CURRENCY
               MOVE TEMP-MONTH-END TO FX-MONTH-END
               READ FXRATE-FILE
                   INVALID KEY
                       DISPLAY "No rate on file for that currency "
                           "and month."
                       EXIT PARAGRAPH
               END-READ
               PERFORM BUILD-RATE-IMAGE
               MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
               MOVE SPACES TO WS-MDC-AFTER
               PERFORM BUILD-RATE-KEY
               DELETE FXRATE-FILE
                   INVALID KEY
                       DISPLAY "Error removing rate. Status: "
                           FXRATE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Rate removed."
                       MOVE "REMOVE" TO WS-MDC-ACTION
                       PERFORM WRITE-CHANGE-LOG
               END-DELETE.

           BUILD-RATE-KEY.
               MOVE SPACES TO WS-MDC-KEY
               STRING FX-CURRENCY "/" FX-MONTH-END
                   DELIMITED BY SIZE INTO WS-MDC-KEY.

           BUILD-RATE-IMAGE.
               MOVE FX-RATE TO WS-RATE-DISP
               MOVE SPACES TO WS-MDC-IMAGE
               STRING "Rate " WS-RATE-DISP " " FX-GROUP-CCY
                   " per " FX-CURRENCY
                   DELIMITED BY SIZE INTO WS-MDC-IMAGE.

           WRITE-CHANGE-LOG.
               OPEN EXTEND CHANGE-LOG-FILE
               IF CHANGE-LOG-STATUS NOT = "00"
                   OPEN OUTPUT CHANGE-LOG-FILE
                   CLOSE CHANGE-LOG-FILE
                   OPEN EXTEND CHANGE-LOG-FILE
               END-IF
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE "FXRATE" TO MDC-PROGRAM
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
