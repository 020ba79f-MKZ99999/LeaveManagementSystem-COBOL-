       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "../MDCHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../MDCHGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 CHANGE-LOG-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-START PIC X(8).
       01 WS-ARG-END PIC X(8).
       01 WS-ARG-PROGRAM PIC X(10).
       01 WS-ARG-USER PIC X(5).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SEL-PROGRAM PIC X(10) VALUE SPACES.
       01 WS-SEL-USER PIC X(5) VALUE SPACES.
       01 WS-CHANGE-DATE PIC X(8).

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-PROG-TABLE.
          05 WS-PROG-ENTRY OCCURS 20 TIMES.
             10 WS-PT-PROGRAM PIC X(10).
             10 WS-PT-ADDS PIC 9(5).
             10 WS-PT-UPDATES PIC 9(5).
             10 WS-PT-REMOVES PIC 9(5).
       01 WS-PROG-COUNT PIC 99 VALUE ZERO.
       01 WS-PROG-IX PIC 99.
       01 WS-PROG-FOUND PIC 99.

       01 WS-ADDS-DISP PIC ZZZZ9.
       01 WS-UPDATES-DISP PIC ZZZZ9.
       01 WS-REMOVES-DISP PIC ZZZZ9.
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Master-Data Change Report *****"

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE SPACES TO WS-ARG-PROGRAM
               MOVE SPACES TO WS-ARG-USER
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-START WS-ARG-END WS-ARG-PROGRAM
                       WS-ARG-USER
               END-UNSTRING
               IF WS-ARG-START NOT NUMERIC OR WS-ARG-END NOT NUMERIC
                   DISPLAY "Usage: mdchgrpt start end (YYYYMMDD) "
                       "[program|*] [user|*]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-START TO WS-FROM-DATE
               MOVE WS-ARG-END TO WS-TO-DATE
               IF WS-ARG-PROGRAM NOT = "*"
                   MOVE FUNCTION UPPER-CASE(WS-ARG-PROGRAM)
                       TO WS-SEL-PROGRAM
               END-IF
               IF WS-ARG-USER NOT = "*"
                   MOVE WS-ARG-USER TO WS-SEL-USER
               END-IF
           ELSE
               DISPLAY "Changes from date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Changes to date (YYYYMMDD): "
               ACCEPT WS-TO-DATE
               DISPLAY "Program (PAYRATE, DEPTMAINT, HRUSER, FXRATE; "
                   "blank = all): "
               ACCEPT WS-ARG-PROGRAM
               MOVE FUNCTION UPPER-CASE(WS-ARG-PROGRAM)
                   TO WS-SEL-PROGRAM
               DISPLAY "Changed by user ID (blank = all): "
               ACCEPT WS-SEL-USER
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = 0 OR
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = 0 OR
              WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid date range " WS-FROM-DATE " - "
                   WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CHANGE-LOG-FILE
           IF CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "No MDCHANGE.DAT on file - no master-data "
                   "changes have been logged."
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening MDCHGRPT.TXT. Status: "
                   REPORT-FILE-STATUS
               CLOSE CHANGE-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-PROG-TABLE
           PERFORM PRINT-REPORT-HEADING

           PERFORM UNTIL WS-END-FILE = "Y"
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE

           PERFORM PRINT-PROGRAM-TOTALS
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY WS-LISTED-COUNT " of " WS-READ-COUNT
               " logged change(s) listed. Report written to "
               "MDCHGRPT.TXT."
           STOP RUN.

           PRINT-REPORT-HEADING.
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Master-Data Changes " WS-FROM-DATE " - "
                   WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-SEL-PROGRAM = SPACES
                   STRING "Program: ALL" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               ELSE
                   STRING "Program: " WS-SEL-PROGRAM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               IF WS-SEL-USER = SPACES
                   MOVE "User: ALL" TO WS-REPORT-LINE(25:)
               ELSE
                   STRING "User: " WS-SEL-USER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE(25:)
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "DATE       TIME      PROGRAM     ACTION  KEY     "
                   & "              USER   SEQ" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:90)
               PERFORM WRITE-REPORT-LINE.

           SELECT-ONE-CHANGE.
               MOVE MDC-TIMESTAMP(1:8) TO WS-CHANGE-DATE
               IF WS-CHANGE-DATE < WS-FROM-DATE OR
                  WS-CHANGE-DATE > WS-TO-DATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-SEL-PROGRAM NOT = SPACES AND
                  MDC-PROGRAM NOT = WS-SEL-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               IF WS-SEL-USER NOT = SPACES AND
                  MDC-USER-ID NOT = WS-SEL-USER
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               STRING MDC-TIMESTAMP(1:4) "-" MDC-TIMESTAMP(5:2) "-"
                   MDC-TIMESTAMP(7:2) " " MDC-TIMESTAMP(9:2) ":"
                   MDC-TIMESTAMP(11:2) ":" MDC-TIMESTAMP(13:2) "  "
                   MDC-PROGRAM "  " MDC-ACTION "  " MDC-KEY "  "
                   MDC-USER-ID "  " MDC-SEQ
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF MDC-BEFORE NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    before: " MDC-BEFORE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF MDC-AFTER NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    after : " MDC-AFTER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-LISTED-COUNT

               MOVE ZERO TO WS-PROG-FOUND
               PERFORM VARYING WS-PROG-IX FROM 1 BY 1
                   UNTIL WS-PROG-IX > WS-PROG-COUNT
                   IF WS-PT-PROGRAM (WS-PROG-IX) = MDC-PROGRAM
                       MOVE WS-PROG-IX TO WS-PROG-FOUND
                   END-IF
               END-PERFORM
               IF WS-PROG-FOUND = ZERO
                   IF WS-PROG-COUNT >= 20
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PROG-COUNT
                   MOVE WS-PROG-COUNT TO WS-PROG-FOUND
                   MOVE MDC-PROGRAM TO WS-PT-PROGRAM (WS-PROG-FOUND)
               END-IF
               EVALUATE MDC-ACTION
                   WHEN "ADD"
                       ADD 1 TO WS-PT-ADDS (WS-PROG-FOUND)
                   WHEN "REMOVE"
                       ADD 1 TO WS-PT-REMOVES (WS-PROG-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-PT-UPDATES (WS-PROG-FOUND)
               END-EVALUATE.

           PRINT-PROGRAM-TOTALS.
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-LISTED-COUNT = ZERO
                   MOVE "No master-data changes match the selection."
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "PROGRAM     ADDS  UPDATES  REMOVES"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-PROG-IX FROM 1 BY 1
                   UNTIL WS-PROG-IX > WS-PROG-COUNT
                   MOVE WS-PT-ADDS (WS-PROG-IX) TO WS-ADDS-DISP
                   MOVE WS-PT-UPDATES (WS-PROG-IX) TO WS-UPDATES-DISP
                   MOVE WS-PT-REMOVES (WS-PROG-IX) TO WS-REMOVES-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-PT-PROGRAM (WS-PROG-IX) " "
                       WS-ADDS-DISP "    " WS-UPDATES-DISP "    "
                       WS-REMOVES-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM.

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
