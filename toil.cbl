               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../TOILSIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOIL-FILE.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD REQCTL-FILE.
       01 REQCTL-RECORD.
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 TOIL-EXPIRY-SPAN PIC 999 VALUE 90.

       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-CMD PIC X(8).
       01 WS-ARG-SIM PIC X(8).
       01 WS-SIM-SAVE-TODAY PIC 9(8).

       01 TEMP-EMP-ID PIC X(5).
       01 TEMP-WORK-DATE PIC 9(8).
       01 WS-L-DISP PIC ZZZ9.9.
       01 WS-B-DISP PIC ZZZ9.9.

       01 WS-SIM-MODE PIC X VALUE "N".
          88 SIMULATION-RUN VALUE "Y".
       01 WS-SIM-CHOICE PIC X.
       01 WS-SIM-TOKEN PIC X(8).
       01 WS-SIM-DATE PIC 9(8) VALUE ZERO.
       01 WS-SIM-DATE-IN PIC X(8).
       01 WS-SIM-REFUSED PIC X VALUE "N".
       01 WS-SIM-BEFORE-DAYS PIC 99V9.
       01 WS-SIM-BEFORE-CARRY PIC 99V9.
       01 WS-SIM-TABLE.
          05 WS-SIM-ENTRY OCCURS 5000 TIMES.
             10 WS-SIM-KEY PIC X(6).
             10 WS-SIM-NAME PIC X(20).
             10 WS-SIM-TYPE-NAME PIC X(10).
             10 WS-SIM-OLD-DAYS PIC 99V9.
             10 WS-SIM-OLD-CARRY PIC 99V9.
             10 WS-SIM-NEW-DAYS PIC 99V9.
             10 WS-SIM-NEW-CARRY PIC 99V9.
             10 WS-SIM-NEW-EXPIRY PIC 9(8).
             10 WS-SIM-ADDED PIC 999V9.
             10 WS-SIM-TAKEN PIC 999V9.
       01 WS-SIM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SIM-IX PIC 9(4).
       01 WS-SIM-FOUND PIC 9(4).
       01 WS-SIM-FULL PIC X VALUE "N".
          88 SIM-TABLE-FULL VALUE "Y".
       01 WS-SIM-TOT-BEFORE PIC 9(6)V9.
       01 WS-SIM-TOT-AFTER PIC 9(6)V9.
       01 WS-SIM-TOT-ADDED PIC 9(6)V9.
       01 WS-SIM-TOT-TAKEN PIC 9(6)V9.
       01 WS-SIM-OB-DISP PIC Z9.9.
       01 WS-SIM-OC-DISP PIC Z9.9.
       01 WS-SIM-NB-DISP PIC Z9.9.
       01 WS-SIM-NC-DISP PIC Z9.9.
       01 WS-SIM-ADD-DISP PIC ZZ9.9.
       01 WS-SIM-TAKE-DISP PIC ZZ9.9.
       01 WS-SIM-TB-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TA-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TP-DISP PIC ZZZZZ9.9.
       01 WS-SIM-TT-DISP PIC ZZZZZ9.9.
       01 REPORT-FILE-STATUS PIC XX.
       01 WS-REPORT-LINE PIC X(110).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O TOIL-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-CMD
           MOVE SPACES TO WS-ARG-SIM
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-CMD WS-ARG-SIM
           END-UNSTRING
           EVALUATE WS-ARG-CMD
               WHEN "SWEEP"
                   MOVE WS-ARG-SIM TO WS-SIM-TOKEN
                   PERFORM CHECK-SIM-TOKEN
                   PERFORM LAPSE-EXPIRED-TOIL
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
                   WHEN 2
                       PERFORM DECIDE-TOIL-ENTRIES
                   WHEN 3
                       PERFORM ASK-SIMULATION
                       PERFORM LAPSE-EXPIRED-TOIL
                   WHEN 4
                       PERFORM TOIL-REPORT
                   MOVE 5 TO TYPE-MAX-DAYS
                   MOVE 0 TO TYPE-ANNUAL-ENTITLEMENT
                   MOVE 0 TO TYPE-MIN-MONTHS
                   MOVE "M" TO TYPE-APPROVAL-ROUTE
                   WRITE LEAVE-TYPE-RECORD
                   DISPLAY "TOIL leave type (code 9) added."
               END-READ.
           LAPSE-EXPIRED-TOIL.
               MOVE ZERO TO WS-LAPSE-COUNT
               MOVE ZERO TO WS-LAPSE-UNITS
               MOVE ZERO TO WS-SIM-COUNT
               MOVE "N" TO WS-SIM-FULL
               MOVE WS-TODAY TO WS-SIM-SAVE-TODAY
               IF SIMULATION-RUN AND WS-SIM-DATE > ZERO
                   MOVE WS-SIM-DATE TO WS-TODAY
               END-IF
               MOVE SPACES TO TOIL-ID
               START TOIL-FILE KEY >= TOIL-ID
                   INVALID KEY MOVE "99" TO TOIL-STATUS
               END-PERFORM
               MOVE WS-LAPSE-UNITS TO WS-TOTAL-DISP
               DISPLAY WS-LAPSE-COUNT " TOIL entry(ies) lapsed, "
                   WS-TOTAL-DISP " day(s) removed."
               IF SIMULATION-RUN
                   PERFORM WRITE-SIMULATION-REPORT
                   MOVE "N" TO WS-SIM-MODE
                   MOVE ZERO TO WS-SIM-DATE
               END-IF
               MOVE WS-SIM-SAVE-TODAY TO WS-TODAY.

           LAPSE-ONE-ENTRY.
               MOVE ZERO TO WS-LAPSE-THIS
               READ BALANCE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIMULATION-RUN
                       PERFORM SIM-OVERLAY-BALANCE
                   END-IF
                   IF BAL-DAYS >= TOIL-UNITS
                       MOVE TOIL-UNITS TO WS-LAPSE-THIS
                   ELSE
                       MOVE BAL-DAYS TO WS-LAPSE-THIS
                   END-IF
                   SUBTRACT WS-LAPSE-THIS FROM BAL-DAYS
                   IF SIMULATION-RUN
                       PERFORM SIM-RECORD-BALANCE
                       IF WS-SIM-FOUND > ZERO
                           ADD WS-LAPSE-THIS
                               TO WS-SIM-TAKEN (WS-SIM-FOUND)
                       END-IF
                   ELSE
                       REWRITE BALANCE-RECORD
                   END-IF
               END-READ

               ADD 1 TO WS-LAPSE-COUNT
               ADD WS-LAPSE-THIS TO WS-LAPSE-UNITS
               IF SIMULATION-RUN
                   EXIT PARAGRAPH
               END-IF
               MOVE "LAPSED" TO TOIL-ENTRY-STATUS
               MOVE WS-LAPSE-THIS TO TOIL-LAPSED-UNITS
               REWRITE TOIL-RECORD

               MOVE TOIL-ID TO AUD-REQ-ID
               MOVE "APPROVED" TO AUD-OLD-STATUS
               MOVE SPACES TO WS-CHAIN-TEXT
               STRING "#" WS-CHAIN-DIGITS DELIMITED BY SIZE
                   INTO WS-CHAIN-TEXT.

           CHECK-SIM-TOKEN.
               IF FUNCTION TRIM(WS-SIM-TOKEN) = "SIM"
                   MOVE "Y" TO WS-SIM-MODE
               END-IF
               IF FUNCTION TRIM(WS-SIM-TOKEN) = "SIMNEXT"
                   MOVE "Y" TO WS-SIM-MODE
                   COMPUTE WS-SIM-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       FUNCTION CURRENT-DATE(1:8))) + 1)
               END-IF.

           ASK-SIMULATION.
               DISPLAY "Simulate only - post nothing? (Y/N): "
               ACCEPT WS-SIM-CHOICE
               IF WS-SIM-CHOICE NOT = "Y" AND WS-SIM-CHOICE NOT = "y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-SIM-MODE
               DISPLAY "Simulate as at (YYYYMMDD, blank = today): "
               MOVE SPACES TO WS-SIM-DATE-IN
               ACCEPT WS-SIM-DATE-IN
               IF WS-SIM-DATE-IN NOT = SPACES
                   IF WS-SIM-DATE-IN NOT NUMERIC OR
                      FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-SIM-DATE-IN)) = 0
                       DISPLAY "Invalid date - simulating as at "
                           "today."
                   ELSE
                       MOVE WS-SIM-DATE-IN TO WS-SIM-DATE
                   END-IF
               END-IF.

           SIM-FIND-BALANCE.
               MOVE ZERO TO WS-SIM-FOUND
               PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                   UNTIL WS-SIM-IX > WS-SIM-COUNT OR
                         WS-SIM-FOUND > ZERO
                   IF WS-SIM-KEY (WS-SIM-IX) = BAL-KEY
                       MOVE WS-SIM-IX TO WS-SIM-FOUND
                   END-IF
               END-PERFORM.

           SIM-OVERLAY-BALANCE.
               MOVE BAL-DAYS TO WS-SIM-BEFORE-DAYS
               MOVE BAL-CARRY-DAYS TO WS-SIM-BEFORE-CARRY
               PERFORM SIM-FIND-BALANCE
               IF WS-SIM-FOUND > ZERO
                   MOVE WS-SIM-NEW-DAYS (WS-SIM-FOUND) TO BAL-DAYS
                   MOVE WS-SIM-NEW-CARRY (WS-SIM-FOUND)
                       TO BAL-CARRY-DAYS
                   MOVE WS-SIM-NEW-EXPIRY (WS-SIM-FOUND)
                       TO BAL-CARRY-EXPIRY
               END-IF.

           SIM-RECORD-BALANCE.
               PERFORM SIM-FIND-BALANCE
               IF WS-SIM-FOUND = ZERO
                   IF WS-SIM-COUNT >= 5000
                       MOVE "Y" TO WS-SIM-FULL
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SIM-COUNT
                   MOVE WS-SIM-COUNT TO WS-SIM-FOUND
                   MOVE BAL-KEY TO WS-SIM-KEY (WS-SIM-FOUND)
                   MOVE BAL-EMP-NAME TO WS-SIM-NAME (WS-SIM-FOUND)
                   MOVE BAL-TYPE-NAME
                       TO WS-SIM-TYPE-NAME (WS-SIM-FOUND)
                   MOVE WS-SIM-BEFORE-DAYS
                       TO WS-SIM-OLD-DAYS (WS-SIM-FOUND)
                   MOVE WS-SIM-BEFORE-CARRY
                       TO WS-SIM-OLD-CARRY (WS-SIM-FOUND)
                   MOVE ZERO TO WS-SIM-ADDED (WS-SIM-FOUND)
                   MOVE ZERO TO WS-SIM-TAKEN (WS-SIM-FOUND)
               END-IF
               MOVE BAL-DAYS TO WS-SIM-NEW-DAYS (WS-SIM-FOUND)
               MOVE BAL-CARRY-DAYS TO WS-SIM-NEW-CARRY (WS-SIM-FOUND)
               MOVE BAL-CARRY-EXPIRY
                   TO WS-SIM-NEW-EXPIRY (WS-SIM-FOUND).

           WRITE-SIMULATION-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening TOILSIM.TXT. Status: "
                       REPORT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-SIM-TOT-BEFORE
               MOVE ZERO TO WS-SIM-TOT-AFTER
               MOVE ZERO TO WS-SIM-TOT-ADDED
               MOVE ZERO TO WS-SIM-TOT-TAKEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIMULATION ONLY - TOIL lapse as at "
                   WS-TODAY " - nothing has been posted."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-SIM-REFUSED = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Period already posted - the real run will "
                       "be refused unless it is forced."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                                        "
                   "--BEFORE--   ---POSTED--   --AFTER---"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EMP-ID NAME                 TYPE         "
                   "BAL CARRY   ADDED TAKEN    BAL CARRY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "--------------------------------------"
                   "---------------------------------------"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                   UNTIL WS-SIM-IX > WS-SIM-COUNT
                   PERFORM WRITE-SIMULATION-LINE
               END-PERFORM

               MOVE SPACES TO WS-REPORT-LINE
               STRING "--------------------------------------"
                   "---------------------------------------"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SIM-TOT-BEFORE TO WS-SIM-TB-DISP
               MOVE WS-SIM-TOT-ADDED TO WS-SIM-TA-DISP
               MOVE WS-SIM-TOT-TAKEN TO WS-SIM-TT-DISP
               MOVE WS-SIM-TOT-AFTER TO WS-SIM-TP-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SIM-COUNT " balance record(s) listed. Total "
                   "before " WS-SIM-TB-DISP ", added " WS-SIM-TA-DISP
                   ", taken " WS-SIM-TT-DISP ", after " WS-SIM-TP-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF SIM-TABLE-FULL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "More than 5000 balances affected - report "
                       "incomplete."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Simulation report written to TOILSIM.TXT.".

           WRITE-SIMULATION-LINE.
               COMPUTE WS-SIM-TOT-BEFORE = WS-SIM-TOT-BEFORE
                   + WS-SIM-OLD-DAYS (WS-SIM-IX)
                   + WS-SIM-OLD-CARRY (WS-SIM-IX)
               COMPUTE WS-SIM-TOT-AFTER = WS-SIM-TOT-AFTER
                   + WS-SIM-NEW-DAYS (WS-SIM-IX)
                   + WS-SIM-NEW-CARRY (WS-SIM-IX)
               ADD WS-SIM-ADDED (WS-SIM-IX) TO WS-SIM-TOT-ADDED
               ADD WS-SIM-TAKEN (WS-SIM-IX) TO WS-SIM-TOT-TAKEN
               MOVE WS-SIM-OLD-DAYS (WS-SIM-IX) TO WS-SIM-OB-DISP
               MOVE WS-SIM-OLD-CARRY (WS-SIM-IX) TO WS-SIM-OC-DISP
               MOVE WS-SIM-ADDED (WS-SIM-IX) TO WS-SIM-ADD-DISP
               MOVE WS-SIM-TAKEN (WS-SIM-IX) TO WS-SIM-TAKE-DISP
               MOVE WS-SIM-NEW-DAYS (WS-SIM-IX) TO WS-SIM-NB-DISP
               MOVE WS-SIM-NEW-CARRY (WS-SIM-IX) TO WS-SIM-NC-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SIM-KEY (WS-SIM-IX)(1:5) "  "
                   WS-SIM-NAME (WS-SIM-IX) " "
                   WS-SIM-TYPE-NAME (WS-SIM-IX) "  "
                   WS-SIM-OB-DISP "  " WS-SIM-OC-DISP "   "
                   WS-SIM-ADD-DISP " " WS-SIM-TAKE-DISP "   "
                   WS-SIM-NB-DISP "  " WS-SIM-NC-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
