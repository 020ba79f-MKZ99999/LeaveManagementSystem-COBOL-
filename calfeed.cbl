       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT EMPMGR-FILE ASSIGN TO "../EMPMGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT MANAGER-FILE ASSIGN TO "../manager.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT CALSTATE-FILE ASSIGN TO "../CALFEED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-UID-ID
               FILE STATUS IS CALSTATE-STATUS.

           SELECT ICS-FILE ASSIGN TO WS-ICS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICS-STATUS.

           SELECT CSV-FILE ASSIGN TO "../CALFEED.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-REQUEST-FILE.
       01 LEAVE-REQUEST-RECORD.
           05 PARENT-REQ-ID PIC X(8).
           05 PARENT-EMP-ID PIC X(5).
           05 PARENT-START-DATE PIC 9(8).
           05 PARENT-END-DATE PIC 9(8).
           05 PARENT-TYPE PIC X(10).
           05 PARENT-STATUS PIC X(8).
           05 PARENT-MANAGER-ID PIC X(5).
           05 PARENT-DECISION-DATE PIC X(8).
           05 PARENT-REASON PIC X(50).
           05 PARENT-START-PART PIC X.
           05 PARENT-END-PART PIC X.
           05 PARENT-FIRST-MGR-ID PIC X(5).
           05 PARENT-FIRST-DATE PIC X(8).
           05 PARENT-DECISION-COMMENT PIC X(50).
           05 PARENT-CERT-FLAG PIC X.
           05 PARENT-CERT-DATE PIC 9(8).
           05 PARENT-CERT-REF PIC X(15).
           05 PARENT-CERT-NOTES PIC X(30).
           05 PARENT-RTW-FLAG PIC X.
           05 PARENT-RTW-DATE PIC 9(8).

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

       FD EMPMGR-FILE.
       01 EMPMGR-RECORD.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

       FD MANAGER-FILE.
       01 MANAGER-RECORD.
           05 MANAGER-ID PIC X(5).
           05 MANAGER-NAME PIC X(20).
           05 MANAGER-PASSWORD PIC X(20).
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD LEAVE-AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-REQ-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NEW-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MGR-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TIMESTAMP PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DETAIL PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-SEQ PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CHAIN PIC X(10).

       FD CALSTATE-FILE.
       01 CALSTATE-RECORD.
           05 CF-UID-ID PIC X(8).
           05 CF-REQ-ID PIC X(8).
           05 CF-PRINT PIC X(40).
           05 CF-SEQUENCE PIC 9(4).
           05 CF-LAST-CHANGE PIC X(14).

       FD ICS-FILE.
       01 ICS-RECORD PIC X(200).

       FD CSV-FILE.
       01 CSV-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 PARENT-STATUS-CODE PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 MANAGER-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 CALSTATE-STATUS PIC XX.
       01 ICS-STATUS PIC XX.
       01 CSV-STATUS PIC XX.

       01 EMPLOYEE-AVAILABLE PIC X VALUE "N".
          88 EMPLOYEE-FILE-AVAILABLE VALUE "Y".
       01 MANAGER-AVAILABLE PIC X VALUE "N".
          88 MANAGER-FILE-AVAILABLE VALUE "Y".

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-INT PIC S9(9) COMP.
       01 WS-STAMP PIC X(14).
       01 WS-DTSTAMP PIC X(16).

       01 WS-PAST-DAYS PIC 9(4) VALUE 90.
       01 WS-DAY-START PIC 9(4) VALUE 0900.
       01 WS-MIDDAY PIC 9(4) VALUE 1300.
       01 WS-DAY-END PIC 9(4) VALUE 1730.
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.

       01 WS-SPLIT-TABLE.
          05 WS-SPLIT-ENTRY OCCURS 2000 TIMES.
             10 WS-SPLIT-NEW-ID PIC X(8).
             10 WS-SPLIT-ORIG-ID PIC X(8).
       01 WS-SPLIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SPLIT-IX PIC 9(4).

       01 WS-EVT-TABLE.
          05 WS-EVT-ENTRY OCCURS 5000 TIMES.
             10 WS-EVT-MGR-ID PIC X(5).
             10 WS-EVT-UID-ID PIC X(8).
             10 WS-EVT-REQ-ID PIC X(8).
             10 WS-EVT-EMP-ID PIC X(5).
             10 WS-EVT-TYPE PIC X(10).
             10 WS-EVT-START PIC 9(8).
             10 WS-EVT-END PIC 9(8).
             10 WS-EVT-START-PART PIC X.
             10 WS-EVT-END-PART PIC X.
             10 WS-EVT-CANCELLED PIC X.
             10 WS-EVT-SEQUENCE PIC 9(4).
       01 WS-EVT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EVT-IX PIC 9(4).
       01 WS-EVT-FULL PIC X VALUE "N".
          88 EVENT-TABLE-FULL VALUE "Y".

       01 WS-TEAM-TABLE.
          05 WS-TEAM-MGR-ID PIC X(5) OCCURS 500 TIMES.
       01 WS-TEAM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TEAM-IX PIC 9(4).
       01 WS-TEAM-FOUND PIC X.
       01 WS-TEAM-EVENTS PIC 9(4).

       01 WS-UID-ID PIC X(8).
       01 WS-MGR-ID PIC X(5).
       01 WS-PUBLISHED PIC X VALUE "N".
          88 WAS-PUBLISHED VALUE "Y".
       01 WS-CANCEL-FLAG PIC X VALUE "N".
       01 WS-NEW-PRINT PIC X(40).
       01 WS-EMP-NAME PIC X(20).
       01 WS-MGR-NAME PIC X(20).

       01 WS-ICS-FILE-NAME PIC X(40).
       01 WS-ICS-LINE PIC X(200).
       01 WS-CSV-LINE PIC X(200).
       01 WS-SEQ-DISP PIC Z(3)9.
       01 WS-EVT-DATE PIC 9(8).
       01 WS-EVT-INT PIC S9(9) COMP.
       01 WS-EVT-TIME PIC 9(4).
       01 WS-EVT-TIMED PIC X.
       01 WS-PART-LABEL PIC X(5).
       01 WS-START-LABEL PIC XX.
       01 WS-END-LABEL PIC XX.

       01 WS-FILE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANCEL-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Team Calendar Feed Export *****"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-DTSTAMP
           STRING WS-STAMP(1:8) "T" WS-STAMP(9:6)
               DELIMITED BY SIZE INTO WS-DTSTAMP

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "CALPASTDAYS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-PAST-DAYS
               END-READ
               MOVE "CALDAYSTART" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-DAY-START
               END-READ
               MOVE "CLKMIDDAY" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-MIDDAY
               END-READ
               MOVE "CALDAYEND" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-DAY-END
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               COMPUTE WS-PAST-DAYS = FUNCTION NUMVAL(WS-CMD-LINE)
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-PAST-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE
           DISPLAY "Absences ending on or after " WS-CUTOFF-DATE
               " are exported."

           OPEN INPUT LEAVE-REQUEST-FILE
           IF PARENT-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                   PARENT-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMGR-FILE
           IF EMPMGR-STATUS NOT = "00"
               DISPLAY "Error opening EMPMGR.DAT. Status: "
                   EMPMGR-STATUS
               CLOSE LEAVE-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CALSTATE-FILE
           IF CALSTATE-STATUS NOT = "00"
               DISPLAY "CALFEED.DAT not found. Creating file..."
               OPEN OUTPUT CALSTATE-FILE
               CLOSE CALSTATE-FILE
               OPEN I-O CALSTATE-FILE
               IF CALSTATE-STATUS NOT = "00"
                   DISPLAY "Error opening CALFEED.DAT. Status: "
                       CALSTATE-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE EMPMGR-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMPLOYEE-AVAILABLE
           END-IF
           OPEN INPUT MANAGER-FILE
           IF MANAGER-STATUS = "00"
               MOVE "Y" TO MANAGER-AVAILABLE
           END-IF

           OPEN INPUT LEAVE-AUDIT-FILE
           IF AUDIT-STATUS = "00"
               PERFORM LOAD-SPLIT-LINKS
               CLOSE LEAVE-AUDIT-FILE
           END-IF

           PERFORM COLLECT-CALENDAR-EVENTS
           PERFORM WRITE-TEAM-CALENDARS
           PERFORM WRITE-CALENDAR-CSV

           CLOSE LEAVE-REQUEST-FILE
           CLOSE EMPMGR-FILE
           CLOSE CALSTATE-FILE
           IF EMPLOYEE-FILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF
           IF MANAGER-FILE-AVAILABLE
               CLOSE MANAGER-FILE
           END-IF

           DISPLAY " "
           DISPLAY WS-EVT-COUNT " calendar entr(ies) in "
               WS-FILE-COUNT " team file(s) and CALFEED.CSV."
           DISPLAY WS-NEW-COUNT " new, " WS-CHANGED-COUNT
               " changed, " WS-CANCEL-COUNT " cancelled."
           IF EVENT-TABLE-FULL
               DISPLAY "WARNING: more than 5000 entries - feed "
                   "truncated. Reduce the days of history."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           LOAD-SPLIT-LINKS.
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF FUNCTION TRIM(AUD-NEW-STATUS) = "SPLIT"
                              AND AUD-DETAIL(1:11) = "Split into "
                              AND WS-SPLIT-COUNT < 2000
                               ADD 1 TO WS-SPLIT-COUNT
                               MOVE AUD-DETAIL(12:8) TO
                                   WS-SPLIT-NEW-ID (WS-SPLIT-COUNT)
                               MOVE AUD-REQ-ID TO
                                   WS-SPLIT-ORIG-ID (WS-SPLIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.

           COLLECT-CALENDAR-EVENTS.
               MOVE SPACES TO PARENT-REQ-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-REQ-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF PARENT-END-DATE NOT < WS-CUTOFF-DATE
                               PERFORM COLLECT-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM.

           COLLECT-ONE-REQUEST.
               MOVE PARENT-REQ-ID TO WS-UID-ID
               PERFORM VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX > WS-SPLIT-COUNT
                   IF WS-SPLIT-NEW-ID (WS-SPLIT-IX) = PARENT-REQ-ID
                       MOVE WS-SPLIT-ORIG-ID (WS-SPLIT-IX) TO
                           WS-UID-ID
                       MOVE WS-SPLIT-COUNT TO WS-SPLIT-IX
                   END-IF
               END-PERFORM

               MOVE WS-UID-ID TO CF-UID-ID
               READ CALSTATE-FILE INVALID KEY
                   MOVE "N" TO WS-PUBLISHED
               NOT INVALID KEY
                   MOVE "Y" TO WS-PUBLISHED
               END-READ

               IF FUNCTION TRIM(PARENT-STATUS) = "APPROVED"
                   MOVE "N" TO WS-CANCEL-FLAG
               ELSE
                   IF NOT WAS-PUBLISHED
                       EXIT PARAGRAPH
                   END-IF
                   IF CF-REQ-ID NOT = PARENT-REQ-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO WS-CANCEL-FLAG
               END-IF

               IF EVENT-TABLE-FULL OR WS-EVT-COUNT = 5000
                   MOVE "Y" TO WS-EVT-FULL
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-NEW-PRINT
               STRING PARENT-START-DATE PARENT-START-PART
                   PARENT-END-DATE PARENT-END-PART
                   WS-CANCEL-FLAG PARENT-TYPE
                   DELIMITED BY SIZE INTO WS-NEW-PRINT

               IF NOT WAS-PUBLISHED
                   MOVE WS-UID-ID TO CF-UID-ID
                   MOVE PARENT-REQ-ID TO CF-REQ-ID
                   MOVE WS-NEW-PRINT TO CF-PRINT
                   MOVE ZERO TO CF-SEQUENCE
                   MOVE WS-STAMP TO CF-LAST-CHANGE
                   WRITE CALSTATE-RECORD
                   ADD 1 TO WS-NEW-COUNT
               ELSE
                   IF CF-PRINT NOT = WS-NEW-PRINT OR
                      CF-REQ-ID NOT = PARENT-REQ-ID
                       MOVE PARENT-REQ-ID TO CF-REQ-ID
                       MOVE WS-NEW-PRINT TO CF-PRINT
                       ADD 1 TO CF-SEQUENCE
                       MOVE WS-STAMP TO CF-LAST-CHANGE
                       REWRITE CALSTATE-RECORD
                       IF WS-CANCEL-FLAG = "Y"
                           ADD 1 TO WS-CANCEL-COUNT
                       ELSE
                           ADD 1 TO WS-CHANGED-COUNT
                       END-IF
                   END-IF
               END-IF

               MOVE "NOMGR" TO WS-MGR-ID
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPMGR-MGR-ID TO WS-MGR-ID
               END-READ

               ADD 1 TO WS-EVT-COUNT
               MOVE WS-MGR-ID TO WS-EVT-MGR-ID (WS-EVT-COUNT)
               MOVE WS-UID-ID TO WS-EVT-UID-ID (WS-EVT-COUNT)
               MOVE PARENT-REQ-ID TO WS-EVT-REQ-ID (WS-EVT-COUNT)
               MOVE PARENT-EMP-ID TO WS-EVT-EMP-ID (WS-EVT-COUNT)
               MOVE PARENT-TYPE TO WS-EVT-TYPE (WS-EVT-COUNT)
               MOVE PARENT-START-DATE TO WS-EVT-START (WS-EVT-COUNT)
               MOVE PARENT-END-DATE TO WS-EVT-END (WS-EVT-COUNT)
               MOVE PARENT-START-PART TO
                   WS-EVT-START-PART (WS-EVT-COUNT)
               MOVE PARENT-END-PART TO WS-EVT-END-PART (WS-EVT-COUNT)
               MOVE WS-CANCEL-FLAG TO WS-EVT-CANCELLED (WS-EVT-COUNT)
               MOVE CF-SEQUENCE TO WS-EVT-SEQUENCE (WS-EVT-COUNT)

               MOVE "N" TO WS-TEAM-FOUND
               PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > WS-TEAM-COUNT
                   IF WS-TEAM-MGR-ID (WS-TEAM-IX) = WS-MGR-ID
                       MOVE "Y" TO WS-TEAM-FOUND
                       MOVE WS-TEAM-COUNT TO WS-TEAM-IX
                   END-IF
               END-PERFORM
               IF WS-TEAM-FOUND = "N" AND WS-TEAM-COUNT < 500
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE WS-MGR-ID TO WS-TEAM-MGR-ID (WS-TEAM-COUNT)
               END-IF.

           WRITE-TEAM-CALENDARS.
               PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > WS-TEAM-COUNT
                   PERFORM WRITE-ONE-TEAM-CALENDAR
               END-PERFORM.

           WRITE-ONE-TEAM-CALENDAR.
               MOVE WS-TEAM-MGR-ID (WS-TEAM-IX) TO WS-MGR-ID
               MOVE SPACES TO WS-ICS-FILE-NAME
               STRING "../CALFEED-" FUNCTION TRIM(WS-MGR-ID) ".ICS"
                   DELIMITED BY SIZE INTO WS-ICS-FILE-NAME
               OPEN OUTPUT ICS-FILE
               IF ICS-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-ICS-FILE-NAME
                       " Status: " ICS-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FILE-COUNT

               MOVE SPACES TO WS-MGR-NAME
               IF MANAGER-FILE-AVAILABLE
                   MOVE WS-MGR-ID TO MANAGER-ID
                   READ MANAGER-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MANAGER-NAME TO WS-MGR-NAME
                   END-READ
               END-IF
               IF WS-MGR-NAME = SPACES
                   MOVE WS-MGR-ID TO WS-MGR-NAME
               END-IF

               MOVE "BEGIN:VCALENDAR" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "VERSION:2.0" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "PRODID:-//Leave Management//Team Absences//EN"
                   TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "CALSCALE:GREGORIAN" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "METHOD:PUBLISH" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE SPACES TO WS-ICS-LINE
               STRING "X-WR-CALNAME:Team absences - "
                   FUNCTION TRIM(WS-MGR-NAME)
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE

               MOVE ZERO TO WS-TEAM-EVENTS
               PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > WS-EVT-COUNT
                   IF WS-EVT-MGR-ID (WS-EVT-IX) = WS-MGR-ID
                       PERFORM WRITE-ONE-EVENT
                       ADD 1 TO WS-TEAM-EVENTS
                   END-IF
               END-PERFORM

               MOVE "END:VCALENDAR" TO ICS-RECORD
               WRITE ICS-RECORD
               CLOSE ICS-FILE
               DISPLAY FUNCTION TRIM(WS-ICS-FILE-NAME) ": "
                   WS-TEAM-EVENTS " entr(ies).".

           WRITE-ONE-EVENT.
               PERFORM GET-EVENT-EMP-NAME
               PERFORM SET-EVENT-PART-LABELS

               MOVE "BEGIN:VEVENT" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE SPACES TO WS-ICS-LINE
               STRING "UID:LEAVE-" WS-EVT-UID-ID (WS-EVT-IX)
                   "@leavemgmt"
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE
               MOVE WS-EVT-SEQUENCE (WS-EVT-IX) TO WS-SEQ-DISP
               MOVE SPACES TO WS-ICS-LINE
               STRING "SEQUENCE:" FUNCTION TRIM(WS-SEQ-DISP)
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTSTAMP:" WS-DTSTAMP
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE

               IF WS-EVT-TIMED = "Y"
                   MOVE WS-EVT-START (WS-EVT-IX) TO WS-EVT-DATE
                   IF WS-EVT-START-PART (WS-EVT-IX) = "P"
                       MOVE WS-MIDDAY TO WS-EVT-TIME
                   ELSE
                       MOVE WS-DAY-START TO WS-EVT-TIME
                   END-IF
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "DTSTART:" WS-EVT-DATE "T" WS-EVT-TIME "00"
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   WRITE ICS-RECORD FROM WS-ICS-LINE
                   MOVE WS-EVT-END (WS-EVT-IX) TO WS-EVT-DATE
                   IF WS-EVT-END-PART (WS-EVT-IX) = "A" OR
                      (WS-EVT-START (WS-EVT-IX) =
                       WS-EVT-END (WS-EVT-IX) AND
                       WS-EVT-START-PART (WS-EVT-IX) = "A")
                       MOVE WS-MIDDAY TO WS-EVT-TIME
                   ELSE
                       MOVE WS-DAY-END TO WS-EVT-TIME
                   END-IF
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "DTEND:" WS-EVT-DATE "T" WS-EVT-TIME "00"
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   WRITE ICS-RECORD FROM WS-ICS-LINE
               ELSE
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "DTSTART;VALUE=DATE:"
                       WS-EVT-START (WS-EVT-IX)
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   WRITE ICS-RECORD FROM WS-ICS-LINE
                   COMPUTE WS-EVT-INT = FUNCTION INTEGER-OF-DATE(
                       WS-EVT-END (WS-EVT-IX)) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-EVT-INT)
                       TO WS-EVT-DATE
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "DTEND;VALUE=DATE:" WS-EVT-DATE
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   WRITE ICS-RECORD FROM WS-ICS-LINE
               END-IF

               MOVE SPACES TO WS-ICS-LINE
               STRING "SUMMARY:" FUNCTION TRIM(WS-EMP-NAME) " - "
                   FUNCTION TRIM(WS-EVT-TYPE (WS-EVT-IX))
                   WS-PART-LABEL
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE
               MOVE SPACES TO WS-ICS-LINE
               STRING "DESCRIPTION:Leave request "
                   WS-EVT-REQ-ID (WS-EVT-IX)
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               WRITE ICS-RECORD FROM WS-ICS-LINE
               IF WS-EVT-CANCELLED (WS-EVT-IX) = "Y"
                   MOVE "STATUS:CANCELLED" TO ICS-RECORD
               ELSE
                   MOVE "STATUS:CONFIRMED" TO ICS-RECORD
               END-IF
               WRITE ICS-RECORD
               MOVE "TRANSP:TRANSPARENT" TO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "END:VEVENT" TO ICS-RECORD
               WRITE ICS-RECORD.

           GET-EVENT-EMP-NAME.
               MOVE WS-EVT-EMP-ID (WS-EVT-IX) TO WS-EMP-NAME
               IF EMPLOYEE-FILE-AVAILABLE
                   MOVE WS-EVT-EMP-ID (WS-EVT-IX) TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NAME
                   END-READ
               END-IF.

           SET-EVENT-PART-LABELS.
               MOVE "N" TO WS-EVT-TIMED
               MOVE SPACES TO WS-PART-LABEL
               MOVE "AM" TO WS-START-LABEL
               MOVE "PM" TO WS-END-LABEL
               IF WS-EVT-START-PART (WS-EVT-IX) = "A" OR
                  WS-EVT-START-PART (WS-EVT-IX) = "P" OR
                  WS-EVT-END-PART (WS-EVT-IX) = "A"
                   MOVE "Y" TO WS-EVT-TIMED
               END-IF
               IF WS-EVT-START-PART (WS-EVT-IX) = "P"
                   MOVE "PM" TO WS-START-LABEL
               END-IF
               IF WS-EVT-END-PART (WS-EVT-IX) = "A"
                   MOVE "AM" TO WS-END-LABEL
               END-IF
               IF WS-EVT-START (WS-EVT-IX) = WS-EVT-END (WS-EVT-IX)
                   EVALUATE WS-EVT-START-PART (WS-EVT-IX)
                       WHEN "A"
                           MOVE " (AM)" TO WS-PART-LABEL
                           MOVE "AM" TO WS-END-LABEL
                       WHEN "P"
                           MOVE " (PM)" TO WS-PART-LABEL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           WRITE-CALENDAR-CSV.
               OPEN OUTPUT CSV-FILE
               IF CSV-STATUS NOT = "00"
                   DISPLAY "Error creating CALFEED.CSV. Status: "
                       CSV-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CSV-LINE
               STRING "UID,REQ_ID,MANAGER_ID,EMP_ID,EMP_NAME,"
                   "LEAVE_TYPE,STATUS,START_DATE,START_PART,"
                   "END_DATE,END_PART,SEQUENCE"
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE CSV-RECORD FROM WS-CSV-LINE
               PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > WS-EVT-COUNT
                   PERFORM GET-EVENT-EMP-NAME
                   PERFORM SET-EVENT-PART-LABELS
                   MOVE WS-EVT-SEQUENCE (WS-EVT-IX) TO WS-SEQ-DISP
                   MOVE SPACES TO WS-CSV-LINE
                   IF WS-EVT-CANCELLED (WS-EVT-IX) = "Y"
                       STRING "LEAVE-" WS-EVT-UID-ID (WS-EVT-IX) ","
                           WS-EVT-REQ-ID (WS-EVT-IX) ","
                           WS-EVT-MGR-ID (WS-EVT-IX) ","
                           WS-EVT-EMP-ID (WS-EVT-IX) ","
                           FUNCTION TRIM(WS-EMP-NAME) ","
                           FUNCTION TRIM(WS-EVT-TYPE (WS-EVT-IX))
                           ",CANCELLED,"
                           WS-EVT-START (WS-EVT-IX) ","
                           WS-START-LABEL ","
                           WS-EVT-END (WS-EVT-IX) ","
                           WS-END-LABEL ","
                           FUNCTION TRIM(WS-SEQ-DISP)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                   ELSE
                       STRING "LEAVE-" WS-EVT-UID-ID (WS-EVT-IX) ","
                           WS-EVT-REQ-ID (WS-EVT-IX) ","
                           WS-EVT-MGR-ID (WS-EVT-IX) ","
                           WS-EVT-EMP-ID (WS-EVT-IX) ","
                           FUNCTION TRIM(WS-EMP-NAME) ","
                           FUNCTION TRIM(WS-EVT-TYPE (WS-EVT-IX))
                           ",CONFIRMED,"
                           WS-EVT-START (WS-EVT-IX) ","
                           WS-START-LABEL ","
                           WS-EVT-END (WS-EVT-IX) ","
                           WS-END-LABEL ","
                           FUNCTION TRIM(WS-SEQ-DISP)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                   END-IF
                   WRITE CSV-RECORD FROM WS-CSV-LINE
               END-PERFORM
               CLOSE CSV-FILE.
