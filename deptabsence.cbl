               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../DEPTABS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
              10 HOL-DATE PIC 9(8).
           05 HOL-DESC PIC X(30).

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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       01 WS-DEPT-IX PIC 9(3).
       01 WS-DEPT-FOUND PIC 9(3).
       01 WS-LOOKUP-DEPT PIC X(15).
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

       01 WS-LOST-DISP PIC ZZZZ9.9.
       01 WS-PCT PIC 999V9.
           IF HOLIDAY-STATUS NOT = "00"
               DISPLAY "Warning: HOLIDAY.DAT not available."
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
           IF HOLIDAY-STATUS = "00"
               CLOSE HOLIDAY-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           DISPLAY "Report written to DEPTABS.TXT."
           STOP RUN.

                       NOT AT END
                           IF FUNCTION TRIM(EMP-STATUS) = "ACTIVE"
                               MOVE EMP-DEPARTMENT TO WS-LOOKUP-DEPT
                               MOVE WS-PERIOD-END TO WS-ASG-ON-DATE
                               PERFORM DEPT-IN-FORCE
                               PERFORM FIND-OR-ADD-DEPT
                               IF WS-DEPT-FOUND > ZERO
                                   ADD 1 TO WS-DEP-HEADCOUNT
                   MOVE "(NO EMPLOYEE)" TO WS-LOOKUP-DEPT
               NOT INVALID KEY
                   MOVE EMP-DEPARTMENT TO WS-LOOKUP-DEPT
                   MOVE LEAVE-DATE TO WS-ASG-ON-DATE
                   PERFORM DEPT-IN-FORCE
               END-READ
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-FOUND > ZERO
                   ADD LEAVE-DAY-UNITS TO WS-TOTAL-LOST
               END-IF.

           DEPT-IN-FORCE.
               MOVE EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               PERFORM FIND-ASSIGNMENT-ON-DATE
               IF WS-ASG-FOUND = "Y" AND WS-ASG-DEPT NOT = SPACES
                   MOVE WS-ASG-DEPT TO WS-LOOKUP-DEPT
               END-IF.

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

           PRINT-DEPT-REPORT.
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Departmental Absence Report - " WS-PERIOD
