               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT REQCTL-FILE ASSIGN TO "../REQCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
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

       FD REQCTL-FILE.
       01 REQCTL-RECORD.
           05 REQCTL-KEY PIC X(4).

       01 CURRENT-DATE-VAL PIC 9(8).
       01 CURRENT-YEAR-VAL PIC 9(4).
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

       01 TEMP-EMP-ID PIC X(5).
       01 TEMP-LEAVE-TYPE PIC 9.
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.
       01 WS-HOL-LOCATION PIC X(5) VALUE "ALL".
       01 WS-DAY-LOCATION PIC X(5).
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

       01 WS-REQUESTED-DAYS PIC 99V9.
       01 WS-DAYS-THIS-YEAR PIC 99V9.
           IF HOLIDAY-STATUS NOT = "00"
               DISPLAY "Warning: HOLIDAY.DAT not available."
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF
           OPEN I-O REQCTL-FILE
           IF REQCTL-STATUS NOT = "00"
               DISPLAY "Error opening REQCTL.DAT. Status: "
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-CERT-THRESHOLD
               END-READ
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-VAL
           MOVE CURRENT-DATE-VAL(1:4) TO CURRENT-YEAR-VAL

           PERFORM UNTIL WS-END-FILE = "Y"
               READ INTAKE-FILE
           IF HOLIDAY-STATUS = "00"
               CLOSE HOLIDAY-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           CLOSE REQCTL-FILE
           CLOSE LEAVE-AUDIT-FILE
           IF BLACKOUT-FILE-AVAILABLE
                   PERFORM REJECT-APPLICATION
                   EXIT PARAGRAPH
               END-IF
               MOVE "ALL" TO WS-HOL-LOCATION
               MOVE ZERO TO WS-EMP-HIRE-DATE
               MOVE TEMP-EMP-ID TO EMP-ID
                   MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-DATE
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
               END-READ
               MOVE TEMP-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY

               MOVE CURRENT-DATE-VAL TO WS-LY-DATE
               MOVE WS-EMP-HIRE-DATE TO WS-LY-HIRE-DATE
               PERFORM COMPUTE-LEAVE-YEAR
               IF TEMP-END-DATE > WS-LY-NEXT-END
                   MOVE "Outside current or next leave year"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-APPLICATION
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-WORK-PATTERN
               IF WORKPAT-FILE-AVAILABLE

               PERFORM COMPUTE-AVAILABLE-DAYS
               IF WS-DAYS-THIS-YEAR > WS-AVAIL-DAYS
                   MOVE "Insufficient balance for this leave year"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-APPLICATION
                   EXIT PARAGRAPH
               END-IF
               IF WS-DAYS-NEXT-YEAR > WS-TYPE-ENTITLEMENT
                   MOVE "Next leave year portion exceeds entitlement"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-APPLICATION
                   EXIT PARAGRAPH
               DISPLAY "Rejected row " WS-READ-COUNT ": "
                   FUNCTION TRIM(WS-REJECT-REASON).

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

           CHECK-NONWORKING-DAY.
               MOVE 'N' TO WS-NONWORKING-FLAG
               MOVE WS-HOL-LOCATION TO WS-DAY-LOCATION
               IF WS-ASG-COUNT > 0
                   MOVE WS-CURRENT-LOOP-DATE TO WS-ASG-ON-DATE
                   PERFORM FIND-ASSIGNMENT-ON-DATE
                   IF WS-ASG-FOUND = "Y" AND WS-ASG-LOC NOT = SPACES
                       MOVE WS-ASG-LOC TO WS-DAY-LOCATION
                   END-IF
               END-IF
               COMPUTE WK-DAY-OFFSET =
                   FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-LOOP-DATE) -
                           MOVE 'Y' TO WS-NONWORKING-FLAG
                       END-READ
                       IF NOT IS-NONWORKING-DAY AND
                          FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL"
                           MOVE WS-DAY-LOCATION TO HOL-LOCATION
                           MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                           READ HOLIDAY-FILE INVALID KEY
                               CONTINUE
                   END-IF
               END-IF.

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

           COUNT-WORKING-DAYS.
               MOVE ZERO TO WS-REQUESTED-DAYS
               MOVE ZERO TO WS-DAYS-NEXT-YEAR
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT IS-NONWORKING-DAY
                       ADD 1 TO WS-REQUESTED-DAYS
                       IF WS-CURRENT-LOOP-DATE > WS-LY-END
                           ADD 1 TO WS-DAYS-NEXT-YEAR
                       END-IF
                   END-IF
