               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT ABSCASE-FILE ASSIGN TO "../ABSCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS ABSCASE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT EMPMGR-FILE ASSIGN TO "../EMPMGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-FILE.
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

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC X(5).
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

       FD ABSCASE-FILE.
       01 CASE-RECORD.
           05 CASE-KEY.
              10 CASE-EMP-ID PIC X(5).
              10 CASE-SEQ PIC 9(3).
           05 CASE-STATUS PIC X(8).
           05 CASE-STAGE PIC X(8).
           05 CASE-OPEN-DATE PIC 9(8).
           05 CASE-TRIGGER-SCORE PIC 9(7).
           05 CASE-MANAGER-ID PIC X(5).
           05 CASE-INFORMAL-DATE PIC 9(8).
           05 CASE-STAGE1-DATE PIC 9(8).
           05 CASE-STAGE2-DATE PIC 9(8).
           05 CASE-OUTCOME PIC X(30).
           05 CASE-OUTCOME-DATE PIC 9(8).
           05 CASE-REVIEW-DATE PIC 9(8).
           05 CASE-CLOSE-DATE PIC 9(8).
           05 CASE-LAST-UPDATE PIC X(14).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD EMPMGR-FILE.
       01 EMPMGR-RECORD.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

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

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS-CODE PIC XX.
       01 HOLIDAY-STATUS PIC XX.

       01 WS-CURR-EMP-ID PIC X(5) VALUE SPACES.
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
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.

       01 WS-DAYS-DISP PIC ZZ9.9.

       01 ABSCASE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.

       01 WS-TODAY PIC 9(8).
       01 WS-TRIGGER-INFORMAL PIC 9(4) VALUE 51.
       01 WS-TRIGGER-STAGE1 PIC 9(4) VALUE 201.
       01 WS-TRIGGER-STAGE2 PIC 9(4) VALUE 401.
       01 WS-CASE-REVIEW-DAYS PIC 9(4) VALUE 90.
       01 WS-TARGET-STAGE PIC X(8).
       01 WS-TARGET-RANK PIC 9.
       01 WS-CURRENT-RANK PIC 9.
       01 WS-OLD-STAGE PIC X(8).
       01 WS-CASE-END PIC X.
       01 WS-OPEN-CASE-FOUND PIC X.
          88 OPEN-CASE-FOUND VALUE "Y".
       01 WS-OPEN-CASE-SEQ PIC 9(3).
       01 WS-LAST-CASE-SEQ PIC 9(3).
       01 WS-CASE-MGR-ID PIC X(5).
       01 WS-CASES-OPENED PIC 9(4) VALUE ZERO.
       01 WS-CASES-ESCALATED PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Sickness Pattern Analysis *****"
               DISPLAY "Warning: HOLIDAY.DAT not available. Status: "
                   HOLIDAY-STATUS
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Warning: EMPLOYEE.DAT not available. Status: "
           PERFORM SCAN-SICK-DAYS
           PERFORM SORT-RESULTS-BY-SCORE
           PERFORM PRINT-RESULTS
           PERFORM UPDATE-ABSENCE-CASES

           CLOSE LEAVE-FILE
           IF HOLIDAY-STATUS = "00"
               CLOSE HOLIDAY-FILE
           END-IF
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           IF EMPLOYEE-STATUS = "00"
               CLOSE EMPLOYEE-FILE
           END-IF
                           MOVE EMP-LOCATION TO WS-HOL-LOCATION
                       END-IF
                   END-READ
               END-IF
               MOVE WS-CURR-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY.

           COUNT-EPISODES.
               MOVE ZERO TO WS-EPISODES
                   ADD 1 TO WS-ADJACENT
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

           CHECK-NONWORKING-DATE.
               MOVE 'N' TO WS-NONWORKING-FLAG
               MOVE WS-HOL-LOCATION TO WS-DAY-LOCATION
               IF WS-ASG-COUNT > 0
                   MOVE WS-CHECK-DATE TO WS-ASG-ON-DATE
                   PERFORM FIND-ASSIGNMENT-ON-DATE
                   IF WS-ASG-FOUND = "Y" AND WS-ASG-LOC NOT = SPACES
                       MOVE WS-ASG-LOC TO WS-DAY-LOCATION
                   END-IF
               END-IF
               COMPUTE WK-DAY-OFFSET =
                   FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) -
                           MOVE 'Y' TO WS-NONWORKING-FLAG
                       END-READ
                       IF NOT IS-NONWORKING-DAY AND
                          FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL"
                           MOVE WS-DAY-LOCATION TO HOL-LOCATION
                           MOVE WS-CHECK-DATE TO HOL-DATE
                           READ HOLIDAY-FILE INVALID KEY
                               CONTINUE
                   "----------"
               DISPLAY WS-RESULT-COUNT " employee(s) with sick "
                   "absence in the period.".

           UPDATE-ABSENCE-CASES.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               OPEN INPUT SYSPARM-FILE
               IF SYSPARM-STATUS = "00"
                   MOVE "CASEINFORMAL" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-VALUE > ZERO
                           MOVE PARM-VALUE TO WS-TRIGGER-INFORMAL
                       END-IF
                   END-READ
                   MOVE "CASESTAGE1" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-VALUE > ZERO
                           MOVE PARM-VALUE TO WS-TRIGGER-STAGE1
                       END-IF
                   END-READ
                   MOVE "CASESTAGE2" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-VALUE > ZERO
                           MOVE PARM-VALUE TO WS-TRIGGER-STAGE2
                       END-IF
                   END-READ
                   MOVE "CASEREVIEW" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-VALUE > ZERO
                           MOVE PARM-VALUE TO WS-CASE-REVIEW-DAYS
                       END-IF
                   END-READ
                   CLOSE SYSPARM-FILE
               END-IF

               OPEN I-O ABSCASE-FILE
               IF ABSCASE-STATUS NOT = "00"
                   DISPLAY "ABSCASE.DAT not found. Creating file..."
                   OPEN OUTPUT ABSCASE-FILE
                   CLOSE ABSCASE-FILE
                   OPEN I-O ABSCASE-FILE
                   IF ABSCASE-STATUS NOT = "00"
                       DISPLAY "Error opening ABSCASE.DAT. Status: "
                           ABSCASE-STATUS
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               OPEN INPUT EMPMGR-FILE
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF

               DISPLAY " "
               DISPLAY "Absence case triggers: informal "
                   WS-TRIGGER-INFORMAL ", stage 1 " WS-TRIGGER-STAGE1
                   ", stage 2 " WS-TRIGGER-STAGE2
               PERFORM VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > WS-RESULT-COUNT
                   IF WS-RES-SCORE (WS-RES-IX) NOT <
                      WS-TRIGGER-INFORMAL
                       PERFORM APPLY-CASE-TRIGGER
                   END-IF
               END-PERFORM

               CLOSE ABSCASE-FILE
               IF EMPMGR-STATUS = "00"
                   CLOSE EMPMGR-FILE
               END-IF
               CLOSE LEAVE-AUDIT-FILE
               DISPLAY WS-CASES-OPENED " absence case(s) opened, "
                   WS-CASES-ESCALATED " escalated.".

           APPLY-CASE-TRIGGER.
               EVALUATE TRUE
                   WHEN WS-RES-SCORE (WS-RES-IX) NOT <
                        WS-TRIGGER-STAGE2
                       MOVE "STAGE2" TO WS-TARGET-STAGE
                       MOVE 3 TO WS-TARGET-RANK
                   WHEN WS-RES-SCORE (WS-RES-IX) NOT <
                        WS-TRIGGER-STAGE1
                       MOVE "STAGE1" TO WS-TARGET-STAGE
                       MOVE 2 TO WS-TARGET-RANK
                   WHEN OTHER
                       MOVE "INFORMAL" TO WS-TARGET-STAGE
                       MOVE 1 TO WS-TARGET-RANK
               END-EVALUATE

               PERFORM FIND-OPEN-CASE
               IF OPEN-CASE-FOUND
                   MOVE WS-RES-EMP-ID (WS-RES-IX) TO CASE-EMP-ID
                   MOVE WS-OPEN-CASE-SEQ TO CASE-SEQ
                   READ ABSCASE-FILE INVALID KEY
                       EXIT PARAGRAPH
                   END-READ
                   EVALUATE CASE-STAGE
                       WHEN "STAGE2"
                           MOVE 3 TO WS-CURRENT-RANK
                       WHEN "STAGE1"
                           MOVE 2 TO WS-CURRENT-RANK
                       WHEN OTHER
                           MOVE 1 TO WS-CURRENT-RANK
                   END-EVALUATE
                   IF WS-TARGET-RANK NOT > WS-CURRENT-RANK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CASE-STAGE TO WS-OLD-STAGE
                   MOVE WS-TARGET-STAGE TO CASE-STAGE
                   MOVE WS-RES-SCORE (WS-RES-IX) TO CASE-TRIGGER-SCORE
                   MOVE SPACES TO CASE-OUTCOME
                   MOVE ZERO TO CASE-OUTCOME-DATE
                   PERFORM SET-CASE-REVIEW-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CASE-LAST-UPDATE
                   REWRITE CASE-RECORD
                   ADD 1 TO WS-CASES-ESCALATED
                   DISPLAY "Case " CASE-EMP-ID "/" CASE-SEQ
                       " escalated " FUNCTION TRIM(WS-OLD-STAGE)
                       " -> " CASE-STAGE
               ELSE
                   PERFORM FIND-CASE-MANAGER
                   MOVE WS-RES-EMP-ID (WS-RES-IX) TO CASE-EMP-ID
                   COMPUTE CASE-SEQ = WS-LAST-CASE-SEQ + 1
                   MOVE "OPEN" TO CASE-STATUS
                   MOVE WS-TARGET-STAGE TO CASE-STAGE
                   MOVE WS-TODAY TO CASE-OPEN-DATE
                   MOVE WS-RES-SCORE (WS-RES-IX) TO CASE-TRIGGER-SCORE
                   MOVE WS-CASE-MGR-ID TO CASE-MANAGER-ID
                   MOVE ZERO TO CASE-INFORMAL-DATE
                   MOVE ZERO TO CASE-STAGE1-DATE
                   MOVE ZERO TO CASE-STAGE2-DATE
                   MOVE SPACES TO CASE-OUTCOME
                   MOVE ZERO TO CASE-OUTCOME-DATE
                   MOVE ZERO TO CASE-CLOSE-DATE
                   PERFORM SET-CASE-REVIEW-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CASE-LAST-UPDATE
                   WRITE CASE-RECORD INVALID KEY
                       DISPLAY "Could not open a case for "
                           CASE-EMP-ID
                       EXIT PARAGRAPH
                   END-WRITE
                   MOVE SPACES TO WS-OLD-STAGE
                   ADD 1 TO WS-CASES-OPENED
                   DISPLAY "Case " CASE-EMP-ID "/" CASE-SEQ
                       " opened at " CASE-STAGE
                       " (manager " CASE-MANAGER-ID ")"
               END-IF
               PERFORM WRITE-CASE-AUDIT.

           FIND-OPEN-CASE.
               MOVE "N" TO WS-OPEN-CASE-FOUND
               MOVE ZERO TO WS-OPEN-CASE-SEQ
               MOVE ZERO TO WS-LAST-CASE-SEQ
               MOVE WS-RES-EMP-ID (WS-RES-IX) TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               MOVE "N" TO WS-CASE-END
               START ABSCASE-FILE KEY >= CASE-KEY
                   INVALID KEY MOVE "Y" TO WS-CASE-END
               END-START
               PERFORM UNTIL WS-CASE-END = "Y"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASE-END
                       NOT AT END
                           IF CASE-EMP-ID NOT =
                              WS-RES-EMP-ID (WS-RES-IX)
                               MOVE "Y" TO WS-CASE-END
                           ELSE
                               MOVE CASE-SEQ TO WS-LAST-CASE-SEQ
                               IF CASE-STATUS = "OPEN"
                                   MOVE "Y" TO WS-OPEN-CASE-FOUND
                                   MOVE CASE-SEQ TO WS-OPEN-CASE-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           FIND-CASE-MANAGER.
               MOVE SPACES TO WS-CASE-MGR-ID
               IF EMPMGR-STATUS = "00"
                   MOVE WS-RES-EMP-ID (WS-RES-IX) TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-CASE-MGR-ID
                   END-READ
               END-IF.

           SET-CASE-REVIEW-DATE.
               COMPUTE WS-THIS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + WS-CASE-REVIEW-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-THIS-INT)
                   TO CASE-REVIEW-DATE.

           WRITE-CASE-AUDIT.
               MOVE "ABSCASE" TO AUD-REQ-ID
               MOVE WS-OLD-STAGE TO AUD-OLD-STATUS
               MOVE CASE-STAGE TO AUD-NEW-STATUS
               MOVE CASE-EMP-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               STRING "Case " CASE-SEQ " score " CASE-TRIGGER-SCORE
                   " review by " CASE-REVIEW-DATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD.

           CHAIN-AUDIT-RECORD.
               OPEN I-O AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   OPEN OUTPUT AUDCTL-FILE
                   CLOSE AUDCTL-FILE
                   OPEN I-O AUDCTL-FILE
               END-IF
               MOVE "CTRL" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   MOVE "CTRL" TO AUDCTL-KEY
                   MOVE ZERO TO AUDCTL-LAST-SEQ
                   MOVE SPACES TO AUDCTL-LAST-CHAIN
                   WRITE AUDCTL-RECORD
               END-READ
               ADD 1 TO AUDCTL-LAST-SEQ
               MOVE AUDCTL-LAST-SEQ TO AUD-SEQ
               MOVE SPACES TO WS-CHAIN-INPUT
               STRING AUDCTL-LAST-CHAIN AUDIT-RECORD(1:98)
                   DELIMITED BY SIZE INTO WS-CHAIN-INPUT
               PERFORM HASH-AUDIT-CHAIN
               MOVE WS-CHAIN-TEXT TO AUD-CHAIN
               MOVE WS-CHAIN-TEXT TO AUDCTL-LAST-CHAIN
               REWRITE AUDCTL-RECORD
               CLOSE AUDCTL-FILE.

           HASH-AUDIT-CHAIN.
               MOVE 7 TO WS-CHAIN-VALUE
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 108
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
