               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
           05 HRF-MGR-ID PIC X(5).
           05 FILLER PIC X.
           05 HRF-LOCATION PIC X(5).
           05 FILLER PIC X.
           05 HRF-EFFECTIVE-DATE PIC X(8).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(120).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD DEPT-FILE.
       01 DEPT-RECORD.
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

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

       WORKING-STORAGE SECTION.
       01 FEED-STATUS PIC XX.
       01 EXCEPTION-STATUS PIC XX.
       01 DEFAULT-ANNUAL PIC 99 VALUE 20.
       01 DEFAULT-SICK PIC 99 VALUE 12.
       01 DEFAULT-CASUAL PIC 99 VALUE 8.
       01 ASSIGN-STATUS PIC XX.
       01 WS-ASG-TODAY PIC 9(8).
       01 WS-ASG-EFFECTIVE PIC 9(8).
       01 WS-ASG-DAY-BEFORE PIC 9(8).
       01 WS-ASG-NEW-DEPT PIC X(15).
       01 WS-ASG-NEW-LOC PIC X(5).
       01 WS-ASG-NEW-MGR PIC X(5).
       01 WS-ASG-LAST-FROM PIC 9(8).
       01 WS-ASG-LAST-DEPT PIC X(15).
       01 WS-ASG-LAST-LOC PIC X(5).
       01 WS-ASG-LAST-MGR PIC X(5).
       01 WS-ASG-LAST-APPLIED PIC X.
       01 WS-ASG-SOURCE PIC X(8).
       01 WS-ASG-OPER PIC X(5).
       01 WS-ASG-PENDING PIC X.
       01 WS-ASG-NOCHANGE PIC X.
       01 WS-ASG-ERROR PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Batch HR Feed Intake *****"
           DISPLAY "Reads HRFEED.DAT: action(1) emp(5) name(20) "
               "dept(15) hire(8) mgr(5) loc(5) eff(8),"
           DISPLAY "space separated. Actions: A=add C=change "
               "T=transfer R=rehire."
           DISPLAY "Blank effective date = today; a later date is "
               "held until that day."

           OPEN INPUT FEED-FILE
           IF FEED-STATUS NOT = "00"
               DISPLAY "Warning: manager.dat not available - "
                   "manager IDs are not validated."
           END-IF
           OPEN I-O ASSIGN-FILE
           IF ASSIGN-STATUS NOT = "00"
               DISPLAY "EMPASSIGN.DAT not found. Creating file..."
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
               IF ASSIGN-STATUS NOT = "00"
                   DISPLAY "Error opening EMPASSIGN.DAT. Status: "
                       ASSIGN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASG-TODAY

           PERFORM UNTIL WS-END-FILE = "Y"
               READ FEED-FILE
           IF MANAGER-FILE-AVAILABLE
               CLOSE MANAGER-FILE
           END-IF
           CLOSE ASSIGN-FILE

           DISPLAY " "
           DISPLAY "***** HR Feed Summary *****"
               WRITE EMPMGR-RECORD INVALID KEY
                   REWRITE EMPMGR-RECORD
               END-WRITE
               MOVE "HRFEED" TO WS-ASG-SOURCE
               MOVE SPACES TO WS-ASG-OPER
               PERFORM WRITE-OPENING-ASSIGNMENT

               MOVE HRF-NAME TO TEMP-NAME
               PERFORM SEED-BALANCE-DEFAULTS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "N" TO WS-ASG-PENDING
               IF FUNCTION TRIM(HRF-DEPARTMENT) NOT = SPACES OR
                  FUNCTION TRIM(HRF-LOCATION) NOT = SPACES
                   MOVE HRF-DEPARTMENT TO WS-ASG-NEW-DEPT
                   MOVE HRF-LOCATION TO WS-ASG-NEW-LOC
                   MOVE SPACES TO WS-ASG-NEW-MGR
                   PERFORM FEED-ASSIGNMENT-CHANGE
                   IF WS-REJECT-CODE NOT = SPACES
                       PERFORM REJECT-ROW
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF FUNCTION TRIM(HRF-NAME) NOT = SPACES
                   MOVE HRF-NAME TO EMP-NAME
               END-IF
               IF HRF-HIRE-DATE NUMERIC AND
                  FUNCTION NUMVAL(HRF-HIRE-DATE) NOT = ZERO
                   MOVE FUNCTION NUMVAL(HRF-HIRE-DATE)
               REWRITE EMPLOYEE-RECORD
               ADD 1 TO WS-ACCEPT-COUNT
               DISPLAY "Row " WS-READ-COUNT ": changed employee "
                   TEMP-ID
               PERFORM SHOW-PENDING-CHANGE.

           APPLY-TRANSFER.
               IF WS-EMP-EXISTS NOT = "Y"
                       PERFORM REJECT-ROW
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE HRF-DEPARTMENT TO WS-ASG-NEW-DEPT
               MOVE HRF-LOCATION TO WS-ASG-NEW-LOC
               MOVE HRF-MGR-ID TO WS-ASG-NEW-MGR
               PERFORM FEED-ASSIGNMENT-CHANGE
               IF WS-REJECT-CODE NOT = SPACES
                   PERFORM REJECT-ROW
                   EXIT PARAGRAPH
               END-IF
               IF WS-ASG-PENDING NOT = "Y"
                   REWRITE EMPLOYEE-RECORD
               END-IF
               ADD 1 TO WS-ACCEPT-COUNT
               DISPLAY "Row " WS-READ-COUNT ": transferred employee "
                   TEMP-ID " to manager "
                   FUNCTION TRIM(HRF-MGR-ID)
               PERFORM SHOW-PENDING-CHANGE.

           APPLY-REHIRE.
               IF WS-EMP-EXISTS NOT = "Y"
                   PERFORM REJECT-ROW
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-ASG-PENDING
               IF FUNCTION TRIM(HRF-DEPARTMENT) NOT = SPACES OR
                  FUNCTION TRIM(HRF-LOCATION) NOT = SPACES OR
                  FUNCTION TRIM(HRF-MGR-ID) NOT = SPACES
                   MOVE HRF-DEPARTMENT TO WS-ASG-NEW-DEPT
                   MOVE HRF-LOCATION TO WS-ASG-NEW-LOC
                   MOVE HRF-MGR-ID TO WS-ASG-NEW-MGR
                   PERFORM FEED-ASSIGNMENT-CHANGE
                   IF WS-REJECT-CODE NOT = SPACES
                       PERFORM REJECT-ROW
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "ACTIVE" TO EMP-STATUS
               MOVE ZERO TO EMP-TERM-DATE
               MOVE ZERO TO EMP-FAIL-COUNT
                   MOVE FUNCTION NUMVAL(HRF-HIRE-DATE)
                       TO EMP-HIRE-DATE
               END-IF
               MOVE EMP-NAME TO TEMP-NAME
               REWRITE EMPLOYEE-RECORD

               PERFORM SEED-BALANCE-DEFAULTS
               ADD 1 TO WS-ACCEPT-COUNT
               DISPLAY "Row " WS-READ-COUNT ": rehired employee "
                   TEMP-ID
               PERFORM SHOW-PENDING-CHANGE.

           FEED-ASSIGNMENT-CHANGE.
               IF FUNCTION TRIM(HRF-EFFECTIVE-DATE) = SPACES
                   MOVE WS-ASG-TODAY TO WS-ASG-EFFECTIVE
               ELSE
                   IF HRF-EFFECTIVE-DATE NOT NUMERIC
                       MOVE "E11" TO WS-REJECT-CODE
                       MOVE "Effective date is not numeric"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(HRF-EFFECTIVE-DATE)) = 0
                       MOVE "E11" TO WS-REJECT-CODE
                       MOVE "Effective date is not a calendar date"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE HRF-EFFECTIVE-DATE TO WS-ASG-EFFECTIVE
               END-IF
               MOVE "HRFEED" TO WS-ASG-SOURCE
               MOVE SPACES TO WS-ASG-OPER
               PERFORM RECORD-ASSIGNMENT-CHANGE
               IF WS-ASG-ERROR NOT = SPACES
                   MOVE "E12" TO WS-REJECT-CODE
                   MOVE WS-ASG-ERROR TO WS-REJECT-REASON
               END-IF.

           SHOW-PENDING-CHANGE.
               IF WS-ASG-PENDING = "Y"
                   DISPLAY "    assignment change held until "
                       WS-ASG-EFFECTIVE
               END-IF.

           RECORD-ASSIGNMENT-CHANGE.
               MOVE SPACES TO WS-ASG-ERROR
               MOVE "N" TO WS-ASG-PENDING
               MOVE "N" TO WS-ASG-NOCHANGE
               PERFORM FIND-LATEST-ASSIGNMENT
               IF WS-ASG-LAST-FROM = ZERO
                   MOVE EMP-DEPARTMENT TO WS-ASG-LAST-DEPT
                   MOVE EMP-LOCATION TO WS-ASG-LAST-LOC
                   MOVE SPACES TO WS-ASG-LAST-MGR
                   MOVE TEMP-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-ASG-LAST-MGR
                   END-READ
               END-IF
               IF WS-ASG-NEW-DEPT = SPACES
                   MOVE WS-ASG-LAST-DEPT TO WS-ASG-NEW-DEPT
               END-IF
               IF WS-ASG-NEW-LOC = SPACES
                   MOVE WS-ASG-LAST-LOC TO WS-ASG-NEW-LOC
               END-IF
               IF WS-ASG-NEW-MGR = SPACES
                   MOVE WS-ASG-LAST-MGR TO WS-ASG-NEW-MGR
               END-IF
               IF WS-ASG-NEW-DEPT = WS-ASG-LAST-DEPT AND
                  WS-ASG-NEW-LOC = WS-ASG-LAST-LOC AND
                  WS-ASG-NEW-MGR = WS-ASG-LAST-MGR
                   MOVE "Y" TO WS-ASG-NOCHANGE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ASG-LAST-FROM >= WS-ASG-EFFECTIVE
                   MOVE "A change is already recorded on/after it"
                       TO WS-ASG-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ASG-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASG-EFFECTIVE) - 1)

               IF WS-ASG-LAST-FROM = ZERO
                   IF EMP-HIRE-DATE > ZERO AND
                      EMP-HIRE-DATE < WS-ASG-EFFECTIVE
                       MOVE TEMP-ID TO ASG-EMP-ID
                       MOVE EMP-HIRE-DATE TO ASG-FROM-DATE
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       MOVE WS-ASG-LAST-DEPT TO ASG-DEPARTMENT
                       MOVE WS-ASG-LAST-LOC TO ASG-LOCATION
                       MOVE WS-ASG-LAST-MGR TO ASG-MGR-ID
                       MOVE "Y" TO ASG-APPLIED
                       MOVE "OPENING" TO ASG-SOURCE
                       MOVE WS-ASG-OPER TO ASG-OPER-ID
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
                       WRITE ASSIGN-RECORD INVALID KEY
                           CONTINUE
                       END-WRITE
                   END-IF
               ELSE
                   MOVE TEMP-ID TO ASG-EMP-ID
                   MOVE WS-ASG-LAST-FROM TO ASG-FROM-DATE
                   READ ASSIGN-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       REWRITE ASSIGN-RECORD
                   END-READ
               END-IF

               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE WS-ASG-EFFECTIVE TO ASG-FROM-DATE
               MOVE 99999999 TO ASG-TO-DATE
               MOVE WS-ASG-NEW-DEPT TO ASG-DEPARTMENT
               MOVE WS-ASG-NEW-LOC TO ASG-LOCATION
               MOVE WS-ASG-NEW-MGR TO ASG-MGR-ID
               MOVE WS-ASG-SOURCE TO ASG-SOURCE
               MOVE WS-ASG-OPER TO ASG-OPER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
               IF WS-ASG-EFFECTIVE > WS-ASG-TODAY
                   MOVE "N" TO ASG-APPLIED
                   MOVE "Y" TO WS-ASG-PENDING
               ELSE
                   MOVE "Y" TO ASG-APPLIED
               END-IF
               WRITE ASSIGN-RECORD INVALID KEY
                   REWRITE ASSIGN-RECORD
               END-WRITE
               IF WS-ASG-PENDING = "Y"
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-ASG-NEW-DEPT TO EMP-DEPARTMENT
               MOVE WS-ASG-NEW-LOC TO EMP-LOCATION
               IF WS-ASG-NEW-MGR NOT = SPACES
                   MOVE TEMP-ID TO EMPMGR-EMP-ID
                   MOVE WS-ASG-NEW-MGR TO EMPMGR-MGR-ID
                   WRITE EMPMGR-RECORD INVALID KEY
                       REWRITE EMPMGR-RECORD
                   END-WRITE
               END-IF.

           FIND-LATEST-ASSIGNMENT.
               MOVE ZERO TO WS-ASG-LAST-FROM
               MOVE SPACES TO WS-ASG-LAST-DEPT
               MOVE SPACES TO WS-ASG-LAST-LOC
               MOVE SPACES TO WS-ASG-LAST-MGR
               MOVE SPACES TO WS-ASG-LAST-APPLIED
               MOVE TEMP-ID TO ASG-EMP-ID
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
                           IF ASG-EMP-ID NOT = TEMP-ID
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               MOVE ASG-FROM-DATE TO WS-ASG-LAST-FROM
                               MOVE ASG-DEPARTMENT TO WS-ASG-LAST-DEPT
                               MOVE ASG-LOCATION TO WS-ASG-LAST-LOC
                               MOVE ASG-MGR-ID TO WS-ASG-LAST-MGR
                               MOVE ASG-APPLIED TO WS-ASG-LAST-APPLIED
                           END-IF
                   END-READ
               END-PERFORM.

           WRITE-OPENING-ASSIGNMENT.
               MOVE TEMP-ID TO ASG-EMP-ID
               MOVE EMP-HIRE-DATE TO ASG-FROM-DATE
               IF ASG-FROM-DATE = ZERO
                   MOVE WS-ASG-TODAY TO ASG-FROM-DATE
               END-IF
               MOVE 99999999 TO ASG-TO-DATE
               MOVE EMP-DEPARTMENT TO ASG-DEPARTMENT
               MOVE EMP-LOCATION TO ASG-LOCATION
               MOVE EMPMGR-MGR-ID TO ASG-MGR-ID
               MOVE "Y" TO ASG-APPLIED
               MOVE WS-ASG-SOURCE TO ASG-SOURCE
               MOVE WS-ASG-OPER TO ASG-OPER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
               WRITE ASSIGN-RECORD INVALID KEY
                   REWRITE ASSIGN-RECORD
               END-WRITE.

           CHECK-DEPARTMENT.
               IF NOT DEPT-FILE-AVAILABLE
