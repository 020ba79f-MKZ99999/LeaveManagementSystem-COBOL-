               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

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
       DATA DIVISION.
       FILE SECTION.
       FD MANAGER-FILE.
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

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
           05 EMP-NAME PIC X(20).
           05 EMP-DEPARTMENT PIC X(15).
           05 EMP-HIRE-DATE PIC 9(8).
           05 EMP-STATUS PIC X(8).
           05 EMP-PIN PIC X(20).
           05 EMP-LOCATION PIC X(5).
           05 EMP-FAIL-COUNT PIC 99.
           05 EMP-LOCK-FLAG PIC X.
           05 EMP-TERM-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 MANAGER-STATUS PIC XX.
       01 TEMP-MGR-ID PIC X(5).
       01 WS-DELEG-DROPPED PIC X.
       01 WS-DROP-COUNT PIC 9(3) VALUE ZERO.

       01 ASSIGN-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 WS-ASG-OPEN PIC X VALUE "N".
       01 WS-EMP-OPEN PIC X VALUE "N".
       01 WS-ASG-DAY-BEFORE PIC 9(8).
       01 WS-ASG-CUR-FROM PIC 9(8).
       01 WS-ASG-CUR-TO PIC 9(8).
       01 WS-ASG-NEXT-FROM PIC 9(8).
       01 WS-ASG-CUR-DEPT PIC X(15).
       01 WS-ASG-CUR-LOC PIC X(5).
       01 WS-ASG-ANY-ROW PIC X.
       01 WS-ASG-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O MANAGER-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               MOVE "N" TO WS-ASG-OPEN
               OPEN I-O ASSIGN-FILE
               IF ASSIGN-STATUS NOT = "00"
                   OPEN OUTPUT ASSIGN-FILE
                   CLOSE ASSIGN-FILE
                   OPEN I-O ASSIGN-FILE
               END-IF
               IF ASSIGN-STATUS = "00"
                   MOVE "Y" TO WS-ASG-OPEN
               ELSE
                   DISPLAY "Warning: EMPASSIGN.DAT not available - "
                       "assignment history not updated."
               END-IF
               MOVE "N" TO WS-EMP-OPEN
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS = "00"
                   MOVE "Y" TO WS-EMP-OPEN
               END-IF
               COMPUTE WS-ASG-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)

               MOVE ZERO TO WS-MOVED-COUNT
               MOVE ZERO TO WS-ASG-COUNT
               MOVE ZERO TO WS-DELEG-COUNT
               MOVE ZERO TO WS-REROUTE-COUNT
               PERFORM MOVE-EMPMGR-REPORTS
               END-IF
               CLOSE OUTBOUND-NOTICE-FILE
               CLOSE LEAVE-AUDIT-FILE
               IF WS-ASG-OPEN = "Y"
                   CLOSE ASSIGN-FILE
               END-IF
               IF WS-EMP-OPEN = "Y"
                   CLOSE EMPLOYEE-FILE
               END-IF

               DISPLAY "Reassignment complete: " WS-MOVED-COUNT
                   " report(s) moved to " WS-NEW-MGR-ID ", "
                   WS-DELEG-COUNT " delegation row(s) re-pointed, "
                   WS-REROUTE-COUNT " pending request(s) rerouted."
               DISPLAY WS-ASG-COUNT " assignment history row(s) "
                   "recorded."
               IF WS-DROP-COUNT > ZERO
                   DISPLAY WS-DROP-COUNT " delegation(s) dropped - "
                       "see the audit trail."
                           IF EMPMGR-MGR-ID = WS-OLD-MGR-ID
                               MOVE WS-NEW-MGR-ID TO EMPMGR-MGR-ID
                               REWRITE EMPMGR-RECORD
                               IF WS-ASG-OPEN = "Y"
                                   PERFORM RECORD-MANAGER-MOVE
                               END-IF
                               IF WS-MOVED-COUNT < 500
                                   ADD 1 TO WS-MOVED-COUNT
                                   MOVE EMPMGR-EMP-ID TO
               END-PERFORM
               MOVE "00" TO EMPMGR-STATUS.

           RECORD-MANAGER-MOVE.
               MOVE ZERO TO WS-ASG-CUR-FROM
               MOVE ZERO TO WS-ASG-NEXT-FROM
               MOVE "N" TO WS-ASG-ANY-ROW
               MOVE EMPMGR-EMP-ID TO ASG-EMP-ID
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
                           IF ASG-EMP-ID NOT = EMPMGR-EMP-ID
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               PERFORM CHECK-ASSIGNMENT-ROW
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-ASG-CUR-FROM = WS-TODAY
                   MOVE EMPMGR-EMP-ID TO ASG-EMP-ID
                   MOVE WS-TODAY TO ASG-FROM-DATE
                   READ ASSIGN-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NEW-MGR-ID TO ASG-MGR-ID
                       MOVE "MGRMOVE" TO ASG-SOURCE
                       MOVE WS-NEW-MGR-ID TO ASG-OPER-ID
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
                       REWRITE ASSIGN-RECORD
                       ADD 1 TO WS-ASG-COUNT
                   END-READ
                   EXIT PARAGRAPH
               END-IF

               IF WS-ASG-CUR-FROM = ZERO
                   MOVE SPACES TO WS-ASG-CUR-DEPT
                   MOVE SPACES TO WS-ASG-CUR-LOC
                   MOVE 99999999 TO WS-ASG-CUR-TO
                   IF WS-ASG-NEXT-FROM > ZERO
                       COMPUTE WS-ASG-CUR-TO =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-ASG-NEXT-FROM)
                           - 1)
                   END-IF
                   MOVE EMPMGR-EMP-ID TO EMP-ID
                   MOVE "N" TO EMPLOYEE-STATUS
                   IF WS-EMP-OPEN = "Y"
                       READ EMPLOYEE-FILE INVALID KEY
                           MOVE "N" TO EMPLOYEE-STATUS
                       NOT INVALID KEY
                           MOVE "00" TO EMPLOYEE-STATUS
                           MOVE EMP-DEPARTMENT TO WS-ASG-CUR-DEPT
                           MOVE EMP-LOCATION TO WS-ASG-CUR-LOC
                       END-READ
                   END-IF
                   IF EMPLOYEE-STATUS = "00" AND
                      WS-ASG-ANY-ROW = "N" AND
                      EMP-HIRE-DATE > ZERO AND
                      EMP-HIRE-DATE < WS-TODAY
                       MOVE EMPMGR-EMP-ID TO ASG-EMP-ID
                       MOVE EMP-HIRE-DATE TO ASG-FROM-DATE
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       MOVE WS-ASG-CUR-DEPT TO ASG-DEPARTMENT
                       MOVE WS-ASG-CUR-LOC TO ASG-LOCATION
                       MOVE WS-OLD-MGR-ID TO ASG-MGR-ID
                       MOVE "Y" TO ASG-APPLIED
                       MOVE "OPENING" TO ASG-SOURCE
                       MOVE WS-NEW-MGR-ID TO ASG-OPER-ID
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
                       WRITE ASSIGN-RECORD INVALID KEY
                           CONTINUE
                       END-WRITE
                   END-IF
               ELSE
                   MOVE EMPMGR-EMP-ID TO ASG-EMP-ID
                   MOVE WS-ASG-CUR-FROM TO ASG-FROM-DATE
                   READ ASSIGN-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ASG-DAY-BEFORE TO ASG-TO-DATE
                       REWRITE ASSIGN-RECORD
                   END-READ
               END-IF

               MOVE EMPMGR-EMP-ID TO ASG-EMP-ID
               MOVE WS-TODAY TO ASG-FROM-DATE
               MOVE WS-ASG-CUR-TO TO ASG-TO-DATE
               MOVE WS-ASG-CUR-DEPT TO ASG-DEPARTMENT
               MOVE WS-ASG-CUR-LOC TO ASG-LOCATION
               MOVE WS-NEW-MGR-ID TO ASG-MGR-ID
               MOVE "Y" TO ASG-APPLIED
               MOVE "MGRMOVE" TO ASG-SOURCE
               MOVE WS-NEW-MGR-ID TO ASG-OPER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO ASG-RECORDED
               WRITE ASSIGN-RECORD INVALID KEY
                   REWRITE ASSIGN-RECORD
               END-WRITE
               ADD 1 TO WS-ASG-COUNT.

           CHECK-ASSIGNMENT-ROW.
               MOVE "Y" TO WS-ASG-ANY-ROW
               IF ASG-FROM-DATE > WS-TODAY
                   IF WS-ASG-NEXT-FROM = ZERO
                       MOVE ASG-FROM-DATE TO WS-ASG-NEXT-FROM
                   END-IF
                   IF ASG-MGR-ID = WS-OLD-MGR-ID
                       MOVE WS-NEW-MGR-ID TO ASG-MGR-ID
                       REWRITE ASSIGN-RECORD
                   END-IF
               ELSE
                   IF ASG-TO-DATE >= WS-TODAY
                       MOVE ASG-FROM-DATE TO WS-ASG-CUR-FROM
                       MOVE ASG-TO-DATE TO WS-ASG-CUR-TO
                       MOVE ASG-DEPARTMENT TO WS-ASG-CUR-DEPT
                       MOVE ASG-LOCATION TO WS-ASG-CUR-LOC
                   END-IF
               END-IF.

           NOTIFY-MOVED-EMPLOYEE.
               MOVE EMPMGR-EMP-ID TO OUTNOTE-EMP-ID
               MOVE SPACES TO OUTNOTE-REQ-ID
