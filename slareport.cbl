               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-AUDIT-FILE.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

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
       01 AUDIT-STATUS PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 WS-MGR-IX PIC 9(3).
       01 WS-MGR-FOUND-IX PIC 9(3).
       01 WS-LOOKUP-MGR-ID PIC X(5).
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

       01 WS-ELAPSED-DAYS PIC S9(5) COMP.
       01 WS-CREATED-INT PIC S9(9) COMP.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ASSIGN-AVAILABLE
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS = "00"
               MOVE "Y" TO ASSIGN-AVAILABLE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           CLOSE LEAVE-AUDIT-FILE
           CLOSE LEAVE-REQUEST-FILE
           CLOSE EMPMGR-FILE
           IF ASSIGN-FILE-AVAILABLE
               CLOSE ASSIGN-FILE
           END-IF
           STOP RUN.

           LOAD-AUDIT-TRAIL.
               END-IF

               MOVE WS-REQ-MGR (WS-REQ-IX) TO WS-LOOKUP-MGR-ID
               IF WS-LOOKUP-MGR-ID = SPACES
                   MOVE WS-REQ-ID (WS-REQ-IX) TO PARENT-REQ-ID
                   READ LEAVE-REQUEST-FILE
                       INVALID KEY
                           MOVE "?????" TO WS-LOOKUP-MGR-ID
                       NOT INVALID KEY
                           MOVE WS-REQ-DECIDED (WS-REQ-IX) (1:8)
                               TO WS-ASG-ON-DATE
                           PERFORM MANAGER-IN-FORCE
                   END-READ
               END-IF
               PERFORM FIND-OR-ADD-MANAGER
               IF WS-MGR-FOUND-IX > ZERO
                   ADD 1 TO WS-MGR-DECIDED (WS-MGR-FOUND-IX)
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-TODAY TO WS-ASG-ON-DATE
               PERFORM MANAGER-IN-FORCE
               PERFORM FIND-OR-ADD-MANAGER
               IF WS-MGR-FOUND-IX > ZERO
                   ADD 1 TO WS-MGR-PENDING (WS-MGR-FOUND-IX)
               END-IF.

           MANAGER-IN-FORCE.
               MOVE PARENT-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               PERFORM FIND-ASSIGNMENT-ON-DATE
               IF WS-ASG-FOUND = "Y" AND WS-ASG-MGR NOT = SPACES
                   MOVE WS-ASG-MGR TO WS-LOOKUP-MGR-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE
                   INVALID KEY
                       MOVE "?????" TO WS-LOOKUP-MGR-ID
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-LOOKUP-MGR-ID
               END-READ.

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

           FIND-OR-ADD-MANAGER.
               MOVE ZERO TO WS-MGR-FOUND-IX
