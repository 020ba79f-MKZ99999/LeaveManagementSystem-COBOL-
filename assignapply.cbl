       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ASSIGN-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 ASSIGN-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.

       01 WS-TODAY PIC 9(8).
       01 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Apply Dated Employee Transfers *****"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O ASSIGN-FILE
           IF ASSIGN-STATUS NOT = "00"
               DISPLAY "No EMPASSIGN.DAT on file - nothing to apply."
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                   EMPLOYEE-STATUS
               CLOSE ASSIGN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMGR-FILE
           IF EMPMGR-STATUS NOT = "00"
               DISPLAY "Error opening EMPMGR.DAT. Status: "
                   EMPMGR-STATUS
               CLOSE ASSIGN-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LEAVE-AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               OPEN OUTPUT LEAVE-AUDIT-FILE
               CLOSE LEAVE-AUDIT-FILE
               OPEN EXTEND LEAVE-AUDIT-FILE
           END-IF

           PERFORM SWEEP-ASSIGNMENTS

           CLOSE ASSIGN-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE EMPMGR-FILE
           CLOSE LEAVE-AUDIT-FILE

           DISPLAY " "
           DISPLAY "Transfers due     : " WS-DUE-COUNT
           DISPLAY "Applied           : " WS-APPLIED-COUNT
           DISPLAY "Skipped           : " WS-SKIP-COUNT
           DISPLAY "Still future-dated: " WS-WAITING-COUNT
           IF WS-SKIP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           SWEEP-ASSIGNMENTS.
               MOVE LOW-VALUES TO ASG-KEY
               START ASSIGN-FILE KEY >= ASG-KEY
                   INVALID KEY MOVE "99" TO ASSIGN-STATUS
                   NOT INVALID KEY MOVE "00" TO ASSIGN-STATUS
               END-START
               PERFORM UNTIL ASSIGN-STATUS NOT = "00"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO ASSIGN-STATUS
                       NOT AT END
                           IF ASG-APPLIED = "N"
                               IF ASG-FROM-DATE > WS-TODAY
                                   ADD 1 TO WS-WAITING-COUNT
                               ELSE
                                   ADD 1 TO WS-DUE-COUNT
                                   PERFORM APPLY-ONE-ASSIGNMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           APPLY-ONE-ASSIGNMENT.
               MOVE ASG-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   DISPLAY "Employee " ASG-EMP-ID " not on file - "
                       "transfer of " ASG-FROM-DATE " skipped."
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
               END-READ
               IF ASG-DEPARTMENT NOT = SPACES
                   MOVE ASG-DEPARTMENT TO EMP-DEPARTMENT
               END-IF
               IF ASG-LOCATION NOT = SPACES
                   MOVE ASG-LOCATION TO EMP-LOCATION
               END-IF
               REWRITE EMPLOYEE-RECORD
               IF ASG-MGR-ID NOT = SPACES
                   MOVE ASG-EMP-ID TO EMPMGR-EMP-ID
                   MOVE ASG-MGR-ID TO EMPMGR-MGR-ID
                   WRITE EMPMGR-RECORD INVALID KEY
                       REWRITE EMPMGR-RECORD
                   END-WRITE
               END-IF
               MOVE "Y" TO ASG-APPLIED
               REWRITE ASSIGN-RECORD

               MOVE "EMPXFER" TO AUD-REQ-ID
               MOVE "XFERPEND" TO AUD-OLD-STATUS
               MOVE "TRANSFER" TO AUD-NEW-STATUS
               MOVE "BATCH" TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               STRING "Emp " ASG-EMP-ID " eff " ASG-FROM-DATE " "
                   DELIMITED BY SIZE
                   ASG-DEPARTMENT DELIMITED BY "  "
                   "/" DELIMITED BY SIZE
                   ASG-LOCATION DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   ASG-MGR-ID DELIMITED BY SPACE
                   INTO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "Employee " ASG-EMP-ID " now "
                   FUNCTION TRIM(ASG-DEPARTMENT) " / "
                   FUNCTION TRIM(ASG-LOCATION) " / "
                   FUNCTION TRIM(ASG-MGR-ID)
                   " from " ASG-FROM-DATE.

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
