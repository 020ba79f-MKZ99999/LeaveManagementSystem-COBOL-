       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-UNLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT BALANCE-FILE ASSIGN TO "../LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT TOIL-FILE ASSIGN TO "../TOILLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOIL-ID
               ALTERNATE RECORD KEY IS TOIL-EMP-ID WITH DUPLICATES
               FILE STATUS IS TOIL-STATUS.

           SELECT BUYSELL-FILE ASSIGN TO "../BUYSELL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-ID
               FILE STATUS IS BUYSELL-STATUS.

           SELECT DEPT-FILE ASSIGN TO "../DEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.

           SELECT ARCH-LEAVE-FILE ASSIGN TO "../ARCHLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-LEAVE-STATUS.

           SELECT ARCH-REQ-FILE ASSIGN TO "../ARCHREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-REQ-STATUS.

           SELECT ARCH-AUDIT-FILE ASSIGN TO "../ARCHAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-AUDIT-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO WS-UNLOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LEAVE-REQ-ID PIC X(8).
           05 LEAVE-EMP-ID PIC X(5).
           05 LEAVE-DATE PIC 9(8).
           05 LEAVE-REASON PIC X(50).
           05 LEAVE-STATUS PIC X(8).
           05 LEAVE-MANAGER-ID PIC X(5).
           05 LEAVE-DECISION-DATE PIC X(8).
           05 LEAVE-TYPE PIC X(10).
           05 LEAVE-LOP-FLAG PIC X.
           05 LEAVE-PARENT-REQ-ID PIC X(8).
           05 LEAVE-DAY-PART PIC X.
           05 LEAVE-DAY-UNITS PIC 9V9.
           05 LEAVE-PAY-BAND PIC X.

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

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-KEY.
              10 BAL-EMP-ID PIC X(5).
              10 BAL-TYPE-CODE PIC 9.
           05 BAL-EMP-NAME PIC X(20).
           05 BAL-TYPE-NAME PIC X(10).
           05 BAL-DAYS PIC 99V9.
           05 BAL-CARRY-DAYS PIC 99V9.
           05 BAL-CARRY-EXPIRY PIC 9(8).

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

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LED-TYPE-CODE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-SOURCE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LED-SIGN PIC X.
           05 LED-AMOUNT PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-REF PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LED-RESULT-DAYS PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-RESULT-CARRY PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-TIMESTAMP PIC X(14).

       FD LEAVE-AUDIT-FILE.
       01 AUDIT-RECORD PIC X(118).

       FD TOIL-FILE.
       01 TOIL-RECORD.
           05 TOIL-ID PIC X(8).
           05 TOIL-EMP-ID PIC X(5).
           05 TOIL-WORK-DATE PIC 9(8).
           05 TOIL-UNITS PIC 9V9.
           05 TOIL-REASON PIC X(30).
           05 TOIL-ENTRY-STATUS PIC X(8).
           05 TOIL-SUPERVISOR PIC X(5).
           05 TOIL-DECISION-MGR PIC X(5).
           05 TOIL-DECISION-DATE PIC 9(8).
           05 TOIL-EXPIRY-DATE PIC 9(8).
           05 TOIL-LAPSED-UNITS PIC 9V9.

       FD BUYSELL-FILE.
       01 BUYSELL-RECORD.
           05 BS-ID PIC X(8).
           05 BS-EMP-ID PIC X(5).
           05 BS-KIND PIC X.
           05 BS-DAYS PIC 9V9.
           05 BS-STATUS PIC X(8).
           05 BS-REQ-DATE PIC 9(8).
           05 BS-MGR-ID PIC X(5).
           05 BS-DECISION-DATE PIC 9(8).

       FD DEPT-FILE.
       01 DEPT-RECORD.
           05 DEPT-CODE PIC X(15).
           05 DEPT-NAME PIC X(30).
           05 DEPT-COST-CENTRE PIC X(10).
           05 DEPT-OWNER-ID PIC X(5).

       FD ARCH-LEAVE-FILE.
       01 ARCH-LEAVE-RECORD PIC X(115).

       FD ARCH-REQ-FILE.
       01 ARCH-REQ-RECORD PIC X(238).

       FD ARCH-AUDIT-FILE.
       01 ARCH-AUDIT-RECORD PIC X(118).

       FD UNLOAD-FILE.
       01 UNLOAD-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS-CODE PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 BAL-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 TOIL-STATUS PIC XX.
       01 BUYSELL-STATUS PIC XX.
       01 DEPT-STATUS PIC XX.
       01 ARCH-LEAVE-STATUS PIC XX.
       01 ARCH-REQ-STATUS PIC XX.
       01 ARCH-AUDIT-STATUS PIC XX.
       01 UNLOAD-STATUS PIC XX.
       01 WS-INPUT-STATUS PIC XX.

       01 WS-LEAVE-ROW.
           05 WS-LV-REQ-ID PIC X(8).
           05 WS-LV-EMP-ID PIC X(5).
           05 WS-LV-DATE PIC 9(8).
           05 WS-LV-REASON PIC X(50).
           05 WS-LV-STATUS PIC X(8).
           05 WS-LV-MANAGER-ID PIC X(5).
           05 WS-LV-DECISION-DATE PIC X(8).
           05 WS-LV-TYPE PIC X(10).
           05 WS-LV-LOP-FLAG PIC X.
           05 WS-LV-PARENT-REQ-ID PIC X(8).
           05 WS-LV-DAY-PART PIC X.
           05 WS-LV-DAY-UNITS PIC 9V9.
           05 WS-LV-PAY-BAND PIC X.

       01 WS-REQUEST-ROW.
           05 WS-RQ-REQ-ID PIC X(8).
           05 WS-RQ-EMP-ID PIC X(5).
           05 WS-RQ-START-DATE PIC 9(8).
           05 WS-RQ-END-DATE PIC 9(8).
           05 WS-RQ-TYPE PIC X(10).
           05 WS-RQ-STATUS PIC X(8).
           05 WS-RQ-MANAGER-ID PIC X(5).
           05 WS-RQ-DECISION-DATE PIC X(8).
           05 WS-RQ-REASON PIC X(50).
           05 WS-RQ-START-PART PIC X.
           05 WS-RQ-END-PART PIC X.
           05 WS-RQ-FIRST-MGR-ID PIC X(5).
           05 WS-RQ-FIRST-DATE PIC X(8).
           05 WS-RQ-DECISION-COMMENT PIC X(50).
           05 WS-RQ-CERT-FLAG PIC X.
           05 WS-RQ-CERT-DATE PIC 9(8).
           05 WS-RQ-CERT-REF PIC X(15).
           05 WS-RQ-CERT-NOTES PIC X(30).
           05 WS-RQ-RTW-FLAG PIC X.
           05 WS-RQ-RTW-DATE PIC 9(8).

       01 WS-AUDIT-ROW.
           05 WS-AU-REQ-ID PIC X(8).
           05 FILLER PIC X.
           05 WS-AU-OLD-STATUS PIC X(8).
           05 FILLER PIC X.
           05 WS-AU-NEW-STATUS PIC X(8).
           05 FILLER PIC X.
           05 WS-AU-MGR-ID PIC X(5).
           05 FILLER PIC X.
           05 WS-AU-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 WS-AU-DETAIL PIC X(50).
           05 FILLER PIC X.
           05 WS-AU-SEQ PIC 9(8).
           05 FILLER PIC X.
           05 WS-AU-CHAIN PIC X(10).

       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-FILE PIC X(14).
       01 WS-ARG-EMP PIC X(5).
       01 WS-ARG-FROM PIC X(8).
       01 WS-ARG-TO PIC X(8).
       01 WS-ARG-STATUS PIC X(8).

       01 WS-UNLOAD-NAME PIC X(10) VALUE SPACES.
       01 WS-UNLOAD-FILE-NAME PIC X(40).
       01 WS-FILE-KIND PIC 99 VALUE ZERO.
          88 UNLOAD-LEAVE VALUE 1.
          88 UNLOAD-LEAVEREQ VALUE 2.
          88 UNLOAD-LEAVEBAL VALUE 3.
          88 UNLOAD-EMPLOYEE VALUE 4.
          88 UNLOAD-BALLEDGER VALUE 5.
          88 UNLOAD-LEAVEAUD VALUE 6.
          88 UNLOAD-TOILLOG VALUE 7.
          88 UNLOAD-BUYSELL VALUE 8.
          88 UNLOAD-DEPT VALUE 9.
          88 UNLOAD-ARCHLEAVE VALUE 10.
          88 UNLOAD-ARCHREQ VALUE 11.
          88 UNLOAD-ARCHAUD VALUE 12.
       01 WS-HAS-EMP PIC X VALUE "N".
          88 FILE-HAS-EMP VALUE "Y".
       01 WS-HAS-DATE PIC X VALUE "N".
          88 FILE-HAS-DATE VALUE "Y".
       01 WS-HAS-STATUS PIC X VALUE "N".
          88 FILE-HAS-STATUS VALUE "Y".

       01 WS-SEL-EMP PIC X(5) VALUE SPACES.
       01 WS-SEL-FROM PIC 9(8) VALUE ZERO.
       01 WS-SEL-TO PIC 9(8) VALUE ZERO.
       01 WS-SEL-STATUS PIC X(8) VALUE SPACES.

       01 WS-ROW-EMP PIC X(5).
       01 WS-ROW-FROM PIC 9(8).
       01 WS-ROW-TO PIC 9(8).
       01 WS-ROW-STATUS PIC X(8).
       01 WS-ROW-OK PIC X.
          88 ROW-SELECTED VALUE "Y".

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-OUT-LINE PIC X(400).
       01 WS-OUT-PTR PIC 999.
       01 WS-FLD-TEXT PIC X(50).
       01 WS-FLD-DATE PIC X(8).
       01 WS-FLD-STAMP PIC X(14).
       01 WS-FLD-DEC PIC S9(5)V9.
       01 WS-FLD-NUM PIC 9(9).
       01 WS-DEC-DISP PIC -(5)9.9.
       01 WS-NUM-DISP PIC Z(8)9.
       01 WS-COUNT-DISP PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Delimited Data Unload *****"

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE SPACES TO WS-ARG-EMP WS-ARG-FROM WS-ARG-TO
                   WS-ARG-STATUS
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-FILE WS-ARG-EMP WS-ARG-FROM
                       WS-ARG-TO WS-ARG-STATUS
               END-UNSTRING
               IF WS-ARG-EMP NOT = "*"
                   MOVE WS-ARG-EMP TO WS-SEL-EMP
               END-IF
               IF WS-ARG-FROM NOT = "*" AND WS-ARG-FROM NOT = SPACES
                   IF WS-ARG-FROM NOT NUMERIC
                       PERFORM SHOW-USAGE
                   END-IF
                   MOVE WS-ARG-FROM TO WS-SEL-FROM
               END-IF
               IF WS-ARG-TO NOT = "*" AND WS-ARG-TO NOT = SPACES
                   IF WS-ARG-TO NOT NUMERIC
                       PERFORM SHOW-USAGE
                   END-IF
                   MOVE WS-ARG-TO TO WS-SEL-TO
               END-IF
               IF WS-ARG-STATUS NOT = "*"
                   MOVE FUNCTION UPPER-CASE(WS-ARG-STATUS)
                       TO WS-SEL-STATUS
               END-IF
           ELSE
               DISPLAY "File to unload (LEAVE, LEAVEREQ, LEAVEBAL, "
                   "EMPLOYEE, BALLEDGER, LEAVEAUD,"
               DISPLAY "  TOILLOG, BUYSELL, DEPT, ARCHLEAVE, "
                   "ARCHREQ, ARCHAUD): "
               ACCEPT WS-ARG-FILE
               DISPLAY "Employee ID (blank = all): "
               ACCEPT WS-SEL-EMP
               DISPLAY "From date (YYYYMMDD, blank = no limit): "
               ACCEPT WS-SEL-FROM
               DISPLAY "To date (YYYYMMDD, blank = no limit): "
               ACCEPT WS-SEL-TO
               DISPLAY "Status (blank = all): "
               ACCEPT WS-ARG-STATUS
               MOVE FUNCTION UPPER-CASE(WS-ARG-STATUS)
                   TO WS-SEL-STATUS
           END-IF

           UNSTRING FUNCTION UPPER-CASE(WS-ARG-FILE) DELIMITED BY "."
               INTO WS-UNLOAD-NAME
           END-UNSTRING
           PERFORM SELECT-UNLOAD-FILE
           IF WS-FILE-KIND = ZERO
               DISPLAY "Unknown file " FUNCTION TRIM(WS-ARG-FILE)
                   " - nothing unloaded."
               PERFORM SHOW-USAGE
           END-IF

           IF WS-SEL-FROM NOT = ZERO AND
              FUNCTION INTEGER-OF-DATE(WS-SEL-FROM) = 0
               DISPLAY "Invalid from date " WS-SEL-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-TO = ZERO
               MOVE 99999999 TO WS-SEL-TO
           ELSE
               IF FUNCTION INTEGER-OF-DATE(WS-SEL-TO) = 0
                   DISPLAY "Invalid to date " WS-SEL-TO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-SEL-FROM > WS-SEL-TO
               DISPLAY "From date is after to date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SEL-EMP NOT = SPACES AND NOT FILE-HAS-EMP
               DISPLAY "Employee filter does not apply to "
                   FUNCTION TRIM(WS-UNLOAD-NAME) " - ignored."
               MOVE SPACES TO WS-SEL-EMP
           END-IF
           IF (WS-SEL-FROM NOT = ZERO OR WS-SEL-TO NOT = 99999999)
              AND NOT FILE-HAS-DATE
               DISPLAY "Date filter does not apply to "
                   FUNCTION TRIM(WS-UNLOAD-NAME) " - ignored."
               MOVE ZERO TO WS-SEL-FROM
               MOVE 99999999 TO WS-SEL-TO
           END-IF
           IF WS-SEL-STATUS NOT = SPACES AND NOT FILE-HAS-STATUS
               DISPLAY "Status filter does not apply to "
                   FUNCTION TRIM(WS-UNLOAD-NAME) " - ignored."
               MOVE SPACES TO WS-SEL-STATUS
           END-IF

           MOVE SPACES TO WS-UNLOAD-FILE-NAME
           STRING "../" FUNCTION TRIM(WS-UNLOAD-NAME) ".CSV"
               DELIMITED BY SIZE INTO WS-UNLOAD-FILE-NAME
           OPEN OUTPUT UNLOAD-FILE
           IF UNLOAD-STATUS NOT = "00"
               DISPLAY "Error opening "
                   FUNCTION TRIM(WS-UNLOAD-FILE-NAME) ". Status: "
                   UNLOAD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN UNLOAD-LEAVE
                   PERFORM UNLOAD-LEAVE-FILE
               WHEN UNLOAD-LEAVEREQ
                   PERFORM UNLOAD-REQUEST-FILE
               WHEN UNLOAD-LEAVEBAL
                   PERFORM UNLOAD-BALANCE-FILE
               WHEN UNLOAD-EMPLOYEE
                   PERFORM UNLOAD-EMPLOYEE-FILE
               WHEN UNLOAD-BALLEDGER
                   PERFORM UNLOAD-LEDGER-FILE
               WHEN UNLOAD-LEAVEAUD
                   PERFORM UNLOAD-AUDIT-FILE
               WHEN UNLOAD-TOILLOG
                   PERFORM UNLOAD-TOIL-FILE
               WHEN UNLOAD-BUYSELL
                   PERFORM UNLOAD-BUYSELL-FILE
               WHEN UNLOAD-DEPT
                   PERFORM UNLOAD-DEPT-FILE
               WHEN UNLOAD-ARCHLEAVE
                   PERFORM UNLOAD-ARCH-LEAVE-FILE
               WHEN UNLOAD-ARCHREQ
                   PERFORM UNLOAD-ARCH-REQ-FILE
               WHEN UNLOAD-ARCHAUD
                   PERFORM UNLOAD-ARCH-AUDIT-FILE
           END-EVALUATE

           IF WS-INPUT-STATUS NOT = "00"
               CLOSE UNLOAD-FILE
               DISPLAY "Error opening "
                   FUNCTION TRIM(WS-UNLOAD-NAME) ".DAT. Status: "
                   WS-INPUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "TRAILER," FUNCTION TRIM(WS-UNLOAD-NAME) ","
               FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO UNLOAD-RECORD
           WRITE UNLOAD-RECORD
           CLOSE UNLOAD-FILE

           DISPLAY " "
           DISPLAY WS-WRITTEN-COUNT " of " WS-READ-COUNT
               " record(s) unloaded to "
               FUNCTION TRIM(WS-UNLOAD-FILE-NAME) "."
           STOP RUN.

           SHOW-USAGE.
               DISPLAY "Usage: dataunload file [emp|*] [from|*] "
                   "[to|*] [status|*]"
               DISPLAY "  file = LEAVE, LEAVEREQ, LEAVEBAL, EMPLOYEE, "
                   "BALLEDGER, LEAVEAUD, TOILLOG,"
               DISPLAY "         BUYSELL, DEPT, ARCHLEAVE, ARCHREQ, "
                   "ARCHAUD"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           SELECT-UNLOAD-FILE.
               MOVE ZERO TO WS-FILE-KIND
               MOVE "N" TO WS-HAS-EMP
               MOVE "N" TO WS-HAS-DATE
               MOVE "N" TO WS-HAS-STATUS
               EVALUATE WS-UNLOAD-NAME
                   WHEN "LEAVE"
                       SET UNLOAD-LEAVE TO TRUE
                   WHEN "LEAVEREQ"
                       SET UNLOAD-LEAVEREQ TO TRUE
                   WHEN "LEAVEBAL"
                       SET UNLOAD-LEAVEBAL TO TRUE
                   WHEN "EMPLOYEE"
                       SET UNLOAD-EMPLOYEE TO TRUE
                   WHEN "BALLEDGER"
                       SET UNLOAD-BALLEDGER TO TRUE
                   WHEN "LEAVEAUD"
                       SET UNLOAD-LEAVEAUD TO TRUE
                   WHEN "TOILLOG"
                       SET UNLOAD-TOILLOG TO TRUE
                   WHEN "BUYSELL"
                       SET UNLOAD-BUYSELL TO TRUE
                   WHEN "DEPT"
                       SET UNLOAD-DEPT TO TRUE
                   WHEN "ARCHLEAVE"
                       SET UNLOAD-ARCHLEAVE TO TRUE
                   WHEN "ARCHREQ"
                       SET UNLOAD-ARCHREQ TO TRUE
                   WHEN "ARCHAUD"
                       SET UNLOAD-ARCHAUD TO TRUE
               END-EVALUATE
               IF UNLOAD-LEAVE OR UNLOAD-LEAVEREQ OR UNLOAD-LEAVEBAL
                  OR UNLOAD-EMPLOYEE OR UNLOAD-BALLEDGER
                  OR UNLOAD-TOILLOG OR UNLOAD-BUYSELL
                  OR UNLOAD-ARCHLEAVE OR UNLOAD-ARCHREQ
                   MOVE "Y" TO WS-HAS-EMP
               END-IF
               IF UNLOAD-LEAVE OR UNLOAD-LEAVEREQ
                  OR UNLOAD-BALLEDGER OR UNLOAD-LEAVEAUD
                  OR UNLOAD-TOILLOG OR UNLOAD-BUYSELL
                  OR UNLOAD-ARCHLEAVE OR UNLOAD-ARCHREQ
                  OR UNLOAD-ARCHAUD
                   MOVE "Y" TO WS-HAS-DATE
               END-IF
               IF UNLOAD-LEAVE OR UNLOAD-LEAVEREQ OR UNLOAD-EMPLOYEE
                  OR UNLOAD-LEAVEAUD OR UNLOAD-TOILLOG
                  OR UNLOAD-BUYSELL OR UNLOAD-ARCHLEAVE
                  OR UNLOAD-ARCHREQ OR UNLOAD-ARCHAUD
                   MOVE "Y" TO WS-HAS-STATUS
               END-IF.

           CHECK-ROW-FILTERS.
               MOVE "Y" TO WS-ROW-OK
               ADD 1 TO WS-READ-COUNT
               IF WS-SEL-EMP NOT = SPACES AND
                  WS-ROW-EMP NOT = WS-SEL-EMP
                   MOVE "N" TO WS-ROW-OK
               END-IF
               IF FILE-HAS-DATE AND
                  (WS-ROW-TO < WS-SEL-FROM OR
                   WS-ROW-FROM > WS-SEL-TO)
                   MOVE "N" TO WS-ROW-OK
               END-IF
               IF WS-SEL-STATUS NOT = SPACES AND
                  WS-ROW-STATUS NOT = WS-SEL-STATUS
                   MOVE "N" TO WS-ROW-OK
               END-IF.

           UNLOAD-LEAVE-FILE.
               OPEN INPUT LEAVE-FILE
               MOVE LEAVE-STATUS-CODE TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-LEAVE-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-FILE NEXT RECORD INTO WS-LEAVE-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-LEAVE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE.

           UNLOAD-ARCH-LEAVE-FILE.
               OPEN INPUT ARCH-LEAVE-FILE
               MOVE ARCH-LEAVE-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-LEAVE-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-LEAVE-FILE INTO WS-LEAVE-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-LEAVE
                   END-READ
               END-PERFORM
               CLOSE ARCH-LEAVE-FILE.

           WRITE-LEAVE-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "REQ_ID,EMP_ID,LEAVE_DATE,REASON,STATUS,"
                   "MANAGER_ID,DECISION_DATE,LEAVE_TYPE,LOP_FLAG,"
                   "PARENT_REQ_ID,DAY_PART,DAY_UNITS,PAY_BAND"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD.

           UNLOAD-ONE-LEAVE.
               MOVE WS-LV-EMP-ID TO WS-ROW-EMP
               MOVE WS-LV-DATE TO WS-ROW-FROM
               MOVE WS-LV-DATE TO WS-ROW-TO
               MOVE WS-LV-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE WS-LV-REQ-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-LV-REASON TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE WS-LV-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-MANAGER-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-DECISION-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-LV-TYPE TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-LOP-FLAG TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-PARENT-REQ-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-DAY-PART TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-LV-DAY-UNITS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE WS-LV-PAY-BAND TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-REQUEST-FILE.
               OPEN INPUT LEAVE-REQUEST-FILE
               MOVE PARENT-STATUS-CODE TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-REQUEST-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       INTO WS-REQUEST-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE.

           UNLOAD-ARCH-REQ-FILE.
               OPEN INPUT ARCH-REQ-FILE
               MOVE ARCH-REQ-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-REQUEST-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-REQ-FILE INTO WS-REQUEST-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE ARCH-REQ-FILE.

           WRITE-REQUEST-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "REQ_ID,EMP_ID,START_DATE,END_DATE,LEAVE_TYPE,"
                   "STATUS,MANAGER_ID,DECISION_DATE,REASON,"
                   "START_PART,END_PART,FIRST_MGR_ID,FIRST_DATE,"
                   "DECISION_COMMENT,CERT_FLAG,CERT_DATE,CERT_REF,"
                   "CERT_NOTES,RTW_FLAG,RTW_DATE"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD.

           UNLOAD-ONE-REQUEST.
               MOVE WS-RQ-EMP-ID TO WS-ROW-EMP
               MOVE WS-RQ-START-DATE TO WS-ROW-FROM
               MOVE WS-RQ-END-DATE TO WS-ROW-TO
               MOVE WS-RQ-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE WS-RQ-REQ-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-START-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-RQ-END-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-RQ-TYPE TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-MANAGER-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-DECISION-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-RQ-REASON TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE WS-RQ-START-PART TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-END-PART TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-FIRST-MGR-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-FIRST-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-RQ-DECISION-COMMENT TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE WS-RQ-CERT-FLAG TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-CERT-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE WS-RQ-CERT-REF TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE WS-RQ-CERT-NOTES TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE WS-RQ-RTW-FLAG TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-RQ-RTW-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-BALANCE-FILE.
               OPEN INPUT BALANCE-FILE
               MOVE BAL-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "EMP_ID,TYPE_CODE,EMP_NAME,TYPE_NAME,DAYS,"
                   "CARRY_DAYS,CARRY_EXPIRY"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE.

           UNLOAD-ONE-BALANCE.
               MOVE BAL-EMP-ID TO WS-ROW-EMP
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE BAL-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BAL-TYPE-CODE TO WS-FLD-NUM
               PERFORM ADD-NUM-FIELD
               MOVE BAL-EMP-NAME TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE BAL-TYPE-NAME TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BAL-DAYS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE BAL-CARRY-DAYS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE BAL-CARRY-EXPIRY TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-EMPLOYEE-FILE.
               OPEN INPUT EMPLOYEE-FILE
               MOVE EMPLOYEE-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "EMP_ID,EMP_NAME,DEPARTMENT,HIRE_DATE,STATUS,"
                   "LOCATION,FAIL_COUNT,LOCK_FLAG,TERM_DATE"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           UNLOAD-ONE-EMPLOYEE.
               MOVE EMP-ID TO WS-ROW-EMP
               MOVE EMP-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE EMP-NAME TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE EMP-DEPARTMENT TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE EMP-HIRE-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE EMP-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE EMP-LOCATION TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE EMP-FAIL-COUNT TO WS-FLD-NUM
               PERFORM ADD-NUM-FIELD
               MOVE EMP-LOCK-FLAG TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE EMP-TERM-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-LEDGER-FILE.
               OPEN INPUT LEDGER-FILE
               MOVE LEDGER-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "EMP_ID,TYPE_CODE,SOURCE,AMOUNT,REF,"
                   "RESULT_DAYS,RESULT_CARRY,POSTED"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-LEDGER
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE.

           UNLOAD-ONE-LEDGER.
               MOVE LED-EMP-ID TO WS-ROW-EMP
               MOVE ZERO TO WS-ROW-FROM
               IF LED-TIMESTAMP(1:8) NUMERIC
                   MOVE LED-TIMESTAMP(1:8) TO WS-ROW-FROM
               END-IF
               MOVE WS-ROW-FROM TO WS-ROW-TO
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE LED-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE LED-TYPE-CODE TO WS-FLD-NUM
               PERFORM ADD-NUM-FIELD
               MOVE LED-SOURCE TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               IF LED-SIGN = "-"
                   COMPUTE WS-FLD-DEC = 0 - LED-AMOUNT
               ELSE
                   MOVE LED-AMOUNT TO WS-FLD-DEC
               END-IF
               PERFORM ADD-DEC-FIELD
               MOVE LED-REF TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE LED-RESULT-DAYS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE LED-RESULT-CARRY TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE LED-TIMESTAMP TO WS-FLD-STAMP
               PERFORM ADD-STAMP-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-AUDIT-FILE.
               OPEN INPUT LEAVE-AUDIT-FILE
               MOVE AUDIT-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-AUDIT-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-AUDIT-FILE INTO WS-AUDIT-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE.

           UNLOAD-ARCH-AUDIT-FILE.
               OPEN INPUT ARCH-AUDIT-FILE
               MOVE ARCH-AUDIT-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-AUDIT-HEADER
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-AUDIT-FILE INTO WS-AUDIT-ROW
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUDIT-FILE.

           WRITE-AUDIT-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "REQ_ID,OLD_STATUS,NEW_STATUS,USER_ID,"
                   "TIMESTAMP,DETAIL,SEQ,CHAIN"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD.

           UNLOAD-ONE-AUDIT.
               MOVE ZERO TO WS-ROW-FROM
               IF WS-AU-TIMESTAMP(1:8) NUMERIC
                   MOVE WS-AU-TIMESTAMP(1:8) TO WS-ROW-FROM
               END-IF
               MOVE WS-ROW-FROM TO WS-ROW-TO
               MOVE WS-AU-NEW-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE WS-AU-REQ-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-AU-OLD-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-AU-NEW-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-AU-MGR-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE WS-AU-TIMESTAMP TO WS-FLD-STAMP
               PERFORM ADD-STAMP-FIELD
               MOVE WS-AU-DETAIL TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               IF WS-AU-SEQ NUMERIC
                   MOVE WS-AU-SEQ TO WS-FLD-NUM
                   PERFORM ADD-NUM-FIELD
               ELSE
                   MOVE SPACES TO WS-FLD-TEXT
                   PERFORM ADD-TEXT-FIELD
               END-IF
               MOVE WS-AU-CHAIN TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-TOIL-FILE.
               OPEN INPUT TOIL-FILE
               MOVE TOIL-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "TOIL_ID,EMP_ID,WORK_DATE,UNITS,REASON,STATUS,"
                   "SUPERVISOR,DECISION_MGR,DECISION_DATE,"
                   "EXPIRY_DATE,LAPSED_UNITS"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ TOIL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-TOIL
                   END-READ
               END-PERFORM
               CLOSE TOIL-FILE.

           UNLOAD-ONE-TOIL.
               MOVE TOIL-EMP-ID TO WS-ROW-EMP
               MOVE TOIL-WORK-DATE TO WS-ROW-FROM
               MOVE TOIL-WORK-DATE TO WS-ROW-TO
               MOVE TOIL-ENTRY-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE TOIL-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE TOIL-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE TOIL-WORK-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE TOIL-UNITS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE TOIL-REASON TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE TOIL-ENTRY-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE TOIL-SUPERVISOR TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE TOIL-DECISION-MGR TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE TOIL-DECISION-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE TOIL-EXPIRY-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE TOIL-LAPSED-UNITS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-BUYSELL-FILE.
               OPEN INPUT BUYSELL-FILE
               MOVE BUYSELL-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "BS_ID,EMP_ID,KIND,DAYS,STATUS,REQ_DATE,"
                   "MGR_ID,DECISION_DATE"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ BUYSELL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-BUYSELL
                   END-READ
               END-PERFORM
               CLOSE BUYSELL-FILE.

           UNLOAD-ONE-BUYSELL.
               MOVE BS-EMP-ID TO WS-ROW-EMP
               MOVE BS-REQ-DATE TO WS-ROW-FROM
               MOVE BS-REQ-DATE TO WS-ROW-TO
               MOVE BS-STATUS TO WS-ROW-STATUS
               PERFORM CHECK-ROW-FILTERS
               IF NOT ROW-SELECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-OUT-LINE
               MOVE BS-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BS-EMP-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BS-KIND TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BS-DAYS TO WS-FLD-DEC
               PERFORM ADD-DEC-FIELD
               MOVE BS-STATUS TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BS-REQ-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               MOVE BS-MGR-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE BS-DECISION-DATE TO WS-FLD-DATE
               PERFORM ADD-DATE-FIELD
               PERFORM WRITE-OUT-LINE.

           UNLOAD-DEPT-FILE.
               OPEN INPUT DEPT-FILE
               MOVE DEPT-STATUS TO WS-INPUT-STATUS
               IF WS-INPUT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE "DEPT_CODE,DEPT_NAME,COST_CENTRE,OWNER_ID"
                   TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ DEPT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM UNLOAD-ONE-DEPT
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE.

           UNLOAD-ONE-DEPT.
               PERFORM CHECK-ROW-FILTERS
               PERFORM START-OUT-LINE
               MOVE DEPT-CODE TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE DEPT-NAME TO WS-FLD-TEXT
               PERFORM ADD-QUOTED-FIELD
               MOVE DEPT-COST-CENTRE TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE DEPT-OWNER-ID TO WS-FLD-TEXT
               PERFORM ADD-TEXT-FIELD
               PERFORM WRITE-OUT-LINE.

           START-OUT-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR.

           WRITE-OUT-LINE.
               SUBTRACT 1 FROM WS-OUT-PTR
               MOVE SPACE TO WS-OUT-LINE(WS-OUT-PTR:1)
               MOVE WS-OUT-LINE TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               ADD 1 TO WS-WRITTEN-COUNT.

           ADD-TEXT-FIELD.
               IF WS-FLD-TEXT NOT = SPACES
                   STRING FUNCTION TRIM(WS-FLD-TEXT)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               STRING "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

           ADD-QUOTED-FIELD.
               IF WS-FLD-TEXT NOT = SPACES
                   INSPECT WS-FLD-TEXT REPLACING ALL '"' BY "'"
                   STRING '"' FUNCTION TRIM(WS-FLD-TEXT) '"'
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               STRING "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

           ADD-DATE-FIELD.
               EVALUATE TRUE
                   WHEN WS-FLD-DATE = SPACES OR
                        WS-FLD-DATE = "00000000"
                       CONTINUE
                   WHEN WS-FLD-DATE NUMERIC
                       STRING WS-FLD-DATE(1:4) "-" WS-FLD-DATE(5:2)
                           "-" WS-FLD-DATE(7:2)
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-FLD-DATE)
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-EVALUATE
               STRING "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

           ADD-STAMP-FIELD.
               EVALUATE TRUE
                   WHEN WS-FLD-STAMP = SPACES
                       CONTINUE
                   WHEN WS-FLD-STAMP NUMERIC
                       STRING WS-FLD-STAMP(1:4) "-" WS-FLD-STAMP(5:2)
                           "-" WS-FLD-STAMP(7:2) " "
                           WS-FLD-STAMP(9:2) ":" WS-FLD-STAMP(11:2)
                           ":" WS-FLD-STAMP(13:2)
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-FLD-STAMP)
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-EVALUATE
               STRING "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

           ADD-DEC-FIELD.
               MOVE WS-FLD-DEC TO WS-DEC-DISP
               STRING FUNCTION TRIM(WS-DEC-DISP) ","
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

           ADD-NUM-FIELD.
               MOVE WS-FLD-NUM TO WS-NUM-DISP
               STRING FUNCTION TRIM(WS-NUM-DISP) ","
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
