       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRUSER-FILE ASSIGN TO "../HRUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-ID
               FILE STATUS IS HRUSER-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

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

           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "../LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-STATUS.

           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT LEAVE-FILE ASSIGN TO "../LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQ-ID
               ALTERNATE RECORD KEY IS LEAVE-EMP-ID WITH DUPLICATES
               FILE STATUS IS LEAVE-STATUS-CODE.

           SELECT ARCH-REQ-FILE ASSIGN TO "../ARCHREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-REQ-STATUS.

           SELECT ARCH-LEAVE-FILE ASSIGN TO "../ARCHLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-LEAVE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "../BALADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-STATUS.

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

           SELECT DONATION-FILE ASSIGN TO "../DONATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DON-ID
               ALTERNATE RECORD KEY IS DON-DONOR-ID WITH DUPLICATES
               FILE STATUS IS DONATION-STATUS.

           SELECT ABSCASE-FILE ASSIGN TO "../ABSCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS ABSCASE-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT FAMKIT-FILE ASSIGN TO "../FAMKIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FAMKIT-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT ARCH-AUDIT-FILE ASSIGN TO "../ARCHAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-AUDIT-STATUS.

           SELECT ARCH-NOTICE-FILE ASSIGN TO "../ARCHNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-NOTICE-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT SAR-FILE ASSIGN TO WS-SAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAR-STATUS.

           SELECT LASTLOGIN-FILE ASSIGN TO "../LASTLOGIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS LASTLOGIN-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HRUSER-FILE.
       01 HRUSER-RECORD.
           05 HR-ID PIC X(5).
           05 HR-NAME PIC X(20).
           05 HR-PASSWORD PIC X(20).
           05 HR-FAIL-COUNT PIC 99.
           05 HR-LOCK-FLAG PIC X.

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

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

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

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

       FD ARCH-REQ-FILE.
       01 ARCH-REQ-RECORD.
           05 ARCH-PARENT-REQ-ID PIC X(8).
           05 ARCH-PARENT-EMP-ID PIC X(5).
           05 ARCH-PARENT-START-DATE PIC 9(8).
           05 ARCH-PARENT-END-DATE PIC 9(8).
           05 ARCH-PARENT-TYPE PIC X(10).
           05 ARCH-PARENT-STATUS PIC X(8).
           05 ARCH-PARENT-MANAGER-ID PIC X(5).
           05 ARCH-PARENT-DECISION-DATE PIC X(8).
           05 ARCH-PARENT-REASON PIC X(50).
           05 ARCH-PARENT-START-PART PIC X.
           05 ARCH-PARENT-END-PART PIC X.
           05 ARCH-PARENT-FIRST-MGR-ID PIC X(5).
           05 ARCH-PARENT-FIRST-DATE PIC X(8).
           05 ARCH-PARENT-DECISION-COMMENT PIC X(50).
           05 ARCH-PARENT-CERT-FLAG PIC X.
           05 ARCH-PARENT-CERT-DATE PIC 9(8).
           05 ARCH-PARENT-CERT-REF PIC X(15).
           05 ARCH-PARENT-CERT-NOTES PIC X(30).
           05 ARCH-PARENT-RTW-FLAG PIC X.
           05 ARCH-PARENT-RTW-DATE PIC 9(8).

       FD ARCH-LEAVE-FILE.
       01 ARCH-LEAVE-RECORD.
           05 ARCH-LEAVE-REQ-ID PIC X(8).
           05 ARCH-LEAVE-EMP-ID PIC X(5).
           05 ARCH-LEAVE-DATE PIC 9(8).
           05 ARCH-LEAVE-REASON PIC X(50).
           05 ARCH-LEAVE-STATUS-VAL PIC X(8).
           05 ARCH-LEAVE-MANAGER-ID PIC X(5).
           05 ARCH-LEAVE-DECISION-DATE PIC X(8).
           05 ARCH-LEAVE-TYPE PIC X(10).
           05 ARCH-LEAVE-LOP-FLAG PIC X.
           05 ARCH-LEAVE-PARENT-REQ-ID PIC X(8).
           05 ARCH-LEAVE-DAY-PART PIC X.
           05 ARCH-LEAVE-DAY-UNITS PIC 9V9.
           05 ARCH-LEAVE-PAY-BAND PIC X.

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

       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           05 ADJ-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-TYPE-CODE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-SIGN PIC X.
           05 ADJ-AMOUNT PIC 99V9.
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-REASON-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-MGR-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-TIMESTAMP PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 ADJ-TYPE-NAME PIC X(10).

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

       FD DONATION-FILE.
       01 DONATION-RECORD.
           05 DON-ID PIC X(8).
           05 DON-DONOR-ID PIC X(5).
           05 DON-RECIP-ID PIC X(5).
           05 DON-TYPE-CODE PIC 9.
           05 DON-DAYS PIC 99V9.
           05 DON-REASON PIC X(30).
           05 DON-STATUS PIC X(8).
           05 DON-REQ-DATE PIC 9(8).
           05 DON-HR-ID PIC X(5).
           05 DON-DECISION-DATE PIC 9(8).

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

       FD FAMCASE-FILE.
       01 FAMCASE-RECORD.
           05 FAM-KEY.
              10 FAM-EMP-ID PIC X(5).
              10 FAM-SEQ PIC 9(3).
           05 FAM-TYPE PIC X(10).
           05 FAM-STATUS PIC X(9).
           05 FAM-EXPECTED-DATE PIC 9(8).
           05 FAM-ACTUAL-DATE PIC 9(8).
           05 FAM-START-DATE PIC 9(8).
           05 FAM-RETURN-DATE PIC 9(8).
           05 FAM-ACTUAL-RETURN PIC 9(8).
           05 FAM-FULL-WEEKS PIC 99.
           05 FAM-STAT-WEEKS PIC 99.
           05 FAM-UNPAID-WEEKS PIC 99.
           05 FAM-KIT-DAYS PIC 99V9.
           05 FAM-NOTES PIC X(30).
           05 FAM-LAST-UPDATE PIC X(14).

       FD FAMKIT-FILE.
       01 FAMKIT-RECORD.
           05 KIT-KEY.
              10 KIT-EMP-ID PIC X(5).
              10 KIT-SEQ PIC 9(3).
              10 KIT-DATE PIC 9(8).
           05 KIT-UNITS PIC 9V9.
           05 KIT-NOTES PIC X(30).
           05 KIT-STAMP PIC X(14).

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

       FD ARCH-AUDIT-FILE.
       01 ARCH-AUDIT-RECORD.
           05 ARCH-AUD-REQ-ID PIC X(8).
           05 FILLER PIC X.
           05 ARCH-AUD-OLD-STATUS PIC X(8).
           05 FILLER PIC X.
           05 ARCH-AUD-NEW-STATUS PIC X(8).
           05 FILLER PIC X.
           05 ARCH-AUD-MGR-ID PIC X(5).
           05 FILLER PIC X.
           05 ARCH-AUD-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 ARCH-AUD-DETAIL PIC X(50).
           05 FILLER PIC X.
           05 ARCH-AUD-SEQ PIC X(8).
           05 FILLER PIC X.
           05 ARCH-AUD-CHAIN PIC X(10).

       FD ARCH-NOTICE-FILE.
       01 ARCH-NOTICE-RECORD.
           05 ARCH-NOTE-BODY.
              10 ARCH-NOTE-EMP-ID PIC X(5).
              10 FILLER PIC X.
              10 ARCH-NOTE-REQ-ID PIC X(8).
              10 FILLER PIC X.
              10 ARCH-NOTE-DECISION PIC X(8).
              10 FILLER PIC X.
              10 ARCH-NOTE-DATE PIC X(8).
              10 FILLER PIC X.
              10 ARCH-NOTE-REASON PIC X(50).
              10 FILLER PIC X.
              10 ARCH-NOTE-COMMENT PIC X(50).
              10 FILLER PIC X(2).
           05 FILLER PIC X.
           05 ARCH-NOTE-DISPATCHED PIC X(14).

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       FD SAR-FILE.
       01 SAR-RECORD PIC X(160).

       FD LASTLOGIN-FILE.
       01 LASTLOGIN-RECORD.
           05 LL-KEY.
              10 LL-ACCT-TYPE PIC X(3).
              10 LL-ACCT-ID PIC X(5).
           05 LL-LAST-LOGIN PIC X(14).
           05 LL-LOGIN-COUNT PIC 9(7).

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
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 HRUSER-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 PAYRATE-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 ARCH-REQ-STATUS PIC XX.
       01 ARCH-LEAVE-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 ADJUSTMENT-STATUS PIC XX.
       01 TOIL-STATUS PIC XX.
       01 BUYSELL-STATUS PIC XX.
       01 DONATION-STATUS PIC XX.
       01 ABSCASE-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.
       01 FAMKIT-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 ARCH-AUDIT-STATUS PIC XX.
       01 ARCH-NOTICE-STATUS PIC XX.
       01 SAR-STATUS PIC XX.
       01 ASSIGN-STATUS PIC XX.

       01 CHOICE PIC 9.
       01 WS-END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-STAMP PIC X(14).

       01 AUTH-SUCCESS-FLAG PIC X VALUE "N".
       01 AUTH-HR-ID PIC X(5).
       01 LASTLOGIN-STATUS PIC XX.
       01 WS-LL-TYPE PIC X(3).
       01 WS-LL-ID PIC X(5).
       01 AUTH-HR-PWD PIC X(20).
       01 WS-HASH-INPUT PIC X(20).
       01 WS-HASH-VALUE PIC 9(9).
       01 WS-HASH-DIGITS PIC 9(9).
       01 WS-HASH-TEXT PIC X(20).
       01 WS-HASH-IX PIC 99.
       01 WS-HASH-LEN PIC 99.
       01 MAX-LOGIN-FAILS PIC 99 VALUE 3.

       01 WS-SAR-EMP-ID PIC X(5).
       01 WS-ID-LEN PIC 9.
       01 WS-TALLY PIC 9(3).
       01 WS-SAR-FILE-NAME PIC X(40).
       01 WS-SAR-SHORT-NAME PIC X(30).
       01 WS-OUT-LINE PIC X(160).
       01 WS-SECTION-NAME PIC X(40).
       01 WS-GRAND-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-SUBJECT-KNOWN PIC X VALUE "N".
          88 SUBJECT-KNOWN VALUE "Y".

       01 WS-SECTION-TABLE.
          05 WS-SEC-ENTRY OCCURS 25 TIMES.
             10 WS-SEC-NAME PIC X(40).
             10 WS-SEC-COUNT PIC 9(5).
             10 WS-SEC-STATE PIC X(12).
       01 WS-SEC-IX PIC 99 VALUE ZERO.
       01 WS-SEC-LIST-IX PIC 99.

       01 WS-REF-TABLE.
          05 WS-REF-ID PIC X(8) OCCURS 3000 TIMES.
       01 WS-REF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REF-IX PIC 9(4).
       01 WS-REF-NEW PIC X(8).
       01 WS-REF-FOUND PIC X.
       01 WS-REF-FULL PIC X VALUE "N".
          88 REF-TABLE-FULL VALUE "Y".
       01 WS-MATCH PIC X.

       01 WS-DAYS-DISP PIC Z9.9.
       01 WS-DAYS2-DISP PIC Z9.9.
       01 WS-DAYS3-DISP PIC Z9.9.
       01 WS-RATE-DISP PIC ZZZZ9.99.
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-TOTAL-DISP PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O HRUSER-FILE
           IF HRUSER-STATUS NOT = "00"
               DISPLAY "Error opening HRUSER.DAT. Status: "
                   HRUSER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "MAXFAILS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO MAX-LOGIN-FAILS
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           DISPLAY "***** Subject Access Request Extract *****"
           DISPLAY "Writes everything held on one employee to a"
           DISPLAY "single document, with a record count for every"
           DISPLAY "section. Restricted to HR users."
           PERFORM AUTHENTICATE-HR
           IF AUTH-SUCCESS-FLAG NOT = "Y"
               CLOSE HRUSER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 2
               DISPLAY SPACE
               DISPLAY "+----------------------------------+"
               DISPLAY "| 1 - Extract data for an employee |"
               DISPLAY "| 2 - Exit                         |"
               DISPLAY "+----------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM RUN-SUBJECT-EXTRACT
                   WHEN 2
                       DISPLAY "Exiting subject access extract."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Enter 1 or 2."
               END-EVALUATE
           END-PERFORM

           CLOSE HRUSER-FILE
           STOP RUN.

           RUN-SUBJECT-EXTRACT.
               DISPLAY "Employee ID: "
               ACCEPT WS-SAR-EMP-ID
               IF WS-SAR-EMP-ID = SPACES
                   DISPLAY "No employee ID entered."
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-ID-LEN
               INSPECT WS-SAR-EMP-ID TALLYING WS-ID-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
               MOVE SPACES TO WS-SAR-SHORT-NAME
               STRING "SAR-" WS-SAR-EMP-ID(1:WS-ID-LEN) "-"
                   WS-TODAY ".TXT"
                   DELIMITED BY SIZE INTO WS-SAR-SHORT-NAME
               MOVE SPACES TO WS-SAR-FILE-NAME
               STRING "../" FUNCTION TRIM(WS-SAR-SHORT-NAME)
                   DELIMITED BY SIZE INTO WS-SAR-FILE-NAME
               OPEN OUTPUT SAR-FILE
               IF SAR-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-SAR-FILE-NAME
                       " Status: " SAR-STATUS
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-SEC-IX
               MOVE ZERO TO WS-REF-COUNT
               MOVE ZERO TO WS-GRAND-TOTAL
               MOVE "N" TO WS-REF-FULL
               MOVE "N" TO WS-SUBJECT-KNOWN

               MOVE ALL "=" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE
               MOVE "SUBJECT ACCESS REQUEST - PERSONAL DATA EXTRACT"
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "Employee ID ....... " WS-SAR-EMP-ID
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "Produced .......... " WS-STAMP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "Produced by HR user " AUTH-HR-ID
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE "The record count for every section is "
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE "summarised at the end of this document."
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE ALL "=" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE

               PERFORM EXTRACT-EMPLOYEE
               PERFORM EXTRACT-REPORTING-LINE
               PERFORM EXTRACT-ASSIGNMENTS
               PERFORM EXTRACT-PAY-RATES
               PERFORM EXTRACT-BALANCES
               PERFORM EXTRACT-REQUESTS
               PERFORM EXTRACT-LEAVE-DAYS
               PERFORM EXTRACT-ARCH-REQUESTS
               PERFORM EXTRACT-ARCH-LEAVE-DAYS
               PERFORM EXTRACT-MEDICAL-CERTS
               PERFORM EXTRACT-LEDGER
               PERFORM EXTRACT-ADJUSTMENTS
               PERFORM EXTRACT-TOIL
               PERFORM EXTRACT-BUYSELL
               PERFORM EXTRACT-DONATIONS
               PERFORM EXTRACT-ABSENCE-CASES
               PERFORM EXTRACT-FAMILY-CASES
               PERFORM EXTRACT-KIT-DAYS
               PERFORM EXTRACT-AUDIT-TRAIL
               PERFORM EXTRACT-ARCH-AUDIT-TRAIL
               PERFORM EXTRACT-NOTICES
               PERFORM WRITE-SECTION-SUMMARY

               CLOSE SAR-FILE
               PERFORM WRITE-EXTRACT-AUDIT

               MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISP
               DISPLAY FUNCTION TRIM(WS-SAR-FILE-NAME) " written: "
                   WS-TOTAL-DISP " record(s) in " WS-SEC-IX
                   " section(s)."
               IF NOT SUBJECT-KNOWN
                   DISPLAY "Note: " WS-SAR-EMP-ID
                       " is not on EMPLOYEE.DAT."
               END-IF
               IF REF-TABLE-FULL
                   DISPLAY "Warning: reference table full - audit "
                       "rows may be incomplete."
               END-IF.

           BEGIN-SECTION.
               ADD 1 TO WS-SEC-IX
               MOVE WS-SECTION-NAME TO WS-SEC-NAME (WS-SEC-IX)
               MOVE ZERO TO WS-SEC-COUNT (WS-SEC-IX)
               MOVE "EXTRACTED" TO WS-SEC-STATE (WS-SEC-IX)
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "SECTION " WS-SEC-IX ". " WS-SECTION-NAME
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE ALL "-" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE.

           NOT-ON-FILE-SECTION.
               MOVE "NOT ON FILE" TO WS-SEC-STATE (WS-SEC-IX)
               MOVE "  This file does not exist on this system."
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               PERFORM END-SECTION.

           END-SECTION.
               IF WS-SEC-COUNT (WS-SEC-IX) = ZERO AND
                  WS-SEC-STATE (WS-SEC-IX) = "EXTRACTED"
                   MOVE "  No records held." TO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF
               MOVE WS-SEC-COUNT (WS-SEC-IX) TO WS-COUNT-DISP
               STRING "  Records in this section: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               ADD WS-SEC-COUNT (WS-SEC-IX) TO WS-GRAND-TOTAL.

           COUNT-SECTION-RECORD.
               ADD 1 TO WS-SEC-COUNT (WS-SEC-IX).

           ADD-REFERENCE-ID.
               IF WS-REF-NEW = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
                   IF WS-REF-ID (WS-REF-IX) = WS-REF-NEW
                       MOVE "Y" TO WS-REF-FOUND
                       MOVE WS-REF-COUNT TO WS-REF-IX
                   END-IF
               END-PERFORM
               IF WS-REF-FOUND = "N"
                   IF WS-REF-COUNT < 3000
                       ADD 1 TO WS-REF-COUNT
                       MOVE WS-REF-NEW TO WS-REF-ID (WS-REF-COUNT)
                   ELSE
                       MOVE "Y" TO WS-REF-FULL
                   END-IF
               END-IF.

           CHECK-REFERENCE-ID.
               MOVE "N" TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
                   IF WS-REF-ID (WS-REF-IX) = WS-REF-NEW
                       MOVE "Y" TO WS-REF-FOUND
                       MOVE WS-REF-COUNT TO WS-REF-IX
                   END-IF
               END-PERFORM.

           EXTRACT-EMPLOYEE.
               MOVE "EMPLOYEE RECORD (EMPLOYEE.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUBJECT-KNOWN
                   PERFORM COUNT-SECTION-RECORD
                   STRING "  Name ............ " EMP-NAME
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Department ...... " EMP-DEPARTMENT
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Location ........ " EMP-LOCATION
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Hire date ....... " EMP-HIRE-DATE
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Status .......... " EMP-STATUS
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Termination date  " EMP-TERM-DATE
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   STRING "  Failed sign-ons . " EMP-FAIL-COUNT
                       "   Locked: " EMP-LOCK-FLAG
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   IF EMP-PIN NOT = SPACES
                       MOVE "  PIN ............. hashed, not shown"
                           TO WS-OUT-LINE
                       PERFORM WRITE-OUT-LINE
                   END-IF
               END-READ
               CLOSE EMPLOYEE-FILE
               PERFORM END-SECTION.

           EXTRACT-REPORTING-LINE.
               MOVE "REPORTING LINE (EMPMGR.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT EMPMGR-FILE
               IF EMPMGR-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COUNT-SECTION-RECORD
                   STRING "  Line manager .... " EMPMGR-MGR-ID
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-READ
               CLOSE EMPMGR-FILE
               PERFORM END-SECTION.

           EXTRACT-ASSIGNMENTS.
               MOVE "ASSIGNMENTS (EMPASSIGN.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ASSIGN-FILE
               IF ASSIGN-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "  FROM     TO       DEPARTMENT      LOC   MGR   "
                   TO WS-OUT-LINE
               MOVE "APPLIED SOURCE   BY    RECORDED"
                   TO WS-OUT-LINE(49:)
               PERFORM WRITE-OUT-LINE
               MOVE WS-SAR-EMP-ID TO ASG-EMP-ID
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
                           IF ASG-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO ASSIGN-STATUS
                           ELSE
                               PERFORM COUNT-SECTION-RECORD
                               STRING "  " ASG-FROM-DATE " "
                                   ASG-TO-DATE " " ASG-DEPARTMENT " "
                                   ASG-LOCATION " " ASG-MGR-ID " "
                                   ASG-APPLIED "       " ASG-SOURCE " "
                                   ASG-OPER-ID " " ASG-RECORDED
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               PERFORM END-SECTION.

           EXTRACT-PAY-RATES.
               MOVE "PAY RATES (PAYRATE.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT PAYRATE-FILE
               IF PAYRATE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "  EFFECTIVE  DAILY RATE  CURRENCY" TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE WS-SAR-EMP-ID TO RATE-EMP-ID
               MOVE ZERO TO RATE-EFF-DATE
               START PAYRATE-FILE KEY >= RATE-KEY
                   INVALID KEY MOVE "99" TO PAYRATE-STATUS
                   NOT INVALID KEY MOVE "00" TO PAYRATE-STATUS
               END-START
               PERFORM UNTIL PAYRATE-STATUS NOT = "00"
                   READ PAYRATE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PAYRATE-STATUS
                       NOT AT END
                           IF RATE-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO PAYRATE-STATUS
                           ELSE
                               PERFORM COUNT-SECTION-RECORD
                               MOVE RATE-DAILY TO WS-RATE-DISP
                               STRING "  " RATE-EFF-DATE "   "
                                   WS-RATE-DISP "    " RATE-CURRENCY
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRATE-FILE
               PERFORM END-SECTION.

           EXTRACT-BALANCES.
               MOVE "LEAVE BALANCES (LEAVEBAL.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT BALANCE-FILE
               IF BAL-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "  TYPE  NAME        DAYS  CARRY  CARRY EXPIRY"
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE WS-SAR-EMP-ID TO BAL-EMP-ID
               MOVE ZERO TO BAL-TYPE-CODE
               START BALANCE-FILE KEY >= BAL-KEY
                   INVALID KEY MOVE "99" TO BAL-STATUS
                   NOT INVALID KEY MOVE "00" TO BAL-STATUS
               END-START
               PERFORM UNTIL BAL-STATUS NOT = "00"
                   READ BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO BAL-STATUS
                       NOT AT END
                           IF BAL-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO BAL-STATUS
                           ELSE
                               PERFORM COUNT-SECTION-RECORD
                               MOVE BAL-DAYS TO WS-DAYS-DISP
                               MOVE BAL-CARRY-DAYS TO WS-DAYS2-DISP
                               STRING "  " BAL-TYPE-CODE "     "
                                   BAL-TYPE-NAME "  " WS-DAYS-DISP
                                   "  " WS-DAYS2-DISP "   "
                                   BAL-CARRY-EXPIRY
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
               PERFORM END-SECTION.

           EXTRACT-REQUESTS.
               MOVE "LEAVE REQUESTS (LEAVEREQ.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO PARENT-EMP-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF PARENT-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO PARENT-STATUS-CODE
                           ELSE
                               PERFORM WRITE-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               PERFORM END-SECTION.

           WRITE-ONE-REQUEST.
               PERFORM COUNT-SECTION-RECORD
               MOVE PARENT-REQ-ID TO WS-REF-NEW
               PERFORM ADD-REFERENCE-ID
               STRING "  Request " PARENT-REQ-ID " " PARENT-TYPE
                   " " PARENT-START-DATE "(" PARENT-START-PART
                   ") to " PARENT-END-DATE "(" PARENT-END-PART
                   ") status " PARENT-STATUS
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    Reason: " PARENT-REASON
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    First approval " PARENT-FIRST-MGR-ID
                   " " PARENT-FIRST-DATE "  decision "
                   PARENT-MANAGER-ID " " PARENT-DECISION-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               IF PARENT-DECISION-COMMENT NOT = SPACES
                   STRING "    Comment: " PARENT-DECISION-COMMENT
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF.

           EXTRACT-LEAVE-DAYS.
               MOVE "LEAVE DAYS (LEAVE.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               STRING "  ROW-ID   DATE     TYPE       STATUS   PT UNITS"
                   " LOP BAND REQUEST  DECIDED BY"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE WS-SAR-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO LEAVE-STATUS-CODE
                           ELSE
                               PERFORM COUNT-SECTION-RECORD
                               MOVE LEAVE-PARENT-REQ-ID TO WS-REF-NEW
                               PERFORM ADD-REFERENCE-ID
                               MOVE LEAVE-DAY-UNITS TO WS-DAYS-DISP
                               STRING "  " LEAVE-REQ-ID " "
                                   LEAVE-DATE " " LEAVE-TYPE " "
                                   LEAVE-STATUS " " LEAVE-DAY-PART
                                   "  " WS-DAYS-DISP "  "
                                   LEAVE-LOP-FLAG "   "
                                   LEAVE-PAY-BAND "    "
                                   LEAVE-PARENT-REQ-ID " "
                                   LEAVE-MANAGER-ID " "
                                   LEAVE-DECISION-DATE
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
               PERFORM END-SECTION.

           EXTRACT-ARCH-REQUESTS.
               MOVE "ARCHIVED REQUESTS (ARCHREQ.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ARCH-REQ-FILE
               IF ARCH-REQ-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-REQ-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF ARCH-PARENT-EMP-ID = WS-SAR-EMP-ID
                               MOVE ARCH-REQ-RECORD
                                   TO LEAVE-REQUEST-RECORD
                               PERFORM WRITE-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-REQ-FILE
               PERFORM END-SECTION.

           EXTRACT-ARCH-LEAVE-DAYS.
               MOVE "ARCHIVED LEAVE DAYS (ARCHLEAVE.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ARCH-LEAVE-FILE
               IF ARCH-LEAVE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF ARCH-LEAVE-EMP-ID = WS-SAR-EMP-ID
                               PERFORM WRITE-ONE-ARCH-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-LEAVE-FILE
               PERFORM END-SECTION.

           WRITE-ONE-ARCH-DAY.
               PERFORM COUNT-SECTION-RECORD
               MOVE ARCH-LEAVE-PARENT-REQ-ID TO WS-REF-NEW
               PERFORM ADD-REFERENCE-ID
               MOVE ARCH-LEAVE-DAY-UNITS TO WS-DAYS-DISP
               STRING "  " ARCH-LEAVE-REQ-ID " " ARCH-LEAVE-DATE " "
                   ARCH-LEAVE-TYPE " " ARCH-LEAVE-STATUS-VAL " "
                   ARCH-LEAVE-DAY-PART "  " WS-DAYS-DISP "  "
                   ARCH-LEAVE-LOP-FLAG "   " ARCH-LEAVE-PAY-BAND
                   "    " ARCH-LEAVE-PARENT-REQ-ID " "
                   ARCH-LEAVE-MANAGER-ID " "
                   ARCH-LEAVE-DECISION-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           EXTRACT-MEDICAL-CERTS.
               MOVE "MEDICAL CERTIFICATES AND RETURN TO WORK"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               STRING "  REQUEST  CERT DATE     REFERENCE       NOTES"
                   "                          RTW DATE"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               OPEN INPUT LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE = "00"
                   MOVE WS-SAR-EMP-ID TO PARENT-EMP-ID
                   START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                       INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                       NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
                   END-START
                   PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                       READ LEAVE-REQUEST-FILE NEXT RECORD
                           AT END
                               MOVE "99" TO PARENT-STATUS-CODE
                           NOT AT END
                               IF PARENT-EMP-ID NOT = WS-SAR-EMP-ID
                                   MOVE "99" TO PARENT-STATUS-CODE
                               ELSE
                                   PERFORM WRITE-ONE-CERT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-REQUEST-FILE
               END-IF
               OPEN INPUT ARCH-REQ-FILE
               IF ARCH-REQ-STATUS = "00"
                   MOVE "N" TO WS-END-FILE
                   PERFORM UNTIL WS-END-FILE = "Y"
                       READ ARCH-REQ-FILE
                           AT END
                               MOVE "Y" TO WS-END-FILE
                           NOT AT END
                               IF ARCH-PARENT-EMP-ID = WS-SAR-EMP-ID
                                   MOVE ARCH-REQ-RECORD
                                       TO LEAVE-REQUEST-RECORD
                                   PERFORM WRITE-ONE-CERT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-REQ-FILE
               END-IF
               PERFORM END-SECTION.

           WRITE-ONE-CERT.
               IF (PARENT-CERT-FLAG = SPACE OR PARENT-CERT-FLAG = "N")
                  AND PARENT-CERT-REF = SPACES
                  AND PARENT-CERT-NOTES = SPACES
                  AND (PARENT-RTW-FLAG = SPACE OR
                       PARENT-RTW-FLAG = "N")
                   EXIT PARAGRAPH
               END-IF
               PERFORM COUNT-SECTION-RECORD
               STRING "  " PARENT-REQ-ID " " PARENT-CERT-FLAG "    "
                   PARENT-CERT-DATE " " PARENT-CERT-REF " "
                   PARENT-CERT-NOTES " " PARENT-RTW-FLAG "   "
                   PARENT-RTW-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           EXTRACT-LEDGER.
               MOVE "BALANCE MOVEMENTS (BALLEDGER.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT LEDGER-FILE
               IF LEDGER-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               STRING "  TIMESTAMP      TYPE SOURCE   AMOUNT  REF      "
                   "NEW DAYS  NEW CARRY"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF LED-EMP-ID = WS-SAR-EMP-ID
                               PERFORM COUNT-SECTION-RECORD
                               MOVE LED-AMOUNT TO WS-DAYS-DISP
                               MOVE LED-RESULT-DAYS TO WS-DAYS2-DISP
                               MOVE LED-RESULT-CARRY TO WS-DAYS3-DISP
                               STRING "  " LED-TIMESTAMP " "
                                   LED-TYPE-CODE "    " LED-SOURCE
                                   " " LED-SIGN WS-DAYS-DISP "  "
                                   LED-REF " " WS-DAYS2-DISP
                                   "      " WS-DAYS3-DISP
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               PERFORM END-SECTION.

           EXTRACT-ADJUSTMENTS.
               MOVE "BALANCE ADJUSTMENTS (BALADJ.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ADJUSTMENT-FILE
               IF ADJUSTMENT-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ADJUSTMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF ADJ-EMP-ID = WS-SAR-EMP-ID
                               PERFORM COUNT-SECTION-RECORD
                               MOVE ADJ-AMOUNT TO WS-DAYS-DISP
                               STRING "  " ADJ-TIMESTAMP " type "
                                   ADJ-TYPE-CODE " " ADJ-TYPE-NAME
                                   " " ADJ-SIGN WS-DAYS-DISP
                                   " reason " ADJ-REASON-CODE
                                   " by " ADJ-MGR-ID
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               PERFORM END-SECTION.

           EXTRACT-TOIL.
               MOVE "TIME OFF IN LIEU (TOILLOG.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT TOIL-FILE
               IF TOIL-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO TOIL-EMP-ID
               START TOIL-FILE KEY >= TOIL-EMP-ID
                   INVALID KEY MOVE "99" TO TOIL-STATUS
                   NOT INVALID KEY MOVE "00" TO TOIL-STATUS
               END-START
               PERFORM UNTIL TOIL-STATUS NOT = "00"
                   READ TOIL-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO TOIL-STATUS
                       NOT AT END
                           IF TOIL-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO TOIL-STATUS
                           ELSE
                               PERFORM WRITE-ONE-TOIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOIL-FILE
               PERFORM END-SECTION.

           WRITE-ONE-TOIL.
               PERFORM COUNT-SECTION-RECORD
               MOVE TOIL-ID TO WS-REF-NEW
               PERFORM ADD-REFERENCE-ID
               MOVE TOIL-UNITS TO WS-DAYS-DISP
               MOVE TOIL-LAPSED-UNITS TO WS-DAYS2-DISP
               STRING "  Entry " TOIL-ID " worked " TOIL-WORK-DATE
                   " " WS-DAYS-DISP " day(s) " TOIL-ENTRY-STATUS
                   " expires " TOIL-EXPIRY-DATE " lapsed "
                   WS-DAYS2-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    Reason: " TOIL-REASON " recorded by "
                   TOIL-SUPERVISOR " decided by " TOIL-DECISION-MGR
                   " " TOIL-DECISION-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           EXTRACT-BUYSELL.
               MOVE "BUY / SELL LEAVE (BUYSELL.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT BUYSELL-FILE
               IF BUYSELL-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "  ID       KIND DAYS STATUS   RAISED   DECIDED BY"
                   TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE SPACES TO BS-ID
               START BUYSELL-FILE KEY >= BS-ID
                   INVALID KEY MOVE "99" TO BUYSELL-STATUS
                   NOT INVALID KEY MOVE "00" TO BUYSELL-STATUS
               END-START
               PERFORM UNTIL BUYSELL-STATUS NOT = "00"
                   READ BUYSELL-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO BUYSELL-STATUS
                       NOT AT END
                           IF BS-EMP-ID = WS-SAR-EMP-ID
                               PERFORM COUNT-SECTION-RECORD
                               MOVE BS-ID TO WS-REF-NEW
                               PERFORM ADD-REFERENCE-ID
                               MOVE BS-DAYS TO WS-DAYS-DISP
                               STRING "  " BS-ID " " BS-KIND "   "
                                   WS-DAYS-DISP " " BS-STATUS " "
                                   BS-REQ-DATE " " BS-MGR-ID " "
                                   BS-DECISION-DATE
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUYSELL-FILE
               PERFORM END-SECTION.

           EXTRACT-DONATIONS.
               MOVE "LEAVE DONATIONS (DONATION.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT DONATION-FILE
               IF DONATION-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO DON-ID
               START DONATION-FILE KEY >= DON-ID
                   INVALID KEY MOVE "99" TO DONATION-STATUS
                   NOT INVALID KEY MOVE "00" TO DONATION-STATUS
               END-START
               PERFORM UNTIL DONATION-STATUS NOT = "00"
                   READ DONATION-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO DONATION-STATUS
                       NOT AT END
                           IF DON-DONOR-ID = WS-SAR-EMP-ID OR
                              DON-RECIP-ID = WS-SAR-EMP-ID
                               PERFORM COUNT-SECTION-RECORD
                               MOVE DON-ID TO WS-REF-NEW
                               PERFORM ADD-REFERENCE-ID
                               MOVE DON-DAYS TO WS-DAYS-DISP
                               STRING "  " DON-ID " from "
                                   DON-DONOR-ID " to " DON-RECIP-ID
                                   " type " DON-TYPE-CODE " "
                                   WS-DAYS-DISP " day(s) "
                                   DON-STATUS " raised "
                                   DON-REQ-DATE " HR " DON-HR-ID
                                   " " DON-DECISION-DATE
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                               STRING "    Reason: " DON-REASON
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DONATION-FILE
               PERFORM END-SECTION.

           EXTRACT-ABSENCE-CASES.
               MOVE "ABSENCE CASES (ABSCASE.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ABSCASE-FILE
               IF ABSCASE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO CASE-EMP-ID
               MOVE ZERO TO CASE-SEQ
               START ABSCASE-FILE KEY >= CASE-KEY
                   INVALID KEY MOVE "99" TO ABSCASE-STATUS
                   NOT INVALID KEY MOVE "00" TO ABSCASE-STATUS
               END-START
               PERFORM UNTIL ABSCASE-STATUS NOT = "00"
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO ABSCASE-STATUS
                       NOT AT END
                           IF CASE-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO ABSCASE-STATUS
                           ELSE
                               PERFORM WRITE-ONE-ABSENCE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSCASE-FILE
               PERFORM END-SECTION.

           WRITE-ONE-ABSENCE-CASE.
               PERFORM COUNT-SECTION-RECORD
               STRING "  Case " CASE-SEQ " " CASE-STATUS " stage "
                   CASE-STAGE " opened " CASE-OPEN-DATE " score "
                   CASE-TRIGGER-SCORE " manager " CASE-MANAGER-ID
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    Informal " CASE-INFORMAL-DATE " stage 1 "
                   CASE-STAGE1-DATE " stage 2 " CASE-STAGE2-DATE
                   " review " CASE-REVIEW-DATE " closed "
                   CASE-CLOSE-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    Outcome: " CASE-OUTCOME " on "
                   CASE-OUTCOME-DATE " last update "
                   CASE-LAST-UPDATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           EXTRACT-FAMILY-CASES.
               MOVE "FAMILY LEAVE CASES (FAMCASE.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT FAMCASE-FILE
               IF FAMCASE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               START FAMCASE-FILE KEY >= FAM-KEY
                   INVALID KEY MOVE "99" TO FAMCASE-STATUS
                   NOT INVALID KEY MOVE "00" TO FAMCASE-STATUS
               END-START
               PERFORM UNTIL FAMCASE-STATUS NOT = "00"
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO FAMCASE-STATUS
                       NOT AT END
                           IF FAM-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO FAMCASE-STATUS
                           ELSE
                               PERFORM WRITE-ONE-FAMILY-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMCASE-FILE
               PERFORM END-SECTION.

           WRITE-ONE-FAMILY-CASE.
               PERFORM COUNT-SECTION-RECORD
               STRING "  Case " FAM-SEQ " " FAM-TYPE " " FAM-STATUS
                   " expected " FAM-EXPECTED-DATE " actual "
                   FAM-ACTUAL-DATE " start " FAM-START-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE FAM-KIT-DAYS TO WS-DAYS-DISP
               STRING "    Return planned " FAM-RETURN-DATE
                   " actual " FAM-ACTUAL-RETURN " weeks full "
                   FAM-FULL-WEEKS " statutory " FAM-STAT-WEEKS
                   " unpaid " FAM-UNPAID-WEEKS " KIT days "
                   WS-DAYS-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               STRING "    Notes: " FAM-NOTES " last update "
                   FAM-LAST-UPDATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           EXTRACT-KIT-DAYS.
               MOVE "KEEPING-IN-TOUCH DAYS (FAMKIT.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT FAMKIT-FILE
               IF FAMKIT-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-EMP-ID TO KIT-EMP-ID
               MOVE ZERO TO KIT-SEQ
               MOVE ZERO TO KIT-DATE
               START FAMKIT-FILE KEY >= KIT-KEY
                   INVALID KEY MOVE "99" TO FAMKIT-STATUS
                   NOT INVALID KEY MOVE "00" TO FAMKIT-STATUS
               END-START
               PERFORM UNTIL FAMKIT-STATUS NOT = "00"
                   READ FAMKIT-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO FAMKIT-STATUS
                       NOT AT END
                           IF KIT-EMP-ID NOT = WS-SAR-EMP-ID
                               MOVE "99" TO FAMKIT-STATUS
                           ELSE
                               PERFORM COUNT-SECTION-RECORD
                               MOVE KIT-UNITS TO WS-DAYS-DISP
                               STRING "  Case " KIT-SEQ " "
                                   KIT-DATE " " WS-DAYS-DISP
                                   " day(s) " KIT-NOTES " "
                                   KIT-STAMP
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMKIT-FILE
               PERFORM END-SECTION.

           EXTRACT-AUDIT-TRAIL.
               MOVE "AUDIT TRAIL (LEAVEAUD.DAT)" TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               STRING "  TIMESTAMP      REF      OLD      NEW"
                   "      BY     DETAIL"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE AUDIT-RECORD TO ARCH-AUDIT-RECORD
                           PERFORM CHECK-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE
               PERFORM END-SECTION.

           EXTRACT-ARCH-AUDIT-TRAIL.
               MOVE "ARCHIVED AUDIT TRAIL (ARCHAUD.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ARCH-AUDIT-FILE
               IF ARCH-AUDIT-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM CHECK-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUDIT-FILE
               PERFORM END-SECTION.

           CHECK-AUDIT-ROW.
               MOVE "N" TO WS-MATCH
               MOVE ARCH-AUD-REQ-ID TO WS-REF-NEW
               PERFORM CHECK-REFERENCE-ID
               IF WS-REF-FOUND = "Y"
                   MOVE "Y" TO WS-MATCH
               END-IF
               IF ARCH-AUD-MGR-ID = WS-SAR-EMP-ID OR
                  ARCH-AUD-REQ-ID = WS-SAR-EMP-ID OR
                  ARCH-AUD-OLD-STATUS = WS-SAR-EMP-ID
                   MOVE "Y" TO WS-MATCH
               END-IF
               IF WS-MATCH = "N"
                   MOVE ZERO TO WS-TALLY
                   INSPECT ARCH-AUD-DETAIL TALLYING WS-TALLY
                       FOR ALL WS-SAR-EMP-ID(1:WS-ID-LEN)
                   IF WS-TALLY > ZERO
                       MOVE "Y" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y"
                   PERFORM COUNT-SECTION-RECORD
                   STRING "  " ARCH-AUD-TIMESTAMP " "
                       ARCH-AUD-REQ-ID " " ARCH-AUD-OLD-STATUS " "
                       ARCH-AUD-NEW-STATUS " " ARCH-AUD-MGR-ID " "
                       ARCH-AUD-DETAIL
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF.

           EXTRACT-NOTICES.
               MOVE "DISPATCHED NOTICES (ARCHNOTE.DAT)"
                   TO WS-SECTION-NAME
               PERFORM BEGIN-SECTION
               OPEN INPUT ARCH-NOTICE-FILE
               IF ARCH-NOTICE-STATUS NOT = "00"
                   PERFORM NOT-ON-FILE-SECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-NOTICE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF ARCH-NOTE-EMP-ID = WS-SAR-EMP-ID
                               PERFORM WRITE-ONE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOTICE-FILE
               PERFORM END-SECTION.

           WRITE-ONE-NOTICE.
               PERFORM COUNT-SECTION-RECORD
               STRING "  Sent " ARCH-NOTE-DISPATCHED " ref "
                   ARCH-NOTE-REQ-ID " " ARCH-NOTE-DECISION " on "
                   ARCH-NOTE-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               IF ARCH-NOTE-REASON NOT = SPACES
                   STRING "    Reason: " ARCH-NOTE-REASON
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF
               IF ARCH-NOTE-COMMENT NOT = SPACES
                   STRING "    Comment: " ARCH-NOTE-COMMENT
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF.

           WRITE-SECTION-SUMMARY.
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE ALL "=" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE
               MOVE "RECORD COUNT BY SECTION" TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE ALL "-" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE
               PERFORM VARYING WS-SEC-LIST-IX FROM 1 BY 1
                   UNTIL WS-SEC-LIST-IX > WS-SEC-IX
                   MOVE WS-SEC-COUNT (WS-SEC-LIST-IX) TO WS-COUNT-DISP
                   STRING "  " WS-SEC-LIST-IX ". "
                       WS-SEC-NAME (WS-SEC-LIST-IX) "  "
                       WS-COUNT-DISP "  "
                       WS-SEC-STATE (WS-SEC-LIST-IX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-PERFORM
               MOVE ALL "-" TO WS-OUT-LINE(1:72)
               PERFORM WRITE-OUT-LINE
               MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISP
               STRING "  Total records extracted ........ "
                   WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE "*** END OF EXTRACT ***" TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE.

           WRITE-EXTRACT-AUDIT.
               MOVE "SAR" TO AUD-REQ-ID
               MOVE WS-SAR-EMP-ID TO AUD-OLD-STATUS
               MOVE "EXTRACT" TO AUD-NEW-STATUS
               MOVE AUTH-HR-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISP
               STRING "SAR " FUNCTION TRIM(WS-TOTAL-DISP)
                   " rows to " WS-SAR-SHORT-NAME
                   DELIMITED BY SIZE INTO AUD-DETAIL
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE LEAVE-AUDIT-FILE.

           WRITE-OUT-LINE.
               MOVE WS-OUT-LINE TO SAR-RECORD
               WRITE SAR-RECORD
               MOVE SPACES TO WS-OUT-LINE.

           AUTHENTICATE-HR.
               MOVE 'N' TO AUTH-SUCCESS-FLAG
               DISPLAY "+--------------------+"
               DISPLAY "| HR Login           |"
               DISPLAY "+--------------------+"
               DISPLAY "Enter HR user ID: "
               ACCEPT AUTH-HR-ID
               DISPLAY "Enter Password: "
               ACCEPT AUTH-HR-PWD

               MOVE AUTH-HR-ID TO HR-ID
               READ HRUSER-FILE
                   INVALID KEY
                       DISPLAY "Invalid HR user ID."
                   NOT INVALID KEY
                       IF HR-LOCK-FLAG = "Y"
                           DISPLAY "This HR user ID is locked. "
                               "Use the HR user maintenance "
                               "program to unlock it."
                       ELSE
                           PERFORM CHECK-HR-PASSWORD
                       END-IF
               END-READ
               IF AUTH-SUCCESS-FLAG = 'Y'
                   MOVE "HR" TO WS-LL-TYPE
                   MOVE AUTH-HR-ID TO WS-LL-ID
                   PERFORM STAMP-LAST-LOGIN
               END-IF.

           CHECK-HR-PASSWORD.
               MOVE AUTH-HR-PWD TO WS-HASH-INPUT
               PERFORM HASH-CREDENTIAL
               IF HR-PASSWORD(1:1) = "#"
                   IF WS-HASH-TEXT = HR-PASSWORD
                       MOVE 'Y' TO AUTH-SUCCESS-FLAG
                   END-IF
               ELSE IF FUNCTION TRIM(AUTH-HR-PWD) =
                       FUNCTION TRIM(HR-PASSWORD)
                   MOVE 'Y' TO AUTH-SUCCESS-FLAG
                   MOVE WS-HASH-TEXT TO HR-PASSWORD
               END-IF

               IF AUTH-SUCCESS-FLAG = 'Y'
                   DISPLAY "Log in successful."
                   MOVE ZERO TO HR-FAIL-COUNT
                   MOVE "N" TO HR-LOCK-FLAG
                   REWRITE HRUSER-RECORD
               ELSE
                   DISPLAY "Incorrect password."
                   ADD 1 TO HR-FAIL-COUNT
                   IF HR-FAIL-COUNT >= MAX-LOGIN-FAILS
                       MOVE "Y" TO HR-LOCK-FLAG
                       DISPLAY "Too many failed attempts - "
                           "HR user ID locked."
                   END-IF
                   REWRITE HRUSER-RECORD
               END-IF.

           STAMP-LAST-LOGIN.
               OPEN I-O LASTLOGIN-FILE
               IF LASTLOGIN-STATUS NOT = "00"
                   OPEN OUTPUT LASTLOGIN-FILE
                   CLOSE LASTLOGIN-FILE
                   OPEN I-O LASTLOGIN-FILE
                   IF LASTLOGIN-STATUS NOT = "00"
                       DISPLAY "Warning: LASTLOGIN.DAT not available - "
                           "login time not recorded."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-LL-TYPE TO LL-ACCT-TYPE
               MOVE WS-LL-ID TO LL-ACCT-ID
               READ LASTLOGIN-FILE
                   INVALID KEY
                       MOVE WS-LL-TYPE TO LL-ACCT-TYPE
                       MOVE WS-LL-ID TO LL-ACCT-ID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO LL-LAST-LOGIN
                       MOVE 1 TO LL-LOGIN-COUNT
                       WRITE LASTLOGIN-RECORD
                   NOT INVALID KEY
                       DISPLAY "Previous login: "
                           LL-LAST-LOGIN(1:4) "-" LL-LAST-LOGIN(5:2)
                           "-" LL-LAST-LOGIN(7:2) " "
                           LL-LAST-LOGIN(9:2) ":" LL-LAST-LOGIN(11:2)
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO LL-LAST-LOGIN
                       ADD 1 TO LL-LOGIN-COUNT
                       REWRITE LASTLOGIN-RECORD
               END-READ
               CLOSE LASTLOGIN-FILE.

           HASH-CREDENTIAL.
               MOVE 7 TO WS-HASH-VALUE
               MOVE ZERO TO WS-HASH-LEN
               IF FUNCTION TRIM(WS-HASH-INPUT) NOT = SPACES
                   COMPUTE WS-HASH-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-HASH-INPUT))
               END-IF
               PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > WS-HASH-LEN
                   COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                       WS-HASH-VALUE * 33 +
                       FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IX:1))
                       999999937)
                   END-COMPUTE
               END-PERFORM
               MOVE WS-HASH-VALUE TO WS-HASH-DIGITS
               MOVE SPACES TO WS-HASH-TEXT
               STRING "#" WS-HASH-DIGITS DELIMITED BY SIZE
                   INTO WS-HASH-TEXT.

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
