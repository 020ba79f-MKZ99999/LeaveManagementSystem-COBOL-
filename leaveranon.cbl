       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVER-ANONYMISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TOIL-FILE ASSIGN TO "../TOILLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOIL-ID
               ALTERNATE RECORD KEY IS TOIL-EMP-ID WITH DUPLICATES
               FILE STATUS IS TOIL-STATUS.

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

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

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

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.

           SELECT WORK-FILE ASSIGN TO "../ANONWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD OUTBOUND-NOTICE-FILE.
       01 OUTNOTE-RECORD.
           05 OUTNOTE-EMP-ID PIC X(5).
           05 FILLER PIC X.
           05 OUTNOTE-REQ-ID PIC X(8).
           05 FILLER PIC X.
           05 OUTNOTE-DECISION PIC X(8).
           05 FILLER PIC X.
           05 OUTNOTE-DECISION-DATE PIC X(8).
           05 FILLER PIC X.
           05 OUTNOTE-REASON PIC X(50).
           05 FILLER PIC X.
           05 OUTNOTE-COMMENT PIC X(50).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(240).

       FD CERT-FILE.
       01 CERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 SYSPARM-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 ARCH-REQ-STATUS PIC XX.
       01 ARCH-LEAVE-STATUS PIC XX.
       01 TOIL-STATUS PIC XX.
       01 DONATION-STATUS PIC XX.
       01 ABSCASE-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.
       01 FAMKIT-STATUS PIC XX.
       01 ASSIGN-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 ARCH-AUDIT-STATUS PIC XX.
       01 ARCH-NOTICE-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 WORK-STATUS PIC XX.
       01 CERT-STATUS PIC XX.

       01 CHOICE PIC 9.
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-STAMP PIC X(14).
       01 WS-RETAIN-YEARS PIC 9(4) VALUE 6.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-ANON-NAME PIC X(20) VALUE "ANONYMISED".
       01 WS-REMOVED-TEXT PIC X(50)
          VALUE "Detail removed under retention policy".
       01 WS-RUN-RESULT PIC X(50) VALUE SPACES.

       01 WS-LEAVER-TABLE.
          05 WS-LVR-ENTRY OCCURS 1000 TIMES.
             10 WS-LVR-ID PIC X(5).
             10 WS-LVR-TERM PIC 9(8).
             10 WS-LVR-ROWS PIC 9(5).
       01 WS-LVR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LVR-IX PIC 9(4).
       01 WS-LVR-FOUND PIC 9(4).
       01 WS-LOOK-ID PIC X(5).

       01 WS-REQ-TABLE.
          05 WS-RQT-ENTRY OCCURS 5000 TIMES.
             10 WS-RQT-ID PIC X(8).
             10 WS-RQT-LVR PIC 9(4).
       01 WS-RQT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RQT-IX PIC 9(4).
       01 WS-RQT-FOUND PIC 9(4).
       01 WS-RQT-NEW PIC X(8).
       01 WS-TABLE-FULL PIC X VALUE "N".
          88 TABLE-IS-FULL VALUE "Y".

       01 WS-CNT-EMP PIC 9(6) VALUE ZERO.
       01 WS-CNT-BAL PIC 9(6) VALUE ZERO.
       01 WS-CNT-REQ PIC 9(6) VALUE ZERO.
       01 WS-CNT-LEAVE PIC 9(6) VALUE ZERO.
       01 WS-CNT-ARCHREQ PIC 9(6) VALUE ZERO.
       01 WS-CNT-ARCHLEAVE PIC 9(6) VALUE ZERO.
       01 WS-CNT-TOIL PIC 9(6) VALUE ZERO.
       01 WS-CNT-DON PIC 9(6) VALUE ZERO.
       01 WS-CNT-CASE PIC 9(6) VALUE ZERO.
       01 WS-CNT-FAM PIC 9(6) VALUE ZERO.
       01 WS-CNT-KIT PIC 9(6) VALUE ZERO.
       01 WS-CNT-ASSIGN PIC 9(6) VALUE ZERO.
       01 WS-CNT-OUTNOTE PIC 9(6) VALUE ZERO.
       01 WS-CNT-ARCHNOTE PIC 9(6) VALUE ZERO.
       01 WS-CNT-ARCHAUD PIC 9(6) VALUE ZERO.
       01 WS-CNT-AUD PIC 9(6) VALUE ZERO.
       01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.

       01 WS-CHAIN-OK PIC X VALUE "Y".
          88 CHAIN-IS-INTACT VALUE "Y".
       01 WS-PREV-SEQ PIC 9(8) VALUE ZERO.
       01 WS-PREV-CHAIN PIC X(10) VALUE SPACES.
       01 WS-THIS-SEQ PIC 9(8).
       01 WS-AUD-CHAINED PIC 9(8) VALUE ZERO.

       01 WS-CERT-FILE-NAME PIC X(40).
       01 WS-CERT-SHORT-NAME PIC X(30).
       01 WS-CERT-LINE PIC X(132).
       01 WS-CERT-LABEL PIC X(14).
       01 WS-CERT-FIELDS PIC X(40).
       01 WS-CERT-COUNT PIC 9(6).
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-TOTAL-DISP PIC ZZZZZZ9.
       01 WS-YEARS-DISP PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "RETAINYEARS" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARM-VALUE TO WS-RETAIN-YEARS
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           COMPUTE WS-CUTOFF-DATE = WS-TODAY - WS-RETAIN-YEARS * 10000
           MOVE WS-RETAIN-YEARS TO WS-YEARS-DISP

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) = "RUN"
               MOVE 1 TO CHOICE
           END-IF

           PERFORM UNTIL CHOICE = 1 OR CHOICE = 2
               DISPLAY SPACE
               DISPLAY "***** Leaver Anonymisation *****"
               DISPLAY "Removes names, PINs, locations and free text"
               DISPLAY "for employees who left before " WS-CUTOFF-DATE
               DISPLAY "(retention" WS-YEARS-DISP " year(s)). Dates,"
               DISPLAY "day counts and leave types are kept."
               DISPLAY "+---------------------------------+"
               DISPLAY "| 1 - Run anonymisation           |"
               DISPLAY "| 2 - Exit                        |"
               DISPLAY "+---------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE
               IF CHOICE NOT = 1 AND CHOICE NOT = 2
                   DISPLAY "Invalid choice. Enter 1 or 2."
               END-IF
           END-PERFORM

           IF CHOICE = 1
               PERFORM RUN-ANONYMISATION
           ELSE
               DISPLAY "Exiting without anonymising."
           END-IF
           STOP RUN.

           RUN-ANONYMISATION.
               PERFORM SELECT-LEAVERS
               IF RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
               IF WS-LVR-COUNT = ZERO
                   MOVE "COMPLETED - no leavers due for anonymisation"
                       TO WS-RUN-RESULT
                   DISPLAY "No leavers are due for anonymisation."
                   PERFORM WRITE-CERTIFICATE
                   EXIT PARAGRAPH
               END-IF

               PERFORM VERIFY-AUDIT-CHAIN
               IF NOT CHAIN-IS-INTACT
                   MOVE "ABANDONED - LEAVEAUD.DAT failed verification"
                       TO WS-RUN-RESULT
                   DISPLAY "LEAVEAUD.DAT does not verify - nothing "
                       "has been anonymised. Run audverify."
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-CERTIFICATE
                   EXIT PARAGRAPH
               END-IF

               PERFORM ANON-REQUESTS
               PERFORM ANON-ARCH-REQUESTS
               PERFORM ANON-LEAVE-DAYS
               PERFORM ANON-ARCH-LEAVE-DAYS
               PERFORM ANON-BALANCES
               PERFORM ANON-TOIL
               PERFORM ANON-DONATIONS
               PERFORM ANON-ABSENCE-CASES
               PERFORM ANON-FAMILY-CASES
               PERFORM ANON-KIT-DAYS
               PERFORM ANON-ASSIGNMENTS
               PERFORM ANON-OUTBOUND-NOTICES
               PERFORM ANON-ARCH-NOTICES
               PERFORM ANON-ARCH-AUDIT
               PERFORM ANON-AUDIT-TRAIL
               PERFORM ANON-EMPLOYEES
               PERFORM WRITE-RUN-AUDIT

               MOVE "COMPLETED" TO WS-RUN-RESULT
               IF TABLE-IS-FULL
                   MOVE "COMPLETED - request table full, rerun needed"
                       TO WS-RUN-RESULT
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM WRITE-CERTIFICATE

               MOVE WS-CNT-TOTAL TO WS-TOTAL-DISP
               DISPLAY WS-LVR-COUNT " leaver(s) anonymised, "
                   WS-TOTAL-DISP " record(s) changed."
               DISPLAY "Certificate: " FUNCTION TRIM(WS-CERT-FILE-NAME).

           SELECT-LEAVERS.
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                       EMPLOYEE-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO EMP-ID
               START EMPLOYEE-FILE KEY >= EMP-ID
                   INVALID KEY MOVE "99" TO EMPLOYEE-STATUS
                   NOT INVALID KEY MOVE "00" TO EMPLOYEE-STATUS
               END-START
               PERFORM UNTIL EMPLOYEE-STATUS NOT = "00"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO EMPLOYEE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(EMP-STATUS) = "INACTIVE"
                              AND EMP-TERM-DATE IS NUMERIC
                              AND EMP-TERM-DATE > ZERO
                              AND EMP-TERM-DATE < WS-CUTOFF-DATE
                              AND EMP-NAME NOT = WS-ANON-NAME
                               PERFORM ADD-LEAVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           ADD-LEAVER.
               IF WS-LVR-COUNT >= 1000
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LVR-COUNT
               MOVE EMP-ID TO WS-LVR-ID (WS-LVR-COUNT)
               MOVE EMP-TERM-DATE TO WS-LVR-TERM (WS-LVR-COUNT)
               MOVE ZERO TO WS-LVR-ROWS (WS-LVR-COUNT).

           FIND-LEAVER.
               MOVE ZERO TO WS-LVR-FOUND
               IF WS-LOOK-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-IX FROM 1 BY 1
                   UNTIL WS-LVR-IX > WS-LVR-COUNT
                   IF WS-LVR-ID (WS-LVR-IX) = WS-LOOK-ID
                       MOVE WS-LVR-IX TO WS-LVR-FOUND
                       MOVE WS-LVR-COUNT TO WS-LVR-IX
                   END-IF
               END-PERFORM.

           ADD-REQUEST-ID.
               IF WS-RQT-NEW = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-REQUEST-ID
               IF WS-RQT-FOUND > ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-RQT-COUNT >= 5000
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RQT-COUNT
               MOVE WS-RQT-NEW TO WS-RQT-ID (WS-RQT-COUNT)
               MOVE WS-LVR-FOUND TO WS-RQT-LVR (WS-RQT-COUNT).

           FIND-REQUEST-ID.
               MOVE ZERO TO WS-RQT-FOUND
               PERFORM VARYING WS-RQT-IX FROM 1 BY 1
                   UNTIL WS-RQT-IX > WS-RQT-COUNT
                   IF WS-RQT-ID (WS-RQT-IX) = WS-RQT-NEW
                       MOVE WS-RQT-IX TO WS-RQT-FOUND
                       MOVE WS-RQT-COUNT TO WS-RQT-IX
                   END-IF
               END-PERFORM.

           COUNT-LEAVER-ROW.
               ADD 1 TO WS-LVR-ROWS (WS-LVR-FOUND)
               ADD 1 TO WS-CNT-TOTAL.

           VERIFY-AUDIT-CHAIN.
               MOVE "Y" TO WS-CHAIN-OK
               MOVE ZERO TO WS-PREV-SEQ
               MOVE SPACES TO WS-PREV-CHAIN
               OPEN INPUT LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y" OR NOT CHAIN-IS-INTACT
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF AUD-SEQ IS NUMERIC AND AUD-SEQ > ZERO
                               PERFORM VERIFY-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE
               IF NOT CHAIN-IS-INTACT
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   IF WS-PREV-SEQ > ZERO
                       MOVE "N" TO WS-CHAIN-OK
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE "CTRL" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUDCTL-LAST-SEQ NOT = WS-PREV-SEQ OR
                      AUDCTL-LAST-CHAIN NOT = WS-PREV-CHAIN
                       MOVE "N" TO WS-CHAIN-OK
                   END-IF
               END-READ
               CLOSE AUDCTL-FILE.

           VERIFY-ONE-AUDIT-ROW.
               MOVE AUD-SEQ TO WS-THIS-SEQ
               IF WS-THIS-SEQ NOT = WS-PREV-SEQ + 1
                   MOVE "N" TO WS-CHAIN-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CHAIN-INPUT
               STRING WS-PREV-CHAIN AUDIT-RECORD(1:98)
                   DELIMITED BY SIZE INTO WS-CHAIN-INPUT
               PERFORM HASH-AUDIT-CHAIN
               IF WS-CHAIN-TEXT NOT = AUD-CHAIN
                   MOVE "N" TO WS-CHAIN-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-THIS-SEQ TO WS-PREV-SEQ
               MOVE AUD-CHAIN TO WS-PREV-CHAIN.

           ANON-REQUESTS.
               OPEN I-O LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE NOT = "00"
                   DISPLAY "LEAVEREQ.DAT not on file - skipped."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO PARENT-EMP-ID
                   START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                       INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                       NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
                   END-START
                   PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                       READ LEAVE-REQUEST-FILE NEXT RECORD
                           AT END
                               MOVE "99" TO PARENT-STATUS-CODE
                           NOT AT END
                               IF PARENT-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO PARENT-STATUS-CODE
                               ELSE
                                   PERFORM ANON-ONE-REQUEST
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE.

           ANON-ONE-REQUEST.
               MOVE PARENT-REQ-ID TO WS-RQT-NEW
               PERFORM ADD-REQUEST-ID
               IF PARENT-REASON NOT = SPACES OR
                  PARENT-DECISION-COMMENT NOT = SPACES OR
                  PARENT-CERT-REF NOT = SPACES OR
                  PARENT-CERT-NOTES NOT = SPACES
                   MOVE SPACES TO PARENT-REASON
                   MOVE SPACES TO PARENT-DECISION-COMMENT
                   MOVE SPACES TO PARENT-CERT-REF
                   MOVE SPACES TO PARENT-CERT-NOTES
                   REWRITE LEAVE-REQUEST-RECORD
                   ADD 1 TO WS-CNT-REQ
                   PERFORM COUNT-LEAVER-ROW
               END-IF.

           ANON-ARCH-REQUESTS.
               OPEN INPUT ARCH-REQ-FILE
               IF ARCH-REQ-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "ARCHREQ.DAT skipped. Status: " WORK-STATUS
                   CLOSE ARCH-REQ-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-REQ-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE ARCH-PARENT-EMP-ID TO WS-LOOK-ID
                           PERFORM FIND-LEAVER
                           IF WS-LVR-FOUND > ZERO
                               PERFORM ANON-ONE-ARCH-REQUEST
                           END-IF
                           MOVE ARCH-REQ-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCH-REQ-FILE
               CLOSE WORK-FILE
               IF WS-CNT-ARCHREQ = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT ARCH-REQ-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO ARCH-REQ-RECORD
                           WRITE ARCH-REQ-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ARCH-REQ-FILE.

           ANON-ONE-ARCH-REQUEST.
               MOVE ARCH-PARENT-REQ-ID TO WS-RQT-NEW
               PERFORM ADD-REQUEST-ID
               IF ARCH-PARENT-REASON NOT = SPACES OR
                  ARCH-PARENT-DECISION-COMMENT NOT = SPACES OR
                  ARCH-PARENT-CERT-REF NOT = SPACES OR
                  ARCH-PARENT-CERT-NOTES NOT = SPACES
                   MOVE SPACES TO ARCH-PARENT-REASON
                   MOVE SPACES TO ARCH-PARENT-DECISION-COMMENT
                   MOVE SPACES TO ARCH-PARENT-CERT-REF
                   MOVE SPACES TO ARCH-PARENT-CERT-NOTES
                   ADD 1 TO WS-CNT-ARCHREQ
                   PERFORM COUNT-LEAVER-ROW
               END-IF.

           ANON-LEAVE-DAYS.
               OPEN I-O LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   DISPLAY "LEAVE.DAT not on file - skipped."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO LEAVE-EMP-ID
                   START LEAVE-FILE KEY >= LEAVE-EMP-ID
                       INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                       NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
                   END-START
                   PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                       READ LEAVE-FILE NEXT RECORD
                           AT END
                               MOVE "99" TO LEAVE-STATUS-CODE
                           NOT AT END
                               IF LEAVE-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO LEAVE-STATUS-CODE
                               ELSE
                                   PERFORM ANON-ONE-LEAVE-DAY
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE LEAVE-FILE.

           ANON-ONE-LEAVE-DAY.
               MOVE LEAVE-PARENT-REQ-ID TO WS-RQT-NEW
               PERFORM ADD-REQUEST-ID
               IF LEAVE-REASON NOT = SPACES
                   MOVE SPACES TO LEAVE-REASON
                   REWRITE LEAVE-RECORD
                   ADD 1 TO WS-CNT-LEAVE
                   PERFORM COUNT-LEAVER-ROW
               END-IF.

           ANON-ARCH-LEAVE-DAYS.
               OPEN INPUT ARCH-LEAVE-FILE
               IF ARCH-LEAVE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "ARCHLEAVE.DAT skipped. Status: " WORK-STATUS
                   CLOSE ARCH-LEAVE-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE ARCH-LEAVE-EMP-ID TO WS-LOOK-ID
                           PERFORM FIND-LEAVER
                           IF WS-LVR-FOUND > ZERO
                               MOVE ARCH-LEAVE-PARENT-REQ-ID
                                   TO WS-RQT-NEW
                               PERFORM ADD-REQUEST-ID
                               IF ARCH-LEAVE-REASON NOT = SPACES
                                   MOVE SPACES TO ARCH-LEAVE-REASON
                                   ADD 1 TO WS-CNT-ARCHLEAVE
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                           END-IF
                           MOVE ARCH-LEAVE-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCH-LEAVE-FILE
               CLOSE WORK-FILE
               IF WS-CNT-ARCHLEAVE = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT ARCH-LEAVE-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO ARCH-LEAVE-RECORD
                           WRITE ARCH-LEAVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ARCH-LEAVE-FILE.

           ANON-BALANCES.
               OPEN I-O BALANCE-FILE
               IF BAL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO BAL-EMP-ID
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
                               IF BAL-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO BAL-STATUS
                               ELSE IF BAL-EMP-NAME NOT = WS-ANON-NAME
                                   MOVE WS-ANON-NAME TO BAL-EMP-NAME
                                   REWRITE BALANCE-RECORD
                                   ADD 1 TO WS-CNT-BAL
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE BALANCE-FILE.

           ANON-TOIL.
               OPEN I-O TOIL-FILE
               IF TOIL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO TOIL-EMP-ID
                   START TOIL-FILE KEY >= TOIL-EMP-ID
                       INVALID KEY MOVE "99" TO TOIL-STATUS
                       NOT INVALID KEY MOVE "00" TO TOIL-STATUS
                   END-START
                   PERFORM UNTIL TOIL-STATUS NOT = "00"
                       READ TOIL-FILE NEXT RECORD
                           AT END
                               MOVE "99" TO TOIL-STATUS
                           NOT AT END
                               IF TOIL-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO TOIL-STATUS
                               ELSE IF TOIL-REASON NOT = SPACES
                                   MOVE SPACES TO TOIL-REASON
                                   REWRITE TOIL-RECORD
                                   ADD 1 TO WS-CNT-TOIL
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE TOIL-FILE.

           ANON-DONATIONS.
               OPEN I-O DONATION-FILE
               IF DONATION-STATUS NOT = "00"
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
                           MOVE DON-DONOR-ID TO WS-LOOK-ID
                           PERFORM FIND-LEAVER
                           IF WS-LVR-FOUND = ZERO
                               MOVE DON-RECIP-ID TO WS-LOOK-ID
                               PERFORM FIND-LEAVER
                           END-IF
                           IF WS-LVR-FOUND > ZERO AND
                              DON-REASON NOT = SPACES
                               MOVE SPACES TO DON-REASON
                               REWRITE DONATION-RECORD
                               ADD 1 TO WS-CNT-DON
                               PERFORM COUNT-LEAVER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DONATION-FILE.

           ANON-ABSENCE-CASES.
               OPEN I-O ABSCASE-FILE
               IF ABSCASE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO CASE-EMP-ID
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
                               IF CASE-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO ABSCASE-STATUS
                               ELSE IF CASE-OUTCOME NOT = SPACES
                                   MOVE SPACES TO CASE-OUTCOME
                                   REWRITE CASE-RECORD
                                   ADD 1 TO WS-CNT-CASE
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE ABSCASE-FILE.

           ANON-FAMILY-CASES.
               OPEN I-O FAMCASE-FILE
               IF FAMCASE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO FAM-EMP-ID
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
                               IF FAM-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO FAMCASE-STATUS
                               ELSE IF FAM-NOTES NOT = SPACES
                                   MOVE SPACES TO FAM-NOTES
                                   REWRITE FAMCASE-RECORD
                                   ADD 1 TO WS-CNT-FAM
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE FAMCASE-FILE.

           ANON-KIT-DAYS.
               OPEN I-O FAMKIT-FILE
               IF FAMKIT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO KIT-EMP-ID
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
                               IF KIT-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO FAMKIT-STATUS
                               ELSE IF KIT-NOTES NOT = SPACES
                                   MOVE SPACES TO KIT-NOTES
                                   REWRITE FAMKIT-RECORD
                                   ADD 1 TO WS-CNT-KIT
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE FAMKIT-FILE.

           ANON-ASSIGNMENTS.
               OPEN I-O ASSIGN-FILE
               IF ASSIGN-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO ASG-EMP-ID
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
                               IF ASG-EMP-ID NOT =
                                  WS-LVR-ID (WS-LVR-FOUND)
                                   MOVE "99" TO ASSIGN-STATUS
                               ELSE IF ASG-LOCATION NOT = SPACES
                                   MOVE SPACES TO ASG-LOCATION
                                   REWRITE ASSIGN-RECORD
                                   ADD 1 TO WS-CNT-ASSIGN
                                   PERFORM COUNT-LEAVER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE ASSIGN-FILE.

           ANON-OUTBOUND-NOTICES.
               OPEN INPUT OUTBOUND-NOTICE-FILE
               IF OUTNOTE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "OUTNOTE.DAT skipped. Status: " WORK-STATUS
                   CLOSE OUTBOUND-NOTICE-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ OUTBOUND-NOTICE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE OUTNOTE-EMP-ID TO WS-LOOK-ID
                           PERFORM FIND-LEAVER
                           IF WS-LVR-FOUND > ZERO AND
                              (OUTNOTE-REASON NOT = SPACES OR
                               OUTNOTE-COMMENT NOT = SPACES)
                               MOVE SPACES TO OUTNOTE-REASON
                               MOVE SPACES TO OUTNOTE-COMMENT
                               ADD 1 TO WS-CNT-OUTNOTE
                               PERFORM COUNT-LEAVER-ROW
                           END-IF
                           MOVE OUTNOTE-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-NOTICE-FILE
               CLOSE WORK-FILE
               IF WS-CNT-OUTNOTE = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT OUTBOUND-NOTICE-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO OUTNOTE-RECORD
                           WRITE OUTNOTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE OUTBOUND-NOTICE-FILE.

           ANON-ARCH-NOTICES.
               OPEN INPUT ARCH-NOTICE-FILE
               IF ARCH-NOTICE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "ARCHNOTE.DAT skipped. Status: " WORK-STATUS
                   CLOSE ARCH-NOTICE-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-NOTICE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE ARCH-NOTE-EMP-ID TO WS-LOOK-ID
                           PERFORM FIND-LEAVER
                           IF WS-LVR-FOUND > ZERO AND
                              (ARCH-NOTE-REASON NOT = SPACES OR
                               ARCH-NOTE-COMMENT NOT = SPACES)
                               MOVE SPACES TO ARCH-NOTE-REASON
                               MOVE SPACES TO ARCH-NOTE-COMMENT
                               ADD 1 TO WS-CNT-ARCHNOTE
                               PERFORM COUNT-LEAVER-ROW
                           END-IF
                           MOVE ARCH-NOTICE-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOTICE-FILE
               CLOSE WORK-FILE
               IF WS-CNT-ARCHNOTE = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT ARCH-NOTICE-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO ARCH-NOTICE-RECORD
                           WRITE ARCH-NOTICE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ARCH-NOTICE-FILE.

           ANON-ARCH-AUDIT.
               OPEN INPUT ARCH-AUDIT-FILE
               IF ARCH-AUDIT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "ARCHAUD.DAT skipped. Status: " WORK-STATUS
                   CLOSE ARCH-AUDIT-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ ARCH-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE ARCH-AUD-REQ-ID TO WS-RQT-NEW
                           PERFORM FIND-REQUEST-ID
                           IF WS-RQT-FOUND > ZERO AND
                              ARCH-AUD-DETAIL NOT = SPACES AND
                              ARCH-AUD-DETAIL NOT = WS-REMOVED-TEXT
                               MOVE WS-REMOVED-TEXT TO ARCH-AUD-DETAIL
                               MOVE WS-RQT-LVR (WS-RQT-FOUND)
                                   TO WS-LVR-FOUND
                               ADD 1 TO WS-CNT-ARCHAUD
                               PERFORM COUNT-LEAVER-ROW
                           END-IF
                           MOVE ARCH-AUDIT-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUDIT-FILE
               CLOSE WORK-FILE
               IF WS-CNT-ARCHAUD = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT ARCH-AUDIT-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO ARCH-AUDIT-RECORD
                           WRITE ARCH-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ARCH-AUDIT-FILE.

           ANON-AUDIT-TRAIL.
               OPEN INPUT LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Unable to create ANONWORK.TMP - "
                       "LEAVEAUD.DAT skipped. Status: " WORK-STATUS
                   CLOSE LEAVE-AUDIT-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-PREV-SEQ
               MOVE SPACES TO WS-PREV-CHAIN
               MOVE ZERO TO WS-AUD-CHAINED
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           PERFORM ANON-ONE-AUDIT-ROW
                           MOVE AUDIT-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE
               CLOSE WORK-FILE
               IF WS-CNT-AUD = ZERO
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT WORK-FILE
               OPEN OUTPUT LEAVE-AUDIT-FILE
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO AUDIT-RECORD
                           WRITE AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE LEAVE-AUDIT-FILE

               OPEN I-O AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   OPEN OUTPUT AUDCTL-FILE
                   CLOSE AUDCTL-FILE
                   OPEN I-O AUDCTL-FILE
               END-IF
               MOVE "CTRL" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   MOVE "CTRL" TO AUDCTL-KEY
                   MOVE WS-PREV-SEQ TO AUDCTL-LAST-SEQ
                   MOVE WS-PREV-CHAIN TO AUDCTL-LAST-CHAIN
                   WRITE AUDCTL-RECORD
               NOT INVALID KEY
                   MOVE WS-PREV-SEQ TO AUDCTL-LAST-SEQ
                   MOVE WS-PREV-CHAIN TO AUDCTL-LAST-CHAIN
                   REWRITE AUDCTL-RECORD
               END-READ
               CLOSE AUDCTL-FILE.

           ANON-ONE-AUDIT-ROW.
               MOVE AUD-REQ-ID TO WS-RQT-NEW
               PERFORM FIND-REQUEST-ID
               IF WS-RQT-FOUND > ZERO AND
                  AUD-DETAIL NOT = SPACES AND
                  AUD-DETAIL NOT = WS-REMOVED-TEXT
                   MOVE WS-REMOVED-TEXT TO AUD-DETAIL
                   MOVE WS-RQT-LVR (WS-RQT-FOUND) TO WS-LVR-FOUND
                   ADD 1 TO WS-CNT-AUD
                   PERFORM COUNT-LEAVER-ROW
               END-IF
               IF AUD-SEQ IS NUMERIC AND AUD-SEQ > ZERO
                   MOVE SPACES TO WS-CHAIN-INPUT
                   STRING WS-PREV-CHAIN AUDIT-RECORD(1:98)
                       DELIMITED BY SIZE INTO WS-CHAIN-INPUT
                   PERFORM HASH-AUDIT-CHAIN
                   MOVE WS-CHAIN-TEXT TO AUD-CHAIN
                   MOVE WS-CHAIN-TEXT TO WS-PREV-CHAIN
                   MOVE AUD-SEQ TO WS-PREV-SEQ
                   ADD 1 TO WS-AUD-CHAINED
               END-IF.

           ANON-EMPLOYEES.
               OPEN I-O EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                       EMPLOYEE-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ANON-NAME TO EMP-NAME
                       MOVE SPACES TO EMP-PIN
                       MOVE SPACES TO EMP-LOCATION
                       MOVE "Y" TO EMP-LOCK-FLAG
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-CNT-EMP
                       PERFORM COUNT-LEAVER-ROW
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           WRITE-RUN-AUDIT.
               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               PERFORM VARYING WS-LVR-FOUND FROM 1 BY 1
                   UNTIL WS-LVR-FOUND > WS-LVR-COUNT
                   MOVE "ANONEMP" TO AUD-REQ-ID
                   MOVE "INACTIVE" TO AUD-OLD-STATUS
                   MOVE "ANONYMSD" TO AUD-NEW-STATUS
                   MOVE WS-LVR-ID (WS-LVR-FOUND) TO AUD-MGR-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
                   MOVE SPACES TO AUD-DETAIL
                   MOVE WS-LVR-ROWS (WS-LVR-FOUND) TO WS-COUNT-DISP
                   STRING "Left " WS-LVR-TERM (WS-LVR-FOUND) ", "
                       FUNCTION TRIM(WS-COUNT-DISP)
                       " row(s) anonymised, retention"
                       WS-YEARS-DISP " yr"
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM CHAIN-AUDIT-RECORD
                   WRITE AUDIT-RECORD
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE.

           WRITE-CERTIFICATE.
               MOVE SPACES TO WS-CERT-SHORT-NAME
               STRING "ANONCERT-" WS-STAMP ".TXT"
                   DELIMITED BY SIZE INTO WS-CERT-SHORT-NAME
               MOVE SPACES TO WS-CERT-FILE-NAME
               STRING "../" FUNCTION TRIM(WS-CERT-SHORT-NAME)
                   DELIMITED BY SIZE INTO WS-CERT-FILE-NAME
               OPEN OUTPUT CERT-FILE
               IF CERT-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-CERT-FILE-NAME
                       " Status: " CERT-STATUS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-CERT-LINE
               MOVE ALL "=" TO WS-CERT-LINE(1:72)
               PERFORM WRITE-CERT-LINE
               STRING "CERTIFICATE OF ANONYMISATION - "
                   "LEAVERS PAST RETENTION"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE ALL "=" TO WS-CERT-LINE(1:72)
               PERFORM WRITE-CERT-LINE
               STRING "Run ......................... " WS-STAMP
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               STRING "Retention period ............" WS-YEARS-DISP
                   " year(s) (SYSPARM RETAINYEARS)"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               STRING "Leavers who left before ..... " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               STRING "Result ...................... " WS-RUN-RESULT
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE

               PERFORM WRITE-CERT-RULE
               MOVE "LEAVERS ANONYMISED" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE "  EMP-ID  LEFT        RECORDS" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               IF WS-CNT-TOTAL = ZERO
                   MOVE "  None." TO WS-CERT-LINE
                   PERFORM WRITE-CERT-LINE
               ELSE
                   PERFORM VARYING WS-LVR-IX FROM 1 BY 1
                       UNTIL WS-LVR-IX > WS-LVR-COUNT
                       MOVE WS-LVR-ROWS (WS-LVR-IX) TO WS-COUNT-DISP
                       STRING "  " WS-LVR-ID (WS-LVR-IX) "   "
                           WS-LVR-TERM (WS-LVR-IX) "   "
                           WS-COUNT-DISP
                           DELIMITED BY SIZE INTO WS-CERT-LINE
                       PERFORM WRITE-CERT-LINE
                   END-PERFORM
               END-IF

               PERFORM WRITE-CERT-RULE
               MOVE "RECORDS ANONYMISED BY FILE" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE "EMPLOYEE.DAT" TO WS-CERT-LABEL
               MOVE "name, PIN hash, location" TO WS-CERT-FIELDS
               MOVE WS-CNT-EMP TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "LEAVEBAL.DAT" TO WS-CERT-LABEL
               MOVE "employee name" TO WS-CERT-FIELDS
               MOVE WS-CNT-BAL TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "LEAVEREQ.DAT" TO WS-CERT-LABEL
               MOVE "reason, comment, certificate text"
                   TO WS-CERT-FIELDS
               MOVE WS-CNT-REQ TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "ARCHREQ.DAT" TO WS-CERT-LABEL
               MOVE "reason, comment, certificate text"
                   TO WS-CERT-FIELDS
               MOVE WS-CNT-ARCHREQ TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "LEAVE.DAT" TO WS-CERT-LABEL
               MOVE "leave reason" TO WS-CERT-FIELDS
               MOVE WS-CNT-LEAVE TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "ARCHLEAVE.DAT" TO WS-CERT-LABEL
               MOVE "leave reason" TO WS-CERT-FIELDS
               MOVE WS-CNT-ARCHLEAVE TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "TOILLOG.DAT" TO WS-CERT-LABEL
               MOVE "overtime reason" TO WS-CERT-FIELDS
               MOVE WS-CNT-TOIL TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "DONATION.DAT" TO WS-CERT-LABEL
               MOVE "donation reason" TO WS-CERT-FIELDS
               MOVE WS-CNT-DON TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "ABSCASE.DAT" TO WS-CERT-LABEL
               MOVE "case outcome" TO WS-CERT-FIELDS
               MOVE WS-CNT-CASE TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "FAMCASE.DAT" TO WS-CERT-LABEL
               MOVE "case notes" TO WS-CERT-FIELDS
               MOVE WS-CNT-FAM TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "FAMKIT.DAT" TO WS-CERT-LABEL
               MOVE "KIT day notes" TO WS-CERT-FIELDS
               MOVE WS-CNT-KIT TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "EMPASSIGN.DAT" TO WS-CERT-LABEL
               MOVE "assignment history location" TO WS-CERT-FIELDS
               MOVE WS-CNT-ASSIGN TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "OUTNOTE.DAT" TO WS-CERT-LABEL
               MOVE "notice reason and comment" TO WS-CERT-FIELDS
               MOVE WS-CNT-OUTNOTE TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "ARCHNOTE.DAT" TO WS-CERT-LABEL
               MOVE "notice reason and comment" TO WS-CERT-FIELDS
               MOVE WS-CNT-ARCHNOTE TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "LEAVEAUD.DAT" TO WS-CERT-LABEL
               MOVE "audit detail text" TO WS-CERT-FIELDS
               MOVE WS-CNT-AUD TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE "ARCHAUD.DAT" TO WS-CERT-LABEL
               MOVE "audit detail text" TO WS-CERT-FIELDS
               MOVE WS-CNT-ARCHAUD TO WS-CERT-COUNT
               PERFORM WRITE-CERT-COUNT
               MOVE WS-CNT-TOTAL TO WS-TOTAL-DISP
               STRING "  Total records anonymised ................"
                   "............ " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE

               PERFORM WRITE-CERT-RULE
               MOVE "Employee ids, dates, day counts, leave types and"
                   TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE "statuses are retained so history still totals."
                   TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               IF WS-CNT-AUD > ZERO
                   STRING "LEAVEAUD.DAT verified before the run and "
                       "re-chained afterwards: " WS-AUD-CHAINED
                       " chained row(s), last sequence " WS-PREV-SEQ
                       DELIMITED BY SIZE INTO WS-CERT-LINE
                   PERFORM WRITE-CERT-LINE
               END-IF
               MOVE "*** END OF CERTIFICATE ***" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               CLOSE CERT-FILE.

           WRITE-CERT-COUNT.
               MOVE WS-CERT-COUNT TO WS-COUNT-DISP
               STRING "  " WS-CERT-LABEL WS-CERT-FIELDS "  "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE.

           WRITE-CERT-RULE.
               MOVE ALL "-" TO WS-CERT-LINE(1:72)
               PERFORM WRITE-CERT-LINE.

           WRITE-CERT-LINE.
               MOVE WS-CERT-LINE TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO WS-CERT-LINE.

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
