       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTO-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORULE-FILE ASSIGN TO "../AUTORULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AUTORULE-STATUS.

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

           SELECT EMPMGR-FILE ASSIGN TO "../EMPMGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMGR-EMP-ID
               FILE STATUS IS EMPMGR-STATUS.

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "../HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-KEY
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "../EMPASSIGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASSIGN-STATUS.

           SELECT WORKPAT-FILE ASSIGN TO "../WORKPAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-EMP-ID
               FILE STATUS IS WORKPAT-STATUS.

           SELECT BLACKOUT-FILE ASSIGN TO "../BLACKOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLK-KEY
               FILE STATUS IS BLACKOUT-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "../APRCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-REQ-ID
               FILE STATUS IS CLAIM-STATUS.

           SELECT FAMCASE-FILE ASSIGN TO "../FAMCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               FILE STATUS IS FAMCASE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT ARCH-LEAVE-FILE ASSIGN TO "../ARCHLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-LEAVE-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTORULE-FILE.
       01 AUTORULE-RECORD.
           05 AR-KEY.
              10 AR-LEAVE-TYPE PIC X(10).
              10 AR-DEPARTMENT PIC X(15).
           05 AR-MAX-DAYS PIC 99V9.
           05 AR-MIN-NOTICE PIC 999.
           05 AR-MIN-REMAIN PIC 99V9.
           05 AR-COVER-BLOCKS PIC X.
           05 AR-BLACKOUT-BLOCKS PIC X.
           05 AR-LAST-UPDATE PIC X(14).

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
              88 LEAVE-IS-LOP VALUE "Y".
              88 LEAVE-NOT-LOP VALUE "N".
           05 LEAVE-PARENT-REQ-ID PIC X(8).
           05 LEAVE-DAY-PART PIC X.
              88 LEAVE-FULL-DAY VALUE "F".
              88 LEAVE-AM-HALF VALUE "A".
              88 LEAVE-PM-HALF VALUE "P".
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

       FD EMPMGR-FILE.
       01 EMPMGR-RECORD.
           05 EMPMGR-EMP-ID PIC X(5).
           05 EMPMGR-MGR-ID PIC X(5).

       FD LEAVE-TYPE-FILE.
       01 LEAVE-TYPE-RECORD.
           05 TYPE-CODE PIC 9.
           05 TYPE-NAME PIC X(10).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-KEY.
              10 HOL-LOCATION PIC X(5).
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

       FD WORKPAT-FILE.
       01 WORKPAT-RECORD.
           05 WP-EMP-ID PIC X(5).
           05 WP-DAY-FLAGS PIC X(7).

       FD BLACKOUT-FILE.
       01 BLACKOUT-RECORD.
           05 BLK-KEY.
              10 BLK-START-DATE PIC 9(8).
              10 BLK-SEQ PIC 99.
           05 BLK-END-DATE PIC 9(8).
           05 BLK-SCOPE-TYPE PIC X.
           05 BLK-SCOPE-VALUE PIC X(15).
           05 BLK-LEAVE-TYPE PIC X(10).
           05 BLK-MODE PIC X.
           05 BLK-DESC PIC X(30).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
           05 CLAIM-REQ-ID PIC X(8).
           05 CLAIM-MGR-ID PIC X(5).
           05 CLAIM-STAMP PIC X(14).

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

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

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

       FD OUTBOUND-NOTICE-FILE.
       01 OUTNOTE-RECORD.
           05 OUTNOTE-EMP-ID PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-REQ-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-DECISION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-DECISION-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-REASON PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 OUTNOTE-COMMENT PIC X(50).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-UOW-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-ACTION PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-FILE-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-IMAGE PIC X(240).

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

       01 AUTORULE-STATUS PIC XX.
       01 LEAVE-STATUS-CODE PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 BAL-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 EMPMGR-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 HOLIDAY-STATUS PIC XX.
       01 WORKPAT-STATUS PIC XX.
       01 BLACKOUT-STATUS PIC XX.
       01 CLAIM-STATUS PIC XX.
       01 FAMCASE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
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
       01 WS-LY-EMP-ID PIC X(5).
       01 WS-LY-SAVED-EMP PIC X(92).
       01 AUDIT-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 ARCH-LEAVE-STATUS PIC XX.

       01 HOLIDAY-AVAILABLE PIC X VALUE "N".
          88 HOLIDAY-FILE-AVAILABLE VALUE "Y".
       01 WORKPAT-AVAILABLE PIC X VALUE "N".
          88 WORKPAT-FILE-AVAILABLE VALUE "Y".
       01 BLACKOUT-AVAILABLE PIC X VALUE "N".
          88 BLACKOUT-FILE-AVAILABLE VALUE "Y".
       01 CLAIM-AVAILABLE PIC X VALUE "N".
          88 CLAIM-FILE-AVAILABLE VALUE "Y".

       01 CHOICE PIC 9 VALUE 0.
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-END-FILE PIC X VALUE "N".
       01 WS-AUTO-MGR-ID PIC X(5) VALUE "AUTO".

       01 WS-RULE-TYPE PIC X(10).
       01 WS-RULE-DEPT PIC X(15).
       01 WS-RULE-MAX PIC 99V9.
       01 WS-RULE-NOTICE PIC 999.
       01 WS-RULE-REMAIN PIC 99V9.
       01 WS-RULE-COVER PIC X.
       01 WS-RULE-BLACKOUT PIC X.
       01 WS-RULE-CONFIRM PIC X.
       01 WS-RULE-COUNT PIC 9(4).
       01 WS-RULE-FOUND PIC X VALUE "N".
          88 RULE-WAS-FOUND VALUE "Y".
       01 WS-RULE-LABEL PIC X(26).
       01 WS-MAX-DISP PIC Z9.9.
       01 WS-REMAIN-DISP PIC Z9.9.
       01 WS-NOTICE-DISP PIC ZZ9.
       01 WS-REQ-DISP PIC ZZ9.9.
       01 WS-LEFT-DISP PIC -ZZ9.9.

       01 WS-HOLD-NOTE PIC X(50).
       01 WS-NOTICE-DAYS PIC S9(5) COMP.
       01 WS-BALANCE-LEFT PIC S999V9.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NORULE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLAIMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HRROUTE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SEEN-COUNT PIC 9(5) VALUE ZERO.

       01 TEMP-EMP-ID PIC X(5).
       01 TEMP-START-DATE PIC 9(8).
       01 TEMP-END-DATE PIC 9(8).
       01 WS-OLD-STATUS PIC X(8).
       01 WS-LEAVE-TYPE-TEXT PIC X(10).
       01 WS-CURRENT-LOOP-DATE PIC 9(8).

       01 OSP-FULL-LIMIT PIC 99 VALUE 10.
       01 OSP-HALF-LIMIT PIC 99 VALUE 20.
       01 WS-SICK-ROLLING PIC 999V9.
       01 WS-BAND-EMP-ID PIC X(5).
       01 WS-BAND-REF-DATE PIC 9(8).
       01 WS-BAND-FROM-DATE PIC 9(8).
       01 WS-BAND-INT PIC S9(9) COMP.
       01 WS-BAND-END-FILE PIC X.

       01 WS-AVAIL-DAYS PIC 999V9.
       01 WS-BAL-TODAY PIC 9(8).
       01 WS-REMAIN-UNITS PIC 9V9.
       01 WS-TYPE-IX PIC 99.
       01 WS-LOOKUP-TYPE-NAME PIC X(10).
       01 WS-LOOKUP-TYPE-CODE PIC 9.
       01 WS-LOOKUP-TYPE-ROUTE PIC X.
          88 LOOKUP-ROUTE-HR VALUE "H".
          88 LOOKUP-ROUTE-MGR-THEN-HR VALUE "B".

       01 WS-LONG-LEAVE-LIMIT PIC 99 VALUE 5.
       01 WS-COVERAGE-THRESHOLD PIC 99 VALUE 50.
       01 WS-COVERAGE-WARNED PIC X VALUE 'N'.
          88 COVERAGE-WARNED VALUE 'Y'.
       01 WS-TEAM-MGR-ID PIC X(5).
       01 WS-TEAM-SIZE PIC 999.
       01 WS-COVER-START-INT PIC S9(9) COMP.
       01 WS-COVER-END-INT PIC S9(9) COMP.
       01 WS-COVER-SPAN PIC 99.
       01 WS-COVER-IX PIC 99.
       01 WS-COVER-OFFSET PIC S9(4) COMP.
       01 WS-COVER-TABLE.
          05 WS-COVER-ABSENT PIC 999 OCCURS 31 TIMES.
          05 WS-COVER-PLANNED PIC 999 OCCURS 31 TIMES.
       01 WS-COVER-PCT PIC 999.
       01 WS-COV-SAVED-REQ-ID PIC X(8).
       01 WS-COV-START-DATE PIC 9(8).
       01 WS-COV-END-DATE PIC 9(8).
       01 WS-COV-COUNT-ROW PIC X.
       01 WS-FAM-END PIC X.
       01 WS-FAM-CASE-END PIC 9(8).
       01 WS-FAM-DAY PIC 9(8).
       01 WS-FAM-DAY-INT PIC S9(9) COMP.
       01 WS-FAM-LAST-INT PIC S9(9) COMP.
       01 WS-COV-MEMBER-TABLE.
          05 WS-COV-MEMBER-OUT PIC X OCCURS 31 TIMES.
       01 WS-PLAN-SCAN-END PIC X.
       01 WS-PLAN-DAY PIC 9(8).
       01 WS-PLAN-DAY-INT PIC S9(9) COMP.
       01 WS-REQUEST-DAYS PIC 999V9.
       01 WS-SECOND-MGR-ID PIC X(5).

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
       01 WS-EMP-DEPARTMENT PIC X(15).
       01 WK-DAY-OFFSET PIC S9(4) COMP.
       01 WS-NONWORKING-FLAG PIC X VALUE 'N'.
          88 IS-NONWORKING-DAY VALUE 'Y'.
       01 WS-WORK-PATTERN PIC X(7) VALUE SPACES.
       01 WS-PATTERN-POS PIC 9.

       01 WS-BLK-HIT PIC X VALUE "N".
          88 BLACKOUT-NO-HIT VALUE "N".
          88 BLACKOUT-WARN-HIT VALUE "W".
          88 BLACKOUT-HARD-HIT VALUE "H".
       01 WS-BLK-DESC PIC X(30).
       01 WS-BLK-FROM PIC 9(8).
       01 WS-BLK-TO PIC 9(8).

       01 WS-LED-SOURCE PIC X(8).
       01 WS-LED-SIGN PIC X.
       01 WS-LED-AMOUNT PIC 99V9.
       01 WS-LED-REF PIC X(8).

       01 WS-UOW-ID PIC X(14).
       01 WS-UOW-OPEN PIC X VALUE 'N'.
          88 UOW-IS-OPEN VALUE 'Y'.
       01 WS-SAVED-PARENT-IMAGE PIC X(238).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           OPEN I-O AUTORULE-FILE
           IF AUTORULE-STATUS NOT = "00"
               DISPLAY "AUTORULE.DAT not found. Creating file..."
               OPEN OUTPUT AUTORULE-FILE
               CLOSE AUTORULE-FILE
               OPEN I-O AUTORULE-FILE
               IF AUTORULE-STATUS NOT = "00"
                   DISPLAY "Failed to open. Status: " AUTORULE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LEAVE-TYPE-FILE
           IF LTYPE-STATUS NOT = "00"
               DISPLAY "Error opening LEAVETYPE.DAT. Status: "
                   LTYPE-STATUS
               CLOSE AUTORULE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               IF FUNCTION TRIM(WS-CMD-LINE) = "RUN"
                   PERFORM RUN-AUTO-APPROVAL
               ELSE
                   DISPLAY "Usage: autoapprove [RUN]"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 5 TO CHOICE
           END-IF

           PERFORM UNTIL CHOICE = 5
               DISPLAY SPACE
               DISPLAY "***** Leave Auto-Approval Rules *****"
               DISPLAY "Select option:"
               DISPLAY "+--------------------------------+"
               DISPLAY "| 1 - List rules                 |"
               DISPLAY "| 2 - Add or change a rule       |"
               DISPLAY "| 3 - Remove a rule              |"
               DISPLAY "| 4 - Run auto-approval now      |"
               DISPLAY "| 5 - Exit                       |"
               DISPLAY "+--------------------------------+"
               DISPLAY "Your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-APPROVAL-RULES
                   WHEN 2
                       PERFORM MAINTAIN-APPROVAL-RULE
                   WHEN 3
                       PERFORM REMOVE-APPROVAL-RULE
                   WHEN 4
                       PERFORM RUN-AUTO-APPROVAL
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           CLOSE AUTORULE-FILE
           CLOSE LEAVE-TYPE-FILE
           STOP RUN.

           LIST-APPROVAL-RULES.
               MOVE ZERO TO WS-RULE-COUNT
               DISPLAY "Type       Department      MaxDays Notice "
                   "MinLeft Cover Blackout"
               MOVE LOW-VALUES TO AR-KEY
               MOVE "N" TO WS-END-FILE
               START AUTORULE-FILE KEY >= AR-KEY
                   INVALID KEY MOVE "Y" TO WS-END-FILE
               END-START
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ AUTORULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           ADD 1 TO WS-RULE-COUNT
                           MOVE AR-MAX-DAYS TO WS-MAX-DISP
                           MOVE AR-MIN-NOTICE TO WS-NOTICE-DISP
                           MOVE AR-MIN-REMAIN TO WS-REMAIN-DISP
                           DISPLAY AR-LEAVE-TYPE " " AR-DEPARTMENT
                               " " WS-MAX-DISP "    " WS-NOTICE-DISP
                               "    " WS-REMAIN-DISP "    "
                               AR-COVER-BLOCKS "     "
                               AR-BLACKOUT-BLOCKS
                   END-READ
               END-PERFORM
               IF WS-RULE-COUNT = ZERO
                   DISPLAY "No auto-approval rules on file."
               END-IF
               DISPLAY "Department ALL applies when no rule exists "
                   "for the employee's own department.".

           MAINTAIN-APPROVAL-RULE.
               DISPLAY "Leave type name (e.g. ANNUAL): "
               ACCEPT WS-RULE-TYPE
               MOVE FUNCTION UPPER-CASE(WS-RULE-TYPE) TO WS-RULE-TYPE
               MOVE WS-RULE-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF WS-LOOKUP-TYPE-CODE = 0
                   DISPLAY "Unknown leave type."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Department (ALL for every department): "
               ACCEPT WS-RULE-DEPT
               MOVE FUNCTION UPPER-CASE(WS-RULE-DEPT) TO WS-RULE-DEPT
               IF WS-RULE-DEPT = SPACES
                   MOVE "ALL" TO WS-RULE-DEPT
               END-IF

               MOVE WS-RULE-TYPE TO AR-LEAVE-TYPE
               MOVE WS-RULE-DEPT TO AR-DEPARTMENT
               READ AUTORULE-FILE INVALID KEY
                   MOVE "N" TO WS-RULE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND
                   MOVE AR-MAX-DAYS TO WS-MAX-DISP
                   MOVE AR-MIN-NOTICE TO WS-NOTICE-DISP
                   MOVE AR-MIN-REMAIN TO WS-REMAIN-DISP
                   DISPLAY "Current rule: max " WS-MAX-DISP
                       " day(s), notice " WS-NOTICE-DISP
                       ", min left " WS-REMAIN-DISP
                       ", cover " AR-COVER-BLOCKS
                       ", blackout " AR-BLACKOUT-BLOCKS
               END-READ

               DISPLAY "Maximum days per request (e.g. 1.0): "
               ACCEPT WS-RULE-MAX
               IF WS-RULE-MAX = ZERO
                   DISPLAY "Maximum days must be above zero."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Minimum notice in days before the start: "
               ACCEPT WS-RULE-NOTICE
               DISPLAY "Minimum balance to leave after the request: "
               ACCEPT WS-RULE-REMAIN
               MOVE SPACE TO WS-RULE-COVER
               PERFORM UNTIL WS-RULE-COVER = "Y" OR
                             WS-RULE-COVER = "N"
                   DISPLAY "Does a team coverage warning block "
                       "auto-approval? (Y/N): "
                   ACCEPT WS-RULE-COVER
                   MOVE FUNCTION UPPER-CASE(WS-RULE-COVER)
                       TO WS-RULE-COVER
               END-PERFORM
               MOVE SPACE TO WS-RULE-BLACKOUT
               PERFORM UNTIL WS-RULE-BLACKOUT = "Y" OR
                             WS-RULE-BLACKOUT = "N"
                   DISPLAY "Does a blackout warning window block "
                       "auto-approval? (Y/N): "
                   ACCEPT WS-RULE-BLACKOUT
                   MOVE FUNCTION UPPER-CASE(WS-RULE-BLACKOUT)
                       TO WS-RULE-BLACKOUT
               END-PERFORM

               MOVE WS-RULE-TYPE TO AR-LEAVE-TYPE
               MOVE WS-RULE-DEPT TO AR-DEPARTMENT
               MOVE WS-RULE-MAX TO AR-MAX-DAYS
               MOVE WS-RULE-NOTICE TO AR-MIN-NOTICE
               MOVE WS-RULE-REMAIN TO AR-MIN-REMAIN
               MOVE WS-RULE-COVER TO AR-COVER-BLOCKS
               MOVE WS-RULE-BLACKOUT TO AR-BLACKOUT-BLOCKS
               MOVE FUNCTION CURRENT-DATE(1:14) TO AR-LAST-UPDATE
               IF RULE-WAS-FOUND
                   REWRITE AUTORULE-RECORD
                   DISPLAY "Rule updated."
               ELSE
                   WRITE AUTORULE-RECORD
                   DISPLAY "Rule added."
               END-IF.

           REMOVE-APPROVAL-RULE.
               DISPLAY "Leave type name: "
               ACCEPT WS-RULE-TYPE
               MOVE FUNCTION UPPER-CASE(WS-RULE-TYPE) TO WS-RULE-TYPE
               DISPLAY "Department (ALL for the default rule): "
               ACCEPT WS-RULE-DEPT
               MOVE FUNCTION UPPER-CASE(WS-RULE-DEPT) TO WS-RULE-DEPT
               IF WS-RULE-DEPT = SPACES
                   MOVE "ALL" TO WS-RULE-DEPT
               END-IF
               MOVE WS-RULE-TYPE TO AR-LEAVE-TYPE
               MOVE WS-RULE-DEPT TO AR-DEPARTMENT
               READ AUTORULE-FILE INVALID KEY
                   DISPLAY "No such rule."
                   EXIT PARAGRAPH
               END-READ
               DISPLAY "Remove this rule? (Y/N): "
               ACCEPT WS-RULE-CONFIRM
               IF WS-RULE-CONFIRM = "Y" OR WS-RULE-CONFIRM = "y"
                   DELETE AUTORULE-FILE
                   DISPLAY "Rule removed."
               END-IF.

           RUN-AUTO-APPROVAL.
               DISPLAY "***** Leave Auto-Approval Run *****"
               MOVE ZERO TO WS-APPROVED-COUNT
               MOVE ZERO TO WS-HELD-COUNT
               MOVE ZERO TO WS-NORULE-COUNT
               MOVE ZERO TO WS-CLAIMED-COUNT
               MOVE ZERO TO WS-HRROUTE-COUNT
               MOVE ZERO TO WS-SEEN-COUNT

               OPEN INPUT SYSPARM-FILE
               IF SYSPARM-STATUS = "00"
                   MOVE "COVERAGE" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARM-VALUE TO WS-COVERAGE-THRESHOLD
                   END-READ
                   MOVE "LONGLEAVE" TO PARM-NAME
                   READ SYSPARM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARM-VALUE TO WS-LONG-LEAVE-LIMIT
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

               OPEN I-O LEAVE-REQUEST-FILE
               IF PARENT-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                       PARENT-STATUS-CODE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O LEAVE-FILE
               IF LEAVE-STATUS-CODE NOT = "00"
                   DISPLAY "Error opening LEAVE.DAT. Status: "
                       LEAVE-STATUS-CODE
                   CLOSE LEAVE-REQUEST-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O BALANCE-FILE
               IF BAL-STATUS NOT = "00"
                   DISPLAY "Error opening LEAVEBAL.DAT. Status: "
                       BAL-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "Error opening EMPLOYEE.DAT. Status: "
                       EMPLOYEE-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   CLOSE BALANCE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT EMPMGR-FILE
               IF EMPMGR-STATUS NOT = "00"
                   DISPLAY "Error opening EMPMGR.DAT. Status: "
                       EMPMGR-STATUS
                   CLOSE LEAVE-REQUEST-FILE
                   CLOSE LEAVE-FILE
                   CLOSE BALANCE-FILE
                   CLOSE EMPLOYEE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO HOLIDAY-AVAILABLE
               OPEN INPUT HOLIDAY-FILE
               IF HOLIDAY-STATUS = "00"
                   MOVE "Y" TO HOLIDAY-AVAILABLE
               END-IF
               MOVE "N" TO ASSIGN-AVAILABLE
               OPEN INPUT ASSIGN-FILE
               IF ASSIGN-STATUS = "00"
                   MOVE "Y" TO ASSIGN-AVAILABLE
               END-IF
               MOVE "N" TO WORKPAT-AVAILABLE
               OPEN INPUT WORKPAT-FILE
               IF WORKPAT-STATUS = "00"
                   MOVE "Y" TO WORKPAT-AVAILABLE
               END-IF
               MOVE "N" TO BLACKOUT-AVAILABLE
               OPEN INPUT BLACKOUT-FILE
               IF BLACKOUT-STATUS = "00"
                   MOVE "Y" TO BLACKOUT-AVAILABLE
               END-IF
               MOVE "N" TO CLAIM-AVAILABLE
               OPEN INPUT CLAIM-FILE
               IF CLAIM-STATUS = "00"
                   MOVE "Y" TO CLAIM-AVAILABLE
               END-IF

               OPEN EXTEND LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT LEAVE-AUDIT-FILE
                   CLOSE LEAVE-AUDIT-FILE
                   OPEN EXTEND LEAVE-AUDIT-FILE
               END-IF
               OPEN EXTEND OUTBOUND-NOTICE-FILE
               IF OUTNOTE-STATUS NOT = "00"
                   OPEN OUTPUT OUTBOUND-NOTICE-FILE
                   CLOSE OUTBOUND-NOTICE-FILE
                   OPEN EXTEND OUTBOUND-NOTICE-FILE
               END-IF

               MOVE SPACES TO PARENT-REQ-ID
               START LEAVE-REQUEST-FILE KEY >= PARENT-REQ-ID
                   INVALID KEY MOVE "99" TO PARENT-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO PARENT-STATUS-CODE
               END-START
               PERFORM UNTIL PARENT-STATUS-CODE NOT = "00"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PARENT-STATUS-CODE
                       NOT AT END
                           IF FUNCTION TRIM(PARENT-STATUS) =
                              "APPLIED"
                               PERFORM EVALUATE-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LEAVE-REQUEST-FILE
               CLOSE LEAVE-FILE
               CLOSE BALANCE-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE EMPMGR-FILE
               CLOSE LEAVE-AUDIT-FILE
               CLOSE OUTBOUND-NOTICE-FILE
               IF HOLIDAY-FILE-AVAILABLE
                   CLOSE HOLIDAY-FILE
               END-IF
               IF ASSIGN-FILE-AVAILABLE
                   CLOSE ASSIGN-FILE
               END-IF
               IF WORKPAT-FILE-AVAILABLE
                   CLOSE WORKPAT-FILE
               END-IF
               IF BLACKOUT-FILE-AVAILABLE
                   CLOSE BLACKOUT-FILE
               END-IF
               IF CLAIM-FILE-AVAILABLE
                   CLOSE CLAIM-FILE
               END-IF

               DISPLAY " "
               DISPLAY WS-SEEN-COUNT " applied request(s) examined."
               DISPLAY WS-APPROVED-COUNT " auto-approved, "
                   WS-HELD-COUNT " held for the manager, "
                   WS-NORULE-COUNT " without a rule, "
                   WS-CLAIMED-COUNT " in use by a manager, "
                   WS-HRROUTE-COUNT " routed to HR.".

           EVALUATE-ONE-REQUEST.
               ADD 1 TO WS-SEEN-COUNT
               MOVE SPACES TO WS-HOLD-NOTE
               IF CLAIM-FILE-AVAILABLE
                   MOVE PARENT-REQ-ID TO CLAIM-REQ-ID
                   READ CLAIM-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLAIM-STAMP(1:8) = WS-TODAY
                           ADD 1 TO WS-CLAIMED-COUNT
                           EXIT PARAGRAPH
                       END-IF
                   END-READ
               END-IF

               MOVE PARENT-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF LOOKUP-ROUTE-HR OR LOOKUP-ROUTE-MGR-THEN-HR
                   ADD 1 TO WS-HRROUTE-COUNT
                   EXIT PARAGRAPH
               END-IF

               MOVE PARENT-EMP-ID TO TEMP-EMP-ID
               PERFORM GET-EMPLOYEE-LOCATION
               MOVE PARENT-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   MOVE "AUTO-HOLD: employee not on file" TO
                       WS-HOLD-NOTE
                   PERFORM HOLD-REQUEST-WITH-NOTE
                   EXIT PARAGRAPH
               END-READ
               IF FUNCTION TRIM(EMP-STATUS) NOT = "ACTIVE"
                   MOVE "AUTO-HOLD: employee not active" TO
                       WS-HOLD-NOTE
                   PERFORM HOLD-REQUEST-WITH-NOTE
                   EXIT PARAGRAPH
               END-IF

               PERFORM FIND-APPROVAL-RULE
               IF NOT RULE-WAS-FOUND
                   ADD 1 TO WS-NORULE-COUNT
                   EXIT PARAGRAPH
               END-IF

               PERFORM APPLY-APPROVAL-RULE
               IF WS-HOLD-NOTE NOT = SPACES
                   PERFORM HOLD-REQUEST-WITH-NOTE
               ELSE
                   PERFORM AUTO-APPROVE-REQUEST
               END-IF.

           FIND-APPROVAL-RULE.
               MOVE "Y" TO WS-RULE-FOUND
               MOVE PARENT-TYPE TO AR-LEAVE-TYPE
               MOVE WS-EMP-DEPARTMENT TO AR-DEPARTMENT
               READ AUTORULE-FILE INVALID KEY
                   MOVE PARENT-TYPE TO AR-LEAVE-TYPE
                   MOVE "ALL" TO AR-DEPARTMENT
                   READ AUTORULE-FILE INVALID KEY
                       MOVE "N" TO WS-RULE-FOUND
                   END-READ
               END-READ
               IF RULE-WAS-FOUND
                   MOVE SPACES TO WS-RULE-LABEL
                   STRING FUNCTION TRIM(AR-LEAVE-TYPE) "/"
                       FUNCTION TRIM(AR-DEPARTMENT)
                       DELIMITED BY SIZE INTO WS-RULE-LABEL
               END-IF.

           APPLY-APPROVAL-RULE.
               PERFORM COUNT-REQUEST-CHILD-DAYS
               MOVE WS-REQUEST-DAYS TO WS-REQ-DISP
               IF WS-REQUEST-DAYS > AR-MAX-DAYS
                   MOVE AR-MAX-DAYS TO WS-MAX-DISP
                   STRING "AUTO-HOLD: MAXDAYS " WS-REQ-DISP
                       " day(s) over " WS-MAX-DISP
                       DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF

               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION INTEGER-OF-DATE(PARENT-START-DATE)
                   - WS-TODAY-INT
               IF WS-NOTICE-DAYS < AR-MIN-NOTICE
                   MOVE AR-MIN-NOTICE TO WS-NOTICE-DISP
                   STRING "AUTO-HOLD: NOTICE under "
                       WS-NOTICE-DISP " day(s)"
                       DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF

               PERFORM FIND-SECOND-LEVEL-MGR
               IF WS-REQUEST-DAYS > WS-LONG-LEAVE-LIMIT AND
                  WS-SECOND-MGR-ID NOT = SPACES
                   STRING "AUTO-HOLD: LONGLEAVE needs second-level "
                       "sign-off"
                       DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF

               MOVE PARENT-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF WS-LOOKUP-TYPE-CODE = 0
                   MOVE "AUTO-HOLD: MINLEFT no balance for this type"
                       TO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF
               MOVE PARENT-EMP-ID TO BAL-EMP-ID
               MOVE WS-LOOKUP-TYPE-CODE TO BAL-TYPE-CODE
               READ BALANCE-FILE INVALID KEY
                   MOVE "AUTO-HOLD: MINLEFT no balance for this type"
                       TO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-READ
               PERFORM COMPUTE-AVAILABLE-DAYS
               COMPUTE WS-BALANCE-LEFT =
                   WS-AVAIL-DAYS - WS-REQUEST-DAYS
               IF WS-BALANCE-LEFT < AR-MIN-REMAIN
                   MOVE WS-BALANCE-LEFT TO WS-LEFT-DISP
                   MOVE AR-MIN-REMAIN TO WS-REMAIN-DISP
                   STRING "AUTO-HOLD: MINLEFT " WS-LEFT-DISP
                       " day(s) left, under " WS-REMAIN-DISP
                       DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF

               MOVE PARENT-START-DATE TO TEMP-START-DATE
               MOVE PARENT-END-DATE TO TEMP-END-DATE
               MOVE PARENT-TYPE TO WS-LEAVE-TYPE-TEXT
               PERFORM CHECK-BLACKOUT-WINDOW
               IF BLACKOUT-HARD-HIT OR
                  (BLACKOUT-WARN-HIT AND AR-BLACKOUT-BLOCKS = "Y")
                   STRING "AUTO-HOLD: BLACKOUT " WS-BLK-FROM "-"
                       WS-BLK-TO
                       DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   EXIT PARAGRAPH
               END-IF

               IF AR-COVER-BLOCKS = "Y"
                   PERFORM CHECK-TEAM-COVERAGE
                   IF COVERAGE-WARNED
                       STRING "AUTO-HOLD: COVERAGE team over "
                           WS-COVERAGE-THRESHOLD "% absent"
                           DELIMITED BY SIZE INTO WS-HOLD-NOTE
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

           HOLD-REQUEST-WITH-NOTE.
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "Request " PARENT-REQ-ID " left with the "
                   "manager: " FUNCTION TRIM(WS-HOLD-NOTE)
               IF PARENT-DECISION-COMMENT NOT = WS-HOLD-NOTE
                   MOVE WS-HOLD-NOTE TO PARENT-DECISION-COMMENT
                   REWRITE LEAVE-REQUEST-RECORD
               END-IF.

           AUTO-APPROVE-REQUEST.
               MOVE PARENT-STATUS TO WS-OLD-STATUS
               MOVE LEAVE-REQUEST-RECORD TO WS-SAVED-PARENT-IMAGE
               PERFORM JOURNAL-BEGIN-UOW
               PERFORM JOURNAL-PARENT-IMAGE
               MOVE "APPROVED" TO PARENT-STATUS
               MOVE SPACES TO PARENT-DECISION-COMMENT
               STRING "AUTO-APPROVED under rule "
                   FUNCTION TRIM(WS-RULE-LABEL)
                   DELIMITED BY SIZE INTO PARENT-DECISION-COMMENT
               MOVE WS-AUTO-MGR-ID TO PARENT-MANAGER-ID
               MOVE WS-TODAY TO PARENT-DECISION-DATE
               REWRITE LEAVE-REQUEST-RECORD
               MOVE PARENT-EMP-ID TO WS-BAND-EMP-ID
               MOVE PARENT-START-DATE TO WS-BAND-REF-DATE
               PERFORM COMPUTE-SICK-BAND-BASE
               PERFORM CASCADE-APPROVAL-DECISION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-OUTBOUND-NOTICE
               PERFORM JOURNAL-COMMIT-UOW
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Request " PARENT-REQ-ID " auto-approved ("
                   FUNCTION TRIM(WS-RULE-LABEL) ").".

           FIND-SECOND-LEVEL-MGR.
               MOVE SPACES TO WS-SECOND-MGR-ID
               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPMGR-MGR-ID TO EMPMGR-EMP-ID
                   READ EMPMGR-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMGR-MGR-ID TO WS-SECOND-MGR-ID
                   END-READ
               END-READ.

           COUNT-REQUEST-CHILD-DAYS.
               MOVE ZERO TO WS-REQUEST-DAYS
               MOVE PARENT-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = '00'
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = PARENT-EMP-ID
                               MOVE '99' TO LEAVE-STATUS-CODE
                           ELSE IF LEAVE-PARENT-REQ-ID = PARENT-REQ-ID
                              AND FUNCTION TRIM(LEAVE-STATUS) NOT =
                                  "REJECTED"
                              AND FUNCTION TRIM(LEAVE-STATUS) NOT =
                                  "CANCELLED"
                               ADD LEAVE-DAY-UNITS TO WS-REQUEST-DAYS
                           END-IF
                   END-READ
               END-PERFORM.

           CHECK-TEAM-COVERAGE.
               MOVE 'N' TO WS-COVERAGE-WARNED
               MOVE ZERO TO WS-TEAM-SIZE
               MOVE PARENT-REQ-ID TO WS-COV-SAVED-REQ-ID
               MOVE PARENT-START-DATE TO WS-COV-START-DATE
               MOVE PARENT-END-DATE TO WS-COV-END-DATE
               PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                   UNTIL WS-COVER-IX > 31
                   MOVE ZERO TO WS-COVER-ABSENT (WS-COVER-IX)
                   MOVE ZERO TO WS-COVER-PLANNED (WS-COVER-IX)
               END-PERFORM

               MOVE PARENT-EMP-ID TO EMPMGR-EMP-ID
               READ EMPMGR-FILE INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE EMPMGR-MGR-ID TO WS-TEAM-MGR-ID
               END-READ

               MOVE PARENT-EMP-ID TO TEMP-EMP-ID
               PERFORM GET-EMPLOYEE-LOCATION

               COMPUTE WS-COVER-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-COV-START-DATE)
               COMPUTE WS-COVER-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-COV-END-DATE)
               COMPUTE WS-COVER-SPAN =
                   WS-COVER-END-INT - WS-COVER-START-INT + 1
               IF WS-COVER-SPAN > 31
                   MOVE 31 TO WS-COVER-SPAN
               END-IF

               MOVE SPACES TO EMPMGR-EMP-ID
               START EMPMGR-FILE KEY >= EMPMGR-EMP-ID
                   INVALID KEY MOVE '99' TO EMPMGR-STATUS
                   NOT INVALID KEY MOVE '00' TO EMPMGR-STATUS
               END-START
               PERFORM UNTIL EMPMGR-STATUS NOT = '00'
                   READ EMPMGR-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO EMPMGR-STATUS
                       NOT AT END
                           IF EMPMGR-MGR-ID = WS-TEAM-MGR-ID
                               ADD 1 TO WS-TEAM-SIZE
                               IF EMPMGR-EMP-ID NOT = TEMP-EMP-ID
                                   PERFORM COUNT-MEMBER-ABSENCES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-COV-SAVED-REQ-ID TO PARENT-REQ-ID
               READ LEAVE-REQUEST-FILE INVALID KEY
                   CONTINUE
               END-READ

               IF WS-TEAM-SIZE = ZERO
                   EXIT PARAGRAPH
               END-IF

               PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                   UNTIL WS-COVER-IX > WS-COVER-SPAN
                   COMPUTE WS-COVER-OFFSET =
                       WS-COVER-START-INT + WS-COVER-IX - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-COVER-OFFSET)
                       TO WS-CURRENT-LOOP-DATE
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT IS-NONWORKING-DAY
                       COMPUTE WS-COVER-PCT =
                           ((WS-COVER-ABSENT (WS-COVER-IX) + 1)
                            * 100) / WS-TEAM-SIZE
                       IF WS-COVER-PCT > WS-COVERAGE-THRESHOLD
                           MOVE 'Y' TO WS-COVERAGE-WARNED
                           DISPLAY "  ! " WS-CURRENT-LOOP-DATE ": "
                               WS-COVER-ABSENT (WS-COVER-IX)
                               " of " WS-TEAM-SIZE
                               " team member(s) already out"
                           IF WS-COVER-PLANNED (WS-COVER-IX) > ZERO
                               DISPLAY "      (" WS-COVER-PLANNED
                                   (WS-COVER-IX) " of them only "
                                   "planned, not yet applied for)"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF COVERAGE-WARNED
                   DISPLAY "WARNING: approving pushes the team past "
                       WS-COVERAGE-THRESHOLD "% absent on the "
                       "day(s) above."
               END-IF.

           COUNT-MEMBER-ABSENCES.
               MOVE ALL "N" TO WS-COV-MEMBER-TABLE
               MOVE EMPMGR-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = '00'
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = EMPMGR-EMP-ID
                               MOVE '99' TO LEAVE-STATUS-CODE
                           ELSE IF LEAVE-DATE NOT <
                                   WS-COV-START-DATE
                              AND LEAVE-DATE NOT > WS-COV-END-DATE
                               MOVE "N" TO WS-COV-COUNT-ROW
                               IF FUNCTION TRIM(LEAVE-STATUS) =
                                  "APPROVED"
                                   MOVE "Y" TO WS-COV-COUNT-ROW
                               ELSE IF FUNCTION TRIM(LEAVE-STATUS)
                                       = "APPLIED"
                                   MOVE LEAVE-PARENT-REQ-ID TO
                                       PARENT-REQ-ID
                                   READ LEAVE-REQUEST-FILE
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           IF FUNCTION TRIM
                                              (PARENT-STATUS) =
                                              "FIRSTAPP"
                                               MOVE "Y" TO
                                                   WS-COV-COUNT-ROW
                                           END-IF
                                   END-READ
                               END-IF
                               IF WS-COV-COUNT-ROW = "Y"
                                   COMPUTE WS-COVER-OFFSET =
                                       FUNCTION
                                       INTEGER-OF-DATE(LEAVE-DATE)
                                       - WS-COVER-START-INT + 1
                                   IF WS-COVER-OFFSET >= 1 AND
                                      WS-COVER-OFFSET <=
                                      WS-COVER-SPAN
                                       MOVE "Y" TO
                                           WS-COV-MEMBER-OUT
                                           (WS-COVER-OFFSET)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM MARK-MEMBER-FAMILY-LEAVE
               PERFORM MARK-MEMBER-PLANNED-LEAVE
               PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                   UNTIL WS-COVER-IX > WS-COVER-SPAN
                   IF WS-COV-MEMBER-OUT (WS-COVER-IX) = "Y"
                       ADD 1 TO WS-COVER-ABSENT (WS-COVER-IX)
                   END-IF
                   IF WS-COV-MEMBER-OUT (WS-COVER-IX) = "P"
                       ADD 1 TO WS-COVER-ABSENT (WS-COVER-IX)
                       ADD 1 TO WS-COVER-PLANNED (WS-COVER-IX)
                   END-IF
               END-PERFORM.

           MARK-MEMBER-PLANNED-LEAVE.
               MOVE EMPMGR-EMP-ID TO PARENT-EMP-ID
               MOVE 'N' TO WS-PLAN-SCAN-END
               START LEAVE-REQUEST-FILE KEY >= PARENT-EMP-ID
                   INVALID KEY MOVE 'Y' TO WS-PLAN-SCAN-END
               END-START
               PERFORM UNTIL WS-PLAN-SCAN-END = 'Y'
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PLAN-SCAN-END
                       NOT AT END
                           IF PARENT-EMP-ID NOT = EMPMGR-EMP-ID
                               MOVE 'Y' TO WS-PLAN-SCAN-END
                           ELSE IF FUNCTION TRIM(PARENT-STATUS) =
                                   "PLANNED"
                              AND PARENT-START-DATE NOT >
                                  WS-COV-END-DATE
                              AND PARENT-END-DATE NOT <
                                  WS-COV-START-DATE
                               PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                                   UNTIL WS-COVER-IX > WS-COVER-SPAN
                                   COMPUTE WS-PLAN-DAY-INT =
                                       WS-COVER-START-INT
                                       + WS-COVER-IX - 1
                                   MOVE FUNCTION DATE-OF-INTEGER
                                       (WS-PLAN-DAY-INT) TO WS-PLAN-DAY
                                   IF WS-PLAN-DAY NOT <
                                      PARENT-START-DATE AND
                                      WS-PLAN-DAY NOT >
                                      PARENT-END-DATE AND
                                      WS-COV-MEMBER-OUT (WS-COVER-IX)
                                      = "N"
                                       MOVE "P" TO WS-COV-MEMBER-OUT
                                           (WS-COVER-IX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM.

           MARK-MEMBER-FAMILY-LEAVE.
               OPEN INPUT FAMCASE-FILE
               IF FAMCASE-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF
               MOVE EMPMGR-EMP-ID TO FAM-EMP-ID
               MOVE ZERO TO FAM-SEQ
               MOVE 'N' TO WS-FAM-END
               START FAMCASE-FILE KEY >= FAM-KEY
                   INVALID KEY MOVE 'Y' TO WS-FAM-END
               END-START
               PERFORM UNTIL WS-FAM-END = 'Y'
                   READ FAMCASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FAM-END
                       NOT AT END
                           IF FAM-EMP-ID NOT = EMPMGR-EMP-ID
                               MOVE 'Y' TO WS-FAM-END
                           ELSE IF FAM-STATUS NOT = "CANCELLED"
                               PERFORM SET-FAMILY-CASE-END
                               PERFORM VARYING WS-COVER-IX FROM 1 BY 1
                                   UNTIL WS-COVER-IX > WS-COVER-SPAN
                                   COMPUTE WS-FAM-DAY-INT =
                                       WS-COVER-START-INT
                                       + WS-COVER-IX - 1
                                   MOVE FUNCTION DATE-OF-INTEGER
                                       (WS-FAM-DAY-INT) TO WS-FAM-DAY
                                   IF WS-FAM-DAY NOT < FAM-START-DATE
                                      AND WS-FAM-DAY < WS-FAM-CASE-END
                                       MOVE "Y" TO WS-COV-MEMBER-OUT
                                           (WS-COVER-IX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMCASE-FILE.

           SET-FAMILY-CASE-END.
               IF FAM-ACTUAL-RETURN > ZERO
                   MOVE FAM-ACTUAL-RETURN TO WS-FAM-CASE-END
               ELSE
                   MOVE FAM-RETURN-DATE TO WS-FAM-CASE-END
               END-IF.

           GET-EMPLOYEE-LOCATION.
               MOVE "ALL" TO WS-HOL-LOCATION
               MOVE SPACES TO WS-EMP-DEPARTMENT
               MOVE TEMP-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(EMP-LOCATION) NOT = SPACES
                       MOVE EMP-LOCATION TO WS-HOL-LOCATION
                   END-IF
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
               END-READ
               MOVE TEMP-EMP-ID TO WS-ASG-EMP-ID
               PERFORM LOAD-ASSIGNMENT-HISTORY
               MOVE SPACES TO WS-WORK-PATTERN
               IF NOT WORKPAT-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE TEMP-EMP-ID TO WP-EMP-ID
               READ WORKPAT-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WP-DAY-FLAGS TO WS-WORK-PATTERN
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
                   FUNCTION INTEGER-OF-DATE(20000101) 7)
               IF WS-WORK-PATTERN NOT = SPACES
                   IF WK-DAY-OFFSET >= 2
                       COMPUTE WS-PATTERN-POS = WK-DAY-OFFSET - 1
                   ELSE
                       COMPUTE WS-PATTERN-POS = WK-DAY-OFFSET + 6
                   END-IF
                   IF WS-WORK-PATTERN(WS-PATTERN-POS:1) NOT = "Y"
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-IF
               ELSE
                   IF WK-DAY-OFFSET = 0 OR WK-DAY-OFFSET = 1
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-IF
               END-IF
               IF NOT IS-NONWORKING-DAY AND HOLIDAY-FILE-AVAILABLE
                   MOVE "ALL" TO HOL-LOCATION
                   MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                   READ HOLIDAY-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NONWORKING-FLAG
                   END-READ
                   IF NOT IS-NONWORKING-DAY AND
                      FUNCTION TRIM(WS-DAY-LOCATION) NOT = "ALL" AND
                      WS-DAY-LOCATION NOT = SPACES
                       MOVE WS-DAY-LOCATION TO HOL-LOCATION
                       MOVE WS-CURRENT-LOOP-DATE TO HOL-DATE
                       READ HOLIDAY-FILE INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NONWORKING-FLAG
                       END-READ
                   END-IF
               END-IF.

           CHECK-BLACKOUT-WINDOW.
               MOVE 'N' TO WS-BLK-HIT
               IF NOT BLACKOUT-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO BLK-START-DATE
               MOVE ZERO TO BLK-SEQ
               START BLACKOUT-FILE KEY >= BLK-KEY
                   INVALID KEY MOVE "99" TO BLACKOUT-STATUS
                   NOT INVALID KEY MOVE "00" TO BLACKOUT-STATUS
               END-START
               PERFORM UNTIL BLACKOUT-STATUS NOT = "00"
                   READ BLACKOUT-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO BLACKOUT-STATUS
                       NOT AT END
                           IF BLK-START-DATE > TEMP-END-DATE
                               MOVE "99" TO BLACKOUT-STATUS
                           ELSE IF BLK-END-DATE >= TEMP-START-DATE
                               PERFORM CHECK-ONE-BLACKOUT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO BLACKOUT-STATUS.

           CHECK-ONE-BLACKOUT.
               EVALUATE BLK-SCOPE-TYPE
                   WHEN "A"
                       CONTINUE
                   WHEN "L"
                       IF FUNCTION TRIM(BLK-SCOPE-VALUE) NOT =
                          FUNCTION TRIM(WS-HOL-LOCATION)
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "D"
                       IF FUNCTION TRIM(BLK-SCOPE-VALUE) NOT =
                          FUNCTION TRIM(WS-EMP-DEPARTMENT)
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               IF FUNCTION TRIM(BLK-LEAVE-TYPE) NOT = "ALL" AND
                  FUNCTION TRIM(BLK-LEAVE-TYPE) NOT =
                  FUNCTION TRIM(WS-LEAVE-TYPE-TEXT)
                   EXIT PARAGRAPH
               END-IF
               IF BLK-MODE = "H"
                   MOVE "H" TO WS-BLK-HIT
                   MOVE BLK-START-DATE TO WS-BLK-FROM
                   MOVE BLK-END-DATE TO WS-BLK-TO
                   MOVE BLK-DESC TO WS-BLK-DESC
               ELSE
                   IF NOT BLACKOUT-HARD-HIT
                       MOVE "W" TO WS-BLK-HIT
                       MOVE BLK-START-DATE TO WS-BLK-FROM
                       MOVE BLK-END-DATE TO WS-BLK-TO
                       MOVE BLK-DESC TO WS-BLK-DESC
                   END-IF
               END-IF.

           LOOKUP-TYPE-CODE-BY-NAME.
               MOVE 0 TO WS-LOOKUP-TYPE-CODE
               MOVE "M" TO WS-LOOKUP-TYPE-ROUTE
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-TYPE-IX TO TYPE-CODE
                   READ LEAVE-TYPE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(TYPE-NAME) =
                          FUNCTION TRIM(WS-LOOKUP-TYPE-NAME)
                           MOVE TYPE-CODE TO WS-LOOKUP-TYPE-CODE
                           MOVE TYPE-APPROVAL-ROUTE TO
                               WS-LOOKUP-TYPE-ROUTE
                       END-IF
                   END-READ
               END-PERFORM.

           COMPUTE-AVAILABLE-DAYS.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAL-TODAY
               IF BAL-CARRY-DAYS > ZERO AND
                  BAL-CARRY-EXPIRY >= WS-BAL-TODAY
                   COMPUTE WS-AVAIL-DAYS = BAL-DAYS + BAL-CARRY-DAYS
               ELSE
                   MOVE BAL-DAYS TO WS-AVAIL-DAYS
               END-IF.

           CONSUME-BALANCE-UNITS.
               IF BAL-CARRY-DAYS > ZERO AND
                  BAL-CARRY-EXPIRY >= WS-BAL-TODAY
                   IF BAL-CARRY-DAYS >= LEAVE-DAY-UNITS
                       SUBTRACT LEAVE-DAY-UNITS FROM BAL-CARRY-DAYS
                   ELSE
                       COMPUTE WS-REMAIN-UNITS =
                           LEAVE-DAY-UNITS - BAL-CARRY-DAYS
                       MOVE ZERO TO BAL-CARRY-DAYS
                       SUBTRACT WS-REMAIN-UNITS FROM BAL-DAYS
                   END-IF
               ELSE
                   SUBTRACT LEAVE-DAY-UNITS FROM BAL-DAYS
               END-IF.

           CASCADE-APPROVAL-DECISION.
               MOVE PARENT-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = '00'
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = PARENT-EMP-ID
                               MOVE '99' TO LEAVE-STATUS-CODE
                           ELSE IF LEAVE-PARENT-REQ-ID = PARENT-REQ-ID
                               MOVE "LEAVE" TO JRN-FILE-CODE
                               MOVE LEAVE-RECORD TO JRN-IMAGE
                               PERFORM JOURNAL-WRITE-IMAGE
                               MOVE PARENT-STATUS TO LEAVE-STATUS
                               MOVE PARENT-MANAGER-ID TO
                                   LEAVE-MANAGER-ID
                               MOVE PARENT-DECISION-DATE TO
                                   LEAVE-DECISION-DATE
                               IF FUNCTION TRIM(PARENT-STATUS) =
                                  "APPROVED"
                                   PERFORM SUBTRACT-LEAVE-BALANCE
                                   PERFORM SET-SICK-PAY-BAND
                               END-IF
                               REWRITE LEAVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM.

           GET-EMP-LEAVE-YEAR.
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF WS-LY-BASIS = 0
                   MOVE EMPLOYEE-RECORD TO WS-LY-SAVED-EMP
                   MOVE WS-LY-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                   END-READ
                   MOVE WS-LY-SAVED-EMP TO EMPLOYEE-RECORD
               END-IF
               PERFORM COMPUTE-LEAVE-YEAR.

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

           SUBTRACT-LEAVE-BALANCE.
               MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LY-DATE
               PERFORM GET-EMP-LEAVE-YEAR
               IF LEAVE-DATE > WS-LY-END
                   DISPLAY "Day " LEAVE-DATE " is in the next "
                       "leave year - charged at year start."
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-TYPE TO WS-LOOKUP-TYPE-NAME
               PERFORM LOOKUP-TYPE-CODE-BY-NAME
               IF WS-LOOKUP-TYPE-CODE = 0
                   DISPLAY "Error: Unknown leave type for subtraction."
                   DISPLAY "Recording as leave without pay (LOP)."
                   MOVE "Y" TO LEAVE-LOP-FLAG
               ELSE
                   MOVE LEAVE-EMP-ID TO BAL-EMP-ID
                   MOVE WS-LOOKUP-TYPE-CODE TO BAL-TYPE-CODE
                   READ BALANCE-FILE INVALID KEY
                       DISPLAY "Employee not found in balance file."
                       DISPLAY "Recording as leave without pay (LOP)."
                       MOVE "Y" TO LEAVE-LOP-FLAG
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-DAYS
                       IF WS-AVAIL-DAYS >= LEAVE-DAY-UNITS
                           MOVE "LEAVEBAL" TO JRN-FILE-CODE
                           MOVE BALANCE-RECORD TO JRN-IMAGE
                           PERFORM JOURNAL-WRITE-IMAGE
                           PERFORM CONSUME-BALANCE-UNITS
                           REWRITE BALANCE-RECORD
                           MOVE "APPROVE" TO WS-LED-SOURCE
                           MOVE "-" TO WS-LED-SIGN
                           MOVE LEAVE-DAY-UNITS TO WS-LED-AMOUNT
                           MOVE LEAVE-PARENT-REQ-ID TO WS-LED-REF
                           PERFORM WRITE-BALANCE-MOVEMENT
                       ELSE
                           DISPLAY "Warning: "
                               FUNCTION TRIM(BAL-TYPE-NAME)
                               " balance exhausted!!"
                           DISPLAY "Recording as leave without "
                               "pay (LOP)."
                           MOVE "Y" TO LEAVE-LOP-FLAG
                       END-IF
                   END-READ
               END-IF.

           WRITE-BALANCE-MOVEMENT.
               OPEN EXTEND LEDGER-FILE
               IF LEDGER-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN EXTEND LEDGER-FILE
               END-IF
               MOVE BAL-EMP-ID TO LED-EMP-ID
               MOVE BAL-TYPE-CODE TO LED-TYPE-CODE
               MOVE WS-LED-SOURCE TO LED-SOURCE
               MOVE WS-LED-SIGN TO LED-SIGN
               MOVE WS-LED-AMOUNT TO LED-AMOUNT
               MOVE WS-LED-REF TO LED-REF
               MOVE BAL-DAYS TO LED-RESULT-DAYS
               MOVE BAL-CARRY-DAYS TO LED-RESULT-CARRY
               MOVE FUNCTION CURRENT-DATE(1:14) TO LED-TIMESTAMP
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE.

           COMPUTE-SICK-BAND-BASE.
               MOVE ZERO TO WS-SICK-ROLLING
               COMPUTE WS-BAND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BAND-REF-DATE) - 365
               MOVE FUNCTION DATE-OF-INTEGER(WS-BAND-INT)
                   TO WS-BAND-FROM-DATE

               MOVE WS-BAND-EMP-ID TO LEAVE-EMP-ID
               START LEAVE-FILE KEY >= LEAVE-EMP-ID
                   INVALID KEY MOVE '99' TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE '00' TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = '00'
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE '99' TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-EMP-ID NOT = WS-BAND-EMP-ID
                               MOVE '99' TO LEAVE-STATUS-CODE
                           ELSE IF FUNCTION TRIM(LEAVE-TYPE) =
                                   "SICK"
                              AND FUNCTION TRIM(LEAVE-STATUS) =
                                  "APPROVED"
                              AND LEAVE-DATE >= WS-BAND-FROM-DATE
                              AND LEAVE-DATE < WS-BAND-REF-DATE
                               ADD LEAVE-DAY-UNITS TO
                                   WS-SICK-ROLLING
                           END-IF
                   END-READ
               END-PERFORM

               OPEN INPUT ARCH-LEAVE-FILE
               IF ARCH-LEAVE-STATUS = "00"
                   MOVE "N" TO WS-BAND-END-FILE
                   PERFORM UNTIL WS-BAND-END-FILE = "Y"
                       READ ARCH-LEAVE-FILE
                           AT END
                               MOVE "Y" TO WS-BAND-END-FILE
                           NOT AT END
                               IF ARCH-LEAVE-EMP-ID =
                                  WS-BAND-EMP-ID
                                  AND FUNCTION TRIM(
                                      ARCH-LEAVE-TYPE) = "SICK"
                                  AND FUNCTION TRIM(
                                      ARCH-LEAVE-STATUS-VAL) =
                                      "APPROVED"
                                  AND ARCH-LEAVE-DATE >=
                                      WS-BAND-FROM-DATE
                                  AND ARCH-LEAVE-DATE <
                                      WS-BAND-REF-DATE
                                   ADD ARCH-LEAVE-DAY-UNITS TO
                                       WS-SICK-ROLLING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-LEAVE-FILE
               END-IF.

           SET-SICK-PAY-BAND.
               IF FUNCTION TRIM(LEAVE-TYPE) NOT = "SICK"
                   MOVE SPACE TO LEAVE-PAY-BAND
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WS-SICK-ROLLING < OSP-FULL-LIMIT
                       MOVE "F" TO LEAVE-PAY-BAND
                   WHEN WS-SICK-ROLLING < OSP-HALF-LIMIT
                       MOVE "H" TO LEAVE-PAY-BAND
                   WHEN OTHER
                       MOVE "N" TO LEAVE-PAY-BAND
               END-EVALUATE
               ADD LEAVE-DAY-UNITS TO WS-SICK-ROLLING.

           WRITE-AUDIT-RECORD.
               MOVE PARENT-REQ-ID TO AUD-REQ-ID
               MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
               MOVE PARENT-STATUS TO AUD-NEW-STATUS
               MOVE WS-AUTO-MGR-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE PARENT-DECISION-COMMENT TO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD.

           WRITE-OUTBOUND-NOTICE.
               MOVE PARENT-EMP-ID TO OUTNOTE-EMP-ID
               MOVE PARENT-REQ-ID TO OUTNOTE-REQ-ID
               MOVE PARENT-STATUS TO OUTNOTE-DECISION
               MOVE PARENT-DECISION-DATE TO OUTNOTE-DECISION-DATE
               MOVE PARENT-REASON TO OUTNOTE-REASON
               MOVE PARENT-DECISION-COMMENT TO OUTNOTE-COMMENT
               WRITE OUTNOTE-RECORD.

           JOURNAL-BEGIN-UOW.
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-UOW-ID
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
               END-IF
               MOVE WS-UOW-ID TO JRN-UOW-ID
               MOVE "BEGIN" TO JRN-ACTION
               MOVE SPACES TO JRN-FILE-CODE
               MOVE SPACES TO JRN-IMAGE
               WRITE JOURNAL-RECORD
               MOVE 'Y' TO WS-UOW-OPEN.

           JOURNAL-WRITE-IMAGE.
               IF UOW-IS-OPEN
                   MOVE WS-UOW-ID TO JRN-UOW-ID
                   MOVE "IMAGE" TO JRN-ACTION
                   WRITE JOURNAL-RECORD
               END-IF.

           JOURNAL-COMMIT-UOW.
               IF UOW-IS-OPEN
                   MOVE WS-UOW-ID TO JRN-UOW-ID
                   MOVE "COMMIT" TO JRN-ACTION
                   MOVE SPACES TO JRN-FILE-CODE
                   MOVE SPACES TO JRN-IMAGE
                   WRITE JOURNAL-RECORD
                   CLOSE JOURNAL-FILE
                   MOVE 'N' TO WS-UOW-OPEN
               END-IF.

           JOURNAL-PARENT-IMAGE.
               MOVE "LEAVEREQ" TO JRN-FILE-CODE
               MOVE WS-SAVED-PARENT-IMAGE TO JRN-IMAGE
               PERFORM JOURNAL-WRITE-IMAGE.

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
