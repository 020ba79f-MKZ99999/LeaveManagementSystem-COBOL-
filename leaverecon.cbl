       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-RECONCILE.

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

           SELECT LEDGER-FILE ASSIGN TO "../BALLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT PAYPERIOD-FILE ASSIGN TO "../PAYPERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PAYPERIOD-STATUS.

           SELECT PAYSNAP-FILE ASSIGN TO "../PAYSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-REQ-ID
               FILE STATUS IS PAYSNAP-STATUS.

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "../RECONBRK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

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
              88 LEAVE-IS-LOP VALUE "Y".
              88 LEAVE-NOT-LOP VALUE "N".
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

       FD PAYPERIOD-FILE.
       01 PAYPERIOD-RECORD.
           05 PP-KEY.
              10 PP-START-DATE PIC 9(8).
              10 PP-END-DATE PIC 9(8).
           05 PP-STATUS PIC X(8).
           05 PP-CLOSE-STAMP PIC X(14).
           05 PP-LINE-COUNT PIC 9(5).
           05 PP-CORR-COUNT PIC 9(5).

       FD PAYSNAP-FILE.
       01 PAYSNAP-RECORD.
           05 SNAP-REQ-ID PIC X(8).
           05 SNAP-EMP-ID PIC X(5).
           05 SNAP-LEAVE-DATE PIC 9(8).
           05 SNAP-PERIOD-START PIC 9(8).
           05 SNAP-STATUS PIC X(8).
           05 SNAP-LOP-FLAG PIC X.
           05 SNAP-DAY-UNITS PIC 9V9.
           05 SNAP-PAY-BAND PIC X.
           05 SNAP-STAMP PIC X(14).

       FD LEAVE-TYPE-FILE.
       01 LEAVE-TYPE-RECORD.
           05 TYPE-CODE PIC 9.
           05 TYPE-NAME PIC X(10).
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

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

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS-CODE PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 PAYPERIOD-STATUS PIC XX.
       01 PAYSNAP-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 EMPLOYEE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 LTYPE-AVAILABLE PIC X VALUE "N".
          88 LTYPE-FILE-AVAILABLE VALUE "Y".
       01 EMPLOYEE-AVAILABLE PIC X VALUE "N".
          88 EMPLOYEE-FILE-AVAILABLE VALUE "Y".
       01 PAYPERIOD-AVAILABLE PIC X VALUE "N".
          88 PAYPERIOD-FILE-AVAILABLE VALUE "Y".
       01 PAYSNAP-AVAILABLE PIC X VALUE "N".
          88 PAYSNAP-FILE-AVAILABLE VALUE "Y".
       01 WS-PAYROLL-LEG PIC X VALUE "N".
          88 PAYROLL-LEG-CHECKED VALUE "Y".

       01 WS-CMD-LINE PIC X(80).
       01 WS-ARG-FROM PIC X(8).
       01 WS-ARG-TO PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-END-FILE PIC X VALUE "N".

       01 WS-LY-BASIS PIC 99 VALUE 1.
       01 WS-LY-EMP-ID PIC X(5) VALUE SPACES.
       01 WS-LY-DATE PIC 9(8).
       01 WS-LY-HIRE-DATE PIC 9(8).
       01 WS-LY-START PIC 9(8).
       01 WS-LY-START-SPLIT REDEFINES WS-LY-START.
          05 WS-LY-START-YY PIC 9(4).
          05 WS-LY-START-MMDD PIC 9(4).
       01 WS-LY-END PIC 9(8).
       01 WS-LY-WORK-DATE PIC 9(8).
       01 WS-LY-WORK-SPLIT REDEFINES WS-LY-WORK-DATE.
          05 WS-LY-WORK-YY PIC 9(4).
          05 WS-LY-WORK-MMDD PIC 9(4).

       01 WS-TYPE-NAMES.
          05 WS-TYPE-NAME-ENTRY PIC X(10) OCCURS 9 TIMES.
       01 WS-TYPE-IX PIC 99.
       01 WS-LED-TYPE-NAME PIC X(10).

       01 WS-ET-TABLE.
          05 WS-ET-ENTRY OCCURS 3000 TIMES.
             10 WS-ET-EMP PIC X(5).
             10 WS-ET-TYPE PIC X(10).
             10 WS-ET-UNITS PIC 9(4)V9.
             10 WS-ET-LV-LOP PIC 9(4)V9.
             10 WS-ET-LV-BAND PIC 9(4)V9.
             10 WS-ET-PX-LOP PIC 9(4)V9.
             10 WS-ET-PX-BAND PIC 9(4)V9.
             10 WS-ET-LG-EXPECT PIC S9(5)V9.
             10 WS-ET-LG-NET PIC S9(5)V9.
       01 WS-ET-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ET-IX PIC 9(4).
       01 WS-ET-FOUND-IX PIC 9(4).
       01 WS-ET-DROPPED PIC 9(5) VALUE ZERO.

       01 WS-RQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 5000 TIMES.
             10 WS-RQ-ID PIC X(8).
             10 WS-RQ-EMP PIC X(5).
             10 WS-RQ-TYPE PIC X(10).
             10 WS-RQ-ET-IX PIC 9(4).
             10 WS-RQ-EXPECT PIC S9(4)V9.
             10 WS-RQ-NET PIC S9(4)V9.
       01 WS-RQ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RQ-IX PIC 9(4).
       01 WS-RQ-FOUND-IX PIC 9(4).
       01 WS-RQ-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-RQ-LOOKUP-ID PIC X(8).

       01 WS-DAY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-READ PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-MATCHED PIC 9(6) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISPOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SNAP-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(5).
       01 WS-BREAK-TEXT PIC X(15).
       01 WS-LEDGER-BREAK PIC X.
       01 WS-PAYROLL-BREAK PIC X.
       01 WS-SNAP-KIND PIC X(8).

       01 WS-UNITS-DISP PIC ZZZ9.9.
       01 WS-EXPECT-DISP PIC -ZZZ9.9.
       01 WS-NET-DISP PIC -ZZZ9.9.
       01 WS-LV-LOP-DISP PIC ZZZ9.9.
       01 WS-PX-LOP-DISP PIC ZZZ9.9.
       01 WS-LV-BAND-DISP PIC ZZZ9.9.
       01 WS-PX-BAND-DISP PIC ZZZ9.9.
       01 WS-AMOUNT-DISP PIC Z9.9.
       01 WS-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Period-End Leave Reconciliation *****"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-FROM WS-ARG-TO
               END-UNSTRING
               IF WS-ARG-FROM NOT NUMERIC OR WS-ARG-TO NOT NUMERIC
                   DISPLAY "Usage: leaverecon start end (YYYYMMDD)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-FROM TO WS-FROM-DATE
               MOVE WS-ARG-TO TO WS-TO-DATE
           ELSE
               DISPLAY "Pay period start date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Pay period end date (YYYYMMDD): "
               ACCEPT WS-TO-DATE
           END-IF

           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = 0 OR
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = 0 OR
              WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid period " WS-FROM-DATE " - "
                   WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVE.DAT. Status: "
                   LEAVE-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-REQUEST-FILE
           IF PARENT-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                   PARENT-STATUS-CODE
               CLOSE LEAVE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "Error opening BALLEDGER.DAT. Status: "
                   LEDGER-STATUS
               CLOSE LEAVE-FILE
               CLOSE LEAVE-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening RECONBRK.TXT. Status: "
                   REPORT-FILE-STATUS
               CLOSE LEAVE-FILE
               CLOSE LEAVE-REQUEST-FILE
               CLOSE LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYPERIOD-FILE
           IF PAYPERIOD-STATUS = "00"
               MOVE "Y" TO PAYPERIOD-AVAILABLE
           END-IF
           OPEN INPUT PAYSNAP-FILE
           IF PAYSNAP-STATUS = "00"
               MOVE "Y" TO PAYSNAP-AVAILABLE
           END-IF
           OPEN INPUT LEAVE-TYPE-FILE
           IF LTYPE-STATUS = "00"
               MOVE "Y" TO LTYPE-AVAILABLE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS = "00"
               MOVE "Y" TO EMPLOYEE-AVAILABLE
           END-IF
           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
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

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LEAVE RECONCILIATION BREAKS " WS-FROM-DATE " - "
               WS-TO-DATE " (run " WS-TODAY ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Approved units from LEAVE.DAT; ledger = debits less"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "credit-backs for every request with a day in the"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "period; payroll = LOP and band days the extract sent."
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-TYPE-NAMES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-PERIOD-LEAVE
           PERFORM LOAD-REQUEST-CHARGES
           PERFORM SCAN-LEDGER
           PERFORM CHECK-PAYROLL-SNAPSHOTS
           PERFORM REPORT-EMP-TYPE-BREAKS

           MOVE "--------------------------------------------------"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BREAK-COUNT " employee/type break(s), "
               WS-ORPHAN-COUNT " ledger entr(ies) without a request, "
               WS-MISPOST-COUNT " misposted, "
               WS-SNAP-ORPHAN-COUNT " orphan payroll day(s)."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ET-DROPPED > ZERO OR WS-RQ-DROPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Table full - " WS-ET-DROPPED
                   " day row(s) and " WS-RQ-DROPPED
                   " request(s) not reconciled."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE LEAVE-FILE
           CLOSE LEAVE-REQUEST-FILE
           CLOSE LEDGER-FILE
           CLOSE REPORT-FILE
           IF PAYPERIOD-FILE-AVAILABLE
               CLOSE PAYPERIOD-FILE
           END-IF
           IF PAYSNAP-FILE-AVAILABLE
               CLOSE PAYSNAP-FILE
           END-IF
           IF LTYPE-FILE-AVAILABLE
               CLOSE LEAVE-TYPE-FILE
           END-IF
           IF EMPLOYEE-FILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF

           DISPLAY " "
           DISPLAY "***** Reconciliation Summary *****"
           DISPLAY "Leave day rows in period : " WS-DAY-COUNT
           DISPLAY "Requests reconciled      : " WS-RQ-COUNT
           DISPLAY "Ledger movements read    : " WS-LEDGER-READ
           DISPLAY "Ledger movements matched : " WS-LEDGER-MATCHED
           DISPLAY "Employee/type breaks     : " WS-BREAK-COUNT
           DISPLAY "Ledger without request   : " WS-ORPHAN-COUNT
           DISPLAY "Ledger misposted         : " WS-MISPOST-COUNT
           DISPLAY "Orphan payroll days      : " WS-SNAP-ORPHAN-COUNT
           IF NOT PAYROLL-LEG-CHECKED
               DISPLAY "Payroll leg not checked - period not closed "
                   "by the payroll extract."
           END-IF
           DISPLAY "Breaks written to RECONBRK.TXT."
           IF WS-BREAK-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO OR
              WS-MISPOST-COUNT > ZERO OR
              WS-SNAP-ORPHAN-COUNT > ZERO OR
              WS-ET-DROPPED > ZERO OR WS-RQ-DROPPED > ZERO OR
              NOT PAYROLL-LEG-CHECKED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           LOAD-TYPE-NAMES.
               MOVE SPACES TO WS-TYPE-NAMES
               IF NOT LTYPE-FILE-AVAILABLE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
                   MOVE WS-TYPE-IX TO TYPE-CODE
                   READ LEAVE-TYPE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TYPE-NAME TO
                           WS-TYPE-NAME-ENTRY(WS-TYPE-IX)
                   END-READ
               END-PERFORM.

           CHECK-PAY-PERIOD.
               MOVE "N" TO WS-PAYROLL-LEG
               IF PAYPERIOD-FILE-AVAILABLE AND PAYSNAP-FILE-AVAILABLE
                   MOVE WS-FROM-DATE TO PP-START-DATE
                   MOVE WS-TO-DATE TO PP-END-DATE
                   READ PAYPERIOD-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-STATUS = "CLOSED"
                           MOVE "Y" TO WS-PAYROLL-LEG
                       END-IF
                   END-READ
               END-IF
               IF NOT PAYROLL-LEG-CHECKED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "BREAK: pay period " WS-FROM-DATE " - "
                       WS-TO-DATE " has not been closed by the "
                       "payroll extract - payroll leg not checked."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Pay period closed " PP-CLOSE-STAMP
                       " with " PP-LINE-COUNT " extract line(s) and "
                       PP-CORR-COUNT " correction(s)."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           LOAD-PERIOD-LEAVE.
               MOVE SPACES TO LEAVE-REQ-ID
               START LEAVE-FILE KEY >= LEAVE-REQ-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-DATE NOT < WS-FROM-DATE AND
                              LEAVE-DATE NOT > WS-TO-DATE
                               PERFORM LOAD-ONE-PERIOD-DAY
                           END-IF
                   END-READ
               END-PERFORM.

           LOAD-ONE-PERIOD-DAY.
               ADD 1 TO WS-DAY-COUNT
               PERFORM FIND-ET-ENTRY
               IF WS-ET-FOUND-IX = ZERO
                   ADD 1 TO WS-ET-DROPPED
                   EXIT PARAGRAPH
               END-IF
               IF LEAVE-STATUS = "APPROVED"
                   ADD LEAVE-DAY-UNITS TO WS-ET-UNITS(WS-ET-FOUND-IX)
                   IF LEAVE-IS-LOP
                       ADD LEAVE-DAY-UNITS
                           TO WS-ET-LV-LOP(WS-ET-FOUND-IX)
                   ELSE
                       IF LEAVE-PAY-BAND = "H" OR
                          LEAVE-PAY-BAND = "N"
                           ADD LEAVE-DAY-UNITS
                               TO WS-ET-LV-BAND(WS-ET-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
               IF PAYROLL-LEG-CHECKED
                   MOVE LEAVE-REQ-ID TO SNAP-REQ-ID
                   READ PAYSNAP-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SNAP-STATUS = "APPROVED"
                           IF SNAP-LOP-FLAG = "Y"
                               ADD SNAP-DAY-UNITS
                                   TO WS-ET-PX-LOP(WS-ET-FOUND-IX)
                           ELSE
                               IF SNAP-PAY-BAND = "H" OR
                                  SNAP-PAY-BAND = "N"
                                   ADD SNAP-DAY-UNITS TO
                                       WS-ET-PX-BAND(WS-ET-FOUND-IX)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-IF
               MOVE LEAVE-PARENT-REQ-ID TO WS-RQ-LOOKUP-ID
               PERFORM FIND-RQ-ENTRY
               IF WS-RQ-FOUND-IX > ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-RQ-COUNT >= 5000
                   ADD 1 TO WS-RQ-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RQ-COUNT
               MOVE LEAVE-PARENT-REQ-ID TO WS-RQ-ID(WS-RQ-COUNT)
               MOVE LEAVE-EMP-ID TO WS-RQ-EMP(WS-RQ-COUNT)
               MOVE LEAVE-TYPE TO WS-RQ-TYPE(WS-RQ-COUNT)
               MOVE WS-ET-FOUND-IX TO WS-RQ-ET-IX(WS-RQ-COUNT)
               MOVE ZERO TO WS-RQ-EXPECT(WS-RQ-COUNT)
               MOVE ZERO TO WS-RQ-NET(WS-RQ-COUNT).

           FIND-ET-ENTRY.
               MOVE ZERO TO WS-ET-FOUND-IX
               PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-ET-COUNT OR WS-ET-FOUND-IX > 0
                   IF WS-ET-EMP(WS-ET-IX) = LEAVE-EMP-ID AND
                      WS-ET-TYPE(WS-ET-IX) = LEAVE-TYPE
                       MOVE WS-ET-IX TO WS-ET-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-ET-FOUND-IX > ZERO OR WS-ET-COUNT >= 3000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ET-COUNT
               MOVE WS-ET-COUNT TO WS-ET-FOUND-IX
               MOVE LEAVE-EMP-ID TO WS-ET-EMP(WS-ET-COUNT)
               MOVE LEAVE-TYPE TO WS-ET-TYPE(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-UNITS(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-LV-LOP(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-LV-BAND(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-PX-LOP(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-PX-BAND(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-LG-EXPECT(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-LG-NET(WS-ET-COUNT).

           FIND-RQ-ENTRY.
               MOVE ZERO TO WS-RQ-FOUND-IX
               PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT OR WS-RQ-FOUND-IX > 0
                   IF WS-RQ-ID(WS-RQ-IX) = WS-RQ-LOOKUP-ID
                       MOVE WS-RQ-IX TO WS-RQ-FOUND-IX
                   END-IF
               END-PERFORM.

      * Every approved, paid day of a reconciled request should have
      * been charged to the ledger once its leave year has started;
      * days in a later leave year are charged by the year-start run.
           LOAD-REQUEST-CHARGES.
               IF WS-RQ-COUNT = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO LEAVE-REQ-ID
               START LEAVE-FILE KEY >= LEAVE-REQ-ID
                   INVALID KEY MOVE "99" TO LEAVE-STATUS-CODE
                   NOT INVALID KEY MOVE "00" TO LEAVE-STATUS-CODE
               END-START
               PERFORM UNTIL LEAVE-STATUS-CODE NOT = "00"
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO LEAVE-STATUS-CODE
                       NOT AT END
                           IF LEAVE-STATUS = "APPROVED" AND
                              LEAVE-NOT-LOP
                               PERFORM LOAD-ONE-CHARGE
                           END-IF
                   END-READ
               END-PERFORM.

           LOAD-ONE-CHARGE.
               MOVE LEAVE-PARENT-REQ-ID TO WS-RQ-LOOKUP-ID
               PERFORM FIND-RQ-ENTRY
               IF WS-RQ-FOUND-IX = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-EMP-LEAVE-YEAR
               IF LEAVE-DATE > WS-LY-END
                   EXIT PARAGRAPH
               END-IF
               ADD LEAVE-DAY-UNITS TO WS-RQ-EXPECT(WS-RQ-FOUND-IX).

           GET-EMP-LEAVE-YEAR.
               IF LEAVE-EMP-ID = WS-LY-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE LEAVE-EMP-ID TO WS-LY-EMP-ID
               MOVE WS-TODAY TO WS-LY-DATE
               MOVE ZERO TO WS-LY-HIRE-DATE
               IF WS-LY-BASIS = 0 AND EMPLOYEE-FILE-AVAILABLE
                   MOVE WS-LY-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-LY-HIRE-DATE
                   END-READ
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
                   FUNCTION INTEGER-OF-DATE(WS-LY-WORK-DATE) - 1).

      * Request-linked movements (approval and year-start charges,
      * cancellation and leaver credit-backs) carry the request id
      * as their reference.
           SCAN-LEDGER.
               MOVE " " TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "== LEDGER ENTRIES POSTED IN PERIOD WITHOUT A "
                   "MATCHING REQUEST OR POSTED TO ANOTHER EMP/TYPE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-READ
                           IF LED-SOURCE = "APPROVE" OR
                              LED-SOURCE = "YRCHARGE" OR
                              LED-SOURCE = "CREDIT" OR
                              LED-SOURCE = "TERMCRED"
                               PERFORM CHECK-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SECTION-COUNT = ZERO
                   MOVE "   (none)" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           CHECK-ONE-MOVEMENT.
               MOVE LED-REF TO WS-RQ-LOOKUP-ID
               PERFORM FIND-RQ-ENTRY
               IF WS-RQ-FOUND-IX > ZERO
                   ADD 1 TO WS-LEDGER-MATCHED
                   IF LED-SIGN = "-"
                       ADD LED-AMOUNT TO WS-RQ-NET(WS-RQ-FOUND-IX)
                   ELSE
                       SUBTRACT LED-AMOUNT
                           FROM WS-RQ-NET(WS-RQ-FOUND-IX)
                   END-IF
                   MOVE SPACES TO WS-LED-TYPE-NAME
                   IF LED-TYPE-CODE > 0
                       MOVE WS-TYPE-NAME-ENTRY(LED-TYPE-CODE)
                           TO WS-LED-TYPE-NAME
                   END-IF
                   IF LED-EMP-ID NOT = WS-RQ-EMP(WS-RQ-FOUND-IX) OR
                      (WS-LED-TYPE-NAME NOT = SPACES AND
                       WS-LED-TYPE-NAME NOT =
                           WS-RQ-TYPE(WS-RQ-FOUND-IX))
                       ADD 1 TO WS-MISPOST-COUNT
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE LED-AMOUNT TO WS-AMOUNT-DISP
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING LED-EMP-ID "  " LED-TYPE-CODE "  "
                           LED-SOURCE " " LED-SIGN WS-AMOUNT-DISP
                           "  " LED-REF "  " LED-TIMESTAMP
                           "  MISPOSTED - request is "
                           WS-RQ-EMP(WS-RQ-FOUND-IX) " "
                           WS-RQ-TYPE(WS-RQ-FOUND-IX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF

               IF LED-TIMESTAMP(1:8) < WS-FROM-DATE OR
                  LED-TIMESTAMP(1:8) > WS-TO-DATE
                   EXIT PARAGRAPH
               END-IF
               MOVE LED-REF TO PARENT-REQ-ID
               READ LEAVE-REQUEST-FILE INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE LED-AMOUNT TO WS-AMOUNT-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING LED-EMP-ID "  " LED-TYPE-CODE "  "
                       LED-SOURCE " " LED-SIGN WS-AMOUNT-DISP
                       "  " LED-REF "  " LED-TIMESTAMP
                       "  NO MATCHING REQUEST"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-READ.

      * A day payroll was told about whose leave row has since gone
      * can never be matched from the LEAVE side.
           CHECK-PAYROLL-SNAPSHOTS.
               IF NOT PAYROLL-LEG-CHECKED
                   EXIT PARAGRAPH
               END-IF
               MOVE " " TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "== DAYS SENT TO PAYROLL WITH NO LEAVE ROW"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               MOVE SPACES TO SNAP-REQ-ID
               START PAYSNAP-FILE KEY >= SNAP-REQ-ID
                   INVALID KEY MOVE "99" TO PAYSNAP-STATUS
                   NOT INVALID KEY MOVE "00" TO PAYSNAP-STATUS
               END-START
               PERFORM UNTIL PAYSNAP-STATUS NOT = "00"
                   READ PAYSNAP-FILE NEXT RECORD
                       AT END
                           MOVE "99" TO PAYSNAP-STATUS
                       NOT AT END
                           IF SNAP-LEAVE-DATE NOT < WS-FROM-DATE AND
                              SNAP-LEAVE-DATE NOT > WS-TO-DATE AND
                              SNAP-STATUS = "APPROVED"
                               PERFORM CHECK-ONE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SECTION-COUNT = ZERO
                   MOVE "   (none)" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           CHECK-ONE-SNAPSHOT.
               MOVE SPACES TO WS-SNAP-KIND
               IF SNAP-LOP-FLAG = "Y"
                   MOVE "LOP" TO WS-SNAP-KIND
               ELSE
                   IF SNAP-PAY-BAND = "H"
                       MOVE "HALF-PAY" TO WS-SNAP-KIND
                   END-IF
                   IF SNAP-PAY-BAND = "N"
                       MOVE "NIL-PAY" TO WS-SNAP-KIND
                   END-IF
               END-IF
               IF WS-SNAP-KIND = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE SNAP-REQ-ID TO LEAVE-REQ-ID
               READ LEAVE-FILE INVALID KEY
                   ADD 1 TO WS-SNAP-ORPHAN-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SNAP-DAY-UNITS TO WS-AMOUNT-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING SNAP-EMP-ID "  " SNAP-LEAVE-DATE "  "
                       WS-SNAP-KIND "  " WS-AMOUNT-DISP "  "
                       SNAP-REQ-ID "  sent " SNAP-STAMP
                       "  NO LEAVE ROW"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-READ.

           REPORT-EMP-TYPE-BREAKS.
               PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT
                   MOVE WS-RQ-ET-IX(WS-RQ-IX) TO WS-ET-IX
                   ADD WS-RQ-EXPECT(WS-RQ-IX)
                       TO WS-ET-LG-EXPECT(WS-ET-IX)
                   ADD WS-RQ-NET(WS-RQ-IX) TO WS-ET-LG-NET(WS-ET-IX)
               END-PERFORM

               MOVE " " TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "== EMPLOYEE / LEAVE TYPE BREAKS" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                   APPRVD  ----LEDGER-----  "
                   "-----LOP-----  ----BAND-----"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EMP    TYPE         UNITS   EXPECT  POSTED   "
                   "LEAVE    PAY   LEAVE    PAY  BREAK"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "--------------------------------------------------"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-ET-COUNT
                   PERFORM CHECK-ONE-EMP-TYPE
               END-PERFORM
               IF WS-BREAK-COUNT = ZERO
                   MOVE "   (none)" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           CHECK-ONE-EMP-TYPE.
               MOVE "N" TO WS-LEDGER-BREAK
               MOVE "N" TO WS-PAYROLL-BREAK
               IF WS-ET-LG-EXPECT(WS-ET-IX) NOT =
                  WS-ET-LG-NET(WS-ET-IX)
                   MOVE "Y" TO WS-LEDGER-BREAK
               END-IF
               IF PAYROLL-LEG-CHECKED AND
                  (WS-ET-LV-LOP(WS-ET-IX) NOT = WS-ET-PX-LOP(WS-ET-IX)
                   OR WS-ET-LV-BAND(WS-ET-IX) NOT =
                      WS-ET-PX-BAND(WS-ET-IX))
                   MOVE "Y" TO WS-PAYROLL-BREAK
               END-IF
               IF WS-LEDGER-BREAK = "N" AND WS-PAYROLL-BREAK = "N"
                   EXIT PARAGRAPH
               END-IF

               ADD 1 TO WS-BREAK-COUNT
               IF WS-LEDGER-BREAK = "Y" AND WS-PAYROLL-BREAK = "Y"
                   MOVE "LEDGER+PAYROLL" TO WS-BREAK-TEXT
               ELSE
                   IF WS-LEDGER-BREAK = "Y"
                       MOVE "LEDGER" TO WS-BREAK-TEXT
                   ELSE
                       MOVE "PAYROLL" TO WS-BREAK-TEXT
                   END-IF
               END-IF
               MOVE WS-ET-UNITS(WS-ET-IX) TO WS-UNITS-DISP
               MOVE WS-ET-LG-EXPECT(WS-ET-IX) TO WS-EXPECT-DISP
               MOVE WS-ET-LG-NET(WS-ET-IX) TO WS-NET-DISP
               MOVE WS-ET-LV-LOP(WS-ET-IX) TO WS-LV-LOP-DISP
               MOVE WS-ET-PX-LOP(WS-ET-IX) TO WS-PX-LOP-DISP
               MOVE WS-ET-LV-BAND(WS-ET-IX) TO WS-LV-BAND-DISP
               MOVE WS-ET-PX-BAND(WS-ET-IX) TO WS-PX-BAND-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-ET-EMP(WS-ET-IX) "  " WS-ET-TYPE(WS-ET-IX)
                   "  " WS-UNITS-DISP "  " WS-EXPECT-DISP " "
                   WS-NET-DISP "  " WS-LV-LOP-DISP " "
                   WS-PX-LOP-DISP "  " WS-LV-BAND-DISP " "
                   WS-PX-BAND-DISP "  " WS-BREAK-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               IF WS-LEDGER-BREAK = "N"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT
                   IF WS-RQ-ET-IX(WS-RQ-IX) = WS-ET-IX AND
                      WS-RQ-EXPECT(WS-RQ-IX) NOT = WS-RQ-NET(WS-RQ-IX)
                       MOVE WS-RQ-EXPECT(WS-RQ-IX) TO WS-EXPECT-DISP
                       MOVE WS-RQ-NET(WS-RQ-IX) TO WS-NET-DISP
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "       request " WS-RQ-ID(WS-RQ-IX)
                           "  expected " WS-EXPECT-DISP
                           "  posted " WS-NET-DISP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM.

           WRITE-REPORT-LINE.
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.
