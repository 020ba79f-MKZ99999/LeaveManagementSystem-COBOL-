       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-PLAN-REMIND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "../LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARENT-REQ-ID
               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT LEAVE-AUDIT-FILE ASSIGN TO "../LEAVEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT OUTBOUND-NOTICE-FILE ASSIGN TO "../OUTNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTNOTE-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 PARENT-STATUS-CODE PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 OUTNOTE-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC S9(9) COMP.

       01 WS-REMIND-DAYS PIC 99 VALUE 14.
       01 WS-PARM-REMIND PIC 99 VALUE 14.
       01 WS-CMD-LINE PIC X(100) VALUE SPACES.
       01 WS-ARG-REMIND PIC X(2).

       01 WS-REMINDED-TABLE.
          05 WS-REMINDED-ID PIC X(8) OCCURS 2000 TIMES.
       01 WS-REMINDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REMINDED-IX PIC 9(4).
       01 WS-ALREADY-REMINDED PIC X.

       01 WS-TO-START-DAYS PIC S9(5) COMP.
       01 WS-TO-START-DISP PIC ZZ9.

       01 WS-PLAN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Leave Plan Reminders *****"

           OPEN INPUT SYSPARM-FILE
           IF SYSPARM-STATUS = "00"
               MOVE "PLANREMIND" TO PARM-NAME
               READ SYSPARM-FILE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > ZERO AND PARM-VALUE < 100
                       MOVE PARM-VALUE TO WS-REMIND-DAYS
                       MOVE PARM-VALUE TO WS-PARM-REMIND
                   END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-ARG-REMIND
               END-UNSTRING
               IF FUNCTION TRIM(WS-ARG-REMIND) NOT = SPACES
                   COMPUTE WS-REMIND-DAYS =
                       FUNCTION NUMVAL(WS-ARG-REMIND)
               END-IF
               IF WS-REMIND-DAYS = ZERO
                   MOVE WS-PARM-REMIND TO WS-REMIND-DAYS
               END-IF
           ELSE
               DISPLAY "Remind when a plan starts within how many "
                   "days (default " WS-PARM-REMIND "): "
               ACCEPT WS-REMIND-DAYS
               IF WS-REMIND-DAYS = ZERO
                   MOVE WS-PARM-REMIND TO WS-REMIND-DAYS
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           OPEN INPUT LEAVE-AUDIT-FILE
           IF AUDIT-STATUS = "00"
               PERFORM LOAD-PAST-REMINDERS
               CLOSE LEAVE-AUDIT-FILE
           END-IF

           OPEN INPUT LEAVE-REQUEST-FILE
           IF PARENT-STATUS-CODE NOT = "00"
               DISPLAY "Error opening LEAVEREQ.DAT. Status: "
                   PARENT-STATUS-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUTBOUND-NOTICE-FILE
           IF OUTNOTE-STATUS NOT = "00"
               OPEN OUTPUT OUTBOUND-NOTICE-FILE
               CLOSE OUTBOUND-NOTICE-FILE
               OPEN EXTEND OUTBOUND-NOTICE-FILE
           END-IF
           OPEN EXTEND LEAVE-AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               OPEN OUTPUT LEAVE-AUDIT-FILE
               CLOSE LEAVE-AUDIT-FILE
               OPEN EXTEND LEAVE-AUDIT-FILE
           END-IF

           PERFORM SWEEP-LEAVE-PLANS

           CLOSE LEAVE-REQUEST-FILE
           CLOSE OUTBOUND-NOTICE-FILE
           CLOSE LEAVE-AUDIT-FILE

           DISPLAY " "
           DISPLAY WS-PLAN-COUNT " open leave plan(s) checked, "
               WS-NOTICE-COUNT " reminder(s) written to OUTNOTE.DAT, "
               WS-SKIP-COUNT " already reminded."
           STOP RUN.

           LOAD-PAST-REMINDERS.
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           IF FUNCTION TRIM(AUD-NEW-STATUS) = "PLANREM"
                              AND WS-REMINDED-COUNT < 2000
                               ADD 1 TO WS-REMINDED-COUNT
                               MOVE AUD-REQ-ID TO
                                   WS-REMINDED-ID (WS-REMINDED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.

           SWEEP-LEAVE-PLANS.
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
                              "PLANNED"
                               ADD 1 TO WS-PLAN-COUNT
                               PERFORM CHECK-ONE-PLAN
                           END-IF
                   END-READ
               END-PERFORM.

           CHECK-ONE-PLAN.
               COMPUTE WS-TO-START-DAYS =
                   FUNCTION INTEGER-OF-DATE(PARENT-START-DATE)
                   - WS-TODAY-INT
               IF WS-TO-START-DAYS < 0 OR
                  WS-TO-START-DAYS > WS-REMIND-DAYS
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO WS-ALREADY-REMINDED
               PERFORM VARYING WS-REMINDED-IX FROM 1 BY 1
                   UNTIL WS-REMINDED-IX > WS-REMINDED-COUNT
                   IF WS-REMINDED-ID (WS-REMINDED-IX) = PARENT-REQ-ID
                       MOVE "Y" TO WS-ALREADY-REMINDED
                       MOVE WS-REMINDED-COUNT TO WS-REMINDED-IX
                   END-IF
               END-PERFORM
               IF WS-ALREADY-REMINDED = "Y"
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF

               PERFORM WRITE-PLAN-REMINDER.

           WRITE-PLAN-REMINDER.
               MOVE WS-TO-START-DAYS TO WS-TO-START-DISP
               MOVE PARENT-EMP-ID TO OUTNOTE-EMP-ID
               MOVE PARENT-REQ-ID TO OUTNOTE-REQ-ID
               MOVE "PLANNED" TO OUTNOTE-DECISION
               MOVE WS-TODAY TO OUTNOTE-DECISION-DATE
               MOVE SPACES TO OUTNOTE-REASON
               STRING "Plan starts in " WS-TO-START-DISP
                      " day(s) and has not been applied for"
                      DELIMITED BY SIZE INTO OUTNOTE-REASON
               MOVE SPACES TO OUTNOTE-COMMENT
               MOVE "Submit it from Planned Leave, or withdraw it."
                   TO OUTNOTE-COMMENT
               WRITE OUTNOTE-RECORD
               ADD 1 TO WS-NOTICE-COUNT

               MOVE PARENT-REQ-ID TO AUD-REQ-ID
               MOVE PARENT-STATUS TO AUD-OLD-STATUS
               MOVE "PLANREM" TO AUD-NEW-STATUS
               MOVE PARENT-EMP-ID TO AUD-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-DETAIL
               STRING "Plan reminder, starts in " WS-TO-START-DISP
                      " day(s)"
                      DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM CHAIN-AUDIT-RECORD
               WRITE AUDIT-RECORD
               DISPLAY "Reminder for plan " PARENT-REQ-ID " (emp "
                   PARENT-EMP-ID ", starts " PARENT-START-DATE ")".

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
