               RECORD KEY IS HR-ID
               FILE STATUS IS HRUSER-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "../MDCHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO "../AUDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HRUSER-FILE.
           05 HR-FAIL-COUNT PIC 99.
           05 HR-LOCK-FLAG PIC X.

       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 MDC-PROGRAM PIC X(10).
           05 FILLER PIC X.
           05 MDC-ACTION PIC X(6).
           05 FILLER PIC X.
           05 MDC-KEY PIC X(20).
           05 FILLER PIC X.
           05 MDC-USER-ID PIC X(5).
           05 FILLER PIC X.
           05 MDC-TIMESTAMP PIC X(14).
           05 FILLER PIC X.
           05 MDC-BEFORE PIC X(80).
           05 FILLER PIC X.
           05 MDC-AFTER PIC X(80).
           05 FILLER PIC X.
           05 MDC-SEQ PIC 9(8).
           05 FILLER PIC X.
           05 MDC-CHAIN PIC X(10).

       FD AUDCTL-FILE.
       01 AUDCTL-RECORD.
           05 AUDCTL-KEY PIC X(4).
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       WORKING-STORAGE SECTION.
       01 HRUSER-STATUS PIC XX.
       01 TEMP-HR-ID PIC X(5).
       01 WS-HASH-TEXT PIC X(20).
       01 WS-HASH-IX PIC 99.
       01 WS-HASH-LEN PIC 99.
       01 CHANGE-LOG-STATUS PIC XX.
       01 AUDCTL-STATUS PIC XX.
       01 TEMP-OPER-ID PIC X(5).
       01 WS-MDC-ACTION PIC X(6).
       01 WS-MDC-KEY PIC X(20).
       01 WS-MDC-BEFORE PIC X(80).
       01 WS-MDC-AFTER PIC X(80).
       01 WS-MDC-IMAGE PIC X(80).
       01 WS-CHAIN-INPUT PIC X(232).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.
       01 WS-PWD-CHANGED PIC X VALUE "N".
       01 WS-PWD-STATE PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                END-IF
            END-IF

            MOVE SPACES TO TEMP-OPER-ID
            PERFORM UNTIL TEMP-OPER-ID NOT = SPACES
                DISPLAY "Your HR/operator ID (for the change log): "
                ACCEPT TEMP-OPER-ID
            END-PERFORM

            PERFORM UNTIL CHOICE = 4
               DISPLAY SPACE
               DISPLAY "***** HR User Management *****"
                       DISPLAY "Error: HR user record already exists."
                   NOT INVALID KEY
                       DISPLAY "HR user added successfully."
                       MOVE SPACES TO WS-MDC-BEFORE
                       PERFORM BUILD-HRUSER-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
                       MOVE "ADD" TO WS-MDC-ACTION
                       PERFORM WRITE-CHANGE-LOG
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "HR user already exists. Cannot add."
           END-READ

           IF PWD-CHANGE-OK = "Y"
               PERFORM BUILD-HRUSER-IMAGE
               MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
               MOVE 0 TO PWD-LENGTH
               PERFORM UNTIL PWD-LENGTH >= 6
                   DISPLAY "Enter new password: "
                   DISPLAY "Error updating password."
               NOT INVALID KEY
                   DISPLAY "Password changed successfully."
                   MOVE "Y" TO WS-PWD-CHANGED
                   PERFORM BUILD-HRUSER-IMAGE
                   MOVE "N" TO WS-PWD-CHANGED
                   MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
                   MOVE "UPDATE" TO WS-MDC-ACTION
                   PERFORM WRITE-CHANGE-LOG
               END-REWRITE
           END-IF.

               INVALID KEY
                   DISPLAY "HR user ID not found."
               NOT INVALID KEY
                   PERFORM BUILD-HRUSER-IMAGE
                   MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
                   MOVE SPACES TO WS-MDC-AFTER
                   DELETE HRUSER-FILE
                       INVALID KEY
                           DISPLAY "Error removing HR user. Status: "
                               HRUSER-STATUS
                       NOT INVALID KEY
                           DISPLAY "HR user removed successfully."
                           MOVE "REMOVE" TO WS-MDC-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       VIEW-HRUSERS.
               INVALID KEY
                   DISPLAY "HR user ID not found."
               NOT INVALID KEY
                   PERFORM BUILD-HRUSER-IMAGE
                   MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
                   MOVE ZERO TO HR-FAIL-COUNT
                   MOVE "N" TO HR-LOCK-FLAG
                   REWRITE HRUSER-RECORD INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "HR user unlocked and failure "
                           "count reset."
                       PERFORM BUILD-HRUSER-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
                       MOVE "UPDATE" TO WS-MDC-ACTION
                       PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

               MOVE SPACES TO WS-HASH-TEXT
               STRING "#" WS-HASH-DIGITS DELIMITED BY SIZE
                   INTO WS-HASH-TEXT.

           BUILD-HRUSER-IMAGE.
               MOVE HR-ID TO WS-MDC-KEY
               EVALUATE TRUE
                   WHEN WS-PWD-CHANGED = "Y"
                       MOVE "CHANGED" TO WS-PWD-STATE
                   WHEN HR-PASSWORD(1:1) = "#"
                       MOVE "HASHED" TO WS-PWD-STATE
                   WHEN OTHER
                       MOVE "CLEAR" TO WS-PWD-STATE
               END-EVALUATE
               MOVE SPACES TO WS-MDC-IMAGE
               STRING "Name " HR-NAME " Pwd " WS-PWD-STATE
                   " Fails " HR-FAIL-COUNT " Lock " HR-LOCK-FLAG
                   DELIMITED BY SIZE INTO WS-MDC-IMAGE.

           WRITE-CHANGE-LOG.
               OPEN EXTEND CHANGE-LOG-FILE
               IF CHANGE-LOG-STATUS NOT = "00"
                   OPEN OUTPUT CHANGE-LOG-FILE
                   CLOSE CHANGE-LOG-FILE
                   OPEN EXTEND CHANGE-LOG-FILE
               END-IF
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE "HRUSER" TO MDC-PROGRAM
               MOVE WS-MDC-ACTION TO MDC-ACTION
               MOVE WS-MDC-KEY TO MDC-KEY
               MOVE TEMP-OPER-ID TO MDC-USER-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO MDC-TIMESTAMP
               MOVE WS-MDC-BEFORE TO MDC-BEFORE
               MOVE WS-MDC-AFTER TO MDC-AFTER
               PERFORM CHAIN-CHANGE-RECORD
               WRITE CHANGE-LOG-RECORD
               CLOSE CHANGE-LOG-FILE.

           CHAIN-CHANGE-RECORD.
               OPEN I-O AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   OPEN OUTPUT AUDCTL-FILE
                   CLOSE AUDCTL-FILE
                   OPEN I-O AUDCTL-FILE
               END-IF
               MOVE "MDCH" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   MOVE "MDCH" TO AUDCTL-KEY
                   MOVE ZERO TO AUDCTL-LAST-SEQ
                   MOVE SPACES TO AUDCTL-LAST-CHAIN
                   WRITE AUDCTL-RECORD
               END-READ
               ADD 1 TO AUDCTL-LAST-SEQ
               MOVE AUDCTL-LAST-SEQ TO MDC-SEQ
               MOVE SPACES TO WS-CHAIN-INPUT
               STRING AUDCTL-LAST-CHAIN CHANGE-LOG-RECORD(1:222)
                   DELIMITED BY SIZE INTO WS-CHAIN-INPUT
               PERFORM HASH-CHANGE-CHAIN
               MOVE WS-CHAIN-TEXT TO MDC-CHAIN
               MOVE WS-CHAIN-TEXT TO AUDCTL-LAST-CHAIN
               REWRITE AUDCTL-RECORD
               CLOSE AUDCTL-FILE.

           HASH-CHANGE-CHAIN.
               MOVE 7 TO WS-CHAIN-VALUE
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 232
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
