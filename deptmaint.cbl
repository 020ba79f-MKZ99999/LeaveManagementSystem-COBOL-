               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

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
       FD DEPT-FILE.
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

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
       01 DEPT-STATUS PIC XX.
       01 MANAGER-STATUS PIC XX.
       01 TEMP-DEPT-NAME PIC X(30).
       01 TEMP-COST-CENTRE PIC X(10).
       01 TEMP-OWNER-ID PIC X(5).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "headcount owner IDs are not checked."
           END-IF

           MOVE SPACES TO TEMP-OPER-ID
           PERFORM UNTIL TEMP-OPER-ID NOT = SPACES
               DISPLAY "Your HR/operator ID (for the change log): "
               ACCEPT TEMP-OPER-ID
           END-PERFORM

           PERFORM UNTIL CHOICE = 5
               DISPLAY SPACE
               DISPLAY "***** Department Master Maintenance *****"
                           DISPLAY "Error: department already exists."
                       NOT INVALID KEY
                           DISPLAY "Department added successfully."
                           MOVE SPACES TO WS-MDC-BEFORE
                           PERFORM BUILD-DEPT-IMAGE
                           MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
                           MOVE "ADD" TO WS-MDC-ACTION
                           PERFORM WRITE-CHANGE-LOG
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Department already exists. Cannot add."
                   INVALID KEY
                       DISPLAY "Department code not found."
                   NOT INVALID KEY
                       PERFORM BUILD-DEPT-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
                       DISPLAY "Current name : " DEPT-NAME
                       DISPLAY "Cost centre  : " DEPT-COST-CENTRE
                       DISPLAY "Owner        : " DEPT-OWNER-ID
                           DISPLAY "Error updating department."
                       NOT INVALID KEY
                           DISPLAY "Department updated."
                           PERFORM BUILD-DEPT-IMAGE
                           MOVE WS-MDC-IMAGE TO WS-MDC-AFTER
                           MOVE "UPDATE" TO WS-MDC-ACTION
                           PERFORM WRITE-CHANGE-LOG
                       END-REWRITE
               END-READ.

                   INVALID KEY
                       DISPLAY "Department code not found."
                   NOT INVALID KEY
                       PERFORM BUILD-DEPT-IMAGE
                       MOVE WS-MDC-IMAGE TO WS-MDC-BEFORE
                       MOVE SPACES TO WS-MDC-AFTER
                       DELETE DEPT-FILE
                           INVALID KEY
                               DISPLAY "Error removing department. "
                                   "Status: " DEPT-STATUS
                           NOT INVALID KEY
                               DISPLAY "Department removed "
                                   "successfully."
                               MOVE "REMOVE" TO WS-MDC-ACTION
                               PERFORM WRITE-CHANGE-LOG
                       END-DELETE
               END-READ.

           LIST-DEPARTMENTS.
                           " is not on manager.dat."
                   END-READ
               END-IF.

           BUILD-DEPT-IMAGE.
               MOVE DEPT-CODE TO WS-MDC-KEY
               MOVE SPACES TO WS-MDC-IMAGE
               STRING "Name " DEPT-NAME " CC " DEPT-COST-CENTRE
                   " Owner " DEPT-OWNER-ID
                   DELIMITED BY SIZE INTO WS-MDC-IMAGE.

           WRITE-CHANGE-LOG.
               OPEN EXTEND CHANGE-LOG-FILE
               IF CHANGE-LOG-STATUS NOT = "00"
                   OPEN OUTPUT CHANGE-LOG-FILE
                   CLOSE CHANGE-LOG-FILE
                   OPEN EXTEND CHANGE-LOG-FILE
               END-IF
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE "DEPTMAINT" TO MDC-PROGRAM
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
