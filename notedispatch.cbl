               ALTERNATE RECORD KEY IS PARENT-EMP-ID WITH DUPLICATES
               FILE STATUS IS PARENT-STATUS-CODE.

           SELECT MANAGER-FILE ASSIGN TO "../manager.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANAGER-ID
               FILE STATUS IS MANAGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTBOUND-NOTICE-FILE.
           05 PARENT-RTW-FLAG PIC X.
           05 PARENT-RTW-DATE PIC 9(8).

       FD MANAGER-FILE.
       01 MANAGER-RECORD.
           05 MANAGER-ID PIC X(5).
           05 MANAGER-NAME PIC X(20).
           05 MANAGER-PASSWORD PIC X(20).
           05 MANAGER-FAIL-COUNT PIC 99.
           05 MANAGER-LOCK-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 OUTNOTE-STATUS PIC XX.
       01 ARCH-NOTICE-STATUS PIC XX.
       01 LETTER-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 MANAGER-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-DISPATCH-COUNT PIC 9(5) VALUE ZERO.
               DISPLAY "Warning: LEAVEREQ.DAT not available - "
                   "letters omit request dates."
           END-IF
           OPEN INPUT MANAGER-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DISPATCH-STAMP

           IF PARENT-STATUS-CODE = "00"
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           IF MANAGER-STATUS = "00"
               CLOSE MANAGER-FILE
           END-IF

           IF WS-DISPATCH-COUNT > ZERO
               OPEN OUTPUT OUTBOUND-NOTICE-FILE
                   END-READ
               END-IF

               IF OUTNOTE-REQ-ID = "MGRPACK" AND
                  MANAGER-STATUS = "00"
                   MOVE OUTNOTE-EMP-ID TO MANAGER-ID
                   READ MANAGER-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MANAGER-NAME TO WS-EMP-NAME
                   END-READ
               END-IF

               MOVE "N" TO WS-DATES-KNOWN
               IF PARENT-STATUS-CODE = "00"
                   MOVE OUTNOTE-REQ-ID TO PARENT-REQ-ID
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE

               IF OUTNOTE-REQ-ID = "MGRPACK"
                   PERFORM WRITE-PACK-READY-LINES
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-LETTER-LINE
               IF WS-DATES-KNOWN = "Y"
                   STRING "Request " OUTNOTE-REQ-ID " ("
               END-IF
               MOVE SPACES TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               PERFORM ARCHIVE-ONE-NOTICE.

           WRITE-PACK-READY-LINES.
               MOVE SPACES TO WS-LETTER-LINE
               STRING "Your team report pack for "
                   OUTNOTE-DECISION-DATE " is ready: "
                   OUTNOTE-REASON
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES TO WS-LETTER-LINE
               STRING "Contents: " OUTNOTE-COMMENT
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               PERFORM ARCHIVE-ONE-NOTICE.

           ARCHIVE-ONE-NOTICE.
               MOVE SPACES TO ARCH-NOTICE-RECORD
               MOVE OUTNOTE-RECORD TO ARCH-NOTE-BODY
               MOVE WS-DISPATCH-STAMP TO ARCH-NOTE-DISPATCHED
