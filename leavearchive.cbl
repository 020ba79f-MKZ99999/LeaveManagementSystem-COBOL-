               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT SYSPARM-FILE ASSIGN TO "../SYSPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-NAME
               FILE STATUS IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-FILE.
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

       FD SYSPARM-FILE.
       01 SYSPARM-RECORD.
           05 PARM-NAME PIC X(12).
           05 PARM-VALUE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 AUDCTL-STATUS PIC XX.
       01 SYSPARM-STATUS PIC XX.
       01 WS-CHAIN-INPUT PIC X(108).
       01 WS-CHAIN-VALUE PIC 9(9).
       01 WS-CHAIN-DIGITS PIC 9(9).
       01 CHOICE PIC 9.
       01 WS-ARCH-YEAR PIC 9(4).
       01 WS-CURRENT-YEAR PIC 9(4).
       01 WS-TODAY PIC 9(8).
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
       01 WS-END-FILE PIC X VALUE "N".

       01 WS-REQ-ARCHIVED PIC 9(6) VALUE ZERO.
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

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

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-LY-BASIS = 0
                   IF WS-ARCH-YEAR + 1 >= WS-CURRENT-YEAR
                       DISPLAY "Hire-anniversary leave years that "
                           "include " WS-ARCH-YEAR " are not all "
                           "closed yet."
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   COMPUTE WS-LY-DATE = WS-ARCH-YEAR * 10000 + 1231
                   MOVE ZERO TO WS-LY-HIRE-DATE
                   PERFORM COMPUTE-LEAVE-YEAR
                   IF WS-LY-END >= WS-TODAY
                       DISPLAY "The leave year ending " WS-LY-END
                           " is not closed yet."
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               OPEN EXTEND ARCH-LEAVE-FILE
               IF ARCH-LEAVE-STATUS NOT = "00"
                   END-READ
               END-PERFORM.

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

           ARCHIVE-ORPHAN-DAY-ROWS.
               MOVE SPACES TO LEAVE-REQ-ID
               START LEAVE-FILE KEY >= LEAVE-REQ-ID
