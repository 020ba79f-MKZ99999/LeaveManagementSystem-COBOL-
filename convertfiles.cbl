               RECORD KEY IS OLD-TYPE-CODE
               FILE STATUS IS OLD-LTYPE-STATUS.

           SELECT V2-LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.V2"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-TYPE-CODE
               FILE STATUS IS V2-LTYPE-STATUS.

           SELECT LEAVE-TYPE-FILE ASSIGN TO "../LEAVETYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS LTYPE-STATUS.

           SELECT OLD-PAYRATE-FILE ASSIGN TO "../PAYRATE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RATE-EMP-ID
               FILE STATUS IS OLD-PAYRATE-STATUS.

           SELECT PAYRATE-FILE ASSIGN TO "../PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS PAYRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-BALANCE-FILE.
           05 OLD-TYPE-MAX-DAYS PIC 99.
           05 OLD-TYPE-ANNUAL-ENT PIC 99.

       FD V2-LEAVE-TYPE-FILE.
       01 V2-LEAVE-TYPE-RECORD.
           05 V2-TYPE-CODE PIC 9.
           05 V2-TYPE-NAME PIC X(10).
           05 V2-TYPE-MAX-DAYS PIC 99.
           05 V2-TYPE-ANNUAL-ENT PIC 99.
           05 V2-TYPE-MIN-MONTHS PIC 99.

       FD LEAVE-TYPE-FILE.
       01 LEAVE-TYPE-RECORD.
           05 TYPE-CODE PIC 9.
           05 TYPE-MAX-DAYS PIC 99.
           05 TYPE-ANNUAL-ENTITLEMENT PIC 99.
           05 TYPE-MIN-MONTHS PIC 99.
           05 TYPE-APPROVAL-ROUTE PIC X.

       FD OLD-PAYRATE-FILE.
       01 OLD-PAYRATE-RECORD.
           05 OLD-RATE-EMP-ID PIC X(5).
           05 OLD-RATE-DAILY PIC 9(5)V99.
           05 OLD-RATE-CURRENCY PIC X(3).
           05 OLD-RATE-EFF-DATE PIC 9(8).

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 RATE-KEY.
              10 RATE-EMP-ID PIC X(5).
              10 RATE-EFF-DATE PIC 9(8).
           05 RATE-DAILY PIC 9(5)V99.
           05 RATE-CURRENCY PIC X(3).

       WORKING-STORAGE SECTION.
       01 OLD-BAL-STATUS PIC XX.
       01 PARENT-STATUS-CODE PIC XX.
       01 OLD-LTYPE-STATUS PIC XX.
       01 LTYPE-STATUS PIC XX.
       01 V2-LTYPE-STATUS PIC XX.
       01 WS-LTYPE-CONVERTED PIC X VALUE "N".
       01 OLD-PAYRATE-STATUS PIC XX.
       01 PAYRATE-STATUS PIC XX.

       01 WS-END-FILE PIC X VALUE "N".
       01 WS-IN-COUNT PIC 9(6).
           DISPLAY "  LEAVE.DAT    -> LEAVE.OLD"
           DISPLAY "  LEAVEREQ.DAT -> LEAVEREQ.OLD"
           DISPLAY "  LEAVETYPE.DAT-> LEAVETYPE.OLD"
           DISPLAY "    (or LEAVETYPE.V2 if it already has minimum"
           DISPLAY "     service months but no approval route)"
           DISPLAY "  PAYRATE.DAT  -> PAYRATE.OLD"
           DISPLAY "Each .OLD file found is converted; missing ones"
           DISPLAY "are skipped. LEAVEAUD.DAT and OUTNOTE.DAT keep"
           DISPLAY "their old rows (new columns read as spaces)."
           PERFORM CONVERT-LEAVE-DAYS
           PERFORM CONVERT-REQUESTS
           PERFORM CONVERT-LEAVE-TYPES
           PERFORM CONVERT-ROUTED-LEAVE-TYPES
           PERFORM CONVERT-PAY-RATES

           DISPLAY " "
           DISPLAY WS-FILES-DONE " file(s) converted."
                           ELSE
                               MOVE 0 TO TYPE-MIN-MONTHS
                           END-IF
                           MOVE "M" TO TYPE-APPROVAL-ROUTE
                           WRITE LEAVE-TYPE-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               CLOSE OLD-LEAVE-TYPE-FILE
               CLOSE LEAVE-TYPE-FILE
               ADD 1 TO WS-FILES-DONE
               MOVE "Y" TO WS-LTYPE-CONVERTED
               DISPLAY "LEAVETYPE: " WS-OUT-COUNT " type(s) "
                   "converted (annual leave gets a 3-month "
                   "minimum-service rule, approval route set to "
                   "line manager).".

           CONVERT-ROUTED-LEAVE-TYPES.
               OPEN INPUT V2-LEAVE-TYPE-FILE
               IF V2-LTYPE-STATUS NOT = "00"
                   DISPLAY "LEAVETYPE.V2 not found - skipped."
                   EXIT PARAGRAPH
               END-IF
               IF WS-LTYPE-CONVERTED = "Y"
                   DISPLAY "LEAVETYPE.V2 skipped - LEAVETYPE.DAT was "
                       "already converted from LEAVETYPE.OLD."
                   CLOSE V2-LEAVE-TYPE-FILE
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT LEAVE-TYPE-FILE
               IF LTYPE-STATUS NOT = "00"
                   DISPLAY "Cannot create LEAVETYPE.DAT. Status: "
                       LTYPE-STATUS
                   CLOSE V2-LEAVE-TYPE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-OUT-COUNT
               MOVE "N" TO WS-END-FILE
               MOVE ZERO TO V2-TYPE-CODE
               START V2-LEAVE-TYPE-FILE KEY >= V2-TYPE-CODE
                   INVALID KEY MOVE "Y" TO WS-END-FILE
               END-START
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ V2-LEAVE-TYPE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE V2-TYPE-CODE TO TYPE-CODE
                           MOVE V2-TYPE-NAME TO TYPE-NAME
                           MOVE V2-TYPE-MAX-DAYS TO TYPE-MAX-DAYS
                           MOVE V2-TYPE-ANNUAL-ENT TO
                               TYPE-ANNUAL-ENTITLEMENT
                           MOVE V2-TYPE-MIN-MONTHS TO TYPE-MIN-MONTHS
                           MOVE "M" TO TYPE-APPROVAL-ROUTE
                           WRITE LEAVE-TYPE-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               END-PERFORM

               CLOSE V2-LEAVE-TYPE-FILE
               CLOSE LEAVE-TYPE-FILE
               ADD 1 TO WS-FILES-DONE
               DISPLAY "LEAVETYPE: " WS-OUT-COUNT " type(s) "
                   "converted from LEAVETYPE.V2 (approval route set "
                   "to line manager).".

           CONVERT-PAY-RATES.
               OPEN INPUT OLD-PAYRATE-FILE
               IF OLD-PAYRATE-STATUS NOT = "00"
                   DISPLAY "PAYRATE.OLD not found - skipped."
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT PAYRATE-FILE
               IF PAYRATE-STATUS NOT = "00"
                   DISPLAY "Cannot create PAYRATE.DAT. Status: "
                       PAYRATE-STATUS
                   CLOSE OLD-PAYRATE-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO WS-OUT-COUNT
               MOVE "N" TO WS-END-FILE
               MOVE SPACES TO OLD-RATE-EMP-ID
               START OLD-PAYRATE-FILE KEY >= OLD-RATE-EMP-ID
                   INVALID KEY MOVE "Y" TO WS-END-FILE
               END-START
               PERFORM UNTIL WS-END-FILE = "Y"
                   READ OLD-PAYRATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           MOVE OLD-RATE-EMP-ID TO RATE-EMP-ID
                           MOVE ZERO TO RATE-EFF-DATE
                           MOVE OLD-RATE-DAILY TO RATE-DAILY
                           MOVE OLD-RATE-CURRENCY TO RATE-CURRENCY
                           WRITE PAYRATE-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               END-PERFORM

               CLOSE OLD-PAYRATE-FILE
               CLOSE PAYRATE-FILE
               ADD 1 TO WS-FILES-DONE
               DISPLAY "PAYRATE: " WS-OUT-COUNT " rate(s) converted "
                   "to the first entry of each rate history "
                   "(in force from the start, as before).".
