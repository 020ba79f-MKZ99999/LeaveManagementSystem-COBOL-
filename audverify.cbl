               RECORD KEY IS AUDCTL-KEY
               FILE STATUS IS AUDCTL-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "../MDCHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-AUDIT-FILE.
           05 AUDCTL-LAST-SEQ PIC 9(8).
           05 AUDCTL-LAST-CHAIN PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS PIC XX.
       01 AUDCTL-STATUS PIC XX.
       01 WS-CHAIN-TEXT PIC X(10).
       01 WS-CHAIN-IX PIC 999.

       01 CHANGE-LOG-STATUS PIC XX.
       01 WS-MDC-LINE-NBR PIC 9(8) VALUE ZERO.
       01 WS-MDC-CHAINED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-MDC-PREV-SEQ PIC 9(8) VALUE ZERO.
       01 WS-MDC-PREV-CHAIN PIC X(10) VALUE SPACES.
       01 WS-MDC-THIS-SEQ PIC 9(8).
       01 WS-MDC-BROKEN PIC X VALUE "N".
          88 CHANGE-CHAIN-IS-BROKEN VALUE "Y".
       01 WS-MDC-CHAIN-INPUT PIC X(232).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** Audit Trail Verification *****"
           DISPLAY "chain value of every chained record and reports"
           DISPLAY "the first broken link. Rows written before the"
           DISPLAY "chain was introduced carry no sequence and are"
           DISPLAY "skipped. The master-data change log MDCHANGE.DAT"
           DISPLAY "is then checked the same way."

           PERFORM VERIFY-LEAVE-AUDIT
           PERFORM VERIFY-CHANGE-LOG

           DISPLAY " "
           IF CHAIN-IS-BROKEN OR CHANGE-CHAIN-IS-BROKEN
               DISPLAY "AUDIT TRAIL VERIFICATION FAILED."
               MOVE 8 TO RETURN-CODE
           ELSE
           END-IF
           STOP RUN.

           VERIFY-LEAVE-AUDIT.
               OPEN INPUT LEAVE-AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   DISPLAY "No LEAVEAUD.DAT on file - nothing to "
                       "verify."
                   EXIT PARAGRAPH
               END-IF

               PERFORM UNTIL WS-END-FILE = "Y" OR CHAIN-IS-BROKEN
                   READ LEAVE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NBR
                           PERFORM VERIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEAVE-AUDIT-FILE

               IF NOT CHAIN-IS-BROKEN
                   PERFORM CHECK-TAIL-AGAINST-CONTROL
               END-IF

               DISPLAY " "
               DISPLAY "LEAVEAUD.DAT: " WS-LINE-NBR " line(s) read: "
                   WS-CHAINED-COUNT " chained, " WS-LEGACY-COUNT
                   " legacy.".

           VERIFY-CHANGE-LOG.
               OPEN INPUT CHANGE-LOG-FILE
               IF CHANGE-LOG-STATUS NOT = "00"
                   DISPLAY "No MDCHANGE.DAT on file - no master-data "
                       "changes to verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-END-FILE
               PERFORM UNTIL WS-END-FILE = "Y" OR
                   CHANGE-CHAIN-IS-BROKEN
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-END-FILE
                       NOT AT END
                           ADD 1 TO WS-MDC-LINE-NBR
                           PERFORM VERIFY-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
               IF NOT CHANGE-CHAIN-IS-BROKEN
                   PERFORM CHECK-CHANGE-TAIL
               END-IF
               DISPLAY "MDCHANGE.DAT: " WS-MDC-LINE-NBR
                   " line(s) read: " WS-MDC-CHAINED-COUNT
                   " chained.".

           VERIFY-ONE-CHANGE.
               IF MDC-SEQ NOT NUMERIC
                   MOVE "Y" TO WS-MDC-BROKEN
                   DISPLAY "Change log line " WS-MDC-LINE-NBR
                       " carries no sequence number."
                   EXIT PARAGRAPH
               END-IF
               MOVE MDC-SEQ TO WS-MDC-THIS-SEQ
               IF WS-MDC-THIS-SEQ NOT = WS-MDC-PREV-SEQ + 1
                   MOVE "Y" TO WS-MDC-BROKEN
                   DISPLAY "Broken change log link at line "
                       WS-MDC-LINE-NBR ": sequence " MDC-SEQ
                       " found, expected " WS-MDC-PREV-SEQ " + 1."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-MDC-CHAIN-INPUT
               STRING WS-MDC-PREV-CHAIN CHANGE-LOG-RECORD(1:222)
                   DELIMITED BY SIZE INTO WS-MDC-CHAIN-INPUT
               PERFORM HASH-CHANGE-CHAIN
               IF WS-CHAIN-TEXT NOT = MDC-CHAIN
                   MOVE "Y" TO WS-MDC-BROKEN
                   DISPLAY "Broken change log link at line "
                       WS-MDC-LINE-NBR " (sequence " MDC-SEQ
                       "): chain value " MDC-CHAIN
                       " does not match " WS-CHAIN-TEXT "."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MDC-THIS-SEQ TO WS-MDC-PREV-SEQ
               MOVE MDC-CHAIN TO WS-MDC-PREV-CHAIN
               ADD 1 TO WS-MDC-CHAINED-COUNT.

           CHECK-CHANGE-TAIL.
               OPEN INPUT AUDCTL-FILE
               IF AUDCTL-STATUS NOT = "00"
                   IF WS-MDC-CHAINED-COUNT > ZERO
                       DISPLAY "Warning: AUDCTL.DAT missing - the "
                           "change log tail cannot be confirmed."
                       MOVE "Y" TO WS-MDC-BROKEN
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE "MDCH" TO AUDCTL-KEY
               READ AUDCTL-FILE INVALID KEY
                   IF WS-MDC-CHAINED-COUNT > ZERO
                       DISPLAY "Change log control record missing "
                           "from AUDCTL.DAT."
                       MOVE "Y" TO WS-MDC-BROKEN
                   END-IF
               NOT INVALID KEY
                   IF AUDCTL-LAST-SEQ NOT = WS-MDC-PREV-SEQ OR
                      AUDCTL-LAST-CHAIN NOT = WS-MDC-PREV-CHAIN
                       MOVE "Y" TO WS-MDC-BROKEN
                       DISPLAY "Change log tail mismatch: control "
                           "expects sequence " AUDCTL-LAST-SEQ
                           " chain " AUDCTL-LAST-CHAIN " but the "
                           "file ends at " WS-MDC-PREV-SEQ " "
                           WS-MDC-PREV-CHAIN "."
                       DISPLAY "Records may have been removed from "
                           "the end of the file."
                   END-IF
               END-READ
               CLOSE AUDCTL-FILE.

           VERIFY-ONE-RECORD.
               IF AUD-SEQ NOT NUMERIC OR AUD-SEQ = "00000000"
                   ADD 1 TO WS-LEGACY-COUNT
               MOVE SPACES TO WS-CHAIN-TEXT
               STRING "#" WS-CHAIN-DIGITS DELIMITED BY SIZE
                   INTO WS-CHAIN-TEXT.

           HASH-CHANGE-CHAIN.
               MOVE 7 TO WS-CHAIN-VALUE
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 232
                   COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                       WS-CHAIN-VALUE * 33 +
                       FUNCTION ORD(WS-MDC-CHAIN-INPUT(WS-CHAIN-IX:1))
                       999999937)
                   END-COMPUTE
               END-PERFORM
               MOVE WS-CHAIN-VALUE TO WS-CHAIN-DIGITS
               MOVE SPACES TO WS-CHAIN-TEXT
               STRING "#" WS-CHAIN-DIGITS DELIMITED BY SIZE
                   INTO WS-CHAIN-TEXT.
