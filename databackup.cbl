          05 FILLER PIC X(14) VALUE "ARCHLEAVE.DAT".
          05 FILLER PIC X(14) VALUE "ARCHREQ.DAT".
          05 FILLER PIC X(14) VALUE "ARCHAUD.DAT".
          05 FILLER PIC X(14) VALUE "PAYPERIOD.DAT".
          05 FILLER PIC X(14) VALUE "PAYSNAP.DAT".
          05 FILLER PIC X(14) VALUE "ABSCASE.DAT".
          05 FILLER PIC X(14) VALUE "FAMCASE.DAT".
          05 FILLER PIC X(14) VALUE "FAMKIT.DAT".
          05 FILLER PIC X(14) VALUE "AUTORULE.DAT".
          05 FILLER PIC X(14) VALUE "CALFEED.DAT".
          05 FILLER PIC X(14) VALUE "DONATION.DAT".
          05 FILLER PIC X(14) VALUE "DONPOOL.DAT".
          05 FILLER PIC X(14) VALUE "SHUTDOWN.DAT".
          05 FILLER PIC X(14) VALUE "EMPASSIGN.DAT".
          05 FILLER PIC X(14) VALUE "MDCHANGE.DAT".
          05 FILLER PIC X(14) VALUE "LASTLOGIN.DAT".
          05 FILLER PIC X(14) VALUE "FXRATE.DAT".
       01 DATASET-NAME-TABLE REDEFINES DATASET-NAME-VALUES.
          05 DATASET-NAME PIC X(14) OCCURS 47 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE

           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 47
               PERFORM COPY-ONE-FILE
           END-PERFORM

