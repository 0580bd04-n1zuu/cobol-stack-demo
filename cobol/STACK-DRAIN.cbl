      *                    the STACKLCK lock and left it held, so
      *                    the next stack job died STACK BUSY
      *                    after a denial that changed nothing.
      *   2026-09-28  VJT  Takes its place in the EOD sequence
      *                    (STACK-BDAY): will not start until STACKRC
      *                    has completed for the business date, or
      *                    once it has itself completed - a second
      *                    drain was appending to the day's
      *                    generation - and is recorded complete when
      *                    the drain ends clean.  The generation is
      *                    named for the business date (see STACK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-DRAIN.
       77 WS-NAME-STATUS    PIC XX.
       77 WS-STACK-NAME     PIC X(8) VALUE SPACES.

      *> EOD sequence control - this job's name to STACK-BDAY.
       77 WS-BDAY-OP        PIC X(10).
       77 WS-JOB-NAME       PIC X(8) VALUE "STACKDR".
       77 WS-BUS-DATE       PIC X(8).
       77 WS-BDAY-RC        PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "START" TO WS-BDAY-OP
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-JOB-NAME
               WS-BUS-DATE WS-BDAY-RC
           IF WS-BDAY-RC NOT = 0
               DISPLAY "STACK-DRAIN: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STACK-NAME
           CALL "STACK" USING WS-OPERATION WS-DATA WS-STATUS
               WS-RETURN-CODE WS-STACK-NAME
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   PERFORM TERMINATE-STACK
                   IF WS-RETURN-CODE = 0
                       PERFORM RECORD-COMPLETION
                   END-IF
               WHEN 38
      *> Not authorized - the stack is untouched, but the DRAIN
      *> call acquired the STACKLCK lock on the way in, so TERM
           END-IF
           .

       RECORD-COMPLETION.
      *> STACKEX may start once this is on the BUSDATE control.
           MOVE "COMPLETE" TO WS-BDAY-OP
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-JOB-NAME
               WS-BUS-DATE WS-BDAY-RC
           IF WS-BDAY-RC NOT = 0
               DISPLAY "STACK-DRAIN: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOAD-STACK-NAME.
           OPEN INPUT STACK-NAME-FILE
           IF WS-NAME-STATUS = "00"
