      *                    STACKJRN journal the way STACK-RPT does,
      *                    and EXIT issues TERM so the final save
      *                    lands and the STACKLCK lock is released.
      *   2026-09-14  VJT  PUSH, POP and PEEK pass the STACK
      *                    subprogram's new provenance block.  A
      *                    keyed PUSH is sourced "TERM" with the
      *                    day's date as its transaction date; POP
      *                    and PEEK show where the element came from
      *                    and when and by whom it was pushed.
      *                    STACKFIL/STACKJRN layouts widened to
      *                    match.
      *   2026-09-28  VJT  A keyed PUSH's transaction date is the
      *                    business date from the BUSDATE control
      *                    (STACK-BDAY) instead of the system date.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name - LIST starts at the working
      *                    stack's first record in each file and
      *                    stops at the next stack's, instead of
      *                    reading every department's records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-DEMO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STACK-FILE ASSIGN TO "STACKFIL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-REC-KEY
               FILE STATUS IS WS-STACK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-REC-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STACK-FILE.
       01  STACK-FILE-REC.
           05 STK-REC-KEY.
              10 STK-REC-NAME     PIC X(8).
              10 STK-REC-POS      PIC 9(4).
           05 FILLER              PIC X(1).
           05 STK-REC-VALUE       PIC X(20).
           05 FILLER              PIC X(1).
           05 STK-REC-PROV        PIC X(47).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME   PIC X(8).
              10 JRN-SEQ          PIC 9(6).
           05 FILLER              PIC X(1).
           05 JRN-OP              PIC X(5).
           05 FILLER              PIC X(1).
           05 JRN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 JRN-PROV            PIC X(47).

       WORKING-STORAGE SECTION.
       77 WS-CHOICE PIC X(2) VALUE SPACES.
       77 WS-RETURN-CODE PIC 9(2).
       77 WS-STACK-NAME PIC X(8) VALUE SPACES.

      *> The business date, from STACK-BDAY.
       77 WS-BDAY-OP PIC X(10) VALUE "DATE".
       77 WS-BDAY-JOB PIC X(8) VALUE SPACES.
       77 WS-BDAY-RC PIC 9(2).

      *> Element provenance - filled in for a keyed PUSH, handed back
      *> by POP and PEEK.
       01 WS-PROV-REQ.
          05 WS-PRV-SOURCE PIC X(4).
          05 FILLER PIC X(1).
          05 WS-PRV-SEQ PIC X(6).
          05 FILLER PIC X(1).
          05 WS-PRV-TXN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 WS-PRV-PUSH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 WS-PRV-PUSH-TIME PIC X(8).
          05 FILLER PIC X(1).
          05 WS-PRV-OPERATOR PIC X(8).

      *> Set once any operation has reached the subprogram, so EXIT
      *> knows there is run-level state (and the STACKLCK lock) to
      *> give back with TERM.
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATA

      *> Keyed at the terminal - no feeder record behind it, so the
      *> source says so and the transaction date is the business
      *> date.
           MOVE SPACES TO WS-PROV-REQ
           MOVE "TERM" TO WS-PRV-SOURCE
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-BDAY-JOB
               WS-PRV-TXN-DATE WS-BDAY-RC
           MOVE "PUSH" TO WS-OPERATION
           PERFORM CALL-STACK

           DISPLAY "Status: " WS-STATUS
           IF WS-RETURN-CODE = 0
               DISPLAY "Popped element: " WS-INPUT-DATA
               PERFORM DISPLAY-PROVENANCE
           END-IF.

       PEEK-OPERATION.
           DISPLAY "Status: " WS-STATUS
           IF WS-RETURN-CODE = 0
               DISPLAY "Top element: " WS-INPUT-DATA
               PERFORM DISPLAY-PROVENANCE
           END-IF.

       DISPLAY-PROVENANCE.
           DISPLAY "  Source: " WS-PRV-SOURCE
               "  Seq: " WS-PRV-SEQ
               "  Txn date: " WS-PRV-TXN-DATE
           DISPLAY "  Pushed: " WS-PRV-PUSH-DATE " " WS-PRV-PUSH-TIME
               " by " WS-PRV-OPERATOR
           .

       FIND-OPERATION.
           DISPLAY " "
           DISPLAY "Enter value to find (max 20 chars): "
      *> (another job holding the STACKLCK lock past the retries)
      *> reads the same at the terminal wherever it surfaces.
           CALL "STACK" USING WS-OPERATION WS-INPUT-DATA WS-STATUS
               WS-RETURN-CODE WS-STACK-NAME OMITTED WS-PROV-REQ
           IF WS-RETURN-CODE = 36
               DISPLAY "Stack is busy under another job's lock -"
               DISPLAY "try again once it frees, or see STACK-UNLK."

           OPEN INPUT STACK-FILE
           IF WS-STACK-FILE-STATUS = "00"
               MOVE WS-STACK-NAME TO STK-REC-NAME
               MOVE 0 TO STK-REC-POS
               START STACK-FILE KEY IS > STK-REC-KEY
                   INVALID KEY
                       SET WS-LIST-EOF TO TRUE
               END-START
               PERFORM LOAD-LIST-ELEM UNTIL WS-LIST-EOF
               CLOSE STACK-FILE
           ELSE
           MOVE "N" TO WS-LIST-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE WS-STACK-NAME TO JRN-STACK-NAME
               MOVE 0 TO JRN-SEQ
               START JOURNAL-FILE KEY IS > JRN-REC-KEY
                   INVALID KEY
                       SET WS-LIST-EOF TO TRUE
               END-START
               PERFORM REPLAY-LIST-RECORD UNTIL WS-LIST-EOF
               CLOSE JOURNAL-FILE
           END-IF
           END-IF.

       LOAD-LIST-ELEM.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF STK-REC-NAME NOT = WS-STACK-NAME
                       SET WS-LIST-EOF TO TRUE
                   END-IF
                   IF STK-REC-NAME = WS-STACK-NAME
                       AND WS-LIST-COUNT < 9999
                       ADD 1 TO WS-LIST-COUNT
           .

       REPLAY-LIST-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF JRN-STACK-NAME NOT = WS-STACK-NAME
                       SET WS-LIST-EOF TO TRUE
                   END-IF
                   IF JRN-STACK-NAME = WS-STACK-NAME
                       EVALUATE JRN-OP
                           WHEN "PUSH"
