      *          ends with RETURN-CODE 8 on a disagreement, so a
      *          short feed never leaves the building.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-14  VJT  DRAINOUT records now carry the element's
      *                    provenance, and each detail record passes
      *                    it on after the value - feeder source,
      *                    sequence, transaction date and the push
      *                    date/time/operator - so fulfillment's
      *                    query on an item traces straight to the
      *                    feeder record.  EXTROUT widened to 80;
      *                    the hash total still covers the values
      *                    only.  AUDITLOG layout widened to match.
      *   2026-09-24  VJT  Each generation that ships is entered on the
      *                    EXTRREG register (date, stack, count, hash,
      *                    status SENT) for STACK-ACKN to match
      *                    fulfillment's acknowledgement against; a
      *                    rerun for the same day replaces its entry.
      *   2026-09-28  VJT  The run date is the business date from the
      *                    BUSDATE control instead of the system date,
      *                    so an extract after midnight finds the
      *                    drain generation STACKDR wrote.  The job
      *                    takes its place in the EOD sequence
      *                    (STACK-BDAY): it will not start until
      *                    STACKDR has completed for the business date,
      *                    or once it has itself completed, and is
      *                    recorded complete when the feed ships.
      *   2026-10-02  VJT  AUDITLOG entries now end with their
      *                    integrity value (126-byte record, see
      *                    STACK-ACHN) - the audit layout widened.
      *   2026-10-07  VJT  EXTRREG entries carry STACK-ACKN's count of
      *                    values requeued on the acknowledgement day
      *                    (74-byte record).  The register is pruned
      *                    when rewritten - acknowledged generations
      *                    more than a year old drop off, as STACK-ACKN
      *                    drops them - and a register too big to hold
      *                    stops the job instead of being cut short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-EXTR.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT EXTR-REG-FILE ASSIGN TO "EXTRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAIN-GEN-FILE.
       01  DRAIN-GEN-REC.
           05 DRN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 DRN-PROV            PIC X(47).

       FD  STACK-NAME-FILE.
       01  NAME-CARD-REC.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC            PIC X(80).

       FD  EXTR-REG-FILE.
       01  EXTR-REG-REC           PIC X(74).

       WORKING-STORAGE SECTION.
       77 GEN-FILE-STATUS    PIC XX.
       77 NAME-FILE-STATUS   PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 EXTRACT-FILE-STATUS PIC XX.
       77 REG-FILE-STATUS    PIC XX.

       77 EXT-EOF-SW         PIC X VALUE "N".
          88 EXT-EOF                 VALUE "Y".
          88 EXT-SHORT-FEED          VALUE "Y".

      *> The run date names both generations - the drain being
      *> extracted and the feed being produced.  It is the business
      *> date, from STACK-BDAY.
       77 EXT-RUN-DATE       PIC X(8).
       77 EXT-BDAY-OP        PIC X(10).
       77 EXT-JOB-NAME       PIC X(8) VALUE "STACKEX".
       77 EXT-BDAY-RC        PIC 9(2).
       01 DRAIN-GEN-NAME.
          05 FILLER             PIC X(10) VALUE "DRAINOUT.D".
          05 EXT-DRAIN-DATE     PIC X(8).
          05 EXT-HDR-DATE       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 EXT-HDR-STACK      PIC X(8).
          05 FILLER             PIC X(61) VALUE SPACES.

       01 EXT-DETAIL-REC.
          05 FILLER             PIC X(1)  VALUE "D".
          05 EXT-DTL-SEQ        PIC 9(6).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 EXT-DTL-VALUE      PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 EXT-DTL-PROV       PIC X(47).
          05 FILLER             PIC X(3)  VALUE SPACES.

       01 EXT-TRAILER-REC.
          05 FILLER             PIC X(1)  VALUE "T".
          05 EXT-TRL-COUNT      PIC 9(6).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 EXT-TRL-HASH       PIC 9(10).
          05 FILLER             PIC X(61) VALUE SPACES.

      *> The extract register - every generation shipped, with the
      *> acknowledgement status STACK-ACKN keeps.  Rewritten whole
      *> with this run's entry added (or replacing the day's entry
      *> from an earlier run).  A generation acknowledged in full
      *> (ACCEPTED, or REFUSED/PARTIAL with every value requeued)
      *> more than a year before the run date drops off; one still
      *> SENT or REQFAIL is kept however old.
       77 EXT-REG-MAX        PIC 9(4) VALUE 1000.
       77 EXT-REG-COUNT      PIC 9(4) VALUE 0.
       77 EXT-REG-IDX        PIC 9(4).
       77 EXT-REG-SLOT       PIC 9(4).
       77 EXT-REG-CUTOFF     PIC 9(8).
       01 EXT-REG-TABLE.
          05 EXT-REG-HOLD OCCURS 1000 TIMES PIC X(74).
       01 EXT-REG-ENTRY.
          05 EXT-REG-DATE       PIC X(8).
          05 FILLER             PIC X(1).
          05 EXT-REG-STACK      PIC X(8).
          05 FILLER             PIC X(1).
          05 EXT-REG-COUNT-F    PIC 9(6).
          05 FILLER             PIC X(1).
          05 EXT-REG-HASH       PIC 9(10).
          05 FILLER             PIC X(1).
          05 EXT-REG-STATUS     PIC X(8).
          05 FILLER             PIC X(1).
          05 EXT-REG-ACK-DATE   PIC X(8).
          05 FILLER             PIC X(1).
          05 EXT-REG-REFUSED    PIC 9(6).
          05 FILLER             PIC X(1).
          05 EXT-REG-REQUEUED   PIC 9(6).
          05 FILLER             PIC X(1).
          05 EXT-REG-DAY-REQ    PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "START" TO EXT-BDAY-OP
           CALL "STACK-BDAY" USING EXT-BDAY-OP EXT-JOB-NAME
               EXT-RUN-DATE EXT-BDAY-RC
           IF EXT-BDAY-RC NOT = 0
               DISPLAY "STACK-EXTR: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE EXT-RUN-DATE TO EXT-DRAIN-DATE
           MOVE EXT-RUN-DATE TO EXT-OUT-DATE
           PERFORM LOAD-STACK-NAME
           IF NOT EXT-ABORT
               PERFORM COUNT-AUDITED-DRAINS
               PERFORM VERIFY-AGAINST-AUDIT
               IF NOT EXT-SHORT-FEED
                   PERFORM REGISTER-GENERATION
               END-IF
               PERFORM DISPLAY-SUMMARY
           END-IF
           IF EXT-ABORT OR EXT-SHORT-FEED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-COMPLETION
           END-IF
           STOP RUN.

       RECORD-COMPLETION.
      *> STACKHS may take the day's history once this is on the
      *> BUSDATE control.
           MOVE "COMPLETE" TO EXT-BDAY-OP
           CALL "STACK-BDAY" USING EXT-BDAY-OP EXT-JOB-NAME
               EXT-RUN-DATE EXT-BDAY-RC
           IF EXT-BDAY-RC NOT = 0
               DISPLAY "STACK-EXTR: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOAD-STACK-NAME.
           OPEN INPUT STACK-NAME-FILE
           IF NAME-FILE-STATUS = "00"
               NOT AT END
                   ADD 1 TO EXT-DETAIL-COUNT
                   MOVE EXT-DETAIL-COUNT TO EXT-DTL-SEQ
                   MOVE DRN-VALUE TO EXT-DTL-VALUE
                   MOVE DRN-PROV TO EXT-DTL-PROV
                   PERFORM HASH-DETAIL-VALUE
                       VARYING EXT-CHAR-IDX FROM 1 BY 1
                       UNTIL EXT-CHAR-IDX > 20
           END-IF
           .

       REGISTER-GENERATION.
      *> Only a feed that ships is registered - a short feed stops
      *> here with RETURN-CODE 8 and is not waited on.  A register
      *> that cannot be read or rewritten stops the job the same
      *> way, since an unregistered feed would never be chased.
           MOVE 0 TO EXT-REG-SLOT
           MOVE EXT-RUN-DATE TO EXT-REG-CUTOFF
           SUBTRACT 10000 FROM EXT-REG-CUTOFF
           MOVE "N" TO EXT-EOF-SW
           OPEN INPUT EXTR-REG-FILE
           IF REG-FILE-STATUS = "00"
               PERFORM LOAD-ONE-REG-ENTRY UNTIL EXT-EOF
               CLOSE EXTR-REG-FILE
               IF EXT-ABORT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF REG-FILE-STATUS NOT = "35"
                   DISPLAY "STACK-EXTR: UNABLE TO OPEN EXTRREG - "
                       "STATUS " REG-FILE-STATUS
                   SET EXT-ABORT TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF EXT-REG-SLOT = 0
               IF EXT-REG-COUNT NOT < EXT-REG-MAX
                   DISPLAY "STACK-EXTR: EXTRREG FULL - GENERATION "
                       "NOT REGISTERED"
                   SET EXT-ABORT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EXT-REG-COUNT
               MOVE EXT-REG-COUNT TO EXT-REG-SLOT
           END-IF
           MOVE SPACES TO EXT-REG-ENTRY
           MOVE EXT-RUN-DATE TO EXT-REG-DATE
           MOVE EXT-STACK-NAME TO EXT-REG-STACK
           MOVE EXT-DETAIL-COUNT TO EXT-REG-COUNT-F
           MOVE EXT-HASH-TOTAL TO EXT-REG-HASH
           MOVE "SENT" TO EXT-REG-STATUS
           MOVE 0 TO EXT-REG-REFUSED
           MOVE 0 TO EXT-REG-REQUEUED
           MOVE 0 TO EXT-REG-DAY-REQ
           MOVE EXT-REG-ENTRY TO EXT-REG-HOLD(EXT-REG-SLOT)

           OPEN OUTPUT EXTR-REG-FILE
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "STACK-EXTR: UNABLE TO REWRITE EXTRREG - "
                   "STATUS " REG-FILE-STATUS
               SET EXT-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-REG-ENTRY
               VARYING EXT-REG-IDX FROM 1 BY 1
               UNTIL EXT-REG-IDX > EXT-REG-COUNT
           CLOSE EXTR-REG-FILE
           .

       LOAD-ONE-REG-ENTRY.
           READ EXTR-REG-FILE
               AT END
                   SET EXT-EOF TO TRUE
               NOT AT END
                   MOVE EXTR-REG-REC TO EXT-REG-ENTRY
                   IF EXT-REG-STATUS NOT = "SENT"
                       AND EXT-REG-STATUS NOT = "REQFAIL"
                       AND EXT-REG-DATE IS NUMERIC
                       AND EXT-REG-DATE < EXT-REG-CUTOFF
                       EXIT PARAGRAPH
                   END-IF
                   IF EXT-REG-COUNT NOT < EXT-REG-MAX
                       DISPLAY "STACK-EXTR: EXTRREG TOO BIG - "
                           EXT-REG-DATE " " EXT-REG-STACK
                           " NOT LOADED, REGISTER LEFT AS IT IS"
                       SET EXT-ABORT TO TRUE
                       SET EXT-EOF TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO EXT-REG-COUNT
                   MOVE EXTR-REG-REC TO EXT-REG-HOLD(EXT-REG-COUNT)
                   IF EXT-REG-DATE = EXT-RUN-DATE
                       AND EXT-REG-STACK = EXT-STACK-NAME
                       MOVE EXT-REG-COUNT TO EXT-REG-SLOT
                   END-IF
           END-READ
           .

       WRITE-ONE-REG-ENTRY.
           MOVE EXT-REG-HOLD(EXT-REG-IDX) TO EXTR-REG-REC
           WRITE EXTR-REG-REC
           .

       DISPLAY-SUMMARY.
           DISPLAY "STACK-EXTR GENERATION:     " DRAIN-GEN-NAME
           DISPLAY "STACK-EXTR FEED:           " EXTRACT-GEN-NAME
