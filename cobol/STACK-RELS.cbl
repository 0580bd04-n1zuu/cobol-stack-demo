      *          work.  Ends with RETURN-CODE 8 when the pending
      *          file cannot be rewritten safely.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-18  VJT  Pending and released records carry the
      *                    TRANSIN target-stack field (56 bytes).
      *   2026-09-28  VJT  Releases against the business date from the
      *                    BUSDATE control instead of the system date,
      *                    and runs as the first job of the EOD
      *                    sequence (STACK-BDAY): refused with RC 8
      *                    once already completed for the business
      *                    date, and recorded complete when it ends
      *                    clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-RELS.
           05 PND-SOURCE          PIC X(4).
           05 FILLER              PIC X(1).
           05 PND-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 PND-TARGET-STACK    PIC X(8).

       FD  RELEASE-FILE.
       01  RELEASE-REC            PIC X(56).

       WORKING-STORAGE SECTION.
       77 PEND-FILE-STATUS   PIC XX.

       77 REL-RUN-DATE       PIC X(8).

      *> EOD sequence control - this job's name to STACK-BDAY.
       77 REL-BDAY-OP        PIC X(10).
       77 REL-JOB-NAME       PIC X(8) VALUE "STACKRL".
       77 REL-BDAY-RC        PIC 9(2).

      *> Transactions still future after the sweep, held here and
      *> written back as the new TXNPEND.  A record with a date so
      *> mangled it cannot be compared releases anyway - the load's
       77 REL-HOLD-COUNT     PIC 9(5) VALUE 0.
       77 REL-HOLD-IDX       PIC 9(5).
       01 REL-HOLD-TABLE.
          05 REL-HOLD-REC OCCURS 30000 TIMES PIC X(56).

       77 REL-READ-COUNT     PIC 9(6) VALUE 0.
       77 REL-REL-COUNT      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "START" TO REL-BDAY-OP
           CALL "STACK-BDAY" USING REL-BDAY-OP REL-JOB-NAME
               REL-RUN-DATE REL-BDAY-RC
           IF REL-BDAY-RC NOT = 0
               DISPLAY "STACK-RELS: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SWEEP-PENDING-FILE
           IF NOT REL-ABORT
               PERFORM REWRITE-PENDING-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-COMPLETION
           END-IF
           STOP RUN.

       RECORD-COMPLETION.
      *> STACKLD may start once this is on the BUSDATE control.
           MOVE "COMPLETE" TO REL-BDAY-OP
           CALL "STACK-BDAY" USING REL-BDAY-OP REL-JOB-NAME
               REL-RUN-DATE REL-BDAY-RC
           IF REL-BDAY-RC NOT = 0
               DISPLAY "STACK-RELS: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       SWEEP-PENDING-FILE.
      *> TXNREL is written fresh every morning - yesterday's
      *> releases are already applied and checkpointed by STACKLD.
