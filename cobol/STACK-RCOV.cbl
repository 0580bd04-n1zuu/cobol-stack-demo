      *          RCOVCTL cutoff date/time, reconstructing each
      *          stack's exact contents, and writes a fresh STACKFIL
      *          snapshot - for one selected stack (the other
      *          stacks' snapshot and journal records are left
      *          untouched) or for all stacks, with the rebuilt
      *          stack's STACKJRN records cleared.  Prints a
      *          reconciliation-style summary per stack (operations
      *          replayed, rebuilt depth, and the audit-arithmetic
      *          depth STACK-RECON would expect) and ends with
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-07  VJT  Scope ONE with no STACKFIL creates the file
      *                    and writes straight into it - there is
      *                    nothing to drop.  The drop walks end on
      *                    any START/READ error instead of looping.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence).  Scope ONE deletes and
      *                    rewrites the selected stack's own records
      *                    and deletes only its journal records -
      *                    the hold buffers, and their 30,000-record
      *                    ceiling, are gone.  Rebuilt elements go
      *                    back under positions 1 up, bottom to top.
      *   2026-10-02  VJT  AUDITLOG and archive entries now end with
      *                    their integrity value (126-byte record,
      *                    see STACK-ACHN) - layouts widened.  The
      *                    monthly cutover now starts every live log
      *                    with a BASELINE, so only one carrying a
      *                    depth raises the no-archive warning.
      *   2026-09-14  VJT  Audit entries that place or take an
      *                    element now carry its provenance block,
      *                    as do STACKFIL and STACKJRN records.  A
      *                    replayed PUSH or XFERIN rebuilds the
      *                    element with the provenance it was
      *                    audited with, so a recovered stack still
      *                    traces every element to its feeder
      *                    record; the hold buffers widen to match.
      *   2026-09-02  VJT  Scope ONE was rewriting STACKFIL with
      *                    only the selected stack's records and
      *                    emptying the whole journal - rebuilding
               FILE STATUS IS DISC-FILE-STATUS.

           SELECT STACK-FILE ASSIGN TO "STACKFIL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-REC-KEY
               FILE STATUS IS STACK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-REC-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
           05 ARC-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 ARC-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 ARC-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 ARC-CHAIN           PIC X(10).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

       FD  DISC-FILE.
       01  DISC-REC.

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
       77 CTL-FILE-STATUS    PIC XX.
          88 RCV-EOF                 VALUE "Y".
       77 RCV-ABORT-SW       PIC X VALUE "N".
          88 RCV-ABORT               VALUE "Y".
       77 RCV-NEW-FILE-SW    PIC X VALUE "N".
          88 RCV-NEW-FILE            VALUE "Y".

      *> The cutoff - operations audited after this moment are left
      *> out of the rebuild.  A blank time means the whole day.
       77 RCV-DATE           PIC X(8).
       77 RCV-TIME           PIC X(8).
       77 RCV-STACK-NAME     PIC X(8).
       77 RCV-PROV           PIC X(47).

      *> Reconstructed contents - every surviving element with its
      *> owning stack, in push order; a retired slot's name goes to
          05 RCV-ELEM-ENTRY OCCURS 30000 TIMES.
             10 RCV-ELEM-NAME   PIC X(8).
             10 RCV-ELEM-VALUE  PIC X(20).
             10 RCV-ELEM-PROV   PIC X(47).

       77 RCV-RETIRE-IDX     PIC 9(5).
       77 RCV-RETIRE-DONE-SW PIC X.
             10 RCV-CT-REMOVES  PIC 9(8)  VALUE 0.
             10 RCV-CT-UNAPPLIED PIC 9(8) VALUE 0.
             10 RCV-CT-DEPTH    PIC 9(8)  VALUE 0.
             10 RCV-CT-WRITTEN  PIC 9(4)  VALUE 0.

       77 RCV-EXPECT-DEPTH   PIC S9(8).
       77 RCV-MISMATCH-SW    PIC X VALUE "N".
       77 RCV-BASELINE-COUNT PIC 9(4) VALUE 0.
       77 RCV-WRITTEN-COUNT  PIC 9(6) VALUE 0.

      *> Outcome of the keyed writes and deletes, kept apart from
      *> the status the CLOSE leaves behind.
       77 RCV-IO-STATUS      PIC XX.

       PROCEDURE DIVISION.
       MAIN-PARA.
                   MOVE ARC-DATE TO RCV-DATE
                   MOVE ARC-TIME TO RCV-TIME
                   MOVE ARC-STACK-NAME TO RCV-STACK-NAME
                   MOVE ARC-PROV TO RCV-PROV
                   PERFORM REPLAY-ONE-OPERATION
           END-READ
           .
                   MOVE AUD-DATE TO RCV-DATE
                   MOVE AUD-TIME TO RCV-TIME
                   MOVE AUD-STACK-NAME TO RCV-STACK-NAME
                   MOVE AUD-PROV TO RCV-PROV
                   PERFORM REPLAY-ONE-OPERATION
           END-READ
           .
           IF RCV-OPERATION = "SUMMARY" OR RCV-OPERATION = "CONFIG"
               EXIT PARAGRAPH
           END-IF
      *> Only a BASELINE carrying a depth has elements in front of
      *> it that the replay needs the archive for.
           IF RCV-OPERATION = "BASELINE"
               IF RCV-DATA(1:6) IS NUMERIC
                   AND RCV-DATA(1:6) NOT = "000000"
                   ADD 1 TO RCV-BASELINE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RCV-DATE > RCV-CUT-DATE
               MOVE RCV-STACK-NAME TO
                   RCV-ELEM-NAME(RCV-ELEM-COUNT)
               MOVE RCV-DATA TO RCV-ELEM-VALUE(RCV-ELEM-COUNT)
               MOVE RCV-PROV TO RCV-ELEM-PROV(RCV-ELEM-COUNT)
           END-IF
           .

           .

       WRITE-NEW-SNAPSHOT.
      *> The surviving elements in push order, each stack's going
      *> back under positions 1 up - exactly the bottom-to-top
      *> order LOAD-STACK-STATE reads.  Scope ALL starts the file
      *> over; scope ONE deletes the selected stack's records and
      *> writes its rebuilt ones in their place, so "rebuild the
      *> FULFILL stack" never reads or rewrites anyone else's.
           IF RCV-SCOPE-ALL
               OPEN OUTPUT STACK-FILE
           ELSE
               OPEN I-O STACK-FILE
               IF STACK-FILE-STATUS = "35"
                   OPEN OUTPUT STACK-FILE
                   SET RCV-NEW-FILE TO TRUE
               END-IF
           END-IF
           IF STACK-FILE-STATUS NOT = "00"
               DISPLAY "STACK-RCOV: UNABLE TO REWRITE STACKFIL - "
                   "STATUS " STACK-FILE-STATUS
               SET RCV-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO RCV-IO-STATUS
      *> A file just created holds nothing to drop, and START is
      *> not allowed on a file opened OUTPUT.
           IF RCV-SCOPE-ONE AND NOT RCV-NEW-FILE
               PERFORM DROP-SELECTED-SNAPSHOT
           END-IF
           IF RCV-IO-STATUS = "00"
               PERFORM WRITE-ONE-SNAPSHOT-REC
                   VARYING RCV-ELEM-IDX FROM 1 BY 1
                   UNTIL RCV-ELEM-IDX > RCV-ELEM-COUNT
                       OR RCV-IO-STATUS NOT = "00"
           END-IF
           CLOSE STACK-FILE
           IF RCV-IO-STATUS NOT = "00"
               DISPLAY "STACK-RCOV: UNABLE TO REWRITE STACKFIL - "
                   "STATUS " RCV-IO-STATUS
               SET RCV-ABORT TO TRUE
           END-IF
           .

       DROP-SELECTED-SNAPSHOT.
      *> Status 23 is simply no record past the key; anything else
      *> is an I/O failure and ends the walk with the status kept.
           MOVE RCV-SEL-NAME TO STK-REC-NAME
           MOVE 0 TO STK-REC-POS
           MOVE "N" TO RCV-EOF-SW
           START STACK-FILE KEY IS > STK-REC-KEY
               INVALID KEY
                   SET RCV-EOF TO TRUE
           END-START
           IF STACK-FILE-STATUS NOT = "00" AND NOT = "23"
               MOVE STACK-FILE-STATUS TO RCV-IO-STATUS
               SET RCV-EOF TO TRUE
           END-IF
           PERFORM DROP-ONE-SNAPSHOT-REC UNTIL RCV-EOF
           .

       DROP-ONE-SNAPSHOT-REC.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET RCV-EOF TO TRUE
           END-READ
           IF STACK-FILE-STATUS NOT = "00" AND NOT = "10"
               MOVE STACK-FILE-STATUS TO RCV-IO-STATUS
               SET RCV-EOF TO TRUE
           END-IF
           IF RCV-EOF
               EXIT PARAGRAPH
           END-IF
           IF STK-REC-NAME NOT = RCV-SEL-NAME
               SET RCV-EOF TO TRUE
           ELSE
               DELETE STACK-FILE RECORD
               IF STACK-FILE-STATUS NOT = "00"
                   MOVE STACK-FILE-STATUS TO RCV-IO-STATUS
                   SET RCV-EOF TO TRUE
               END-IF
           END-IF
           .

       WRITE-ONE-SNAPSHOT-REC.
               AND RCV-ELEM-NAME(RCV-ELEM-IDX) NOT = RCV-SEL-NAME
               EXIT PARAGRAPH
           END-IF
      *> The element's position is the count of its stack's
      *> elements written so far.  A stack the summary table had
      *> no room for cannot be positioned and is left off.
           MOVE RCV-ELEM-NAME(RCV-ELEM-IDX) TO RCV-WORK-NAME
           PERFORM FIND-COUNT-SLOT
           IF RCV-NAME-IDX = 0
               DISPLAY "STACK-RCOV: NO SUMMARY SLOT FOR STACK "
                   RCV-WORK-NAME " - ELEMENT NOT WRITTEN"
               SET RCV-MISMATCH TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RCV-CT-WRITTEN(RCV-NAME-IDX)
           MOVE SPACES TO STACK-FILE-REC
           MOVE RCV-ELEM-NAME(RCV-ELEM-IDX) TO STK-REC-NAME
           MOVE RCV-CT-WRITTEN(RCV-NAME-IDX) TO STK-REC-POS
           MOVE RCV-ELEM-VALUE(RCV-ELEM-IDX) TO STK-REC-VALUE
           MOVE RCV-ELEM-PROV(RCV-ELEM-IDX) TO STK-REC-PROV
           WRITE STACK-FILE-REC
           IF STACK-FILE-STATUS = "00"
               ADD 1 TO RCV-WRITTEN-COUNT
           ELSE
               MOVE STACK-FILE-STATUS TO RCV-IO-STATUS
           END-IF
           .

       EMPTY-JOURNAL.
      *> The rebuilt stack's snapshot is its whole truth now, so
      *> nothing of its journal may replay on top.  Scope ONE
      *> deletes the selected stack's journal records and leaves
      *> the others - their state is still snapshot-plus-journal;
      *> scope ALL starts the journal over empty.
           IF RCV-ABORT
               EXIT PARAGRAPH
           END-IF
           IF RCV-SCOPE-ALL
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               OPEN I-O JOURNAL-FILE
      *> No journal at all - nothing of the stack's to clear.
               IF JOURNAL-FILE-STATUS = "35"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "STACK-RCOV: UNABLE TO REWRITE STACKJRN - "
                   "STATUS " JOURNAL-FILE-STATUS
               SET RCV-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO RCV-IO-STATUS
           IF RCV-SCOPE-ONE
               MOVE RCV-SEL-NAME TO JRN-STACK-NAME
               MOVE 0 TO JRN-SEQ
               MOVE "N" TO RCV-EOF-SW
               START JOURNAL-FILE KEY IS > JRN-REC-KEY
                   INVALID KEY
                       SET RCV-EOF TO TRUE
               END-START
               IF JOURNAL-FILE-STATUS NOT = "00" AND NOT = "23"
                   MOVE JOURNAL-FILE-STATUS TO RCV-IO-STATUS
                   SET RCV-EOF TO TRUE
               END-IF
               PERFORM DROP-ONE-JOURNAL-REC UNTIL RCV-EOF
           END-IF
           CLOSE JOURNAL-FILE
           IF RCV-IO-STATUS NOT = "00"
               DISPLAY "STACK-RCOV: UNABLE TO REWRITE STACKJRN - "
                   "STATUS " RCV-IO-STATUS
               SET RCV-ABORT TO TRUE
           END-IF
           .

       DROP-ONE-JOURNAL-REC.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET RCV-EOF TO TRUE
           END-READ
           IF JOURNAL-FILE-STATUS NOT = "00" AND NOT = "10"
               MOVE JOURNAL-FILE-STATUS TO RCV-IO-STATUS
               SET RCV-EOF TO TRUE
           END-IF
           IF RCV-EOF
               EXIT PARAGRAPH
           END-IF
           IF JRN-STACK-NAME NOT = RCV-SEL-NAME
               SET RCV-EOF TO TRUE
           ELSE
               DELETE JOURNAL-FILE RECORD
               IF JOURNAL-FILE-STATUS NOT = "00"
                   MOVE JOURNAL-FILE-STATUS TO RCV-IO-STATUS
                   SET RCV-EOF TO TRUE
               END-IF
           END-IF
           .

       DISPLAY-SUMMARY.
