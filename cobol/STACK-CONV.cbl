      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: October 6, 2026
      * Purpose: One-time conversion of the stack state files from
      *          the flat STACKFIL snapshot and STACKJRN journal to
      *          the indexed files keyed by stack name - snapshot
      *          records under element position (1 up, bottom to
      *          top, in the order each stack's records sit on the
      *          old file), journal records under a journal sequence
      *          (1 up per stack, in the order they were journaled).
      *          The old files are read from OLDSTATE and OLDJRNL.
      *          Control totals are taken stack by stack on the way
      *          in - record count, and a check value worked over
      *          every byte of every record in order (STACK-ACHN) -
      *          then the new files are read back in key order and
      *          the same totals taken again.  Each stack's totals
      *          are printed side by side; any stack that did not
      *          come across exactly, or any record that could not
      *          be written, ends the job with RETURN-CODE 8 and the
      *          new files are not to be put into service.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-CONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STATE-FILE ASSIGN TO "OLDSTATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OLD-STATE-STATUS.

           SELECT OLD-JOURNAL-FILE ASSIGN TO "OLDJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OLD-JOURNAL-STATUS.

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
       FILE SECTION.
      *> The flat layouts being retired - stack name, then the rest
      *> of the record exactly as the indexed layouts carry it after
      *> their key.
       FD  OLD-STATE-FILE.
       01  OLD-STATE-REC.
           05 OLD-STK-NAME        PIC X(8).
           05 OLD-STK-REST        PIC X(69).

       FD  OLD-JOURNAL-FILE.
       01  OLD-JOURNAL-REC.
           05 OLD-JRN-NAME        PIC X(8).
           05 OLD-JRN-REST        PIC X(75).

       FD  STACK-FILE.
       01  STACK-FILE-REC.
           05 STK-REC-KEY.
              10 STK-REC-NAME     PIC X(8).
              10 STK-REC-POS      PIC 9(4).
           05 STK-REC-REST        PIC X(69).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME   PIC X(8).
              10 JRN-SEQ          PIC 9(6).
           05 JRN-REC-REST        PIC X(75).

       WORKING-STORAGE SECTION.
       77 OLD-STATE-STATUS   PIC XX.
       77 OLD-JOURNAL-STATUS PIC XX.
       77 STACK-FILE-STATUS  PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.

       77 CNV-EOF-SW         PIC X VALUE "N".
          88 CNV-EOF                 VALUE "Y".
      *> Set when the conversion cannot go on - the new files are
      *> left as they stand and the run ends RC 8.
       77 CNV-ABORT-SW       PIC X VALUE "N".
          88 CNV-ABORTED             VALUE "Y".
       77 CNV-OUT-OF-BALANCE PIC 9(1) VALUE 0.
          88 CNV-BALANCED            VALUE 0.

      *> Records that could not be written, and records read back
      *> out of position or sequence order.
       77 CNV-WRITE-ERRORS   PIC 9(6) VALUE 0.
       77 CNV-ORDER-ERRORS   PIC 9(6) VALUE 0.

      *> Grand totals, all stacks.
       77 CNV-STATE-IN       PIC 9(8) VALUE 0.
       77 CNV-STATE-OUT      PIC 9(8) VALUE 0.
       77 CNV-JOURNAL-IN     PIC 9(8) VALUE 0.
       77 CNV-JOURNAL-OUT    PIC 9(8) VALUE 0.

      *> Position and sequence ceilings - the widths of the keys.
       77 CNV-MAX-POS        PIC 9(4) VALUE 9999.
       77 CNV-MAX-SEQ        PIC 9(6) VALUE 999999.

      *> The check value: STACK-ACHN's integrity value, worked over
      *> each record's bytes after the stack name and seeded with
      *> the value the stack's previous record left, so a record
      *> altered, dropped, added or out of order on the new file
      *> changes the stack's final value.
       77 CNV-ACHN-OP        PIC X(8) VALUE "COMPUTE".
       77 CNV-ACHN-RC        PIC 9(2).
       01 CNV-CHECK-ENTRY.
          05 CNV-CE-BODY        PIC X(115).
          05 FILLER             PIC X(1).
          05 CNV-CE-CHAIN       PIC 9(10).

      *> Control totals stack by stack.  IN is what the flat files
      *> held, OUT what the indexed files hold after the run.
       77 CNV-STK-MAX        PIC 9(3) VALUE 200.
       77 CNV-STK-COUNT      PIC 9(3) VALUE 0.
       77 CNV-STK-IDX        PIC 9(3).
       77 CNV-STK-SCAN       PIC 9(3).
       77 CNV-STK-KEY        PIC X(8).
       77 CNV-STK-FOUND-SW   PIC X.
          88 CNV-STK-FOUND           VALUE "Y".
       01 CNV-STK-TABLE.
          05 CNV-STK-ENTRY OCCURS 200 TIMES.
             10 CNV-STK-NAME        PIC X(8).
             10 CNV-STK-STATE-IN    PIC 9(6).
             10 CNV-STK-STATE-INCHK PIC 9(10).
             10 CNV-STK-STATE-OUT   PIC 9(6).
             10 CNV-STK-STATE-OUTCHK PIC 9(10).
             10 CNV-STK-JRN-IN      PIC 9(6).
             10 CNV-STK-JRN-INCHK   PIC 9(10).
             10 CNV-STK-JRN-OUT     PIC 9(6).
             10 CNV-STK-JRN-OUTCHK  PIC 9(10).
       77 CNV-STK-RESULT     PIC X(8).

       01 CNV-EDIT-COUNT     PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           INITIALIZE CNV-STK-TABLE
           DISPLAY "STACK-CONV: STACK STATE CONVERSION TO INDEXED"
           PERFORM CONVERT-STATE
           IF NOT CNV-ABORTED
               PERFORM CONVERT-JOURNAL
           END-IF
           IF NOT CNV-ABORTED
               PERFORM PROVE-STATE
               PERFORM PROVE-JOURNAL
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM CHECK-BALANCE
           IF CNV-BALANCED
               DISPLAY "STACK-CONV: EVERY STACK CAME ACROSS EXACTLY"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "STACK-CONV: CONVERSION NOT PROVEN - "
                   "DO NOT PUT THE NEW FILES INTO SERVICE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       FIND-STACK-SLOT.
      *> Leaves CNV-STK-IDX at the slot for CNV-STK-KEY, adding one
      *> when the stack is new; zero when the table is full.
           MOVE "N" TO CNV-STK-FOUND-SW
           MOVE 0 TO CNV-STK-IDX
           PERFORM MATCH-STACK-SLOT
               VARYING CNV-STK-SCAN FROM 1 BY 1
               UNTIL CNV-STK-SCAN > CNV-STK-COUNT OR CNV-STK-FOUND
           IF NOT CNV-STK-FOUND
               IF CNV-STK-COUNT < CNV-STK-MAX
                   ADD 1 TO CNV-STK-COUNT
                   MOVE CNV-STK-COUNT TO CNV-STK-IDX
                   MOVE CNV-STK-KEY TO CNV-STK-NAME(CNV-STK-IDX)
               END-IF
           END-IF
           .

       MATCH-STACK-SLOT.
           IF CNV-STK-NAME(CNV-STK-SCAN) = CNV-STK-KEY
               SET CNV-STK-FOUND TO TRUE
               MOVE CNV-STK-SCAN TO CNV-STK-IDX
           END-IF
           .

       STACK-TABLE-FULL.
           DISPLAY "STACK-CONV: MORE THAN " CNV-STK-MAX
               " STACKS - CONVERSION STOPPED AT " CNV-STK-KEY
           SET CNV-ABORTED TO TRUE
           .

       COMPUTE-CHECK-VALUE.
      *> CNV-CE-BODY and CNV-CE-CHAIN (the value so far) set by the
      *> caller; the new value comes back in CNV-CE-CHAIN.
           CALL "STACK-ACHN" USING CNV-ACHN-OP CNV-CHECK-ENTRY
               CNV-ACHN-RC
           .

       CONVERT-STATE.
      *> Each flat record goes on under its stack's next element
      *> position - bottom to top, as the old file carried it.
           MOVE "N" TO CNV-EOF-SW
           OPEN INPUT OLD-STATE-FILE
           IF OLD-STATE-STATUS = "35"
               DISPLAY "STACK-CONV: NO OLDSTATE FILE - NO SNAPSHOT "
                   "RECORDS TO CONVERT"
               SET CNV-EOF TO TRUE
           ELSE
               IF OLD-STATE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN OLDSTATE - STATUS "
                       OLD-STATE-STATUS
                   SET CNV-ABORTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT STACK-FILE
           IF STACK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STACKFIL - STATUS "
                   STACK-FILE-STATUS
               SET CNV-ABORTED TO TRUE
               IF OLD-STATE-STATUS = "00"
                   CLOSE OLD-STATE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERT-ONE-STATE-REC
               UNTIL CNV-EOF OR CNV-ABORTED
           CLOSE STACK-FILE
           IF OLD-STATE-STATUS = "00"
               CLOSE OLD-STATE-FILE
           END-IF
           .

       CONVERT-ONE-STATE-REC.
           READ OLD-STATE-FILE
               AT END
                   SET CNV-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-STATE-REC
           END-READ
           .

       WRITE-STATE-REC.
           ADD 1 TO CNV-STATE-IN
           MOVE OLD-STK-NAME TO CNV-STK-KEY
           PERFORM FIND-STACK-SLOT
           IF CNV-STK-IDX = 0
               PERFORM STACK-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           IF CNV-STK-STATE-IN(CNV-STK-IDX) NOT < CNV-MAX-POS
               DISPLAY "STACK-CONV: " CNV-STK-KEY " HAS MORE THAN "
                   CNV-MAX-POS " SNAPSHOT RECORDS - CONVERSION STOPPED"
               SET CNV-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CNV-STK-STATE-IN(CNV-STK-IDX)
           MOVE OLD-STK-REST TO CNV-CE-BODY
           MOVE CNV-STK-STATE-INCHK(CNV-STK-IDX) TO CNV-CE-CHAIN
           PERFORM COMPUTE-CHECK-VALUE
           MOVE CNV-CE-CHAIN TO CNV-STK-STATE-INCHK(CNV-STK-IDX)

           MOVE OLD-STK-NAME TO STK-REC-NAME
           MOVE CNV-STK-STATE-IN(CNV-STK-IDX) TO STK-REC-POS
           MOVE OLD-STK-REST TO STK-REC-REST
           WRITE STACK-FILE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF STACK-FILE-STATUS NOT = "00"
               DISPLAY "STACK-CONV: STACKFIL WRITE FAILED FOR "
                   STK-REC-NAME " POSITION " STK-REC-POS
                   " - STATUS " STACK-FILE-STATUS
               ADD 1 TO CNV-WRITE-ERRORS
           END-IF
           .

       CONVERT-JOURNAL.
      *> Each flat record goes on under its stack's next journal
      *> sequence, so replay order is kept stack by stack.
           MOVE "N" TO CNV-EOF-SW
           OPEN INPUT OLD-JOURNAL-FILE
           IF OLD-JOURNAL-STATUS = "35"
               DISPLAY "STACK-CONV: NO OLDJRNL FILE - NO JOURNAL "
                   "RECORDS TO CONVERT"
               SET CNV-EOF TO TRUE
           ELSE
               IF OLD-JOURNAL-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN OLDJRNL - STATUS "
                       OLD-JOURNAL-STATUS
                   SET CNV-ABORTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STACKJRN - STATUS "
                   JOURNAL-FILE-STATUS
               SET CNV-ABORTED TO TRUE
               IF OLD-JOURNAL-STATUS = "00"
                   CLOSE OLD-JOURNAL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERT-ONE-JOURNAL-REC
               UNTIL CNV-EOF OR CNV-ABORTED
           CLOSE JOURNAL-FILE
           IF OLD-JOURNAL-STATUS = "00"
               CLOSE OLD-JOURNAL-FILE
           END-IF
           .

       CONVERT-ONE-JOURNAL-REC.
           READ OLD-JOURNAL-FILE
               AT END
                   SET CNV-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-JOURNAL-REC
           END-READ
           .

       WRITE-JOURNAL-REC.
           ADD 1 TO CNV-JOURNAL-IN
           MOVE OLD-JRN-NAME TO CNV-STK-KEY
           PERFORM FIND-STACK-SLOT
           IF CNV-STK-IDX = 0
               PERFORM STACK-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           IF CNV-STK-JRN-IN(CNV-STK-IDX) NOT < CNV-MAX-SEQ
               DISPLAY "STACK-CONV: " CNV-STK-KEY " HAS MORE THAN "
                   CNV-MAX-SEQ " JOURNAL RECORDS - CONVERSION STOPPED"
               SET CNV-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CNV-STK-JRN-IN(CNV-STK-IDX)
           MOVE OLD-JRN-REST TO CNV-CE-BODY
           MOVE CNV-STK-JRN-INCHK(CNV-STK-IDX) TO CNV-CE-CHAIN
           PERFORM COMPUTE-CHECK-VALUE
           MOVE CNV-CE-CHAIN TO CNV-STK-JRN-INCHK(CNV-STK-IDX)

           MOVE OLD-JRN-NAME TO JRN-STACK-NAME
           MOVE CNV-STK-JRN-IN(CNV-STK-IDX) TO JRN-SEQ
           MOVE OLD-JRN-REST TO JRN-REC-REST
           WRITE JOURNAL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "STACK-CONV: STACKJRN WRITE FAILED FOR "
                   JRN-STACK-NAME " SEQUENCE " JRN-SEQ
                   " - STATUS " JOURNAL-FILE-STATUS
               ADD 1 TO CNV-WRITE-ERRORS
           END-IF
           .

       PROVE-STATE.
      *> The new files read back in key order, the same totals
      *> taken again; positions must run 1 up without a gap.
           MOVE "N" TO CNV-EOF-SW
           OPEN INPUT STACK-FILE
           IF STACK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN STACKFIL - STATUS "
                   STACK-FILE-STATUS
               SET CNV-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROVE-ONE-STATE-REC UNTIL CNV-EOF OR CNV-ABORTED
           CLOSE STACK-FILE
           .

       PROVE-ONE-STATE-REC.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET CNV-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-STATE-REC
           END-READ
           .

       TALLY-STATE-REC.
           ADD 1 TO CNV-STATE-OUT
           MOVE STK-REC-NAME TO CNV-STK-KEY
           PERFORM FIND-STACK-SLOT
           IF CNV-STK-IDX = 0
               PERFORM STACK-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNV-STK-STATE-OUT(CNV-STK-IDX)
           IF STK-REC-POS NOT = CNV-STK-STATE-OUT(CNV-STK-IDX)
               DISPLAY "STACK-CONV: " STK-REC-NAME " POSITION "
                   STK-REC-POS " OUT OF ORDER"
               ADD 1 TO CNV-ORDER-ERRORS
           END-IF
           MOVE STK-REC-REST TO CNV-CE-BODY
           MOVE CNV-STK-STATE-OUTCHK(CNV-STK-IDX) TO CNV-CE-CHAIN
           PERFORM COMPUTE-CHECK-VALUE
           MOVE CNV-CE-CHAIN TO CNV-STK-STATE-OUTCHK(CNV-STK-IDX)
           .

       PROVE-JOURNAL.
           MOVE "N" TO CNV-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN STACKJRN - STATUS "
                   JOURNAL-FILE-STATUS
               SET CNV-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROVE-ONE-JOURNAL-REC UNTIL CNV-EOF OR CNV-ABORTED
           CLOSE JOURNAL-FILE
           .

       PROVE-ONE-JOURNAL-REC.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET CNV-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-JOURNAL-REC
           END-READ
           .

       TALLY-JOURNAL-REC.
           ADD 1 TO CNV-JOURNAL-OUT
           MOVE JRN-STACK-NAME TO CNV-STK-KEY
           PERFORM FIND-STACK-SLOT
           IF CNV-STK-IDX = 0
               PERFORM STACK-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNV-STK-JRN-OUT(CNV-STK-IDX)
           IF JRN-SEQ NOT = CNV-STK-JRN-OUT(CNV-STK-IDX)
               DISPLAY "STACK-CONV: " JRN-STACK-NAME " SEQUENCE "
                   JRN-SEQ " OUT OF ORDER"
               ADD 1 TO CNV-ORDER-ERRORS
           END-IF
           MOVE JRN-REC-REST TO CNV-CE-BODY
           MOVE CNV-STK-JRN-OUTCHK(CNV-STK-IDX) TO CNV-CE-CHAIN
           PERFORM COMPUTE-CHECK-VALUE
           MOVE CNV-CE-CHAIN TO CNV-STK-JRN-OUTCHK(CNV-STK-IDX)
           .

       PRINT-CONTROL-TOTALS.
      *> Each stack's totals in and out, side by side, then the
      *> grand totals.
           DISPLAY " "
           DISPLAY "STACK-CONV: CONTROL TOTALS BY STACK"
           DISPLAY "  STACK    FILE      RECS IN  RECS OUT"
               "    CHECK IN   CHECK OUT  RESULT"
           PERFORM PRINT-STACK-TOTALS
               VARYING CNV-STK-IDX FROM 1 BY 1
               UNTIL CNV-STK-IDX > CNV-STK-COUNT
           DISPLAY " "
           MOVE CNV-STATE-IN TO CNV-EDIT-COUNT
           DISPLAY "  SNAPSHOT RECORDS READ     " CNV-EDIT-COUNT
           MOVE CNV-STATE-OUT TO CNV-EDIT-COUNT
           DISPLAY "  SNAPSHOT RECORDS ON FILE  " CNV-EDIT-COUNT
           MOVE CNV-JOURNAL-IN TO CNV-EDIT-COUNT
           DISPLAY "  JOURNAL RECORDS READ      " CNV-EDIT-COUNT
           MOVE CNV-JOURNAL-OUT TO CNV-EDIT-COUNT
           DISPLAY "  JOURNAL RECORDS ON FILE   " CNV-EDIT-COUNT
           MOVE CNV-WRITE-ERRORS TO CNV-EDIT-COUNT
           DISPLAY "  RECORDS NOT WRITTEN       " CNV-EDIT-COUNT
           MOVE CNV-ORDER-ERRORS TO CNV-EDIT-COUNT
           DISPLAY "  KEYS OUT OF ORDER         " CNV-EDIT-COUNT
           DISPLAY " "
           .

       PRINT-STACK-TOTALS.
           IF CNV-STK-STATE-IN(CNV-STK-IDX)
                   = CNV-STK-STATE-OUT(CNV-STK-IDX)
               AND CNV-STK-STATE-INCHK(CNV-STK-IDX)
                   = CNV-STK-STATE-OUTCHK(CNV-STK-IDX)
               MOVE "OK" TO CNV-STK-RESULT
           ELSE
               MOVE "MISMATCH" TO CNV-STK-RESULT
           END-IF
           DISPLAY "  " CNV-STK-NAME(CNV-STK-IDX)
               " SNAPSHOT  " CNV-STK-STATE-IN(CNV-STK-IDX)
               "    " CNV-STK-STATE-OUT(CNV-STK-IDX)
               "  " CNV-STK-STATE-INCHK(CNV-STK-IDX)
               "  " CNV-STK-STATE-OUTCHK(CNV-STK-IDX)
               "  " CNV-STK-RESULT

           IF CNV-STK-JRN-IN(CNV-STK-IDX)
                   = CNV-STK-JRN-OUT(CNV-STK-IDX)
               AND CNV-STK-JRN-INCHK(CNV-STK-IDX)
                   = CNV-STK-JRN-OUTCHK(CNV-STK-IDX)
               MOVE "OK" TO CNV-STK-RESULT
           ELSE
               MOVE "MISMATCH" TO CNV-STK-RESULT
           END-IF
           DISPLAY "           JOURNAL   " CNV-STK-JRN-IN(CNV-STK-IDX)
               "    " CNV-STK-JRN-OUT(CNV-STK-IDX)
               "  " CNV-STK-JRN-INCHK(CNV-STK-IDX)
               "  " CNV-STK-JRN-OUTCHK(CNV-STK-IDX)
               "  " CNV-STK-RESULT
           .

       CHECK-BALANCE.
           IF CNV-ABORTED
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: CONVERSION DID NOT COMPLETE"
           END-IF
           IF CNV-WRITE-ERRORS > 0 OR CNV-ORDER-ERRORS > 0
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: RECORDS NOT WRITTEN OR KEYS OUT "
                   "OF ORDER - SEE ABOVE"
           END-IF
           IF CNV-STATE-IN NOT = CNV-STATE-OUT
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: SNAPSHOT RECORDS READ VS ON FILE"
           END-IF
           IF CNV-JOURNAL-IN NOT = CNV-JOURNAL-OUT
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: JOURNAL RECORDS READ VS ON FILE"
           END-IF
           PERFORM CHECK-STACK-BALANCE
               VARYING CNV-STK-IDX FROM 1 BY 1
               UNTIL CNV-STK-IDX > CNV-STK-COUNT
           .

       CHECK-STACK-BALANCE.
           IF CNV-STK-STATE-IN(CNV-STK-IDX)
                   NOT = CNV-STK-STATE-OUT(CNV-STK-IDX)
               OR CNV-STK-STATE-INCHK(CNV-STK-IDX)
                   NOT = CNV-STK-STATE-OUTCHK(CNV-STK-IDX)
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: SNAPSHOT OF "
                   CNV-STK-NAME(CNV-STK-IDX)
                   " DID NOT COME ACROSS EXACTLY"
           END-IF
           IF CNV-STK-JRN-IN(CNV-STK-IDX)
                   NOT = CNV-STK-JRN-OUT(CNV-STK-IDX)
               OR CNV-STK-JRN-INCHK(CNV-STK-IDX)
                   NOT = CNV-STK-JRN-OUTCHK(CNV-STK-IDX)
               MOVE 1 TO CNV-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: JOURNAL OF "
                   CNV-STK-NAME(CNV-STK-IDX)
                   " DID NOT COME ACROSS EXACTLY"
           END-IF
           .
