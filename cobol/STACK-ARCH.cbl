      *                    un-compacted SHIFTs was writing a
      *                    BASELINE with an overstated depth,
      *                    tripping reconciliation nightly.
      *   2026-09-14  VJT  AUDITLOG entries now end with the element
      *                    provenance block (115 bytes), as do
      *                    STACKFIL and STACKJRN records - the audit,
      *                    archive and state layouts widened so the
      *                    archive copies whole entries.
      *   2026-09-28  VJT  The archive month and retention cutoff, and
      *                    the BASELINE entry's date column, come from
      *                    the business date on the BUSDATE control
      *                    (STACK-BDAY) instead of the system date.
      *   2026-10-02  VJT  Audit entries end with their integrity value
      *                    (126 bytes) and the archive copies it.  The
      *                    SUMMARY records chain on from the last
      *                    entry archived, the AUDITCHN head moves to
      *                    the closing SUMMARY, and the fresh live log
      *                    now always starts with a BASELINE (a zero
      *                    depth included) linked from it - so the
      *                    chain runs unbroken from archive to live
      *                    log for STACK-AVFY.  A log that no longer
      *                    ends at the chain head is not archived
      *                    (RC 8): the cutover would bury the gap.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) - the carry depth reads
      *                    them in key order; layouts widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-ARCH.
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT STACK-FILE ASSIGN TO "STACKFIL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-REC-KEY
               FILE STATUS IS STACK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRN-REC-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       01  AUDIT-REC.
           05 AUD-OPERATION       PIC X(10).
           05 FILLER              PIC X(1).
           05 AUD-REST            PIC X(104).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC 9(10).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(126).

       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC.
           05 CTL-ARCH-MONTH      PIC X(6).

       FD  STACK-FILE.
       01  STACK-FILE-REC.
           05 STK-REC-KEY         PIC X(12).
           05 FILLER              PIC X(69).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME   PIC X(8).
              10 JRN-SEQ          PIC 9(6).
           05 FILLER              PIC X(1).
           05 JRN-OP              PIC X(5).
           05 FILLER              PIC X(69).

       WORKING-STORAGE SECTION.
       77 AUDIT-FILE-STATUS  PIC XX.
      *> The month being closed - the run date's month unless the
      *> ARCHCTL card names another.
       77 ARC-RUN-DATE       PIC X(8).
       77 ARC-BDAY-OP        PIC X(10) VALUE "DATE".
       77 ARC-BDAY-JOB       PIC X(8)  VALUE SPACES.
       77 ARC-BDAY-RC        PIC 9(2).
       01 ARCH-FILE-NAME.
          05 FILLER             PIC X(9) VALUE "AUDARCH.M".
          05 ARC-ARCH-MONTH     PIC X(6).
          05 ARC-BL-USER        PIC X(8).
          05 FILLER             PIC X(9)  VALUE SPACES.

      *> The integrity chain across the cutover - the value on the
      *> last entry archived, which the SUMMARY records chain on
      *> from, and the entry being chained.
       77 ARC-LAST-CHAIN     PIC 9(10) VALUE 0.
       77 ARC-HEAD-CHAIN     PIC 9(10).
       77 ARC-ACHN-OP        PIC X(8).
       77 ARC-ACHN-RC        PIC 9(2).
       77 ARC-CHAIN-SW       PIC X VALUE "N".
          88 ARC-CHAIN-FAILED        VALUE "Y".
       01 ARC-CHAIN-ENTRY.
          05 ARC-CE-BODY        PIC X(115).
          05 FILLER             PIC X(1).
          05 ARC-CE-CHAIN       PIC 9(10).

       01 ARC-SUMMARY-LINE.
          05 FILLER             PIC X(10) VALUE "SUMMARY".
          05 FILLER             PIC X(1)  VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING ARC-BDAY-OP ARC-BDAY-JOB
               ARC-RUN-DATE ARC-BDAY-RC
           MOVE ARC-RUN-DATE(1:6) TO ARC-ARCH-MONTH
           PERFORM LOAD-CONTROL-CARD
           IF NOT ARC-ABORT
               PERFORM CHECK-CHAIN-HEAD
           END-IF
           IF NOT ARC-ABORT
               PERFORM COPY-AUDITLOG-TO-ARCHIVE
           END-IF
               PERFORM CLEAR-LIVE-AUDITLOG
               PERFORM SWEEP-OLD-ARCHIVES
               PERFORM DISPLAY-SUMMARY
               IF ARC-CHAIN-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           .

       CHECK-CHAIN-HEAD.
      *> The live log must still end at the entry the AUDITCHN head
      *> names - entries cut off its end would otherwise vanish for
      *> good once the SUMMARY records chain on from what is left.
      *> No head yet means nothing has been linked to check.
           MOVE "HEAD" TO ARC-ACHN-OP
           CALL "STACK-ACHN" USING ARC-ACHN-OP ARC-CHAIN-ENTRY
               ARC-ACHN-RC
           IF ARC-ACHN-RC = 4
               EXIT PARAGRAPH
           END-IF
           IF ARC-ACHN-RC NOT = 0
               DISPLAY "STACK-ARCH: AUDITCHN UNREADABLE - NOT ARCHIVED"
               SET ARC-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ARC-CE-CHAIN TO ARC-HEAD-CHAIN

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
      *> Reported by the copy, which finds the same thing.
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-CHAIN UNTIL ARC-EOF
           CLOSE AUDIT-FILE
           MOVE "N" TO ARC-EOF-SW

           IF ARC-LAST-CHAIN NOT = ARC-HEAD-CHAIN
               DISPLAY "STACK-ARCH: AUDITLOG DOES NOT END AT ITS CHAIN"
                   " HEAD - NOT ARCHIVED"
               DISPLAY "STACK-ARCH: LAST ENTRY " ARC-LAST-CHAIN
                   " HEAD " ARC-HEAD-CHAIN " - RUN STACKAV"
               SET ARC-ABORT TO TRUE
           END-IF
           .

       FIND-LAST-CHAIN.
           READ AUDIT-FILE
               AT END
                   SET ARC-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-ENTRY-CHAIN
           END-READ
           .

       NOTE-ENTRY-CHAIN.
      *> An entry from before the chain existed carries no value.
           IF AUD-CHAIN IS NUMERIC
               MOVE AUD-CHAIN TO ARC-LAST-CHAIN
           ELSE
               MOVE 0 TO ARC-LAST-CHAIN
           END-IF
           .

       COPY-AUDITLOG-TO-ARCHIVE.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
                       WHEN OTHER
                           ADD 1 TO ARC-OTHER-COUNT
                   END-EVALUATE
                   PERFORM NOTE-ENTRY-CHAIN
                   MOVE AUDIT-REC TO ARCHIVE-REC
                   WRITE ARCHIVE-REC
           END-READ
           .

       WRITE-SUMMARY-RECORD.
      *> Each SUMMARY is a link in the chain like any entry, so the
      *> closing counts cannot be altered unseen either.
           MOVE SPACES TO ARC-CHAIN-ENTRY
           MOVE ARC-SUMMARY-LINE TO ARC-CE-BODY
           MOVE ARC-LAST-CHAIN TO ARC-CE-CHAIN
           MOVE "COMPUTE" TO ARC-ACHN-OP
           CALL "STACK-ACHN" USING ARC-ACHN-OP ARC-CHAIN-ENTRY
               ARC-ACHN-RC
           MOVE ARC-CE-CHAIN TO ARC-LAST-CHAIN
           MOVE ARC-CHAIN-ENTRY TO ARCHIVE-REC
           WRITE ARCHIVE-REC
           .

       CLEAR-LIVE-AUDITLOG.
      *> The records are safely on the archive - start the live file
      *> over empty so WRITE-AUDIT-RECORD's OPEN EXTEND grows a
      *> fresh month.  A BASELINE record is the fresh log's first
      *> entry, carrying the depth still on the stacks so the
      *> life-to-date arithmetic STACK-RECON runs against the live
      *> log still lands on the true depth.  It is written even at
      *> zero depth: it is the link from the archive's closing
      *> SUMMARY, where the AUDITCHN head is moved first.
           OPEN OUTPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "00"
               MOVE "ANCHOR" TO ARC-ACHN-OP
               CALL "STACK-ACHN" USING ARC-ACHN-OP ARC-CHAIN-ENTRY
                   ARC-ACHN-RC
               IF ARC-ACHN-RC NOT = 0
                   SET ARC-CHAIN-FAILED TO TRUE
               END-IF
               PERFORM WRITE-BASELINE-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "STACK-ARCH: UNABLE TO CLEAR AUDITLOG - "
           .

       WRITE-BASELINE-RECORD.
           CALL "STACK-BDAY" USING ARC-BDAY-OP ARC-BDAY-JOB
               WS-AUDIT-DATE ARC-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"

           MOVE SPACES TO AUDIT-REC
           MOVE "BASELINE" TO AUD-OPERATION
           MOVE ARC-BASELINE-REST TO AUD-REST
           MOVE "LINK" TO ARC-ACHN-OP
           CALL "STACK-ACHN" USING ARC-ACHN-OP AUDIT-REC ARC-ACHN-RC
           IF ARC-ACHN-RC NOT = 0
               SET ARC-CHAIN-FAILED TO TRUE
           END-IF
           WRITE AUDIT-REC
           .

           DISPLAY "STACK-ARCH CONFIGS:          " ARC-CONFIG-COUNT
           DISPLAY "STACK-ARCH OTHER:            " ARC-OTHER-COUNT
           DISPLAY "STACK-ARCH DEPTH CARRIED:    " ARC-CARRY-DEPTH
           IF ARC-CHAIN-FAILED
               DISPLAY "STACK-ARCH: CHAIN NOT CARRIED INTO THE LIVE LOG"
                   " - RUN STACKAV"
           END-IF
           .
