      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: October 4, 2026
      * Purpose: Daily stack history.  Runs in the EOD suite after
      *          the extract, once the business day's stack work is
      *          all done, and appends one STACKHST record per named
      *          stack for the business date: opening, closing and
      *          peak depth against the day's STACK-MAX, the day's
      *          PUSH / POP / DRAIN / XFERIN / XFEROUT / REMOVE
      *          volumes, and for the elements taken off that day the
      *          average and longest time they sat on the stack - so
      *          a request for a bigger STACK-MAX, or a question about
      *          a department's queue slowing down, has a record to
      *          be answered from (STACK-CAPR reports it by month).
      *
      *          Closing depth is the snapshot plus the journal, as
      *          STACK-HLTH measures it.  The day's audited entries
      *          (AUDITLOG, and the month's AUDARCH archive should a
      *          cutover have run during the day) give the volumes;
      *          walking them back from the close gives the opening
      *          depth, and walking them forward again the peak.
      *          Each removal is paired with the PUSH (or XFERIN)
      *          that last put that element on that stack - same
      *          value, same provenance - found on AUDITLOG or the
      *          retained archives as far back as the element's push
      *          date, and sat from that entry's date and time to the
      *          removal's.  A removal whose PUSH is no longer on any
      *          retained trail is counted but not timed.
      *
      *          EOD sequence (STACK-BDAY): refused RC 8 until STACKEX
      *          has completed for the business date, or once this
      *          job has; recorded complete when it ends clean.  A
      *          supervised rerun appends a second set of records for
      *          the day, which the report takes in place of the
      *          first.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) - the closing depth
      *                    reads them in key order; layouts widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-HIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STACK-CFG-FILE ASSIGN TO "STACKCFG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

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

           SELECT CAT-FILE ASSIGN TO "STACKCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STACKHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STACK-CFG-FILE.
       01  CFG-RECORD.
           05 CFG-MAX-SIZE        PIC 9(4).
           05 FILLER              PIC X(1).
           05 CFG-CKPT-INTERVAL   PIC 9(4).
           05 FILLER              PIC X(1).
           05 CFG-COMPACT-LIMIT   PIC X(4).

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
           05 FILLER              PIC X(69).

       FD  CAT-FILE.
       01  CAT-REC.
           05 CAT-REC-NAME        PIC X(8).
           05 FILLER              PIC X(1).
           05 CAT-REC-DEPT        PIC X(8).
           05 FILLER              PIC X(1).
           05 CAT-REC-DESC        PIC X(30).
           05 FILLER              PIC X(1).
           05 CAT-REC-OPENED      PIC X(8).
           05 FILLER              PIC X(1).
           05 CAT-REC-STATUS      PIC X(6).

       FD  AUDIT-FILE.
       01  AUDIT-REC              PIC X(126).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(126).

      *> One record per stack per business date, appended each
      *> night.  Depths are elements; cycle times are minutes.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05 HST-DATE            PIC X(8).
           05 FILLER              PIC X(1).
           05 HST-STACK           PIC X(8).
           05 FILLER              PIC X(1).
           05 HST-OPEN-DEPTH      PIC 9(5).
           05 FILLER              PIC X(1).
           05 HST-CLOSE-DEPTH     PIC 9(5).
           05 FILLER              PIC X(1).
           05 HST-PEAK-DEPTH      PIC 9(5).
           05 FILLER              PIC X(1).
           05 HST-STACK-MAX       PIC 9(4).
           05 FILLER              PIC X(1).
           05 HST-PUSHES          PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-POPS            PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-DRAINS          PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-XFER-IN         PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-XFER-OUT        PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-REMOVES         PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-TIMED           PIC 9(6).
           05 FILLER              PIC X(1).
           05 HST-AVG-MINUTES     PIC 9(7).
           05 FILLER              PIC X(1).
           05 HST-LONG-MINUTES    PIC 9(7).

       WORKING-STORAGE SECTION.
       77 CFG-FILE-STATUS    PIC XX.
       77 STACK-FILE-STATUS  PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.
       77 CAT-FILE-STATUS    PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 ARCH-FILE-STATUS   PIC XX.
       77 HIST-FILE-STATUS   PIC XX.

       77 HIS-EOF-SW         PIC X VALUE "N".
          88 HIS-EOF                 VALUE "Y".
       77 HIS-ABORT-SW       PIC X VALUE "N".
          88 HIS-ABORT               VALUE "Y".
      *> First walk counts the day; the second pairs its removals.
       77 HIS-PASS-SW        PIC X.
          88 HIS-COLLECTING          VALUE "C".
          88 HIS-PAIRING             VALUE "P".

      *> EOD sequence control - this job's name to STACK-BDAY.
       77 HIS-BDAY-OP        PIC X(10).
       77 HIS-JOB-NAME       PIC X(8) VALUE "STACKHS".
       77 HIS-RUN-DATE       PIC X(8).
       77 HIS-BDAY-RC        PIC 9(2).

      *> The configured STACK-MAX (defaults mirror the subprogram's
      *> LOAD-CONFIG fallback), kept on each record so the report
      *> measures a day against the limit in force that day.
       77 HIS-STACK-MAX      PIC 9(4) VALUE 10.

      *> One slot per named stack - on STACKFIL or STACKJRN, on the
      *> STACKCAT catalog, or active on the day.  NET runs up and
      *> down with the day's entries from zero at the open; HIGH is
      *> the furthest it reached, so the peak is the open plus HIGH.
       77 HIS-NAME-MAX       PIC 9(2) VALUE 50.
       77 HIS-NAME-COUNT     PIC 9(2) VALUE 0.
       77 HIS-NAME-IDX       PIC 9(2).
       77 HIS-NAME-FOUND-SW  PIC X.
          88 HIS-NAME-FOUND          VALUE "Y".
       77 HIS-WORK-NAME      PIC X(8).
       01 HIS-STACK-TABLE.
          05 HIS-STACK-ENTRY OCCURS 50 TIMES.
             10 HIS-ST-NAME     PIC X(8)  VALUE SPACES.
             10 HIS-ST-CLOSE    PIC S9(5) VALUE 0.
             10 HIS-ST-NET      PIC S9(5) VALUE 0.
             10 HIS-ST-HIGH     PIC S9(5) VALUE 0.
             10 HIS-ST-OPEN     PIC S9(5) VALUE 0.
             10 HIS-ST-PEAK     PIC S9(5) VALUE 0.
             10 HIS-ST-PUSHES   PIC 9(6)  VALUE 0.
             10 HIS-ST-POPS     PIC 9(6)  VALUE 0.
             10 HIS-ST-DRAINS   PIC 9(6)  VALUE 0.
             10 HIS-ST-XFERIN   PIC 9(6)  VALUE 0.
             10 HIS-ST-XFEROUT  PIC 9(6)  VALUE 0.
             10 HIS-ST-REMOVES  PIC 9(6)  VALUE 0.
             10 HIS-ST-TIMED    PIC 9(6)  VALUE 0.
             10 HIS-ST-MINUTES  PIC 9(11) VALUE 0.
             10 HIS-ST-LONGEST  PIC 9(7)  VALUE 0.

      *> The audited entry in hand, from either file.
       01 HIS-ENTRY.
          05 HIS-EN-OPERATION   PIC X(10).
          05 FILLER             PIC X(1).
          05 HIS-EN-DATA        PIC X(20).
          05 FILLER             PIC X(1).
          05 HIS-EN-DATE        PIC X(8).
          05 FILLER             PIC X(1).
          05 HIS-EN-TIME        PIC X(8).
          05 FILLER             PIC X(1).
          05 HIS-EN-USER-ID     PIC X(8).
          05 FILLER             PIC X(1).
          05 HIS-EN-STACK       PIC X(8).
          05 FILLER             PIC X(1).
          05 HIS-EN-PROV.
             10 HIS-EN-PRV-SOURCE  PIC X(4).
             10 FILLER             PIC X(1).
             10 HIS-EN-PRV-SEQ     PIC X(6).
             10 FILLER             PIC X(1).
             10 HIS-EN-PRV-TXN     PIC X(8).
             10 FILLER             PIC X(1).
             10 HIS-EN-PRV-PDATE   PIC X(8).
             10 FILLER             PIC X(1).
             10 HIS-EN-PRV-PTIME   PIC X(8).
             10 FILLER             PIC X(1).
             10 HIS-EN-PRV-OPER    PIC X(8).
          05 FILLER             PIC X(1).
          05 HIS-EN-CHAIN       PIC X(10).
       77 HIS-ENTRY-DELTA    PIC S9(5).
       77 HIS-TRUNC-ELEMS    PIC 9(4).

      *> What identifies an element on a stack: the stack, the
      *> value and the provenance block it was pushed with.
       01 HIS-ELEMENT-KEY.
          05 HIS-EK-STACK       PIC X(8).
          05 HIS-EK-VALUE       PIC X(20).
          05 HIS-EK-PROV        PIC X(47).

      *> The day's removals in the order they were logged, each
      *> waiting for the entry that put the element on the stack.
      *> The second walk marks a removal PASSED when it reaches it,
      *> so only entries logged before the removal can pair.
       77 HIS-RMV-MAX        PIC 9(5) VALUE 20000.
       77 HIS-RMV-COUNT      PIC 9(5) VALUE 0.
       77 HIS-RMV-IDX        PIC 9(5).
       77 HIS-RMV-SEEN       PIC 9(6) VALUE 0.
       77 HIS-RMV-UNLISTED   PIC 9(6) VALUE 0.
       01 HIS-RMV-TABLE.
          05 HIS-RMV-ENTRY OCCURS 20000 TIMES.
             10 HIS-RM-KEY.
                15 HIS-RM-STACK    PIC X(8).
                15 HIS-RM-VALUE    PIC X(20).
                15 HIS-RM-PROV     PIC X(47).
             10 HIS-RM-SLOT     PIC 9(2).
             10 HIS-RM-TIME     PIC X(8).
             10 HIS-RM-FROM-DATE PIC X(8).
             10 HIS-RM-FROM-TIME PIC X(8).
             10 HIS-RM-PASSED   PIC X(1).

      *> How far back the pairing walk reaches: to the month of the
      *> oldest push date on a removed element, never short of the
      *> month before (a late cutover can file the day's entries
      *> there) and never past the thirteen months of archives
      *> STACK-ARCH can leave on file.  A removal with no push date
      *> (an element from before provenance) leaves the floor.
       77 HIS-OLDEST-PUSH    PIC X(8) VALUE HIGH-VALUES.
       77 HIS-PAIR-BACK      PIC 9(2).
       77 HIS-BACK-LIMIT     PIC 9(2) VALUE 12.
       77 HIS-BACK-IDX       PIC 9(2).
       77 HIS-WALK-MONTHS    PIC 9(2).
       77 HIS-WORK-YEAR      PIC 9(4).
       77 HIS-WORK-MONTH     PIC 9(2).
       77 HIS-RUN-SERIAL     PIC 9(6).
       77 HIS-MONTH-SERIAL   PIC 9(6).
       01 ARCH-FILE-NAME.
          05 FILLER             PIC X(9) VALUE "AUDARCH.M".
          05 HIS-ARCH-YEAR      PIC 9(4).
          05 HIS-ARCH-MONTH     PIC 9(2).

      *> Calendar day numbers for the time on the stack - days since
      *> a fixed origin, so two dates subtract across month and year
      *> ends.  March-based years put the leap day last.
       01 HIS-DN-DATE.
          05 HIS-DN-YYYY        PIC 9(4).
          05 HIS-DN-MM          PIC 9(2).
          05 HIS-DN-DD          PIC 9(2).
       77 HIS-DN-YEAR        PIC 9(4).
       77 HIS-DN-MONTH       PIC 9(2).
       77 HIS-DN-Q4          PIC 9(4).
       77 HIS-DN-Q100        PIC 9(4).
       77 HIS-DN-Q400        PIC 9(4).
       77 HIS-DN-WORK        PIC 9(5).
       77 HIS-DN-MDAYS       PIC 9(3).
       77 HIS-DN-DAYS        PIC 9(8).
       77 HIS-RUN-DAYS       PIC 9(8).
       01 HIS-CLOCK.
          05 HIS-CLOCK-HH       PIC 9(2).
          05 HIS-CLOCK-MM       PIC 9(2).
          05 FILLER             PIC X(4).
       77 HIS-FROM-MINUTES   PIC 9(4).
       77 HIS-TO-MINUTES     PIC 9(4).
       77 HIS-SAT-MINUTES    PIC S9(9).

       77 HIS-ENTRIES-READ   PIC 9(8) VALUE 0.
       77 HIS-DAY-ENTRIES    PIC 9(8) VALUE 0.
       77 HIS-TIMED-TOTAL    PIC 9(6) VALUE 0.
       77 HIS-UNTIMED-TOTAL  PIC 9(6) VALUE 0.
       77 HIS-EARLIER-RECS   PIC 9(4) VALUE 0.
       77 HIS-WRITTEN        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "START" TO HIS-BDAY-OP
           CALL "STACK-BDAY" USING HIS-BDAY-OP HIS-JOB-NAME
               HIS-RUN-DATE HIS-BDAY-RC
           IF HIS-BDAY-RC NOT = 0
               DISPLAY "STACK-HIST: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE HIS-RUN-DATE(1:4) TO HIS-WORK-YEAR
           MOVE HIS-RUN-DATE(5:2) TO HIS-WORK-MONTH
           COMPUTE HIS-RUN-SERIAL = HIS-WORK-YEAR * 12
               + HIS-WORK-MONTH
           MOVE HIS-RUN-DATE TO HIS-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE HIS-DN-DAYS TO HIS-RUN-DAYS

           PERFORM LOAD-CONFIG
           PERFORM MEASURE-STACKS
           PERFORM NOTE-CATALOGUED-STACKS
           SET HIS-COLLECTING TO TRUE
           MOVE 2 TO HIS-WALK-MONTHS
           PERFORM WALK-AUDIT-TRAIL
           IF NOT HIS-ABORT AND HIS-RMV-COUNT > 0
               PERFORM SET-PAIRING-REACH
               SET HIS-PAIRING TO TRUE
               COMPUTE HIS-WALK-MONTHS = HIS-PAIR-BACK + 1
               PERFORM WALK-AUDIT-TRAIL
           END-IF
           IF NOT HIS-ABORT
               PERFORM SETTLE-STACK-FIGURES
                   VARYING HIS-NAME-IDX FROM 1 BY 1
                   UNTIL HIS-NAME-IDX > HIS-NAME-COUNT
               PERFORM TIME-ONE-REMOVAL
                   VARYING HIS-RMV-IDX FROM 1 BY 1
                   UNTIL HIS-RMV-IDX > HIS-RMV-COUNT
               PERFORM WRITE-HISTORY
           END-IF
           PERFORM DISPLAY-SUMMARY
           IF HIS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-COMPLETION
           END-IF
           STOP RUN.

       RECORD-COMPLETION.
      *> STACKRO may roll the day once this is on the BUSDATE
      *> control.
           MOVE "COMPLETE" TO HIS-BDAY-OP
           CALL "STACK-BDAY" USING HIS-BDAY-OP HIS-JOB-NAME
               HIS-RUN-DATE HIS-BDAY-RC
           IF HIS-BDAY-RC NOT = 0
               DISPLAY "STACK-HIST: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOAD-CONFIG.
      *> Same card, same fallback as the subprogram's LOAD-CONFIG.
           OPEN INPUT STACK-CFG-FILE
           IF CFG-FILE-STATUS = "00"
               READ STACK-CFG-FILE
                   NOT AT END
                       IF CFG-MAX-SIZE IS NUMERIC
                           AND CFG-MAX-SIZE > 0
                           MOVE CFG-MAX-SIZE TO HIS-STACK-MAX
                       END-IF
               END-READ
               CLOSE STACK-CFG-FILE
           END-IF
           .

       MEASURE-STACKS.
      *> The close of the day is what the state holds now - the
      *> snapshot's records plus the journal's net, per stack.
           MOVE "N" TO HIS-EOF-SW
           OPEN INPUT STACK-FILE
           IF STACK-FILE-STATUS = "00"
               PERFORM COUNT-STACK-RECORD UNTIL HIS-EOF
               CLOSE STACK-FILE
           ELSE
               IF STACK-FILE-STATUS NOT = "35"
                   DISPLAY "STACK-HIST: UNABLE TO OPEN STACKFIL - "
                       "STATUS " STACK-FILE-STATUS
                   SET HIS-ABORT TO TRUE
               END-IF
           END-IF
           MOVE "N" TO HIS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "00"
               PERFORM COUNT-JOURNAL-RECORD UNTIL HIS-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF JOURNAL-FILE-STATUS NOT = "35"
                   DISPLAY "STACK-HIST: UNABLE TO OPEN STACKJRN - "
                       "STATUS " JOURNAL-FILE-STATUS
                   SET HIS-ABORT TO TRUE
               END-IF
           END-IF
           .

       COUNT-STACK-RECORD.
           READ STACK-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE STK-REC-NAME TO HIS-WORK-NAME
                   PERFORM FIND-NAME-SLOT
                   IF HIS-NAME-IDX > 0
                       ADD 1 TO HIS-ST-CLOSE(HIS-NAME-IDX)
                   END-IF
           END-READ
           .

       COUNT-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE JRN-STACK-NAME TO HIS-WORK-NAME
                   PERFORM FIND-NAME-SLOT
                   IF HIS-NAME-IDX > 0
                       EVALUATE JRN-OP
                           WHEN "PUSH"
                               ADD 1 TO HIS-ST-CLOSE(HIS-NAME-IDX)
                           WHEN "POP"
                               SUBTRACT 1 FROM
                                   HIS-ST-CLOSE(HIS-NAME-IDX)
                           WHEN "SHIFT"
                               SUBTRACT 1 FROM
                                   HIS-ST-CLOSE(HIS-NAME-IDX)
                       END-EVALUATE
                   END-IF
           END-READ
           .

       FIND-NAME-SLOT.
      *> Leaves HIS-NAME-IDX at the slot for HIS-WORK-NAME, adding
      *> one when the name is new; zero when the table is full.
           MOVE "N" TO HIS-NAME-FOUND-SW
           PERFORM MATCH-NAME-SLOT
               VARYING HIS-NAME-IDX FROM 1 BY 1
               UNTIL HIS-NAME-IDX > HIS-NAME-COUNT
                   OR HIS-NAME-FOUND
           IF HIS-NAME-FOUND
               SUBTRACT 1 FROM HIS-NAME-IDX
           ELSE
               IF HIS-NAME-COUNT < HIS-NAME-MAX
                   ADD 1 TO HIS-NAME-COUNT
                   MOVE HIS-NAME-COUNT TO HIS-NAME-IDX
                   MOVE HIS-WORK-NAME TO HIS-ST-NAME(HIS-NAME-IDX)
               ELSE
                   MOVE 0 TO HIS-NAME-IDX
               END-IF
           END-IF
           .

       MATCH-NAME-SLOT.
           IF HIS-ST-NAME(HIS-NAME-IDX) = HIS-WORK-NAME
               SET HIS-NAME-FOUND TO TRUE
           END-IF
           .

       NOTE-CATALOGUED-STACKS.
      *> A catalogued stack idle all day still gets its record, at
      *> its depth, so the month shows every day it was open.
           MOVE "N" TO HIS-EOF-SW
           OPEN INPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               PERFORM NOTE-ONE-CATALOG-REC UNTIL HIS-EOF
               CLOSE CAT-FILE
           ELSE
               IF CAT-FILE-STATUS NOT = "35"
                   DISPLAY "STACK-HIST: UNABLE TO OPEN STACKCAT - "
                       "STATUS " CAT-FILE-STATUS
               END-IF
           END-IF
           .

       NOTE-ONE-CATALOG-REC.
           READ CAT-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE CAT-REC-NAME TO HIS-WORK-NAME
                   PERFORM FIND-NAME-SLOT
           END-READ
           .

       WALK-AUDIT-TRAIL.
      *> The archives for the HIS-WALK-MONTHS months ending at the
      *> business month, oldest first, then the live log - the
      *> order the entries were written.  Both walks cover the
      *> month before and the business month, so they meet the
      *> day's removals in the same order.
           MOVE 0 TO HIS-RMV-SEEN
           PERFORM WALK-ONE-ARCHIVE
               VARYING HIS-BACK-IDX FROM HIS-WALK-MONTHS BY -1
               UNTIL HIS-BACK-IDX < 1 OR HIS-ABORT
           IF HIS-ABORT
               EXIT PARAGRAPH
           END-IF
           PERFORM WALK-LIVE-LOG
           .

       WALK-ONE-ARCHIVE.
      *> Months count as a serial (year*12 + month), the sweep
      *> STACK-ARCH's retention uses.  A month with no archive on
      *> file is simply passed over.
           COMPUTE HIS-MONTH-SERIAL = HIS-RUN-SERIAL
               - HIS-BACK-IDX + 1
           COMPUTE HIS-WORK-YEAR = (HIS-MONTH-SERIAL - 1) / 12
           COMPUTE HIS-WORK-MONTH = HIS-MONTH-SERIAL
               - HIS-WORK-YEAR * 12
           MOVE HIS-WORK-YEAR TO HIS-ARCH-YEAR
           MOVE HIS-WORK-MONTH TO HIS-ARCH-MONTH

           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "STACK-HIST: UNABLE TO OPEN " ARCH-FILE-NAME
                   " - STATUS " ARCH-FILE-STATUS
               SET HIS-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HIS-EOF-SW
           PERFORM READ-ARCHIVE-ENTRY UNTIL HIS-EOF
           CLOSE ARCHIVE-FILE
           .

       READ-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-REC TO HIS-ENTRY
                   PERFORM TAKE-ENTRY
           END-READ
           .

       WALK-LIVE-LOG.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "STACK-HIST: UNABLE TO OPEN AUDITLOG - STATUS "
                   AUDIT-FILE-STATUS
               SET HIS-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HIS-EOF-SW
           PERFORM READ-LIVE-ENTRY UNTIL HIS-EOF
           CLOSE AUDIT-FILE
           .

       READ-LIVE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-REC TO HIS-ENTRY
                   PERFORM TAKE-ENTRY
           END-READ
           .

       TAKE-ENTRY.
      *> The depth each operation moves its stack by; zero for an
      *> entry that moves nothing (CONFIG, BASELINE, SUMMARY and
      *> the rest).  A TRUNCATE carries the elements dropped.
           EVALUATE HIS-EN-OPERATION
               WHEN "PUSH"
                   MOVE 1 TO HIS-ENTRY-DELTA
               WHEN "XFERIN"
                   MOVE 1 TO HIS-ENTRY-DELTA
               WHEN "POP"
                   MOVE -1 TO HIS-ENTRY-DELTA
               WHEN "DRAIN"
                   MOVE -1 TO HIS-ENTRY-DELTA
               WHEN "XFEROUT"
                   MOVE -1 TO HIS-ENTRY-DELTA
               WHEN "REMOVE"
                   MOVE -1 TO HIS-ENTRY-DELTA
               WHEN "TRUNCATE"
                   MOVE 0 TO HIS-ENTRY-DELTA
                   IF HIS-EN-DATA(1:4) IS NUMERIC
                       MOVE HIS-EN-DATA(1:4) TO HIS-TRUNC-ELEMS
                       SUBTRACT HIS-TRUNC-ELEMS FROM HIS-ENTRY-DELTA
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF HIS-COLLECTING
               ADD 1 TO HIS-ENTRIES-READ
               IF HIS-EN-DATE = HIS-RUN-DATE
                   PERFORM COUNT-DAY-ENTRY
               END-IF
           ELSE
               PERFORM PAIR-ENTRY
           END-IF
           .

       COUNT-DAY-ENTRY.
           ADD 1 TO HIS-DAY-ENTRIES
           MOVE HIS-EN-STACK TO HIS-WORK-NAME
           PERFORM FIND-NAME-SLOT
      *> A stack past the table's capacity gets no record, but its
      *> removals are still listed so the pairing walk, which
      *> counts every removal of the day, keeps in step.
           IF HIS-NAME-IDX = 0
               EVALUATE HIS-EN-OPERATION
                   WHEN "POP"
                   WHEN "DRAIN"
                   WHEN "XFEROUT"
                   WHEN "REMOVE"
                       PERFORM LIST-REMOVAL
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           ADD HIS-ENTRY-DELTA TO HIS-ST-NET(HIS-NAME-IDX)
           IF HIS-ST-NET(HIS-NAME-IDX) > HIS-ST-HIGH(HIS-NAME-IDX)
               MOVE HIS-ST-NET(HIS-NAME-IDX) TO
                   HIS-ST-HIGH(HIS-NAME-IDX)
           END-IF
           EVALUATE HIS-EN-OPERATION
               WHEN "PUSH"
                   ADD 1 TO HIS-ST-PUSHES(HIS-NAME-IDX)
               WHEN "XFERIN"
                   ADD 1 TO HIS-ST-XFERIN(HIS-NAME-IDX)
               WHEN "POP"
                   ADD 1 TO HIS-ST-POPS(HIS-NAME-IDX)
                   PERFORM LIST-REMOVAL
               WHEN "DRAIN"
                   ADD 1 TO HIS-ST-DRAINS(HIS-NAME-IDX)
                   PERFORM LIST-REMOVAL
               WHEN "XFEROUT"
                   ADD 1 TO HIS-ST-XFEROUT(HIS-NAME-IDX)
                   PERFORM LIST-REMOVAL
               WHEN "REMOVE"
                   ADD 1 TO HIS-ST-REMOVES(HIS-NAME-IDX)
                   PERFORM LIST-REMOVAL
           END-EVALUATE
           .

       LIST-REMOVAL.
           IF HIS-RMV-COUNT NOT < HIS-RMV-MAX
               ADD 1 TO HIS-RMV-UNLISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HIS-RMV-COUNT
           MOVE HIS-EN-STACK TO HIS-RM-STACK(HIS-RMV-COUNT)
           MOVE HIS-EN-DATA TO HIS-RM-VALUE(HIS-RMV-COUNT)
           MOVE HIS-EN-PROV TO HIS-RM-PROV(HIS-RMV-COUNT)
           MOVE HIS-NAME-IDX TO HIS-RM-SLOT(HIS-RMV-COUNT)
           MOVE HIS-EN-TIME TO HIS-RM-TIME(HIS-RMV-COUNT)
           MOVE SPACES TO HIS-RM-FROM-DATE(HIS-RMV-COUNT)
           MOVE SPACES TO HIS-RM-FROM-TIME(HIS-RMV-COUNT)
           MOVE "N" TO HIS-RM-PASSED(HIS-RMV-COUNT)
           IF HIS-EN-PRV-PDATE IS NUMERIC
               IF HIS-EN-PRV-PDATE < HIS-OLDEST-PUSH
                   MOVE HIS-EN-PRV-PDATE TO HIS-OLDEST-PUSH
               END-IF
           END-IF
           .

       SET-PAIRING-REACH.
           MOVE 1 TO HIS-PAIR-BACK
           IF HIS-OLDEST-PUSH = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE HIS-OLDEST-PUSH(1:4) TO HIS-WORK-YEAR
           MOVE HIS-OLDEST-PUSH(5:2) TO HIS-WORK-MONTH
           COMPUTE HIS-MONTH-SERIAL = HIS-WORK-YEAR * 12
               + HIS-WORK-MONTH
           IF HIS-MONTH-SERIAL NOT < HIS-RUN-SERIAL
               EXIT PARAGRAPH
           END-IF
           IF HIS-RUN-SERIAL - HIS-MONTH-SERIAL > HIS-BACK-LIMIT
               MOVE HIS-BACK-LIMIT TO HIS-PAIR-BACK
           ELSE
               COMPUTE HIS-PAIR-BACK = HIS-RUN-SERIAL
                   - HIS-MONTH-SERIAL
           END-IF
           IF HIS-PAIR-BACK < 1
               MOVE 1 TO HIS-PAIR-BACK
           END-IF
           .

       PAIR-ENTRY.
      *> A PUSH or XFERIN is the latest arrival so far of every
      *> waiting removal it matches; a removal of the day closes
      *> its own wait, so nothing logged after it can pair.
           EVALUATE HIS-EN-OPERATION
               WHEN "PUSH"
               WHEN "XFERIN"
                   MOVE HIS-EN-STACK TO HIS-EK-STACK
                   MOVE HIS-EN-DATA TO HIS-EK-VALUE
                   MOVE HIS-EN-PROV TO HIS-EK-PROV
                   PERFORM MATCH-WAITING-REMOVAL
                       VARYING HIS-RMV-IDX FROM 1 BY 1
                       UNTIL HIS-RMV-IDX > HIS-RMV-COUNT
               WHEN "POP"
               WHEN "DRAIN"
               WHEN "XFEROUT"
               WHEN "REMOVE"
                   IF HIS-EN-DATE = HIS-RUN-DATE
                       ADD 1 TO HIS-RMV-SEEN
                       IF HIS-RMV-SEEN NOT > HIS-RMV-COUNT
                           MOVE "Y" TO HIS-RM-PASSED(HIS-RMV-SEEN)
                       END-IF
                   END-IF
           END-EVALUATE
           .

       MATCH-WAITING-REMOVAL.
           IF HIS-RM-PASSED(HIS-RMV-IDX) = "N"
               AND HIS-RM-KEY(HIS-RMV-IDX) = HIS-ELEMENT-KEY
               MOVE HIS-EN-DATE TO HIS-RM-FROM-DATE(HIS-RMV-IDX)
               MOVE HIS-EN-TIME TO HIS-RM-FROM-TIME(HIS-RMV-IDX)
           END-IF
           .

       SETTLE-STACK-FIGURES.
      *> The open is the close walked back over the day's net; the
      *> peak is the open plus the furthest the day climbed above
      *> it.  A trail that removed more than the state could have
      *> held is floored at zero rather than shown negative.
           IF HIS-ST-CLOSE(HIS-NAME-IDX) < 0
               MOVE 0 TO HIS-ST-CLOSE(HIS-NAME-IDX)
           END-IF
           COMPUTE HIS-ST-OPEN(HIS-NAME-IDX) =
               HIS-ST-CLOSE(HIS-NAME-IDX) - HIS-ST-NET(HIS-NAME-IDX)
           IF HIS-ST-OPEN(HIS-NAME-IDX) < 0
               MOVE 0 TO HIS-ST-OPEN(HIS-NAME-IDX)
           END-IF
           COMPUTE HIS-ST-PEAK(HIS-NAME-IDX) =
               HIS-ST-OPEN(HIS-NAME-IDX) + HIS-ST-HIGH(HIS-NAME-IDX)
           IF HIS-ST-PEAK(HIS-NAME-IDX) < HIS-ST-CLOSE(HIS-NAME-IDX)
               MOVE HIS-ST-CLOSE(HIS-NAME-IDX) TO
                   HIS-ST-PEAK(HIS-NAME-IDX)
           END-IF
           .

       TIME-ONE-REMOVAL.
      *> Minutes from the arrival entry to the removal entry: days
      *> apart by calendar day number, then the clock minutes.
           IF HIS-RM-SLOT(HIS-RMV-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF HIS-RM-FROM-DATE(HIS-RMV-IDX) NOT NUMERIC
               OR HIS-RM-FROM-TIME(HIS-RMV-IDX)(1:4) NOT NUMERIC
               OR HIS-RM-TIME(HIS-RMV-IDX)(1:4) NOT NUMERIC
               ADD 1 TO HIS-UNTIMED-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE HIS-RM-FROM-DATE(HIS-RMV-IDX) TO HIS-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE HIS-RM-FROM-TIME(HIS-RMV-IDX) TO HIS-CLOCK
           COMPUTE HIS-FROM-MINUTES = HIS-CLOCK-HH * 60
               + HIS-CLOCK-MM
           MOVE HIS-RM-TIME(HIS-RMV-IDX) TO HIS-CLOCK
           COMPUTE HIS-TO-MINUTES = HIS-CLOCK-HH * 60 + HIS-CLOCK-MM
           COMPUTE HIS-SAT-MINUTES =
               (HIS-RUN-DAYS - HIS-DN-DAYS) * 1440
               + HIS-TO-MINUTES - HIS-FROM-MINUTES
      *> Business dates with clock times: an arrival logged after
      *> midnight on a suite that ran late can read as later than
      *> a removal the next business day - call that no time.
           IF HIS-SAT-MINUTES < 0
               MOVE 0 TO HIS-SAT-MINUTES
           END-IF
           IF HIS-SAT-MINUTES > 9999999
               MOVE 9999999 TO HIS-SAT-MINUTES
           END-IF
           MOVE HIS-RM-SLOT(HIS-RMV-IDX) TO HIS-NAME-IDX
           ADD 1 TO HIS-ST-TIMED(HIS-NAME-IDX)
           ADD 1 TO HIS-TIMED-TOTAL
           ADD HIS-SAT-MINUTES TO HIS-ST-MINUTES(HIS-NAME-IDX)
           IF HIS-SAT-MINUTES > HIS-ST-LONGEST(HIS-NAME-IDX)
               MOVE HIS-SAT-MINUTES TO HIS-ST-LONGEST(HIS-NAME-IDX)
           END-IF
           .

       DATE-TO-DAY-NUMBER.
      *> HIS-DN-DATE (yyyymmdd) to HIS-DN-DAYS.  January and
      *> February count as months 13 and 14 of the year before, so
      *> the month table is regular and the leap day falls at the
      *> end of the counting year.
           IF HIS-DN-MM < 3
               COMPUTE HIS-DN-YEAR = HIS-DN-YYYY - 1
               COMPUTE HIS-DN-MONTH = HIS-DN-MM + 12
           ELSE
               MOVE HIS-DN-YYYY TO HIS-DN-YEAR
               MOVE HIS-DN-MM TO HIS-DN-MONTH
           END-IF
           DIVIDE HIS-DN-YEAR BY 4 GIVING HIS-DN-Q4
           DIVIDE HIS-DN-YEAR BY 100 GIVING HIS-DN-Q100
           DIVIDE HIS-DN-YEAR BY 400 GIVING HIS-DN-Q400
           COMPUTE HIS-DN-WORK = 153 * (HIS-DN-MONTH - 3) + 2
           DIVIDE HIS-DN-WORK BY 5 GIVING HIS-DN-MDAYS
           COMPUTE HIS-DN-DAYS = 365 * HIS-DN-YEAR + HIS-DN-Q4
               - HIS-DN-Q100 + HIS-DN-Q400 + HIS-DN-MDAYS
               + HIS-DN-DD
           .

       WRITE-HISTORY.
      *> Records already on file for the day mean a supervised
      *> rerun; this run's records follow them and supersede them.
           MOVE "N" TO HIS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               PERFORM CHECK-EARLIER-RECORD UNTIL HIS-EOF
               CLOSE HISTORY-FILE
           END-IF
           IF HIS-EARLIER-RECS > 0
               DISPLAY "STACK-HIST: " HIS-EARLIER-RECS " RECORDS FOR "
                   HIS-RUN-DATE " ALREADY ON STACKHST - THIS RUN'S"
                   " REPLACE THEM"
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "STACK-HIST: UNABLE TO OPEN STACKHST - STATUS "
                   HIST-FILE-STATUS
               SET HIS-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-HISTORY-RECORD
               VARYING HIS-NAME-IDX FROM 1 BY 1
               UNTIL HIS-NAME-IDX > HIS-NAME-COUNT
           CLOSE HISTORY-FILE
           .

       CHECK-EARLIER-RECORD.
           READ HISTORY-FILE
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   IF HST-DATE = HIS-RUN-DATE
                       ADD 1 TO HIS-EARLIER-RECS
                   END-IF
           END-READ
           .

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-REC
           MOVE HIS-RUN-DATE TO HST-DATE
           MOVE HIS-ST-NAME(HIS-NAME-IDX) TO HST-STACK
           MOVE HIS-ST-OPEN(HIS-NAME-IDX) TO HST-OPEN-DEPTH
           MOVE HIS-ST-CLOSE(HIS-NAME-IDX) TO HST-CLOSE-DEPTH
           MOVE HIS-ST-PEAK(HIS-NAME-IDX) TO HST-PEAK-DEPTH
           MOVE HIS-STACK-MAX TO HST-STACK-MAX
           MOVE HIS-ST-PUSHES(HIS-NAME-IDX) TO HST-PUSHES
           MOVE HIS-ST-POPS(HIS-NAME-IDX) TO HST-POPS
           MOVE HIS-ST-DRAINS(HIS-NAME-IDX) TO HST-DRAINS
           MOVE HIS-ST-XFERIN(HIS-NAME-IDX) TO HST-XFER-IN
           MOVE HIS-ST-XFEROUT(HIS-NAME-IDX) TO HST-XFER-OUT
           MOVE HIS-ST-REMOVES(HIS-NAME-IDX) TO HST-REMOVES
           MOVE HIS-ST-TIMED(HIS-NAME-IDX) TO HST-TIMED
           IF HIS-ST-TIMED(HIS-NAME-IDX) > 0
               COMPUTE HST-AVG-MINUTES ROUNDED =
                   HIS-ST-MINUTES(HIS-NAME-IDX)
                   / HIS-ST-TIMED(HIS-NAME-IDX)
           ELSE
               MOVE 0 TO HST-AVG-MINUTES
           END-IF
           MOVE HIS-ST-LONGEST(HIS-NAME-IDX) TO HST-LONG-MINUTES
           WRITE HISTORY-REC
           ADD 1 TO HIS-WRITTEN
           .

       DISPLAY-SUMMARY.
           DISPLAY "STACK-HIST BUSINESS DATE:     " HIS-RUN-DATE
           DISPLAY "STACK-HIST DEPTH ENTRIES:     " HIS-ENTRIES-READ
           DISPLAY "STACK-HIST ENTRIES ON THE DAY:" HIS-DAY-ENTRIES
           DISPLAY "STACK-HIST REMOVALS TIMED:    " HIS-TIMED-TOTAL
           DISPLAY "STACK-HIST REMOVALS UNTIMED:  " HIS-UNTIMED-TOTAL
           IF HIS-RMV-UNLISTED > 0
               DISPLAY "STACK-HIST REMOVALS NOT HELD: " HIS-RMV-UNLISTED
           END-IF
           DISPLAY "STACK-HIST RECORDS WRITTEN:   " HIS-WRITTEN
           .
