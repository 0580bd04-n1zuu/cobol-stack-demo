      *          volumes.  The SSUMCTL card (optional, yyyymm) names
      *          the month; no card means the run date's month.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-16  VJT  Reason 42 (STACK NOT OPEN - the stack is not
      *                    on the STACKCAT catalog, or not OPEN there)
      *                    named in the reason breakdown.
      *   2026-09-18  VJT  SRCSTAT records now carry the target stack
      *                    STACK-LOAD routed the source's work to;
      *                    each source section closes with its
      *                    volumes broken out by stack (unroutable
      *                    work shows as *NONE*), and reason 56 (NO
      *                    ROUTE) is named in the reason breakdown.
      *   2026-09-22  VJT  The TRANSIN batch-control reasons (60 batch
      *                    out of balance, 64 duplicate batch, 68
      *                    sequence regressed, 72 not in a batch)
      *                    named in the reason breakdown.
      *   2026-09-28  VJT  The summary month and the day reported come
      *                    from the business date on the BUSDATE
      *                    control (STACK-BDAY) instead of the system
      *                    date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-SSUM.
              10 FILLER           PIC X(1).
              10 STAT-REASON-CNT  PIC 9(6).
              10 FILLER           PIC X(32).
           05 FILLER              PIC X(1).
           05 STAT-STACK          PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(80).
      *> read as the days walk 01 through 31 - days with no file
      *> (weekends, holidays) are simply skipped.
       77 SUM-RUN-DATE       PIC X(8).
       77 SUM-BDAY-OP        PIC X(10) VALUE "DATE".
       77 SUM-BDAY-JOB       PIC X(8)  VALUE SPACES.
       77 SUM-BDAY-RC        PIC 9(2).
       77 SUM-MONTH          PIC X(6).
       77 SUM-DAY-IDX        PIC 9(2).
       77 SUM-FILE-COUNT     PIC 9(2) VALUE 0.
                15 SUM-SRC-RSN-CODE PIC 9(2).
                15 SUM-SRC-RSN-CNT  PIC 9(8).

      *> The same volumes by source and target stack.
       77 SUM-STK-MAX        PIC 9(3) VALUE 100.
       77 SUM-STK-COUNT      PIC 9(3) VALUE 0.
       77 SUM-STK-IDX        PIC 9(3).
       77 SUM-STK-SCAN       PIC 9(3).
       77 SUM-STK-FOUND-SW   PIC X.
          88 SUM-STK-FOUND           VALUE "Y".
       01 SUM-STK-TABLE.
          05 SUM-STK-ENTRY OCCURS 100 TIMES.
             10 SUM-STK-SOURCE    PIC X(4).
             10 SUM-STK-NAME      PIC X(8).
             10 SUM-STK-PRESENTED PIC 9(8).
             10 SUM-STK-PUSHES    PIC 9(8).
             10 SUM-STK-POPS      PIC 9(8).
             10 SUM-STK-DRAINS    PIC 9(8).
             10 SUM-STK-REJECTS   PIC 9(8).

      *> Reject rate in hundredths of a percent, so 12.34 prints
      *> without decimal arithmetic surprises.
       77 SUM-RATE-WORK      PIC 9(6).
          05 SUM-NL-TEXT     PIC X(22).
          05 SUM-NL-CNT      PIC ZZZZZZZ9.

       01 SUM-STACK-HEAD.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "BY STACK:".

       01 SUM-STACK-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 SUM-KL-NAME     PIC X(8).
          05 FILLER          PIC X(6)  VALUE " PRES ".
          05 SUM-KL-PRES     PIC ZZZZZZ9.
          05 FILLER          PIC X(6)  VALUE " PUSH ".
          05 SUM-KL-PUSH     PIC ZZZZZZ9.
          05 FILLER          PIC X(5)  VALUE " POP ".
          05 SUM-KL-POP      PIC ZZZZZZ9.
          05 FILLER          PIC X(7)  VALUE " DRAIN ".
          05 SUM-KL-DRAIN    PIC ZZZZZZ9.
          05 FILLER          PIC X(5)  VALUE " REJ ".
          05 SUM-KL-REJ      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING SUM-BDAY-OP SUM-BDAY-JOB
               SUM-RUN-DATE SUM-BDAY-RC
           MOVE SUM-RUN-DATE(1:6) TO SUM-MONTH
           PERFORM LOAD-CONTROL-CARD
           PERFORM ROLL-UP-DAILIES
           ADD STAT-DRAINS TO SUM-SRC-DRAINS(SUM-SRC-IDX)
           ADD STAT-REJECTS TO SUM-SRC-REJECTS(SUM-SRC-IDX)
           ADD STAT-RESUBS TO SUM-SRC-RESUBS(SUM-SRC-IDX)
           PERFORM FIND-STACK-SLOT
           IF SUM-STK-IDX > 0
               ADD STAT-PRESENTED TO SUM-STK-PRESENTED(SUM-STK-IDX)
               ADD STAT-PUSHES TO SUM-STK-PUSHES(SUM-STK-IDX)
               ADD STAT-POPS TO SUM-STK-POPS(SUM-STK-IDX)
               ADD STAT-DRAINS TO SUM-STK-DRAINS(SUM-STK-IDX)
               ADD STAT-REJECTS TO SUM-STK-REJECTS(SUM-STK-IDX)
           END-IF
           .

       FIND-STACK-SLOT.
           MOVE "N" TO SUM-STK-FOUND-SW
           PERFORM MATCH-STACK-SLOT
               VARYING SUM-STK-SCAN FROM 1 BY 1
               UNTIL SUM-STK-SCAN > SUM-STK-COUNT OR SUM-STK-FOUND
           IF SUM-STK-FOUND
               EXIT PARAGRAPH
           END-IF
           IF SUM-STK-COUNT < SUM-STK-MAX
               ADD 1 TO SUM-STK-COUNT
               MOVE SUM-STK-COUNT TO SUM-STK-IDX
               MOVE STAT-SOURCE TO SUM-STK-SOURCE(SUM-STK-IDX)
               MOVE STAT-STACK TO SUM-STK-NAME(SUM-STK-IDX)
               MOVE 0 TO SUM-STK-PRESENTED(SUM-STK-IDX)
               MOVE 0 TO SUM-STK-PUSHES(SUM-STK-IDX)
               MOVE 0 TO SUM-STK-POPS(SUM-STK-IDX)
               MOVE 0 TO SUM-STK-DRAINS(SUM-STK-IDX)
               MOVE 0 TO SUM-STK-REJECTS(SUM-STK-IDX)
           ELSE
               MOVE 0 TO SUM-STK-IDX
           END-IF
           .

       MATCH-STACK-SLOT.
           IF SUM-STK-SOURCE(SUM-STK-SCAN) = STAT-SOURCE
               AND SUM-STK-NAME(SUM-STK-SCAN) = STAT-STACK
               SET SUM-STK-FOUND TO TRUE
               MOVE SUM-STK-SCAN TO SUM-STK-IDX
           END-IF
           .

       ADD-REASON-COUNT.
           PERFORM WRITE-REASON-LINE
               VARYING SUM-RSN-IDX FROM 1 BY 1
               UNTIL SUM-RSN-IDX > SUM-SRC-RSN-COUNT(SUM-SRC-IDX)

           MOVE SUM-STACK-HEAD TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-STACK-LINE
               VARYING SUM-STK-IDX FROM 1 BY 1
               UNTIL SUM-STK-IDX > SUM-STK-COUNT
           .

       WRITE-STACK-LINE.
           IF SUM-STK-SOURCE(SUM-STK-IDX) NOT =
                   SUM-SRC-CODE(SUM-SRC-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SUM-STK-NAME(SUM-STK-IDX) TO SUM-KL-NAME
           MOVE SUM-STK-PRESENTED(SUM-STK-IDX) TO SUM-KL-PRES
           MOVE SUM-STK-PUSHES(SUM-STK-IDX) TO SUM-KL-PUSH
           MOVE SUM-STK-POPS(SUM-STK-IDX) TO SUM-KL-POP
           MOVE SUM-STK-DRAINS(SUM-STK-IDX) TO SUM-KL-DRAIN
           MOVE SUM-STK-REJECTS(SUM-STK-IDX) TO SUM-KL-REJ
           MOVE SUM-STACK-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REASON-LINE.
                   MOVE "BAD DATE" TO SUM-REASON-TEXT
               WHEN 52
                   MOVE "PARK FAILED" TO SUM-REASON-TEXT
               WHEN 42
                   MOVE "STACK NOT OPEN" TO SUM-REASON-TEXT
               WHEN 56
                   MOVE "NO ROUTE" TO SUM-REASON-TEXT
               WHEN 60
                   MOVE "BATCH OUT OF BALANCE" TO SUM-REASON-TEXT
               WHEN 64
                   MOVE "DUPLICATE BATCH" TO SUM-REASON-TEXT
               WHEN 68
                   MOVE "SEQUENCE REGRESSED" TO SUM-REASON-TEXT
               WHEN 72
                   MOVE "NOT IN A BATCH" TO SUM-REASON-TEXT
               WHEN OTHER
                   MOVE "STACK ERROR" TO SUM-REASON-TEXT
           END-EVALUATE
