      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: September 24, 2026
      * Purpose: Fulfillment acknowledgement processing for the
      *          EXTROUT.Dyyyymmdd feed.  Reads fulfillment's EXTRACK
      *          file - a file-level ACK or NAK keyed to the feed's
      *          header date and stack, and record-level NAKs by
      *          detail sequence number with a reason - and matches
      *          each to its generation on the EXTRREG register that
      *          STACK-EXTR keeps.  The generation is marked ACCEPTED,
      *          PARTIAL (some details refused) or REFUSED (the whole
      *          file), and every refused value is pushed onto the
      *          exception stack named on the ACKCTL card - through
      *          the STACK subprogram, so each one is audited like
      *          any other PUSH and carries its original provenance -
      *          for the fulfillment team to rework.  Then reports
      *          every generation still unacknowledged after the
      *          ACKCTL card's number of days and ends with
      *          RETURN-CODE 8 when there is one, the way STACK-RECON
      *          flags an out-of-balance day; an acknowledgement that
      *          matches no generation, or a refused value that could
      *          not be requeued, ends RETURN-CODE 8 as well.
      *          A generation whose refused values could not all be
      *          requeued is left REQFAIL, not given its verdict:
      *          requeueing stops at the first failure, and a rerun
      *          with the same EXTRACK skips the values already
      *          requeued and carries on from there.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-28  VJT  The run date - the day acknowledgements are
      *                    dated and overdue generations are aged to -
      *                    is the business date from the BUSDATE
      *                    control (STACK-BDAY) instead of the system
      *                    date.
      *   2026-10-07  VJT  A refused value that fails to requeue no
      *                    longer lets the generation take its
      *                    REFUSED/PARTIAL verdict (a rerun then
      *                    ignored it as already acknowledged and the
      *                    value was lost): the generation is left
      *                    REQFAIL, requeueing stops at the failure,
      *                    and a rerun skips the values already
      *                    requeued and finishes it.  STACK BUSY
      *                    (RC 36) stops the run before EXTRREG is
      *                    rewritten.  Each register entry now also
      *                    carries the values requeued on its
      *                    acknowledgement day, for STACK-RECON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-ACKN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-CTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "EXTRACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT EXTR-REG-FILE ASSIGN TO "EXTRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN USING EXTRACT-GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-CTL-FILE.
       01  ACK-CTL-REC.
           05 CTL-EXC-STACK       PIC X(8).
           05 FILLER              PIC X(1).
           05 CTL-OVERDUE-DAYS    PIC X(3).

      *> F = file-level ACK/NAK for a generation, R = one detail
      *> record refused, by its sequence number in the feed.
       FD  ACK-FILE.
       01  ACK-REC.
           05 ACK-REC-TYPE        PIC X(1).
           05 FILLER              PIC X(1).
           05 ACK-GEN-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 ACK-STACK           PIC X(8).
           05 FILLER              PIC X(1).
           05 ACK-BODY            PIC X(37).
           05 ACK-F-BODY REDEFINES ACK-BODY.
              10 ACK-CODE         PIC X(3).
              10 FILLER           PIC X(1).
              10 ACK-F-REASON     PIC X(30).
              10 FILLER           PIC X(3).
           05 ACK-R-BODY REDEFINES ACK-BODY.
              10 ACK-DTL-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 ACK-R-REASON     PIC X(30).

       FD  EXTR-REG-FILE.
       01  EXTR-REG-REC.
           05 REG-GEN-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-STACK           PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-COUNT           PIC 9(6).
           05 FILLER              PIC X(1).
           05 REG-HASH            PIC 9(10).
           05 FILLER              PIC X(1).
           05 REG-STATUS          PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-ACK-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-REFUSED         PIC 9(6).
           05 FILLER              PIC X(1).
           05 REG-REQUEUED        PIC 9(6).
           05 FILLER              PIC X(1).
           05 REG-DAY-REQUEUED    PIC X(6).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05 EXT-REC-TYPE        PIC X(1).
           05 FILLER              PIC X(1).
           05 EXT-REC-BODY        PIC X(78).
           05 EXT-HDR-BODY REDEFINES EXT-REC-BODY.
              10 EXT-HDR-DATE     PIC X(8).
              10 FILLER           PIC X(1).
              10 EXT-HDR-STACK    PIC X(8).
              10 FILLER           PIC X(61).
           05 EXT-DTL-BODY REDEFINES EXT-REC-BODY.
              10 EXT-DTL-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 EXT-DTL-VALUE    PIC X(20).
              10 FILLER           PIC X(1).
              10 EXT-DTL-PROV     PIC X(47).
              10 FILLER           PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       77 CTL-FILE-STATUS    PIC XX.
       77 ACK-FILE-STATUS    PIC XX.
       77 REG-FILE-STATUS    PIC XX.
       77 EXTRACT-FILE-STATUS PIC XX.
       77 REPORT-FILE-STATUS PIC XX.

       77 ACKN-EOF-SW        PIC X VALUE "N".
          88 ACKN-EOF                VALUE "Y".
       77 ACKN-ABORT-SW      PIC X VALUE "N".
          88 ACKN-ABORT              VALUE "Y".
       77 ACKN-ATTENTION-SW  PIC X VALUE "N".
          88 ACKN-ATTENTION          VALUE "Y".

       77 ACKN-RUN-DATE      PIC X(8).
       77 ACKN-BDAY-OP       PIC X(10) VALUE "DATE".
       77 ACKN-BDAY-JOB      PIC X(8)  VALUE SPACES.
       77 ACKN-BDAY-RC       PIC 9(2).

      *> From the ACKCTL card: the stack refused values are pushed
      *> onto, and how many days a generation may go unacknowledged
      *> before it is reported.  No card means stack EXCEPT and
      *> five days.
       77 ACKN-EXC-STACK     PIC X(8) VALUE "EXCEPT".
       77 ACKN-OVERDUE-DAYS  PIC 9(3) VALUE 5.

      *> The generation being matched - its feed is read back to
      *> find the values behind the refused sequence numbers.
       01 EXTRACT-GEN-NAME.
          05 FILLER             PIC X(9)  VALUE "EXTROUT.D".
          05 ACKN-GEN-DATE      PIC X(8).

      *> The register, held whole and rewritten at end of run.
      *> Acknowledged generations more than a year old drop off -
      *> one still SENT or REQFAIL is kept however old.
       77 ACKN-REG-MAX       PIC 9(4) VALUE 1000.
       77 ACKN-REG-COUNT     PIC 9(4) VALUE 0.
       77 ACKN-REG-IDX       PIC 9(4).
       77 ACKN-REG-CUTOFF    PIC 9(8).
       01 ACKN-REG-TABLE.
          05 ACKN-REG-ENTRY OCCURS 1000 TIMES.
             10 ACKN-RG-DATE      PIC X(8).
             10 ACKN-RG-STACK     PIC X(8).
             10 ACKN-RG-COUNT     PIC 9(6).
             10 ACKN-RG-HASH      PIC 9(10).
             10 ACKN-RG-STATUS    PIC X(8).
             10 ACKN-RG-ACK-DATE  PIC X(8).
             10 ACKN-RG-REFUSED   PIC 9(6).
             10 ACKN-RG-REQUEUED  PIC 9(6).
             10 ACKN-RG-DAY-REQ   PIC 9(6).

      *> The day's acknowledgement records, each flagged once it has
      *> been matched to a generation.
       77 ACKN-ACK-MAX       PIC 9(4) VALUE 2000.
       77 ACKN-ACK-COUNT     PIC 9(4) VALUE 0.
       77 ACKN-ACK-IDX       PIC 9(4).
       01 ACKN-ACK-TABLE.
          05 ACKN-ACK-ENTRY OCCURS 2000 TIMES.
             10 ACKN-AK-TYPE      PIC X(1).
             10 ACKN-AK-DATE      PIC X(8).
             10 ACKN-AK-STACK     PIC X(8).
             10 ACKN-AK-CODE      PIC X(3).
             10 ACKN-AK-SEQ       PIC X(6).
             10 ACKN-AK-REASON    PIC X(30).
             10 ACKN-AK-USED-SW   PIC X(1).
                88 ACKN-AK-USED          VALUE "Y".
             10 ACKN-AK-HIT-SW    PIC X(1).
                88 ACKN-AK-HIT           VALUE "Y".

      *> Matching one generation.
       77 ACKN-HAS-ACK-SW    PIC X.
          88 ACKN-HAS-ACK            VALUE "Y".
       77 ACKN-FILE-CODE     PIC X(3).
       77 ACKN-NAK-COUNT     PIC 9(6).
       77 ACKN-REFUSE-SW     PIC X.
          88 ACKN-REFUSE-THIS        VALUE "Y".
       77 ACKN-REFUSE-REASON PIC X(30).
       77 ACKN-GEN-REFUSED   PIC 9(6).
       77 ACKN-GEN-REQUEUED  PIC 9(6).
       77 ACKN-GEN-OK-SW     PIC X.
          88 ACKN-GEN-OK             VALUE "Y".
      *> A REQFAIL generation taken up again: the refused values
      *> an earlier run already requeued, in feed order, are
      *> skipped.  Requeueing stops at the first failure, so the
      *> ones requeued are always the first ones refused.
       77 ACKN-REQ-SKIP      PIC 9(6).
       77 ACKN-RUN-REQUEUED  PIC 9(6).
       77 ACKN-REQ-FAIL-SW   PIC X.
          88 ACKN-REQ-FAILED         VALUE "Y".
       77 ACKN-BUSY-SW       PIC X VALUE "N".
          88 ACKN-STACK-BUSY         VALUE "Y".

      *> Run totals.
       77 ACKN-MATCHED       PIC 9(4) VALUE 0.
       77 ACKN-UNMATCHED     PIC 9(4) VALUE 0.
       77 ACKN-OVERDUE       PIC 9(4) VALUE 0.
       77 ACKN-TOT-REQUEUED  PIC 9(6) VALUE 0.
       77 ACKN-TOT-FAILED    PIC 9(6) VALUE 0.
       77 ACKN-PUSHED-SW     PIC X VALUE "N".
          88 ACKN-PUSHED             VALUE "Y".

      *> STACK call parameters.
       77 ACKN-OPERATION     PIC X(10).
       77 ACKN-DATA          PIC X(20).
       77 ACKN-STATUS        PIC X(20).
       77 ACKN-RETURN-CODE   PIC 9(2).
       01 ACKN-PROV-REQ.
          05 ACKN-PRV-SOURCE    PIC X(4).
          05 FILLER             PIC X(1).
          05 ACKN-PRV-SEQ       PIC X(6).
          05 FILLER             PIC X(1).
          05 ACKN-PRV-TXN-DATE  PIC X(8).
          05 FILLER             PIC X(1).
          05 ACKN-PRV-PUSH-DATE PIC X(8).
          05 FILLER             PIC X(1).
          05 ACKN-PRV-PUSH-TIME PIC X(8).
          05 FILLER             PIC X(1).
          05 ACKN-PRV-OPERATOR  PIC X(8).

      *> Calendar day numbers for the overdue check - days since a
      *> fixed origin, so two dates subtract across month and year
      *> ends.  March-based years put the leap day last.
       01 ACKN-DN-DATE.
          05 ACKN-DN-YYYY       PIC 9(4).
          05 ACKN-DN-MM         PIC 9(2).
          05 ACKN-DN-DD         PIC 9(2).
       77 ACKN-DN-YEAR       PIC 9(4).
       77 ACKN-DN-MONTH      PIC 9(2).
       77 ACKN-DN-Q4         PIC 9(4).
       77 ACKN-DN-Q100       PIC 9(4).
       77 ACKN-DN-Q400       PIC 9(4).
       77 ACKN-DN-WORK       PIC 9(5).
       77 ACKN-DN-MDAYS      PIC 9(3).
       77 ACKN-DN-DAYS       PIC 9(8).
       77 ACKN-RUN-DAYS      PIC 9(8).
       77 ACKN-AGE-DAYS      PIC S9(8).

       01 ACKN-HEADER-LINE1  PIC X(50)
              VALUE "FULFILLMENT ACKNOWLEDGEMENT REPORT".
       01 ACKN-HEADER-LINE2  PIC X(60) VALUE
              "----------------------------------------------------".
       01 ACKN-BLANK-LINE    PIC X(1) VALUE SPACE.
       01 ACKN-RUN-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 ACKN-RL-DATE    PIC X(8).
          05 FILLER          PIC X(19) VALUE "  EXCEPTION STACK: ".
          05 ACKN-RL-STACK   PIC X(8).
       01 ACKN-GEN-LINE.
          05 FILLER          PIC X(11) VALUE "GENERATION ".
          05 ACKN-GL-DATE    PIC X(8).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 ACKN-GL-STACK   PIC X(8).
          05 FILLER          PIC X(9)  VALUE "  DETAIL ".
          05 ACKN-GL-COUNT   PIC ZZZZZ9.
       01 ACKN-RESULT-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE "RESULT ".
          05 ACKN-XL-STATUS  PIC X(8).
          05 FILLER          PIC X(10) VALUE "  REFUSED ".
          05 ACKN-XL-REFUSED PIC ZZZZZ9.
          05 FILLER          PIC X(11) VALUE "  REQUEUED ".
          05 ACKN-XL-REQUEUED PIC ZZZZZ9.
       01 ACKN-NAK-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(4)  VALUE "SEQ ".
          05 ACKN-NL-SEQ     PIC X(6).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 ACKN-NL-VALUE   PIC X(20).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 ACKN-NL-REASON  PIC X(30).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 ACKN-NL-RESULT  PIC X(8).
       01 ACKN-NOTE-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 ACKN-OL-TEXT    PIC X(76).
       01 ACKN-OVERDUE-HEAD  PIC X(50)
              VALUE "GENERATIONS UNACKNOWLEDGED PAST THE LIMIT:".
       01 ACKN-OVERDUE-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 ACKN-DL-DATE    PIC X(8).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 ACKN-DL-STACK   PIC X(8).
          05 FILLER          PIC X(9)  VALUE "  DETAIL ".
          05 ACKN-DL-COUNT   PIC ZZZZZ9.
          05 FILLER          PIC X(7)  VALUE "  AGED ".
          05 ACKN-DL-AGE     PIC ZZZZ9.
          05 FILLER          PIC X(5)  VALUE " DAYS".
       01 ACKN-NONE-LINE     PIC X(40)
              VALUE "    NONE.".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING ACKN-BDAY-OP ACKN-BDAY-JOB
               ACKN-RUN-DATE ACKN-BDAY-RC
           PERFORM LOAD-CONTROL-CARD
           PERFORM LOAD-REGISTER
           IF NOT ACKN-ABORT
               PERFORM LOAD-ACKNOWLEDGEMENTS
           END-IF
           IF ACKN-ABORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACKRPT - STATUS "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING

           PERFORM MATCH-GENERATION
               VARYING ACKN-REG-IDX FROM 1 BY 1
               UNTIL ACKN-REG-IDX > ACKN-REG-COUNT OR ACKN-STACK-BUSY
      *> Nothing was requeued (the lock is taken on the first push)
      *> so the register is left as it was for the rerun.
           IF ACKN-STACK-BUSY
               CLOSE REPORT-FILE
               DISPLAY "STACK-ACKN: STACK BUSY - EXTRREG NOT UPDATED,"
                   " RERUN STACKAK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPORT-UNMATCHED-ACK
               VARYING ACKN-ACK-IDX FROM 1 BY 1
               UNTIL ACKN-ACK-IDX > ACKN-ACK-COUNT
           PERFORM TERMINATE-STACK
           PERFORM REWRITE-REGISTER
           PERFORM REPORT-OVERDUE
           CLOSE REPORT-FILE
           PERFORM DISPLAY-SUMMARY

           IF ACKN-ABORT OR ACKN-ATTENTION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CONTROL-CARD.
           OPEN INPUT ACK-CTL-FILE
           IF CTL-FILE-STATUS = "00"
               READ ACK-CTL-FILE
                   NOT AT END
                       IF CTL-EXC-STACK NOT = SPACES
                           MOVE CTL-EXC-STACK TO ACKN-EXC-STACK
                       END-IF
                       IF CTL-OVERDUE-DAYS IS NUMERIC
                           MOVE CTL-OVERDUE-DAYS TO ACKN-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE ACK-CTL-FILE
           END-IF
           .

       LOAD-REGISTER.
      *> No register yet (status 35) just means nothing has shipped
      *> since STACK-EXTR began keeping one.
           MOVE ACKN-RUN-DATE TO ACKN-REG-CUTOFF
           SUBTRACT 10000 FROM ACKN-REG-CUTOFF
           MOVE "N" TO ACKN-EOF-SW
           OPEN INPUT EXTR-REG-FILE
           IF REG-FILE-STATUS = "00"
               PERFORM LOAD-ONE-REG-ENTRY UNTIL ACKN-EOF
               CLOSE EXTR-REG-FILE
           ELSE
               IF REG-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN EXTRREG - STATUS "
                       REG-FILE-STATUS
                   SET ACKN-ABORT TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-REG-ENTRY.
           READ EXTR-REG-FILE
               AT END
                   SET ACKN-EOF TO TRUE
               NOT AT END
                   IF REG-STATUS NOT = "SENT"
                       AND REG-STATUS NOT = "REQFAIL"
                       AND REG-GEN-DATE IS NUMERIC
                       AND REG-GEN-DATE < ACKN-REG-CUTOFF
                       EXIT PARAGRAPH
                   END-IF
                   IF ACKN-REG-COUNT < ACKN-REG-MAX
                       ADD 1 TO ACKN-REG-COUNT
                       MOVE REG-GEN-DATE TO
                           ACKN-RG-DATE(ACKN-REG-COUNT)
                       MOVE REG-STACK TO ACKN-RG-STACK(ACKN-REG-COUNT)
                       MOVE REG-COUNT TO ACKN-RG-COUNT(ACKN-REG-COUNT)
                       MOVE REG-HASH TO ACKN-RG-HASH(ACKN-REG-COUNT)
                       MOVE REG-STATUS TO
                           ACKN-RG-STATUS(ACKN-REG-COUNT)
                       MOVE REG-ACK-DATE TO
                           ACKN-RG-ACK-DATE(ACKN-REG-COUNT)
                       MOVE REG-REFUSED TO
                           ACKN-RG-REFUSED(ACKN-REG-COUNT)
                       MOVE REG-REQUEUED TO
                           ACKN-RG-REQUEUED(ACKN-REG-COUNT)
      *> An entry from before the day's count was kept was
      *> requeued in one run, on its acknowledgement day.
                       IF REG-DAY-REQUEUED IS NUMERIC
                           MOVE REG-DAY-REQUEUED TO
                               ACKN-RG-DAY-REQ(ACKN-REG-COUNT)
                       ELSE
                           MOVE REG-REQUEUED TO
                               ACKN-RG-DAY-REQ(ACKN-REG-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "EXTRREG TOO BIG - "
                           REG-GEN-DATE " " REG-STACK " NOT LOADED"
                       SET ACKN-ABORT TO TRUE
                   END-IF
           END-READ
           .

       LOAD-ACKNOWLEDGEMENTS.
      *> No EXTRACK today (status 35) is an ordinary day with nothing
      *> back from fulfillment - the overdue report still runs.
           MOVE "N" TO ACKN-EOF-SW
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS = "00"
               PERFORM LOAD-ONE-ACK UNTIL ACKN-EOF
               CLOSE ACK-FILE
           ELSE
               IF ACK-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN EXTRACK - STATUS "
                       ACK-FILE-STATUS
                   SET ACKN-ABORT TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-ACK.
           READ ACK-FILE
               AT END
                   SET ACKN-EOF TO TRUE
               NOT AT END
                   IF ACK-REC-TYPE NOT = "F" AND ACK-REC-TYPE NOT = "R"
                       DISPLAY "EXTRACK RECORD TYPE NOT F OR R - "
                           ACK-REC
                       SET ACKN-ATTENTION TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   IF ACKN-ACK-COUNT NOT < ACKN-ACK-MAX
                       DISPLAY "EXTRACK TOO BIG - " ACK-REC
                           " NOT LOADED"
                       SET ACKN-ABORT TO TRUE
                       SET ACKN-EOF TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ACKN-ACK-COUNT
                   MOVE ACKN-ACK-COUNT TO ACKN-ACK-IDX
                   MOVE ACK-REC-TYPE TO ACKN-AK-TYPE(ACKN-ACK-IDX)
                   MOVE ACK-GEN-DATE TO ACKN-AK-DATE(ACKN-ACK-IDX)
                   MOVE ACK-STACK TO ACKN-AK-STACK(ACKN-ACK-IDX)
                   MOVE "N" TO ACKN-AK-USED-SW(ACKN-ACK-IDX)
                   MOVE "N" TO ACKN-AK-HIT-SW(ACKN-ACK-IDX)
                   IF ACK-REC-TYPE = "F"
                       MOVE ACK-CODE TO ACKN-AK-CODE(ACKN-ACK-IDX)
                       MOVE SPACES TO ACKN-AK-SEQ(ACKN-ACK-IDX)
                       MOVE ACK-F-REASON TO
                           ACKN-AK-REASON(ACKN-ACK-IDX)
                   ELSE
                       MOVE SPACES TO ACKN-AK-CODE(ACKN-ACK-IDX)
                       MOVE ACK-DTL-SEQ TO ACKN-AK-SEQ(ACKN-ACK-IDX)
                       MOVE ACK-R-REASON TO
                           ACKN-AK-REASON(ACKN-ACK-IDX)
                   END-IF
           END-READ
           .

       WRITE-REPORT-HEADING.
           MOVE ACKN-HEADER-LINE1 TO REPORT-REC
           WRITE REPORT-REC
           MOVE ACKN-HEADER-LINE2 TO REPORT-REC
           WRITE REPORT-REC
           MOVE ACKN-RUN-DATE TO ACKN-RL-DATE
           MOVE ACKN-EXC-STACK TO ACKN-RL-STACK
           MOVE ACKN-RUN-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       MATCH-GENERATION.
      *> Gather this generation's acknowledgement records.  A
      *> generation already acknowledged on an earlier day takes no
      *> second verdict - a resent acknowledgement is noted and
      *> otherwise ignored, so its refused values are not queued
      *> twice.  A REQFAIL generation has no verdict yet and is
      *> taken up again.
           MOVE "N" TO ACKN-HAS-ACK-SW
           MOVE SPACES TO ACKN-FILE-CODE
           MOVE 0 TO ACKN-NAK-COUNT
           PERFORM GATHER-ONE-ACK
               VARYING ACKN-ACK-IDX FROM 1 BY 1
               UNTIL ACKN-ACK-IDX > ACKN-ACK-COUNT
           IF NOT ACKN-HAS-ACK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACKN-MATCHED

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-GENERATION-LINE
           IF ACKN-RG-STATUS(ACKN-REG-IDX) NOT = "SENT"
               AND ACKN-RG-STATUS(ACKN-REG-IDX) NOT = "REQFAIL"
               MOVE SPACES TO ACKN-OL-TEXT
               STRING "ALREADY " ACKN-RG-STATUS(ACKN-REG-IDX)
                   " ON " ACKN-RG-ACK-DATE(ACKN-REG-IDX)
                   " - RESENT ACKNOWLEDGEMENT IGNORED"
                   DELIMITED BY SIZE INTO ACKN-OL-TEXT
               MOVE ACKN-NOTE-LINE TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

      *> A file-level NAK refuses every detail; otherwise each
      *> record-level NAK refuses its own.  An ACK with no record
      *> NAKs accepts the generation outright.
           MOVE 0 TO ACKN-GEN-REFUSED
           MOVE 0 TO ACKN-GEN-REQUEUED
           MOVE 0 TO ACKN-RUN-REQUEUED
           MOVE "N" TO ACKN-REQ-FAIL-SW
           IF ACKN-RG-STATUS(ACKN-REG-IDX) = "REQFAIL"
               MOVE ACKN-RG-REQUEUED(ACKN-REG-IDX) TO ACKN-REQ-SKIP
           ELSE
               MOVE 0 TO ACKN-REQ-SKIP
           END-IF
           PERFORM REQUEUE-REFUSED-VALUES
           IF NOT ACKN-GEN-OK OR ACKN-STACK-BUSY
               EXIT PARAGRAPH
           END-IF

      *> The values requeued on the acknowledgement day - a rerun
      *> the same day adds to them - for STACK-RECON's PUSH leg.
           IF ACKN-RG-ACK-DATE(ACKN-REG-IDX) = ACKN-RUN-DATE
               ADD ACKN-RUN-REQUEUED TO ACKN-RG-DAY-REQ(ACKN-REG-IDX)
           ELSE
               MOVE ACKN-RUN-REQUEUED TO ACKN-RG-DAY-REQ(ACKN-REG-IDX)
           END-IF
           EVALUATE TRUE
               WHEN ACKN-REQ-FAILED
                   MOVE "REQFAIL" TO ACKN-RG-STATUS(ACKN-REG-IDX)
               WHEN ACKN-FILE-CODE = "NAK"
                   MOVE "REFUSED" TO ACKN-RG-STATUS(ACKN-REG-IDX)
               WHEN ACKN-NAK-COUNT > 0
                   MOVE "PARTIAL" TO ACKN-RG-STATUS(ACKN-REG-IDX)
               WHEN OTHER
                   MOVE "ACCEPTED" TO ACKN-RG-STATUS(ACKN-REG-IDX)
           END-EVALUATE
           MOVE ACKN-RUN-DATE TO ACKN-RG-ACK-DATE(ACKN-REG-IDX)
           MOVE ACKN-GEN-REFUSED TO ACKN-RG-REFUSED(ACKN-REG-IDX)
           MOVE ACKN-GEN-REQUEUED TO ACKN-RG-REQUEUED(ACKN-REG-IDX)
           MOVE ACKN-RG-STATUS(ACKN-REG-IDX) TO ACKN-XL-STATUS
           MOVE ACKN-GEN-REFUSED TO ACKN-XL-REFUSED
           MOVE ACKN-GEN-REQUEUED TO ACKN-XL-REQUEUED
           MOVE ACKN-RESULT-LINE TO REPORT-REC
           WRITE REPORT-REC
           IF ACKN-REQ-FAILED
               MOVE SPACES TO ACKN-OL-TEXT
               STRING "REQUEUE INCOMPLETE - RERUN STACKAK WITH THIS "
                   "EXTRACK" DELIMITED BY SIZE INTO ACKN-OL-TEXT
               MOVE ACKN-NOTE-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF

      *> Record NAKs naming a sequence the feed never carried.
           PERFORM REPORT-STRAY-NAK
               VARYING ACKN-ACK-IDX FROM 1 BY 1
               UNTIL ACKN-ACK-IDX > ACKN-ACK-COUNT
           .

       GATHER-ONE-ACK.
           IF ACKN-AK-DATE(ACKN-ACK-IDX) NOT =
                   ACKN-RG-DATE(ACKN-REG-IDX)
               OR ACKN-AK-STACK(ACKN-ACK-IDX) NOT =
                   ACKN-RG-STACK(ACKN-REG-IDX)
               EXIT PARAGRAPH
           END-IF
           SET ACKN-HAS-ACK TO TRUE
           SET ACKN-AK-USED(ACKN-ACK-IDX) TO TRUE
           IF ACKN-AK-TYPE(ACKN-ACK-IDX) = "F"
               MOVE ACKN-AK-CODE(ACKN-ACK-IDX) TO ACKN-FILE-CODE
               IF ACKN-AK-CODE(ACKN-ACK-IDX) = "NAK"
                   MOVE ACKN-AK-REASON(ACKN-ACK-IDX) TO
                       ACKN-REFUSE-REASON
               END-IF
           ELSE
               ADD 1 TO ACKN-NAK-COUNT
           END-IF
           .

       REQUEUE-REFUSED-VALUES.
      *> Reads the generation's feed back and queues each refused
      *> detail.  A feed that is gone, or whose header is not the
      *> generation the register says it is, leaves the generation
      *> unacknowledged for someone to look at.
           SET ACKN-GEN-OK TO TRUE
           IF ACKN-FILE-CODE NOT = "NAK" AND ACKN-NAK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ACKN-RG-DATE(ACKN-REG-IDX) TO ACKN-GEN-DATE
           MOVE "N" TO ACKN-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               MOVE "N" TO ACKN-GEN-OK-SW
               SET ACKN-ATTENTION TO TRUE
               MOVE SPACES TO ACKN-OL-TEXT
               STRING "UNABLE TO OPEN " EXTRACT-GEN-NAME
                   " - STATUS " EXTRACT-FILE-STATUS
                   " - LEFT UNACKNOWLEDGED"
                   DELIMITED BY SIZE INTO ACKN-OL-TEXT
               MOVE ACKN-NOTE-LINE TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUEUE-ONE-DETAIL UNTIL ACKN-EOF
           CLOSE EXTRACT-FILE
           .

       REQUEUE-ONE-DETAIL.
           READ EXTRACT-FILE
               AT END
                   SET ACKN-EOF TO TRUE
               NOT AT END
                   EVALUATE EXT-REC-TYPE
                       WHEN "H"
                           PERFORM CHECK-FEED-HEADER
                       WHEN "D"
                           PERFORM CHECK-FEED-DETAIL
                   END-EVALUATE
           END-READ
           .

       CHECK-FEED-HEADER.
           IF EXT-HDR-DATE NOT = ACKN-RG-DATE(ACKN-REG-IDX)
               OR EXT-HDR-STACK NOT = ACKN-RG-STACK(ACKN-REG-IDX)
               MOVE "N" TO ACKN-GEN-OK-SW
               SET ACKN-ATTENTION TO TRUE
               SET ACKN-EOF TO TRUE
               MOVE SPACES TO ACKN-OL-TEXT
               STRING EXTRACT-GEN-NAME " HEADER IS " EXT-HDR-DATE
                   " " EXT-HDR-STACK " - LEFT UNACKNOWLEDGED"
                   DELIMITED BY SIZE INTO ACKN-OL-TEXT
               MOVE ACKN-NOTE-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .

       CHECK-FEED-DETAIL.
           MOVE "N" TO ACKN-REFUSE-SW
           IF ACKN-FILE-CODE = "NAK"
               SET ACKN-REFUSE-THIS TO TRUE
           ELSE
               PERFORM FIND-RECORD-NAK
                   VARYING ACKN-ACK-IDX FROM 1 BY 1
                   UNTIL ACKN-ACK-IDX > ACKN-ACK-COUNT
                       OR ACKN-REFUSE-THIS
           END-IF
           IF NOT ACKN-REFUSE-THIS
               EXIT PARAGRAPH
           END-IF

      *> Already requeued by an earlier run, or held back behind a
      *> failure this run - either way not pushed now.
           ADD 1 TO ACKN-GEN-REFUSED
           MOVE EXT-DTL-SEQ TO ACKN-NL-SEQ
           MOVE EXT-DTL-VALUE TO ACKN-NL-VALUE
           MOVE ACKN-REFUSE-REASON TO ACKN-NL-REASON
           EVALUATE TRUE
               WHEN ACKN-GEN-REFUSED NOT > ACKN-REQ-SKIP
                   ADD 1 TO ACKN-GEN-REQUEUED
                   MOVE "EARLIER" TO ACKN-NL-RESULT
               WHEN ACKN-REQ-FAILED
                   MOVE "HELD" TO ACKN-NL-RESULT
               WHEN OTHER
                   PERFORM PUSH-EXCEPTION
                   IF ACKN-STACK-BUSY
                       SET ACKN-EOF TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   IF ACKN-RETURN-CODE = 0
                       ADD 1 TO ACKN-GEN-REQUEUED
                       ADD 1 TO ACKN-RUN-REQUEUED
                       MOVE "REQUEUED" TO ACKN-NL-RESULT
                   ELSE
                       SET ACKN-REQ-FAILED TO TRUE
                       MOVE "FAILED" TO ACKN-NL-RESULT
                   END-IF
           END-EVALUATE
           MOVE ACKN-NAK-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       FIND-RECORD-NAK.
           IF ACKN-AK-TYPE(ACKN-ACK-IDX) = "R"
               AND ACKN-AK-DATE(ACKN-ACK-IDX) =
                   ACKN-RG-DATE(ACKN-REG-IDX)
               AND ACKN-AK-STACK(ACKN-ACK-IDX) =
                   ACKN-RG-STACK(ACKN-REG-IDX)
               AND ACKN-AK-SEQ(ACKN-ACK-IDX) = EXT-DTL-SEQ
               SET ACKN-REFUSE-THIS TO TRUE
               SET ACKN-AK-HIT(ACKN-ACK-IDX) TO TRUE
               MOVE ACKN-AK-REASON(ACKN-ACK-IDX) TO
                   ACKN-REFUSE-REASON
           END-IF
           .

       PUSH-EXCEPTION.
      *> The refused value goes back on the exception stack with the
      *> feeder provenance it left with; STACK stamps the new push
      *> date, time and operator, and audits it.
           MOVE "PUSH" TO ACKN-OPERATION
           MOVE EXT-DTL-VALUE TO ACKN-DATA
           MOVE EXT-DTL-PROV TO ACKN-PROV-REQ
           MOVE SPACES TO ACKN-PRV-PUSH-DATE
           MOVE SPACES TO ACKN-PRV-PUSH-TIME
           MOVE SPACES TO ACKN-PRV-OPERATOR
           CALL "STACK" USING ACKN-OPERATION ACKN-DATA ACKN-STATUS
               ACKN-RETURN-CODE ACKN-EXC-STACK OMITTED ACKN-PROV-REQ
           IF ACKN-RETURN-CODE = 36
               DISPLAY "STACK-ACKN: STACK BUSY - STOPPING RUN"
               SET ACKN-STACK-BUSY TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET ACKN-PUSHED TO TRUE
           IF ACKN-RETURN-CODE = 0
               ADD 1 TO ACKN-TOT-REQUEUED
           ELSE
               ADD 1 TO ACKN-TOT-FAILED
               SET ACKN-ATTENTION TO TRUE
               DISPLAY "REQUEUE FAILED: " EXT-DTL-VALUE " STATUS "
                   ACKN-STATUS " RC " ACKN-RETURN-CODE
           END-IF
           .

       REPORT-STRAY-NAK.
           IF ACKN-AK-TYPE(ACKN-ACK-IDX) NOT = "R"
               OR ACKN-AK-HIT(ACKN-ACK-IDX)
               OR ACKN-AK-DATE(ACKN-ACK-IDX) NOT =
                   ACKN-RG-DATE(ACKN-REG-IDX)
               OR ACKN-AK-STACK(ACKN-ACK-IDX) NOT =
                   ACKN-RG-STACK(ACKN-REG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF ACKN-FILE-CODE = "NAK"
               EXIT PARAGRAPH
           END-IF
           SET ACKN-ATTENTION TO TRUE
           MOVE SPACES TO ACKN-OL-TEXT
           STRING "NAK FOR SEQUENCE " ACKN-AK-SEQ(ACKN-ACK-IDX)
               " - NOT ON THE FEED"
               DELIMITED BY SIZE INTO ACKN-OL-TEXT
           MOVE ACKN-NOTE-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-GENERATION-LINE.
           MOVE ACKN-RG-DATE(ACKN-REG-IDX) TO ACKN-GL-DATE
           MOVE ACKN-RG-STACK(ACKN-REG-IDX) TO ACKN-GL-STACK
           MOVE ACKN-RG-COUNT(ACKN-REG-IDX) TO ACKN-GL-COUNT
           MOVE ACKN-GEN-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       REPORT-UNMATCHED-ACK.
      *> An acknowledgement for a generation the register never
      *> shipped - a keying error at fulfillment, or a feed sent
      *> outside this job.
           IF ACKN-AK-USED(ACKN-ACK-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACKN-UNMATCHED
           SET ACKN-ATTENTION TO TRUE
           IF ACKN-UNMATCHED = 1
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "ACKNOWLEDGEMENTS MATCHING NO GENERATION:" TO
                   REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO ACKN-OL-TEXT
           STRING ACKN-AK-TYPE(ACKN-ACK-IDX) " "
               ACKN-AK-DATE(ACKN-ACK-IDX) " "
               ACKN-AK-STACK(ACKN-ACK-IDX) " "
               ACKN-AK-CODE(ACKN-ACK-IDX)
               ACKN-AK-SEQ(ACKN-ACK-IDX) " "
               ACKN-AK-REASON(ACKN-ACK-IDX)
               DELIMITED BY SIZE INTO ACKN-OL-TEXT
           MOVE ACKN-NOTE-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       TERMINATE-STACK.
      *> Compact the exception stack and release the lock once the
      *> run's requeues are in.
           IF NOT ACKN-PUSHED
               EXIT PARAGRAPH
           END-IF
           MOVE "TERM" TO ACKN-OPERATION
           CALL "STACK" USING ACKN-OPERATION ACKN-DATA ACKN-STATUS
               ACKN-RETURN-CODE ACKN-EXC-STACK
           .

       REWRITE-REGISTER.
           OPEN OUTPUT EXTR-REG-FILE
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE EXTRREG - STATUS "
                   REG-FILE-STATUS
               SET ACKN-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-REG-ENTRY
               VARYING ACKN-REG-IDX FROM 1 BY 1
               UNTIL ACKN-REG-IDX > ACKN-REG-COUNT
           CLOSE EXTR-REG-FILE
           .

       WRITE-ONE-REG-ENTRY.
           MOVE SPACES TO EXTR-REG-REC
           MOVE ACKN-RG-DATE(ACKN-REG-IDX) TO REG-GEN-DATE
           MOVE ACKN-RG-STACK(ACKN-REG-IDX) TO REG-STACK
           MOVE ACKN-RG-COUNT(ACKN-REG-IDX) TO REG-COUNT
           MOVE ACKN-RG-HASH(ACKN-REG-IDX) TO REG-HASH
           MOVE ACKN-RG-STATUS(ACKN-REG-IDX) TO REG-STATUS
           MOVE ACKN-RG-ACK-DATE(ACKN-REG-IDX) TO REG-ACK-DATE
           MOVE ACKN-RG-REFUSED(ACKN-REG-IDX) TO REG-REFUSED
           MOVE ACKN-RG-REQUEUED(ACKN-REG-IDX) TO REG-REQUEUED
           MOVE ACKN-RG-DAY-REQ(ACKN-REG-IDX) TO REG-DAY-REQUEUED
           WRITE EXTR-REG-REC
           .

       REPORT-OVERDUE.
      *> Every generation still SENT and older than the limit - the
      *> acknowledgement that never came - or left REQFAIL, its
      *> requeue never finished.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE ACKN-OVERDUE-HEAD TO REPORT-REC
           WRITE REPORT-REC
           MOVE ACKN-RUN-DATE TO ACKN-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE ACKN-DN-DAYS TO ACKN-RUN-DAYS
           PERFORM CHECK-ONE-OVERDUE
               VARYING ACKN-REG-IDX FROM 1 BY 1
               UNTIL ACKN-REG-IDX > ACKN-REG-COUNT
           IF ACKN-OVERDUE = 0
               MOVE ACKN-NONE-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .

       CHECK-ONE-OVERDUE.
           IF (ACKN-RG-STATUS(ACKN-REG-IDX) NOT = "SENT"
               AND ACKN-RG-STATUS(ACKN-REG-IDX) NOT = "REQFAIL")
               OR ACKN-RG-DATE(ACKN-REG-IDX) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ACKN-RG-DATE(ACKN-REG-IDX) TO ACKN-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           COMPUTE ACKN-AGE-DAYS = ACKN-RUN-DAYS - ACKN-DN-DAYS
           IF ACKN-AGE-DAYS NOT > ACKN-OVERDUE-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACKN-OVERDUE
           SET ACKN-ATTENTION TO TRUE
           MOVE ACKN-RG-DATE(ACKN-REG-IDX) TO ACKN-DL-DATE
           MOVE ACKN-RG-STACK(ACKN-REG-IDX) TO ACKN-DL-STACK
           MOVE ACKN-RG-COUNT(ACKN-REG-IDX) TO ACKN-DL-COUNT
           MOVE ACKN-AGE-DAYS TO ACKN-DL-AGE
           MOVE ACKN-OVERDUE-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       DATE-TO-DAY-NUMBER.
      *> ACKN-DN-DATE (yyyymmdd) to ACKN-DN-DAYS.  January and
      *> February count as months 13 and 14 of the year before, so
      *> the month table is regular and the leap day falls at the
      *> end of the counting year.
           IF ACKN-DN-MM < 3
               COMPUTE ACKN-DN-YEAR = ACKN-DN-YYYY - 1
               COMPUTE ACKN-DN-MONTH = ACKN-DN-MM + 12
           ELSE
               MOVE ACKN-DN-YYYY TO ACKN-DN-YEAR
               MOVE ACKN-DN-MM TO ACKN-DN-MONTH
           END-IF
           DIVIDE ACKN-DN-YEAR BY 4 GIVING ACKN-DN-Q4
           DIVIDE ACKN-DN-YEAR BY 100 GIVING ACKN-DN-Q100
           DIVIDE ACKN-DN-YEAR BY 400 GIVING ACKN-DN-Q400
           COMPUTE ACKN-DN-WORK = 153 * (ACKN-DN-MONTH - 3) + 2
           DIVIDE ACKN-DN-WORK BY 5 GIVING ACKN-DN-MDAYS
           COMPUTE ACKN-DN-DAYS = 365 * ACKN-DN-YEAR + ACKN-DN-Q4
               - ACKN-DN-Q100 + ACKN-DN-Q400 + ACKN-DN-MDAYS
               + ACKN-DN-DD
           .

       DISPLAY-SUMMARY.
           DISPLAY "STACK-ACKN ACKNOWLEDGEMENTS READ:  " ACKN-ACK-COUNT
           DISPLAY "STACK-ACKN GENERATIONS MATCHED:    " ACKN-MATCHED
           DISPLAY "STACK-ACKN UNMATCHED ACKS:         " ACKN-UNMATCHED
           DISPLAY "STACK-ACKN VALUES REQUEUED:        "
               ACKN-TOT-REQUEUED
           DISPLAY "STACK-ACKN REQUEUES FAILED:        " ACKN-TOT-FAILED
           DISPLAY "STACK-ACKN GENERATIONS OVERDUE:    " ACKN-OVERDUE
           .
