      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: October 4, 2026
      * Purpose: Monthly capacity and service-level report over the
      *          STACKHST daily history (STACK-HIST).  For each named
      *          stack in the month:
      *            - depth against STACK-MAX: the month's opening and
      *              closing depth, average close, peak, the days the
      *              peak reached the STACK-HLTH warning percentage
      *              (HLTHCTL, default 80), and the trend - the
      *              closing depth's least-squares slope per day and,
      *              when it is rising, how many days until it would
      *              reach STACK-MAX;
      *            - the month's PUSH / POP / DRAIN / XFERIN / XFEROUT
      *              / REMOVE volumes;
      *            - time on the stack: removals timed, average and
      *              longest hours, against the stack's target on the
      *              CYCLETGT control file.
      *          A stack projected to reach STACK-MAX within the
      *          horizon (30 days), or whose average time on the
      *          stack is over its target, is flagged, and the job
      *          ends with RETURN-CODE 8 so the flags are not missed.
      *
      *          The month is the business month (BUSDATE), or the
      *          CAPRCTL card's yyyymm for a month already closed.
      *          A day recorded twice (a supervised rerun of STACKHS)
      *          counts once, as the later record has it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-CAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "STACKHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT CAPR-CTL-FILE ASSIGN TO "CAPRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT HLTH-CTL-FILE ASSIGN TO "HLTHCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WARN-FILE-STATUS.

           SELECT TARGET-FILE ASSIGN TO "CYCLETGT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TGT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05 HST-DATE.
              10 HST-MONTH        PIC X(6).
              10 HST-DAY          PIC X(2).
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

       FD  CAPR-CTL-FILE.
       01  CAPR-CTL-REC.
           05 CTL-MONTH           PIC X(6).

       FD  HLTH-CTL-FILE.
       01  HLTH-CTL-REC.
           05 CTL-WARN-PCT        PIC X(3).

      *> One card per stack: the average hours an element should
      *> sit on it at most.  A card naming "*" sets the target for
      *> every stack without a card of its own.
       FD  TARGET-FILE.
       01  TARGET-REC.
           05 TGT-STACK           PIC X(8).
           05 FILLER              PIC X(1).
           05 TGT-HOURS           PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       77 HIST-FILE-STATUS   PIC XX.
       77 CTL-FILE-STATUS    PIC XX.
       77 WARN-FILE-STATUS   PIC XX.
       77 TGT-FILE-STATUS    PIC XX.
       77 REPORT-FILE-STATUS PIC XX.

       77 CAP-EOF-SW         PIC X VALUE "N".
          88 CAP-EOF                 VALUE "Y".
       77 CAP-ABORT-SW       PIC X VALUE "N".
          88 CAP-ABORT               VALUE "Y".

       77 CAP-RUN-DATE       PIC X(8).
       77 CAP-BDAY-OP        PIC X(10) VALUE "DATE".
       77 CAP-BDAY-JOB       PIC X(8)  VALUE SPACES.
       77 CAP-BDAY-RC        PIC 9(2).
       77 CAP-MONTH          PIC X(6).

      *> Warning threshold - percent of STACK-MAX, from the same
      *> HLTHCTL card STACK-HLTH pages on.
       77 CAP-WARN-PCT       PIC 9(3) VALUE 80.

      *> A rising stack is flagged when its trend would carry the
      *> close to STACK-MAX within this many days.
       77 CAP-HORIZON        PIC 9(3) VALUE 30.

      *> Cycle-time targets in hours, per stack, from CYCLETGT.
       77 CAP-TGT-MAX        PIC 9(2) VALUE 50.
       77 CAP-TGT-COUNT      PIC 9(2) VALUE 0.
       77 CAP-TGT-IDX        PIC 9(2).
       77 CAP-ALL-HOURS      PIC 9(4) VALUE 0.
       77 CAP-ALL-SW         PIC X VALUE "N".
          88 CAP-ALL-TARGET          VALUE "Y".
       01 CAP-TGT-TABLE.
          05 CAP-TGT-ENTRY OCCURS 50 TIMES.
             10 CAP-TG-NAME     PIC X(8).
             10 CAP-TG-HOURS    PIC 9(4).
       77 CAP-TARGET-SW      PIC X.
          88 CAP-HAS-TARGET          VALUE "Y".
       77 CAP-TARGET-HOURS   PIC 9(4).

      *> One slot per stack with history in the month, holding
      *> each day of the month as recorded - a later record for
      *> the same day lands on top of the earlier one.
       77 CAP-NAME-MAX       PIC 9(2) VALUE 50.
       77 CAP-NAME-COUNT     PIC 9(2) VALUE 0.
       77 CAP-NAME-IDX       PIC 9(2).
       77 CAP-NAME-FOUND-SW  PIC X.
          88 CAP-NAME-FOUND          VALUE "Y".
       77 CAP-WORK-NAME      PIC X(8).
       77 CAP-DAY-IDX        PIC 9(2).
       01 CAP-STACK-TABLE.
          05 CAP-STACK-ENTRY OCCURS 50 TIMES.
             10 CAP-ST-NAME     PIC X(8).
             10 CAP-ST-DAY OCCURS 31 TIMES.
                15 CAP-DY-SEEN     PIC X(1) VALUE "N".
                15 CAP-DY-OPEN     PIC 9(5).
                15 CAP-DY-CLOSE    PIC 9(5).
                15 CAP-DY-PEAK     PIC 9(5).
                15 CAP-DY-MAX      PIC 9(4).
                15 CAP-DY-PUSHES   PIC 9(6).
                15 CAP-DY-POPS     PIC 9(6).
                15 CAP-DY-DRAINS   PIC 9(6).
                15 CAP-DY-XFERIN   PIC 9(6).
                15 CAP-DY-XFEROUT  PIC 9(6).
                15 CAP-DY-REMOVES  PIC 9(6).
                15 CAP-DY-TIMED    PIC 9(6).
                15 CAP-DY-AVG      PIC 9(7).
                15 CAP-DY-LONG     PIC 9(7).

      *> One stack's month, worked out from its days.
       77 CAP-DAYS           PIC 9(2).
       77 CAP-FIRST-OPEN     PIC 9(5).
       77 CAP-LAST-CLOSE     PIC 9(5).
       77 CAP-LAST-MAX       PIC 9(4).
       77 CAP-CLOSE-SUM      PIC 9(7).
       77 CAP-AVG-CLOSE      PIC 9(5).
       77 CAP-PEAK           PIC 9(5).
       77 CAP-OVER-DAYS      PIC 9(2).
       77 CAP-DAY-PCT        PIC 9(5).
       77 CAP-PUSHES         PIC 9(7).
       77 CAP-POPS           PIC 9(7).
       77 CAP-DRAINS         PIC 9(7).
       77 CAP-XFERIN         PIC 9(7).
       77 CAP-XFEROUT        PIC 9(7).
       77 CAP-REMOVES        PIC 9(7).
       77 CAP-REMOVED        PIC 9(7).
       77 CAP-TIMED          PIC 9(7).
       77 CAP-MINUTES        PIC 9(13).
       77 CAP-LONGEST        PIC 9(7).
       77 CAP-AVG-HOURS      PIC 9(6)V9.
       77 CAP-LONG-HOURS     PIC 9(6)V9.

      *> Least-squares slope of the closing depth over the day of
      *> the month: (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx).
       77 CAP-SUM-X          PIC 9(5).
       77 CAP-SUM-Y          PIC 9(9).
       77 CAP-SUM-XY         PIC 9(11).
       77 CAP-SUM-XX         PIC 9(7).
       77 CAP-SLOPE-NUM      PIC S9(13).
       77 CAP-SLOPE-DEN      PIC S9(9).
       77 CAP-SLOPE          PIC S9(5)V99.
       77 CAP-FULL-DAYS      PIC 9(7).
       77 CAP-TREND-SW       PIC X.
          88 CAP-TRENDING            VALUE "Y".
       77 CAP-MISS-SW        PIC X.
          88 CAP-MISSED              VALUE "Y".
       77 CAP-TREND-COUNT    PIC 9(2) VALUE 0.
       77 CAP-MISS-COUNT     PIC 9(2) VALUE 0.

       01 CAP-HEADER-LINE1   PIC X(50)
              VALUE "MONTHLY STACK CAPACITY AND SERVICE REPORT".
       01 CAP-HEADER-LINE2   PIC X(60) VALUE
              "----------------------------------------------------".
       01 CAP-EMPTY-LINE     PIC X(50)
              VALUE "NO HISTORY FOR THE MONTH - NOTHING TO REPORT.".
       01 CAP-BLANK-LINE     PIC X(1) VALUE SPACE.

       01 CAP-MONTH-LINE.
          05 FILLER          PIC X(7)  VALUE "MONTH: ".
          05 CAP-ML-MONTH    PIC X(6).
          05 FILLER          PIC X(19) VALUE "  WARN THRESHOLD ".
          05 CAP-ML-PCT      PIC ZZ9.
          05 FILLER          PIC X(1)  VALUE "%".
          05 FILLER          PIC X(11) VALUE "  HORIZON ".
          05 CAP-ML-HORIZON  PIC ZZ9.
          05 FILLER          PIC X(5)  VALUE " DAYS".

       01 CAP-DEPTH-HEAD     PIC X(40)
              VALUE "DEPTH AGAINST STACK-MAX".
       01 CAP-DEPTH-COLS.
          05 FILLER          PIC X(10) VALUE "STACK    D".
          05 FILLER          PIC X(20) VALUE "AYS    MAX  OPEN CLO".
          05 FILLER          PIC X(20) VALUE "SE   AVG  PEAK OVER ".
          05 FILLER          PIC X(18) VALUE "TREND/DAY  FULL IN".

       01 CAP-DEPTH-LINE.
          05 CAP-DL-NAME     PIC X(9).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 CAP-DL-DAYS     PIC ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-DL-MAX      PIC ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 CAP-DL-OPEN     PIC ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 CAP-DL-CLOSE    PIC ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 CAP-DL-AVG      PIC ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 CAP-DL-PEAK     PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-DL-OVER     PIC ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-DL-TREND    PIC ----9.99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 CAP-DL-FULL     PIC X(5).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-DL-FLAG     PIC X(8).
       77 CAP-FULL-EDIT      PIC ZZZZ9.

       01 CAP-VOLUME-HEAD    PIC X(40)
              VALUE "VOLUMES".
       01 CAP-VOLUME-COLS.
          05 FILLER          PIC X(9)  VALUE "STACK".
          05 FILLER          PIC X(24) VALUE
                 "    PUSH     POP   DRAIN".
          05 FILLER          PIC X(24) VALUE
                 "  XFERIN XFEROUT  REMOVE".

       01 CAP-VOLUME-LINE.
          05 CAP-VL-NAME     PIC X(9).
          05 CAP-VL-PUSHES   PIC Z(7)9.
          05 CAP-VL-POPS     PIC Z(7)9.
          05 CAP-VL-DRAINS   PIC Z(7)9.
          05 CAP-VL-XFERIN   PIC Z(7)9.
          05 CAP-VL-XFEROUT  PIC Z(7)9.
          05 CAP-VL-REMOVES  PIC Z(7)9.

       01 CAP-CYCLE-HEAD     PIC X(40)
              VALUE "TIME ON STACK (HOURS) AGAINST TARGET".
       01 CAP-CYCLE-COLS.
          05 FILLER          PIC X(9)  VALUE "STACK".
          05 FILLER          PIC X(25) VALUE
                 " REMOVED   TIMED  AVERAGE".
          05 FILLER          PIC X(24) VALUE
                 "  LONGEST  TARGET".

       01 CAP-CYCLE-LINE.
          05 CAP-CL-NAME     PIC X(9).
          05 CAP-CL-REMOVED  PIC Z(7)9.
          05 CAP-CL-TIMED    PIC Z(7)9.
          05 CAP-CL-AVG      PIC Z(6)9.9.
          05 CAP-CL-LONG     PIC Z(6)9.9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-CL-TARGET   PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CAP-CL-FLAG     PIC X(8).
       77 CAP-TARGET-EDIT    PIC ZZZZZ9.

       01 CAP-TREND-LINE.
          05 CAP-TL-COUNT    PIC Z9.
          05 FILLER          PIC X(50)
                 VALUE " STACK(S) TRENDING TOWARD STACK-MAX".
       01 CAP-MISS-LINE.
          05 CAP-MS-COUNT    PIC Z9.
          05 FILLER          PIC X(50)
                 VALUE " STACK(S) OVER THEIR TIME-ON-STACK TARGET".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING CAP-BDAY-OP CAP-BDAY-JOB
               CAP-RUN-DATE CAP-BDAY-RC
           MOVE CAP-RUN-DATE(1:6) TO CAP-MONTH
           PERFORM LOAD-MONTH-CARD
           PERFORM LOAD-THRESHOLD
           PERFORM LOAD-TARGETS
           PERFORM LOAD-HISTORY
           IF CAP-ABORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CAPRPT - STATUS "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE
           DISPLAY "STACK-CAPR MONTH:           " CAP-MONTH
           DISPLAY "STACK-CAPR STACKS REPORTED: " CAP-NAME-COUNT
           DISPLAY "STACK-CAPR TRENDING:        " CAP-TREND-COUNT
           DISPLAY "STACK-CAPR OVER TARGET:     " CAP-MISS-COUNT
           IF CAP-TREND-COUNT > 0 OR CAP-MISS-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MONTH-CARD.
      *> A month already closed is reported from a yyyymm card.
           OPEN INPUT CAPR-CTL-FILE
           IF CTL-FILE-STATUS = "00"
               READ CAPR-CTL-FILE
                   NOT AT END
                       IF CTL-MONTH IS NUMERIC
                           MOVE CTL-MONTH TO CAP-MONTH
                       END-IF
               END-READ
               CLOSE CAPR-CTL-FILE
           END-IF
           .

       LOAD-THRESHOLD.
           OPEN INPUT HLTH-CTL-FILE
           IF WARN-FILE-STATUS = "00"
               READ HLTH-CTL-FILE
                   NOT AT END
                       IF CTL-WARN-PCT IS NUMERIC
                           MOVE CTL-WARN-PCT TO CAP-WARN-PCT
                       END-IF
               END-READ
               CLOSE HLTH-CTL-FILE
           END-IF
           .

       LOAD-TARGETS.
      *> No CYCLETGT file means no targets - the times still print,
      *> nothing is flagged against them.
           MOVE "N" TO CAP-EOF-SW
           OPEN INPUT TARGET-FILE
           IF TGT-FILE-STATUS = "00"
               PERFORM LOAD-ONE-TARGET UNTIL CAP-EOF
               CLOSE TARGET-FILE
           ELSE
               IF TGT-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN CYCLETGT - STATUS "
                       TGT-FILE-STATUS
               END-IF
           END-IF
           .

       LOAD-ONE-TARGET.
           READ TARGET-FILE
               AT END
                   SET CAP-EOF TO TRUE
               NOT AT END
                   IF TGT-HOURS IS NOT NUMERIC
                       DISPLAY "STACK-CAPR: CYCLETGT HOURS NOT NUMERIC"
                           " - " TARGET-REC
                   ELSE
                       IF TGT-STACK = "*"
                           MOVE TGT-HOURS TO CAP-ALL-HOURS
                           SET CAP-ALL-TARGET TO TRUE
                       ELSE
                           IF CAP-TGT-COUNT < CAP-TGT-MAX
                               ADD 1 TO CAP-TGT-COUNT
                               MOVE TGT-STACK TO
                                   CAP-TG-NAME(CAP-TGT-COUNT)
                               MOVE TGT-HOURS TO
                                   CAP-TG-HOURS(CAP-TGT-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       LOAD-HISTORY.
           MOVE "N" TO CAP-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               PERFORM LOAD-ONE-HISTORY UNTIL CAP-EOF
               CLOSE HISTORY-FILE
           ELSE
               IF HIST-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN STACKHST - STATUS "
                       HIST-FILE-STATUS
                   SET CAP-ABORT TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET CAP-EOF TO TRUE
               NOT AT END
                   IF HST-MONTH = CAP-MONTH
                       AND HST-DAY IS NUMERIC
                       PERFORM FILE-ONE-DAY
                   END-IF
           END-READ
           .

       FILE-ONE-DAY.
           MOVE HST-DAY TO CAP-DAY-IDX
           IF CAP-DAY-IDX < 1 OR CAP-DAY-IDX > 31
               EXIT PARAGRAPH
           END-IF
           MOVE HST-STACK TO CAP-WORK-NAME
           PERFORM FIND-NAME-SLOT
           IF CAP-NAME-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CAP-DY-SEEN(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-OPEN-DEPTH TO CAP-DY-OPEN(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-CLOSE-DEPTH TO
               CAP-DY-CLOSE(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-PEAK-DEPTH TO CAP-DY-PEAK(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-STACK-MAX TO CAP-DY-MAX(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-PUSHES TO CAP-DY-PUSHES(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-POPS TO CAP-DY-POPS(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-DRAINS TO CAP-DY-DRAINS(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-XFER-IN TO
               CAP-DY-XFERIN(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-XFER-OUT TO
               CAP-DY-XFEROUT(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-REMOVES TO
               CAP-DY-REMOVES(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-TIMED TO CAP-DY-TIMED(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-AVG-MINUTES TO
               CAP-DY-AVG(CAP-NAME-IDX CAP-DAY-IDX)
           MOVE HST-LONG-MINUTES TO
               CAP-DY-LONG(CAP-NAME-IDX CAP-DAY-IDX)
           .

       FIND-NAME-SLOT.
      *> Leaves CAP-NAME-IDX at the slot for CAP-WORK-NAME, adding
      *> one when the name is new; zero when the table is full.
           MOVE "N" TO CAP-NAME-FOUND-SW
           PERFORM MATCH-NAME-SLOT
               VARYING CAP-NAME-IDX FROM 1 BY 1
               UNTIL CAP-NAME-IDX > CAP-NAME-COUNT
                   OR CAP-NAME-FOUND
           IF CAP-NAME-FOUND
               SUBTRACT 1 FROM CAP-NAME-IDX
           ELSE
               IF CAP-NAME-COUNT < CAP-NAME-MAX
                   ADD 1 TO CAP-NAME-COUNT
                   MOVE CAP-NAME-COUNT TO CAP-NAME-IDX
                   MOVE CAP-WORK-NAME TO CAP-ST-NAME(CAP-NAME-IDX)
               ELSE
                   MOVE 0 TO CAP-NAME-IDX
               END-IF
           END-IF
           .

       MATCH-NAME-SLOT.
           IF CAP-ST-NAME(CAP-NAME-IDX) = CAP-WORK-NAME
               SET CAP-NAME-FOUND TO TRUE
           END-IF
           .

       WRITE-REPORT.
           MOVE CAP-HEADER-LINE1 TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-HEADER-LINE2 TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-MONTH TO CAP-ML-MONTH
           MOVE CAP-WARN-PCT TO CAP-ML-PCT
           MOVE CAP-HORIZON TO CAP-ML-HORIZON
           MOVE CAP-MONTH-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC

           IF CAP-NAME-COUNT = 0
               MOVE CAP-EMPTY-LINE TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE CAP-DEPTH-HEAD TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-DEPTH-COLS TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-DEPTH-LINE
               VARYING CAP-NAME-IDX FROM 1 BY 1
               UNTIL CAP-NAME-IDX > CAP-NAME-COUNT

           MOVE CAP-BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-VOLUME-HEAD TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-VOLUME-COLS TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-VOLUME-LINE
               VARYING CAP-NAME-IDX FROM 1 BY 1
               UNTIL CAP-NAME-IDX > CAP-NAME-COUNT

           MOVE CAP-BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-CYCLE-HEAD TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-CYCLE-COLS TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-CYCLE-LINE
               VARYING CAP-NAME-IDX FROM 1 BY 1
               UNTIL CAP-NAME-IDX > CAP-NAME-COUNT

           MOVE CAP-BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-TREND-COUNT TO CAP-TL-COUNT
           MOVE CAP-TREND-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE CAP-MISS-COUNT TO CAP-MS-COUNT
           MOVE CAP-MISS-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       SUM-STACK-MONTH.
      *> The month's figures for the stack in CAP-NAME-IDX.
           MOVE 0 TO CAP-DAYS
           MOVE 0 TO CAP-FIRST-OPEN
           MOVE 0 TO CAP-LAST-CLOSE
           MOVE 0 TO CAP-LAST-MAX
           MOVE 0 TO CAP-CLOSE-SUM
           MOVE 0 TO CAP-PEAK
           MOVE 0 TO CAP-OVER-DAYS
           MOVE 0 TO CAP-PUSHES
           MOVE 0 TO CAP-POPS
           MOVE 0 TO CAP-DRAINS
           MOVE 0 TO CAP-XFERIN
           MOVE 0 TO CAP-XFEROUT
           MOVE 0 TO CAP-REMOVES
           MOVE 0 TO CAP-TIMED
           MOVE 0 TO CAP-MINUTES
           MOVE 0 TO CAP-LONGEST
           MOVE 0 TO CAP-SUM-X
           MOVE 0 TO CAP-SUM-Y
           MOVE 0 TO CAP-SUM-XY
           MOVE 0 TO CAP-SUM-XX
           PERFORM SUM-ONE-DAY
               VARYING CAP-DAY-IDX FROM 1 BY 1
               UNTIL CAP-DAY-IDX > 31
           COMPUTE CAP-REMOVED = CAP-POPS + CAP-DRAINS
               + CAP-XFEROUT + CAP-REMOVES
           IF CAP-DAYS > 0
               COMPUTE CAP-AVG-CLOSE ROUNDED = CAP-CLOSE-SUM / CAP-DAYS
           ELSE
               MOVE 0 TO CAP-AVG-CLOSE
           END-IF
           .

       SUM-ONE-DAY.
           IF CAP-DY-SEEN(CAP-NAME-IDX CAP-DAY-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAP-DAYS
           IF CAP-DAYS = 1
               MOVE CAP-DY-OPEN(CAP-NAME-IDX CAP-DAY-IDX) TO
                   CAP-FIRST-OPEN
           END-IF
           MOVE CAP-DY-CLOSE(CAP-NAME-IDX CAP-DAY-IDX) TO
               CAP-LAST-CLOSE
           MOVE CAP-DY-MAX(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-LAST-MAX
           ADD CAP-LAST-CLOSE TO CAP-CLOSE-SUM
           IF CAP-DY-PEAK(CAP-NAME-IDX CAP-DAY-IDX) > CAP-PEAK
               MOVE CAP-DY-PEAK(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-PEAK
           END-IF
      *> A day is over the warning when its peak reached the
      *> percentage of that day's STACK-MAX.
           IF CAP-DY-MAX(CAP-NAME-IDX CAP-DAY-IDX) > 0
               COMPUTE CAP-DAY-PCT =
                   CAP-DY-PEAK(CAP-NAME-IDX CAP-DAY-IDX) * 100
                   / CAP-DY-MAX(CAP-NAME-IDX CAP-DAY-IDX)
               IF CAP-DAY-PCT >= CAP-WARN-PCT
                   ADD 1 TO CAP-OVER-DAYS
               END-IF
           END-IF
           ADD CAP-DY-PUSHES(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-PUSHES
           ADD CAP-DY-POPS(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-POPS
           ADD CAP-DY-DRAINS(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-DRAINS
           ADD CAP-DY-XFERIN(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-XFERIN
           ADD CAP-DY-XFEROUT(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-XFEROUT
           ADD CAP-DY-REMOVES(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-REMOVES
           ADD CAP-DY-TIMED(CAP-NAME-IDX CAP-DAY-IDX) TO CAP-TIMED
           COMPUTE CAP-MINUTES = CAP-MINUTES
               + CAP-DY-AVG(CAP-NAME-IDX CAP-DAY-IDX)
               * CAP-DY-TIMED(CAP-NAME-IDX CAP-DAY-IDX)
           IF CAP-DY-LONG(CAP-NAME-IDX CAP-DAY-IDX) > CAP-LONGEST
               MOVE CAP-DY-LONG(CAP-NAME-IDX CAP-DAY-IDX) TO
                   CAP-LONGEST
           END-IF
           ADD CAP-DAY-IDX TO CAP-SUM-X
           ADD CAP-LAST-CLOSE TO CAP-SUM-Y
           COMPUTE CAP-SUM-XY = CAP-SUM-XY
               + CAP-DAY-IDX * CAP-LAST-CLOSE
           COMPUTE CAP-SUM-XX = CAP-SUM-XX
               + CAP-DAY-IDX * CAP-DAY-IDX
           .

       WORK-OUT-TREND.
      *> Two days at least, or there is no line to draw.  A rising
      *> close is projected forward from the last day recorded; at
      *> or past STACK-MAX already counts as zero days away.
           MOVE "N" TO CAP-TREND-SW
           MOVE 0 TO CAP-SLOPE
           MOVE "   --" TO CAP-DL-FULL
           IF CAP-DAYS < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE CAP-SLOPE-NUM = CAP-DAYS * CAP-SUM-XY
               - CAP-SUM-X * CAP-SUM-Y
           COMPUTE CAP-SLOPE-DEN = CAP-DAYS * CAP-SUM-XX
               - CAP-SUM-X * CAP-SUM-X
           IF CAP-SLOPE-DEN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CAP-SLOPE ROUNDED = CAP-SLOPE-NUM / CAP-SLOPE-DEN
           IF CAP-SLOPE NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF CAP-LAST-CLOSE NOT < CAP-LAST-MAX
               MOVE 0 TO CAP-FULL-DAYS
           ELSE
               COMPUTE CAP-FULL-DAYS ROUNDED =
                   (CAP-LAST-MAX - CAP-LAST-CLOSE) / CAP-SLOPE
           END-IF
           IF CAP-FULL-DAYS > 99999
               MOVE 99999 TO CAP-FULL-DAYS
           END-IF
           MOVE CAP-FULL-DAYS TO CAP-FULL-EDIT
           MOVE CAP-FULL-EDIT TO CAP-DL-FULL
           IF CAP-FULL-DAYS NOT > CAP-HORIZON
               SET CAP-TRENDING TO TRUE
           END-IF
           .

       WRITE-DEPTH-LINE.
           PERFORM SUM-STACK-MONTH
           PERFORM WORK-OUT-TREND
           PERFORM SET-LINE-NAME
           MOVE CAP-DAYS TO CAP-DL-DAYS
           MOVE CAP-LAST-MAX TO CAP-DL-MAX
           MOVE CAP-FIRST-OPEN TO CAP-DL-OPEN
           MOVE CAP-LAST-CLOSE TO CAP-DL-CLOSE
           MOVE CAP-AVG-CLOSE TO CAP-DL-AVG
           MOVE CAP-PEAK TO CAP-DL-PEAK
           MOVE CAP-OVER-DAYS TO CAP-DL-OVER
           MOVE CAP-SLOPE TO CAP-DL-TREND
           IF CAP-TRENDING
               MOVE "*TREND*" TO CAP-DL-FLAG
               ADD 1 TO CAP-TREND-COUNT
           ELSE
               MOVE SPACES TO CAP-DL-FLAG
           END-IF
           MOVE CAP-DEPTH-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-VOLUME-LINE.
           PERFORM SUM-STACK-MONTH
           PERFORM SET-LINE-NAME
           MOVE CAP-PUSHES TO CAP-VL-PUSHES
           MOVE CAP-POPS TO CAP-VL-POPS
           MOVE CAP-DRAINS TO CAP-VL-DRAINS
           MOVE CAP-XFERIN TO CAP-VL-XFERIN
           MOVE CAP-XFEROUT TO CAP-VL-XFEROUT
           MOVE CAP-REMOVES TO CAP-VL-REMOVES
           MOVE CAP-VOLUME-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-CYCLE-LINE.
           PERFORM SUM-STACK-MONTH
           PERFORM SET-LINE-NAME
           PERFORM FIND-TARGET
           MOVE "N" TO CAP-MISS-SW
           IF CAP-TIMED > 0
               COMPUTE CAP-AVG-HOURS ROUNDED =
                   CAP-MINUTES / CAP-TIMED / 60
           ELSE
               MOVE 0 TO CAP-AVG-HOURS
           END-IF
           COMPUTE CAP-LONG-HOURS ROUNDED = CAP-LONGEST / 60
           MOVE CAP-REMOVED TO CAP-CL-REMOVED
           MOVE CAP-TIMED TO CAP-CL-TIMED
           MOVE CAP-AVG-HOURS TO CAP-CL-AVG
           MOVE CAP-LONG-HOURS TO CAP-CL-LONG
           IF CAP-HAS-TARGET
               MOVE CAP-TARGET-HOURS TO CAP-TARGET-EDIT
               MOVE CAP-TARGET-EDIT TO CAP-CL-TARGET
               IF CAP-TIMED > 0
                   AND CAP-AVG-HOURS > CAP-TARGET-HOURS
                   SET CAP-MISSED TO TRUE
               END-IF
           ELSE
               MOVE "  NONE" TO CAP-CL-TARGET
           END-IF
           IF CAP-MISSED
               MOVE "*MISS*" TO CAP-CL-FLAG
               ADD 1 TO CAP-MISS-COUNT
           ELSE
               MOVE SPACES TO CAP-CL-FLAG
           END-IF
           MOVE CAP-CYCLE-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       FIND-TARGET.
           MOVE "N" TO CAP-TARGET-SW
           PERFORM MATCH-TARGET
               VARYING CAP-TGT-IDX FROM 1 BY 1
               UNTIL CAP-TGT-IDX > CAP-TGT-COUNT
                   OR CAP-HAS-TARGET
           IF NOT CAP-HAS-TARGET AND CAP-ALL-TARGET
               MOVE CAP-ALL-HOURS TO CAP-TARGET-HOURS
               SET CAP-HAS-TARGET TO TRUE
           END-IF
           .

       MATCH-TARGET.
           IF CAP-TG-NAME(CAP-TGT-IDX) = CAP-ST-NAME(CAP-NAME-IDX)
               MOVE CAP-TG-HOURS(CAP-TGT-IDX) TO CAP-TARGET-HOURS
               SET CAP-HAS-TARGET TO TRUE
           END-IF
           .

       SET-LINE-NAME.
           MOVE CAP-ST-NAME(CAP-NAME-IDX) TO CAP-DL-NAME
           IF CAP-ST-NAME(CAP-NAME-IDX) = SPACES
               MOVE "(DEFAULT)" TO CAP-DL-NAME
           END-IF
           MOVE CAP-DL-NAME TO CAP-VL-NAME
           MOVE CAP-DL-NAME TO CAP-CL-NAME
           .
