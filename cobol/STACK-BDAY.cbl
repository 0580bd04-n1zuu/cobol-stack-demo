      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: September 28, 2026
      * Purpose: Business processing date control, called by every
      *          program that dates anything in place of reading the
      *          system clock, so an EOD suite that runs past
      *          midnight still works the day it started on.  The
      *          business date lives on the BUSDATE control file and
      *          is moved only by the day rollover (STACK-ROLL).  The
      *          same file records each EOD job's completion for the
      *          business date, and the EOD jobs ask here before they
      *          start - a job whose predecessor has not completed
      *          for the day, or which has already completed, is
      *          refused, unless a supervisor's EODOVRD override card
      *          names the job and the day.  Every override used and
      *          every rollover is written to AUDITLOG.
      *
      *          Operations (LK-BDAY-OP):
      *            DATE     - return the business date
      *            START    - gate check for job LK-BDAY-JOB; returns
      *                       the business date it runs for
      *            COMPLETE - record LK-BDAY-JOB complete for the day
      *            ROLL     - advance the business date to the date
      *                       in LK-BUS-DATE, or by one calendar day
      *                       when it is spaces; returns the new date
      *
      *          No BUSDATE file at all means the system date and no
      *          sequence checks - the behavior every job had before
      *          the control existed, as with STACKAUT.  ROLL creates
      *          the file.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-02  VJT  Override and rollover entries now end with
      *                    their AUDITLOG integrity value (126-byte
      *                    record), linked onto the AUDITCHN chain by
      *                    STACK-ACHN just before the write.
      *   2026-10-04  VJT  The daily stack history (STACKHS) joins the
      *                    EOD sequence after STACKEX, and STACKRO now
      *                    follows it - a day is not rolled until its
      *                    history record is taken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-BDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDAY-FILE-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "EODOVRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> D = the business date (one record, first); J = one EOD job
      *> completed for a business date, with when and by whom.
       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BDR-TYPE            PIC X(1).
           05 FILLER              PIC X(1).
           05 BDR-BUS-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 BDR-JOB             PIC X(8).
           05 FILLER              PIC X(1).
           05 BDR-DONE-DATE       PIC X(8).
           05 FILLER              PIC X(1).
           05 BDR-DONE-TIME       PIC X(8).
           05 FILLER              PIC X(1).
           05 BDR-OPERATOR        PIC X(8).

      *> Supervisor override - job, business date, supervisor and
      *> reason.  Honoured only for the job and day it names.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC.
           05 OVR-JOB             PIC X(8).
           05 FILLER              PIC X(1).
           05 OVR-BUS-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 OVR-SUPERVISOR      PIC X(8).
           05 FILLER              PIC X(1).
           05 OVR-REASON          PIC X(30).

      *> Override and rollover entries carry the supervisor and
      *> reason in the provenance columns.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-OPERATION       PIC X(10).
           05 FILLER              PIC X(1).
           05 AUD-DATA            PIC X(20).
           05 FILLER              PIC X(1).
           05 AUD-DATE            PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-TIME            PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 AUD-EOD-PROV REDEFINES AUD-PROV.
              10 AUD-EOD-SUPERVISOR PIC X(8).
              10 FILLER             PIC X(1).
              10 AUD-EOD-REASON     PIC X(30).
              10 FILLER             PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC 9(10).

       WORKING-STORAGE SECTION.
       77 BDAY-FILE-STATUS   PIC XX.
       77 OVR-FILE-STATUS    PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 BDAY-EOF-SW        PIC X.
          88 BDAY-EOF                VALUE "Y".

      *> N = no BUSDATE file (system date, no checks), Y = loaded,
      *> B = present but unusable.
       77 BDAY-CONTROL-SW    PIC X.
          88 BDAY-NO-CONTROL         VALUE "N".
          88 BDAY-CONTROL-OK         VALUE "Y".
          88 BDAY-CONTROL-BAD        VALUE "B".

       77 BDAY-CURRENT-DATE  PIC X(8).
       77 BDAY-CLOCK-DATE    PIC X(8).
       77 BDAY-CLOCK-TIME    PIC X(8).
       77 BDAY-OPERATOR-ID   PIC X(8).

      *> The completion records, loaded whole each call and
      *> rewritten whole by COMPLETE and ROLL.
       77 BDAY-JOB-MAX       PIC 9(4) VALUE 2000.
       77 BDAY-JOB-COUNT     PIC 9(4) VALUE 0.
       77 BDAY-JOB-IDX       PIC 9(4).
       77 BDAY-JOB-SLOT      PIC 9(4).
       01 BDAY-JOB-TABLE.
          05 BDAY-JOB-HOLD OCCURS 2000 TIMES PIC X(46).

      *> The EOD suite in running order - each job and the job that
      *> must have completed for the business date before it.  The
      *> day's history (STACKHS) is taken once the extract is out,
      *> and the rollover (STACKRO) closes the day after it.
       01 BDAY-CHAIN-VALUES.
          05 FILLER             PIC X(16) VALUE "STACKRL         ".
          05 FILLER             PIC X(16) VALUE "STACKLD STACKRL ".
          05 FILLER             PIC X(16) VALUE "STACKRC STACKLD ".
          05 FILLER             PIC X(16) VALUE "STACKDR STACKRC ".
          05 FILLER             PIC X(16) VALUE "STACKEX STACKDR ".
          05 FILLER             PIC X(16) VALUE "STACKHS STACKEX ".
          05 FILLER             PIC X(16) VALUE "STACKRO STACKHS ".
       01 BDAY-CHAIN-TABLE REDEFINES BDAY-CHAIN-VALUES.
          05 BDAY-CHAIN-ENTRY OCCURS 7 TIMES.
             10 BDAY-CH-JOB        PIC X(8).
             10 BDAY-CH-PRED       PIC X(8).
       77 BDAY-CHAIN-COUNT   PIC 9(2) VALUE 7.
       77 BDAY-CHAIN-IDX     PIC 9(2).
       77 BDAY-PRED-JOB      PIC X(8).
       77 BDAY-CHAIN-SW      PIC X.
          88 BDAY-IN-CHAIN           VALUE "Y".

       77 BDAY-FIND-JOB      PIC X(8).
       77 BDAY-FOUND-SW      PIC X.
          88 BDAY-FOUND              VALUE "Y".

      *> Why START refused - RERUN or SEQUENCE - and the override
      *> card that let it through anyway.
       77 BDAY-REFUSAL       PIC X(8).
       77 BDAY-OVR-SW        PIC X.
          88 BDAY-OVR-FOUND          VALUE "Y".
       77 BDAY-OVR-SUPERVISOR PIC X(8).
       77 BDAY-OVR-REASON    PIC X(30).

      *> Calendar work for ROLL - the next day, and the edit on an
      *> explicit rollover date.
       01 BDAY-DATE-WORK.
          05 BDAY-DW-YEAR       PIC 9(4).
          05 BDAY-DW-MONTH      PIC 9(2).
          05 BDAY-DW-DAY        PIC 9(2).
       77 BDAY-DATE-OK-SW    PIC X.
          88 BDAY-DATE-OK            VALUE "Y".
       77 BDAY-MONTH-DAYS    PIC 9(2).
       77 BDAY-LEAP-QUOT     PIC 9(4).
       77 BDAY-LEAP-REM4     PIC 9(4).
       77 BDAY-LEAP-REM100   PIC 9(4).
       77 BDAY-LEAP-REM400   PIC 9(4).
       01 BDAY-DAYS-IN-MONTH-VALUES.
          05 FILLER             PIC X(24)
                 VALUE "312831303130313130313031".
       01 BDAY-DAYS-IN-MONTH REDEFINES BDAY-DAYS-IN-MONTH-VALUES.
          05 BDAY-DIM           PIC 9(2) OCCURS 12 TIMES.
       77 BDAY-NEW-DATE      PIC X(8).
       77 BDAY-KEEP-FROM     PIC 9(8).
       77 BDAY-JOB-DATE-N    PIC 9(8).

      *> Audit scratch.
       77 BDAY-AUD-OPERATION PIC X(10).
       77 BDAY-AUD-DATE      PIC X(8).
       77 BDAY-ACHN-OP       PIC X(8) VALUE "LINK".
       77 BDAY-ACHN-RC       PIC 9(2).
       01 BDAY-AUD-DATA.
          05 BDAY-AD-FIRST      PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 BDAY-AD-SECOND     PIC X(11).

       LINKAGE SECTION.
      *> LK-BDAY-RC values: 0=OK  8=REFUSED (out of sequence, already
      *> run, bad rollover date)  12=BUSDATE UNREADABLE OR NOT SAVED
       01 LK-BDAY-OP      PIC X(10).   *> DATE/START/COMPLETE/ROLL
       01 LK-BDAY-JOB     PIC X(8).    *> EOD job name
       01 LK-BUS-DATE     PIC X(8).    *> business date yyyymmdd
       01 LK-BDAY-RC      PIC 9(2).    *> see above

       PROCEDURE DIVISION USING LK-BDAY-OP LK-BDAY-JOB LK-BUS-DATE
               LK-BDAY-RC.
           MOVE 0 TO LK-BDAY-RC
           ACCEPT BDAY-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT BDAY-CLOCK-TIME FROM TIME
           ACCEPT BDAY-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM LOAD-CONTROL

           EVALUATE LK-BDAY-OP
               WHEN "DATE"
                   PERFORM DO-DATE
               WHEN "START"
                   PERFORM DO-START
               WHEN "COMPLETE"
                   PERFORM DO-COMPLETE
               WHEN "ROLL"
                   PERFORM DO-ROLL
               WHEN OTHER
                   DISPLAY "STACK-BDAY: INVALID OPERATION " LK-BDAY-OP
                   MOVE 8 TO LK-BDAY-RC
           END-EVALUATE
           EXIT PROGRAM.

       DO-DATE.
      *> An unreadable control file still hands back a date - the
      *> system date - so a report or a menu program can carry on;
      *> the EOD jobs come through START, which refuses instead.
           EVALUATE TRUE
               WHEN BDAY-CONTROL-OK
                   MOVE BDAY-CURRENT-DATE TO LK-BUS-DATE
               WHEN BDAY-NO-CONTROL
                   MOVE BDAY-CLOCK-DATE TO LK-BUS-DATE
               WHEN OTHER
                   MOVE BDAY-CLOCK-DATE TO LK-BUS-DATE
                   DISPLAY "STACK-BDAY: USING SYSTEM DATE "
                       BDAY-CLOCK-DATE
                   MOVE 12 TO LK-BDAY-RC
           END-EVALUATE
           .

       DO-START.
           IF BDAY-NO-CONTROL
               MOVE BDAY-CLOCK-DATE TO LK-BUS-DATE
               DISPLAY "STACK-BDAY: NO BUSDATE CONTROL - " LK-BDAY-JOB
                   " RUNS ON SYSTEM DATE " BDAY-CLOCK-DATE
               EXIT PARAGRAPH
           END-IF
           IF BDAY-CONTROL-BAD
               MOVE SPACES TO LK-BUS-DATE
               MOVE 12 TO LK-BDAY-RC
               EXIT PARAGRAPH
           END-IF
           MOVE BDAY-CURRENT-DATE TO LK-BUS-DATE

           PERFORM FIND-CHAIN-ENTRY
           IF NOT BDAY-IN-CHAIN
               EXIT PARAGRAPH
           END-IF

      *> Already completed for the day is checked first - a second
      *> STACKDR would append a second drain to the day's generation
      *> whatever its predecessor's state.
           MOVE SPACES TO BDAY-REFUSAL
           MOVE LK-BDAY-JOB TO BDAY-FIND-JOB
           PERFORM FIND-JOB-COMPLETION
           IF BDAY-FOUND
               MOVE "RERUN" TO BDAY-REFUSAL
               MOVE BDAY-JOB-HOLD(BDAY-JOB-SLOT) TO BUSDATE-REC
               DISPLAY "STACK-BDAY: " LK-BDAY-JOB
                   " ALREADY COMPLETED FOR BUSINESS DATE "
                   BDAY-CURRENT-DATE
               DISPLAY "STACK-BDAY: COMPLETED " BDR-DONE-DATE " "
                   BDR-DONE-TIME " BY " BDR-OPERATOR
           ELSE
               IF BDAY-PRED-JOB NOT = SPACES
                   MOVE BDAY-PRED-JOB TO BDAY-FIND-JOB
                   PERFORM FIND-JOB-COMPLETION
                   IF NOT BDAY-FOUND
                       MOVE "SEQUENCE" TO BDAY-REFUSAL
                       DISPLAY "STACK-BDAY: " LK-BDAY-JOB
                           " CANNOT START - " BDAY-PRED-JOB
                           " HAS NOT COMPLETED FOR BUSINESS DATE "
                           BDAY-CURRENT-DATE
                   END-IF
               END-IF
           END-IF
           IF BDAY-REFUSAL = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OVERRIDE
           IF BDAY-OVR-FOUND
               DISPLAY "STACK-BDAY: OVERRIDDEN BY " BDAY-OVR-SUPERVISOR
                   " - " BDAY-OVR-REASON
               MOVE "EODOVERIDE" TO BDAY-AUD-OPERATION
               MOVE LK-BDAY-JOB TO BDAY-AD-FIRST
               MOVE BDAY-REFUSAL TO BDAY-AD-SECOND
               MOVE BDAY-CURRENT-DATE TO BDAY-AUD-DATE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE 8 TO LK-BDAY-RC
           END-IF
           .

       DO-COMPLETE.
      *> With no control file there is no day to record against.
           IF BDAY-NO-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF BDAY-CONTROL-BAD
               MOVE 12 TO LK-BDAY-RC
               EXIT PARAGRAPH
           END-IF
           MOVE BDAY-CURRENT-DATE TO LK-BUS-DATE

      *> An overridden rerun replaces the job's earlier completion.
           MOVE LK-BDAY-JOB TO BDAY-FIND-JOB
           PERFORM FIND-JOB-COMPLETION
           IF NOT BDAY-FOUND
               IF BDAY-JOB-COUNT NOT < BDAY-JOB-MAX
                   DISPLAY "STACK-BDAY: BUSDATE FULL - " LK-BDAY-JOB
                       " COMPLETION NOT RECORDED"
                   MOVE 12 TO LK-BDAY-RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BDAY-JOB-COUNT
               MOVE BDAY-JOB-COUNT TO BDAY-JOB-SLOT
           END-IF
           MOVE SPACES TO BUSDATE-REC
           MOVE "J" TO BDR-TYPE
           MOVE BDAY-CURRENT-DATE TO BDR-BUS-DATE
           MOVE LK-BDAY-JOB TO BDR-JOB
           MOVE BDAY-CLOCK-DATE TO BDR-DONE-DATE
           MOVE BDAY-CLOCK-TIME TO BDR-DONE-TIME
           MOVE BDAY-OPERATOR-ID TO BDR-OPERATOR
           MOVE BUSDATE-REC TO BDAY-JOB-HOLD(BDAY-JOB-SLOT)
           PERFORM SAVE-CONTROL
           .

       DO-ROLL.
      *> The first roll (no BUSDATE yet) starts the control at the
      *> date given, or today's system date.  After that the date
      *> only moves forward: to the date given, which must be a
      *> real calendar date after the current one (the Monday after
      *> a Friday, say), or else to the next calendar day.
           IF BDAY-CONTROL-BAD
               MOVE 12 TO LK-BDAY-RC
               EXIT PARAGRAPH
           END-IF
           IF LK-BUS-DATE = SPACES
               IF BDAY-NO-CONTROL
                   MOVE BDAY-CLOCK-DATE TO BDAY-NEW-DATE
               ELSE
                   MOVE BDAY-CURRENT-DATE TO BDAY-DATE-WORK
                   PERFORM NEXT-CALENDAR-DAY
                   MOVE BDAY-DATE-WORK TO BDAY-NEW-DATE
               END-IF
           ELSE
               MOVE LK-BUS-DATE TO BDAY-NEW-DATE
               PERFORM EDIT-CALENDAR-DATE
               IF NOT BDAY-DATE-OK
                   DISPLAY "STACK-BDAY: ROLL DATE " LK-BUS-DATE
                       " IS NOT A VALID CALENDAR DATE"
                   MOVE 8 TO LK-BDAY-RC
                   EXIT PARAGRAPH
               END-IF
               IF BDAY-CONTROL-OK
                   AND BDAY-NEW-DATE NOT > BDAY-CURRENT-DATE
                   DISPLAY "STACK-BDAY: ROLL DATE " LK-BUS-DATE
                       " IS NOT AFTER BUSINESS DATE "
                       BDAY-CURRENT-DATE
                   MOVE 8 TO LK-BDAY-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Completions are kept a year, then dropped at the roll.
           MOVE BDAY-NEW-DATE TO BDAY-KEEP-FROM
           SUBTRACT 10000 FROM BDAY-KEEP-FROM
           MOVE 0 TO BDAY-JOB-SLOT
           PERFORM KEEP-RECENT-COMPLETION
               VARYING BDAY-JOB-IDX FROM 1 BY 1
               UNTIL BDAY-JOB-IDX > BDAY-JOB-COUNT
           MOVE BDAY-JOB-SLOT TO BDAY-JOB-COUNT

           MOVE "EODROLL" TO BDAY-AUD-OPERATION
           IF BDAY-CONTROL-OK
               MOVE BDAY-CURRENT-DATE TO BDAY-AD-FIRST
               MOVE BDAY-CURRENT-DATE TO BDAY-AUD-DATE
           ELSE
               MOVE SPACES TO BDAY-AD-FIRST
               MOVE BDAY-NEW-DATE TO BDAY-AUD-DATE
           END-IF
           MOVE BDAY-NEW-DATE TO BDAY-AD-SECOND
           MOVE BDAY-NEW-DATE TO BDAY-CURRENT-DATE
           PERFORM SAVE-CONTROL
           IF LK-BDAY-RC = 0
               MOVE BDAY-NEW-DATE TO LK-BUS-DATE
               MOVE SPACES TO BDAY-OVR-SUPERVISOR BDAY-OVR-REASON
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           .

       KEEP-RECENT-COMPLETION.
           MOVE BDAY-JOB-HOLD(BDAY-JOB-IDX) TO BUSDATE-REC
           IF BDR-BUS-DATE IS NUMERIC
               MOVE BDR-BUS-DATE TO BDAY-JOB-DATE-N
               IF BDAY-JOB-DATE-N < BDAY-KEEP-FROM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO BDAY-JOB-SLOT
           MOVE BUSDATE-REC TO BDAY-JOB-HOLD(BDAY-JOB-SLOT)
           .

       NEXT-CALENDAR-DAY.
           ADD 1 TO BDAY-DW-DAY
           PERFORM SET-MONTH-DAYS
           IF BDAY-DW-DAY > BDAY-MONTH-DAYS
               MOVE 1 TO BDAY-DW-DAY
               ADD 1 TO BDAY-DW-MONTH
               IF BDAY-DW-MONTH > 12
                   MOVE 1 TO BDAY-DW-MONTH
                   ADD 1 TO BDAY-DW-YEAR
               END-IF
           END-IF
           .

       EDIT-CALENDAR-DATE.
           MOVE "N" TO BDAY-DATE-OK-SW
           IF BDAY-NEW-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BDAY-NEW-DATE TO BDAY-DATE-WORK
           IF BDAY-DW-MONTH < 1 OR BDAY-DW-MONTH > 12
               OR BDAY-DW-DAY < 1
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-MONTH-DAYS
           IF BDAY-DW-DAY > BDAY-MONTH-DAYS
               EXIT PARAGRAPH
           END-IF
           SET BDAY-DATE-OK TO TRUE
           .

       SET-MONTH-DAYS.
           MOVE BDAY-DIM(BDAY-DW-MONTH) TO BDAY-MONTH-DAYS
           IF BDAY-DW-MONTH = 2
               DIVIDE BDAY-DW-YEAR BY 4 GIVING BDAY-LEAP-QUOT
                   REMAINDER BDAY-LEAP-REM4
               DIVIDE BDAY-DW-YEAR BY 100 GIVING BDAY-LEAP-QUOT
                   REMAINDER BDAY-LEAP-REM100
               DIVIDE BDAY-DW-YEAR BY 400 GIVING BDAY-LEAP-QUOT
                   REMAINDER BDAY-LEAP-REM400
               IF BDAY-LEAP-REM400 = 0
                   OR (BDAY-LEAP-REM4 = 0 AND BDAY-LEAP-REM100 NOT = 0)
                   MOVE 29 TO BDAY-MONTH-DAYS
               END-IF
           END-IF
           .

       FIND-CHAIN-ENTRY.
           MOVE "N" TO BDAY-CHAIN-SW
           MOVE SPACES TO BDAY-PRED-JOB
           PERFORM MATCH-CHAIN-ENTRY
               VARYING BDAY-CHAIN-IDX FROM 1 BY 1
               UNTIL BDAY-CHAIN-IDX > BDAY-CHAIN-COUNT
                  OR BDAY-IN-CHAIN
           .

       MATCH-CHAIN-ENTRY.
           IF BDAY-CH-JOB(BDAY-CHAIN-IDX) = LK-BDAY-JOB
               SET BDAY-IN-CHAIN TO TRUE
               MOVE BDAY-CH-PRED(BDAY-CHAIN-IDX) TO BDAY-PRED-JOB
           END-IF
           .

       FIND-JOB-COMPLETION.
      *> Leaves BDAY-JOB-SLOT at BDAY-FIND-JOB's completion for the
      *> current business date, with BDAY-FOUND set when there is one.
           MOVE "N" TO BDAY-FOUND-SW
           PERFORM MATCH-JOB-COMPLETION
               VARYING BDAY-JOB-IDX FROM 1 BY 1
               UNTIL BDAY-JOB-IDX > BDAY-JOB-COUNT
                  OR BDAY-FOUND
           .

       MATCH-JOB-COMPLETION.
           MOVE BDAY-JOB-HOLD(BDAY-JOB-IDX) TO BUSDATE-REC
           IF BDR-JOB = BDAY-FIND-JOB
               AND BDR-BUS-DATE = BDAY-CURRENT-DATE
               SET BDAY-FOUND TO TRUE
               MOVE BDAY-JOB-IDX TO BDAY-JOB-SLOT
           END-IF
           .

       LOAD-CONTROL.
      *> The D record must come first and carry a numeric date; a
      *> file without one is treated as unreadable rather than
      *> guessed at.
           MOVE 0 TO BDAY-JOB-COUNT
           MOVE SPACES TO BDAY-CURRENT-DATE
           MOVE "N" TO BDAY-EOF-SW
           OPEN INPUT BUSDATE-FILE
           IF BDAY-FILE-STATUS = "35"
               SET BDAY-NO-CONTROL TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF BDAY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BUSDATE - STATUS "
                   BDAY-FILE-STATUS
               SET BDAY-CONTROL-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET BDAY-CONTROL-OK TO TRUE
           READ BUSDATE-FILE
               AT END
                   SET BDAY-EOF TO TRUE
           END-READ
           IF BDAY-EOF
               OR BDR-TYPE NOT = "D"
               OR BDR-BUS-DATE NOT NUMERIC
               DISPLAY "STACK-BDAY: BUSDATE HAS NO BUSINESS DATE"
               SET BDAY-CONTROL-BAD TO TRUE
           ELSE
               MOVE BDR-BUS-DATE TO BDAY-CURRENT-DATE
               PERFORM LOAD-ONE-COMPLETION UNTIL BDAY-EOF
           END-IF
           CLOSE BUSDATE-FILE
           .

       LOAD-ONE-COMPLETION.
           READ BUSDATE-FILE
               AT END
                   SET BDAY-EOF TO TRUE
               NOT AT END
                   IF BDR-TYPE = "J"
                       IF BDAY-JOB-COUNT < BDAY-JOB-MAX
                           ADD 1 TO BDAY-JOB-COUNT
                           MOVE BUSDATE-REC
                               TO BDAY-JOB-HOLD(BDAY-JOB-COUNT)
                       ELSE
                           DISPLAY "STACK-BDAY: BUSDATE FULL - "
                               "COMPLETION FOR " BDR-JOB " "
                               BDR-BUS-DATE " NOT LOADED"
                       END-IF
                   END-IF
           END-READ
           .

       SAVE-CONTROL.
           OPEN OUTPUT BUSDATE-FILE
           IF BDAY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE BUSDATE - STATUS "
                   BDAY-FILE-STATUS
               MOVE 12 TO LK-BDAY-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BUSDATE-REC
           MOVE "D" TO BDR-TYPE
           MOVE BDAY-CURRENT-DATE TO BDR-BUS-DATE
           WRITE BUSDATE-REC
           PERFORM WRITE-ONE-COMPLETION
               VARYING BDAY-JOB-IDX FROM 1 BY 1
               UNTIL BDAY-JOB-IDX > BDAY-JOB-COUNT
           CLOSE BUSDATE-FILE
           .

       WRITE-ONE-COMPLETION.
           MOVE BDAY-JOB-HOLD(BDAY-JOB-IDX) TO BUSDATE-REC
           WRITE BUSDATE-REC
           .

       LOAD-OVERRIDE.
      *> The first card naming this job and business date wins.  A
      *> card without a supervisor or a reason is not an override.
           MOVE "N" TO BDAY-OVR-SW
           MOVE "N" TO BDAY-EOF-SW
           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-OVERRIDE
               UNTIL BDAY-EOF OR BDAY-OVR-FOUND
           CLOSE OVERRIDE-FILE
           .

       READ-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   SET BDAY-EOF TO TRUE
               NOT AT END
                   IF OVR-JOB = LK-BDAY-JOB
                       AND OVR-BUS-DATE = BDAY-CURRENT-DATE
                       IF OVR-SUPERVISOR = SPACES
                           OR OVR-REASON = SPACES
                           DISPLAY "STACK-BDAY: EODOVRD CARD FOR "
                               LK-BDAY-JOB " IGNORED - SUPERVISOR "
                               "AND REASON REQUIRED"
                       ELSE
                           SET BDAY-OVR-FOUND TO TRUE
                           MOVE OVR-SUPERVISOR TO BDAY-OVR-SUPERVISOR
                           MOVE OVR-REASON TO BDAY-OVR-REASON
                       END-IF
                   END-IF
           END-READ
           .

       WRITE-AUDIT-RECORD.
      *> Same trail the STACK subprogram leaves.  EXTEND falls back
      *> to OUTPUT only when AUDITLOG doesn't exist yet (status 35).
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                   AUDIT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-REC
           MOVE BDAY-AUD-OPERATION TO AUD-OPERATION
           MOVE BDAY-AUD-DATA TO AUD-DATA
           MOVE BDAY-AUD-DATE TO AUD-DATE
           MOVE BDAY-CLOCK-TIME TO AUD-TIME
           MOVE BDAY-OPERATOR-ID TO AUD-USER-ID
           MOVE BDAY-OVR-SUPERVISOR TO AUD-EOD-SUPERVISOR
           MOVE BDAY-OVR-REASON TO AUD-EOD-REASON
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING BDAY-ACHN-OP AUDIT-REC
               BDAY-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
