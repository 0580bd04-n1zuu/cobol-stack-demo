      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: October 2, 2026
      * Purpose: Audit trail verification.  Walks the retained
      *          AUDARCH.Myyyymm archives oldest first and then the
      *          live AUDITLOG, working every entry's integrity value
      *          out again from the entry before it (STACK-ACHN) and
      *          comparing it with the value written, so an entry
      *          altered, removed or inserted since it was logged
      *          breaks the chain where it happened.  Each archived
      *          period's entries are also counted against its
      *          SUMMARY TOTAL, and the live log must end at the
      *          entry the AUDITCHN chain head names, so entries
      *          taken off either end show too.  The first broken or
      *          missing link is reported with the entries around it
      *          and the job ends with RETURN-CODE 8 - run ahead of
      *          STACKRC and of any STACK-RCOV rebuild, both of which
      *          take the trail as the truth.
      *
      *          The oldest archive's first entry links back into an
      *          archive already retired, so the chain is taken up
      *          there on trust; entries from before the chain
      *          existed are counted and passed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-AVFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CHAIN-HEAD-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HEAD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(126).

       FD  AUDIT-FILE.
       01  AUDIT-REC              PIC X(126).

       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-REC.
           05 HD-CHAIN            PIC X(10).
           05 FILLER              PIC X(1).
           05 HD-OPERATION        PIC X(10).
           05 FILLER              PIC X(1).
           05 HD-DATE             PIC X(8).
           05 FILLER              PIC X(1).
           05 HD-TIME             PIC X(8).
           05 FILLER              PIC X(1).
           05 HD-USER-ID          PIC X(8).

       WORKING-STORAGE SECTION.
       77 ARCH-FILE-STATUS   PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 HEAD-FILE-STATUS   PIC XX.

       77 AVF-EOF-SW         PIC X VALUE "N".
          88 AVF-EOF                 VALUE "Y".
       77 AVF-ABORT-SW       PIC X VALUE "N".
          88 AVF-ABORT               VALUE "Y".
       77 AVF-BREAK-SW       PIC X VALUE "N".
          88 AVF-BROKEN              VALUE "Y".
      *> Set once the first entry carrying a value has been taken
      *> up - from then on every entry must link.
       77 AVF-CHAIN-SW       PIC X VALUE "N".
          88 AVF-CHAIN-STARTED       VALUE "Y".
      *> Archives close each period with SUMMARY counts; the live
      *> log has none.
       77 AVF-SOURCE-SW      PIC X.
          88 AVF-IN-ARCHIVE          VALUE "A".
          88 AVF-IN-LIVE-LOG         VALUE "L".

       77 AVF-RUN-DATE       PIC X(8).
       77 AVF-BDAY-OP        PIC X(10) VALUE "DATE".
       77 AVF-BDAY-JOB       PIC X(8)  VALUE SPACES.
       77 AVF-BDAY-RC        PIC 9(2).

      *> Archive months walked oldest first - the thirteen ending at
      *> the business month, so a cutover run late for last month
      *> (STACK-ARCH keeps twelve ending at the month it closed)
      *> still has all its retained archives walked.  A month with
      *> no archive on file is skipped; if it held entries, the
      *> first entry after it will not link.
       77 AVF-ARCH-MONTHS    PIC 9(2) VALUE 13.
       77 AVF-BACK-IDX       PIC 9(2).
       77 AVF-WORK-YEAR      PIC 9(4).
       77 AVF-WORK-MONTH     PIC 9(2).
       77 AVF-MONTH-SERIAL   PIC 9(6).
       01 ARCH-FILE-NAME.
          05 FILLER             PIC X(9) VALUE "AUDARCH.M".
          05 AVF-ARCH-YEAR      PIC 9(4).
          05 AVF-ARCH-MONTH     PIC 9(2).
       77 AVF-FILE-NAME      PIC X(16).

      *> The entry being checked, whichever file it came from.
       01 AVF-ENTRY.
          05 AVF-EN-BODY        PIC X(115).
          05 FILLER             PIC X(1).
          05 AVF-EN-CHAIN       PIC X(10).
       01 AVF-SUMMARY-VIEW REDEFINES AVF-ENTRY.
          05 AVF-SV-OPERATION   PIC X(10).
          05 FILLER             PIC X(1).
          05 AVF-SV-OP          PIC X(10).
          05 AVF-SV-COUNT       PIC X(6).
          05 FILLER             PIC X(99).

      *> STACK-ACHN works the value out from the entry before.
       77 AVF-ACHN-OP        PIC X(8) VALUE "COMPUTE".
       77 AVF-ACHN-RC        PIC 9(2).
       01 AVF-CHAIN-ENTRY.
          05 AVF-CE-BODY        PIC X(115).
          05 FILLER             PIC X(1).
          05 AVF-CE-CHAIN       PIC 9(10).
       77 AVF-PREV-CHAIN     PIC 9(10) VALUE 0.
       77 AVF-FOUND-CHAIN    PIC 9(10).

      *> Entries since the last SUMMARY TOTAL in an archive, and
      *> how many of them carry a value - a period from before the
      *> chain existed is not held to its count.
       77 AVF-PERIOD-RECS    PIC 9(8) VALUE 0.
       77 AVF-PERIOD-CHAINED PIC 9(8) VALUE 0.
       77 AVF-SUMMARY-TOTAL  PIC 9(6).
       77 AVF-PERIOD-FOUND   PIC 9(6).

       77 AVF-FILE-RECS      PIC 9(8) VALUE 0.
       77 AVF-FILE-COUNT     PIC 9(2) VALUE 0.
       77 AVF-TOTAL-RECS     PIC 9(8) VALUE 0.
       77 AVF-CHAINED-RECS   PIC 9(8) VALUE 0.
       77 AVF-UNCHAINED-RECS PIC 9(8) VALUE 0.

      *> The two entries before the one being checked, and how many
      *> entries after a break are still to be shown.
       77 AVF-BEFORE-COUNT   PIC 9(1) VALUE 0.
       77 AVF-BEFORE-IDX     PIC 9(1).
       01 AVF-BEFORE-TABLE.
          05 AVF-BEFORE OCCURS 2 TIMES.
             10 AVF-BF-FILE        PIC X(16).
             10 AVF-BF-RECNO       PIC 9(8).
             10 AVF-BF-ENTRY       PIC X(126).
       77 AVF-AFTER-LEFT     PIC 9(1) VALUE 0.
       77 AVF-SHOW-RECNO     PIC 9(8).

       77 AVF-BREAK-REASON   PIC X(60).
       77 AVF-EXPECTED-DISP  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING AVF-BDAY-OP AVF-BDAY-JOB
               AVF-RUN-DATE AVF-BDAY-RC
           PERFORM WALK-ONE-ARCHIVE
               VARYING AVF-BACK-IDX FROM AVF-ARCH-MONTHS BY -1
               UNTIL AVF-BACK-IDX < 1 OR AVF-BROKEN OR AVF-ABORT
           IF NOT AVF-BROKEN AND NOT AVF-ABORT
               PERFORM WALK-LIVE-LOG
           END-IF
           IF NOT AVF-BROKEN AND NOT AVF-ABORT
               PERFORM CHECK-CHAIN-HEAD
           END-IF
           PERFORM DISPLAY-SUMMARY
           IF AVF-BROKEN OR AVF-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       WALK-ONE-ARCHIVE.
      *> Months count as a serial (year*12 + month) so the window
      *> arithmetic never fumbles a year boundary - the same sweep
      *> STACK-ARCH's retention uses.
           MOVE AVF-RUN-DATE(1:4) TO AVF-WORK-YEAR
           MOVE AVF-RUN-DATE(5:2) TO AVF-WORK-MONTH
           COMPUTE AVF-MONTH-SERIAL = AVF-WORK-YEAR * 12
               + AVF-WORK-MONTH - AVF-BACK-IDX + 1
           COMPUTE AVF-WORK-YEAR = (AVF-MONTH-SERIAL - 1) / 12
           COMPUTE AVF-WORK-MONTH = AVF-MONTH-SERIAL
               - AVF-WORK-YEAR * 12
           MOVE AVF-WORK-YEAR TO AVF-ARCH-YEAR
           MOVE AVF-WORK-MONTH TO AVF-ARCH-MONTH

           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "STACK-AVFY: UNABLE TO OPEN " ARCH-FILE-NAME
                   " - STATUS " ARCH-FILE-STATUS
               SET AVF-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ARCH-FILE-NAME TO AVF-FILE-NAME
           SET AVF-IN-ARCHIVE TO TRUE
           MOVE 0 TO AVF-FILE-RECS
           MOVE 0 TO AVF-PERIOD-RECS
           MOVE 0 TO AVF-PERIOD-CHAINED
           ADD 1 TO AVF-FILE-COUNT
           MOVE "N" TO AVF-EOF-SW
           PERFORM READ-ARCHIVE-ENTRY UNTIL AVF-EOF OR AVF-BROKEN
           IF AVF-BROKEN
               MOVE "N" TO AVF-EOF-SW
               PERFORM SHOW-NEXT-ARCHIVE-ENTRY
                   UNTIL AVF-AFTER-LEFT = 0 OR AVF-EOF
           END-IF
           CLOSE ARCHIVE-FILE
           PERFORM DISPLAY-FILE-LINE
           .

       READ-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE
               AT END
                   SET AVF-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-REC TO AVF-ENTRY
                   PERFORM CHECK-ONE-ENTRY
           END-READ
           .

       SHOW-NEXT-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE
               AT END
                   SET AVF-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-REC TO AVF-ENTRY
                   PERFORM SHOW-FOLLOWING-ENTRY
           END-READ
           .

       WALK-LIVE-LOG.
           MOVE "AUDITLOG" TO AVF-FILE-NAME
           SET AVF-IN-LIVE-LOG TO TRUE
           MOVE 0 TO AVF-FILE-RECS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
      *> No live log - the head check says whether one should exist.
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "STACK-AVFY: UNABLE TO OPEN AUDITLOG - STATUS "
                   AUDIT-FILE-STATUS
               SET AVF-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO AVF-FILE-COUNT
           MOVE "N" TO AVF-EOF-SW
           PERFORM READ-LIVE-ENTRY UNTIL AVF-EOF OR AVF-BROKEN
           IF AVF-BROKEN
               MOVE "N" TO AVF-EOF-SW
               PERFORM SHOW-NEXT-LIVE-ENTRY
                   UNTIL AVF-AFTER-LEFT = 0 OR AVF-EOF
           END-IF
           CLOSE AUDIT-FILE
           PERFORM DISPLAY-FILE-LINE
           .

       READ-LIVE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET AVF-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-REC TO AVF-ENTRY
                   PERFORM CHECK-ONE-ENTRY
           END-READ
           .

       SHOW-NEXT-LIVE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET AVF-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-REC TO AVF-ENTRY
                   PERFORM SHOW-FOLLOWING-ENTRY
           END-READ
           .

       CHECK-ONE-ENTRY.
           ADD 1 TO AVF-FILE-RECS
           ADD 1 TO AVF-TOTAL-RECS
           IF AVF-EN-CHAIN IS NUMERIC
               PERFORM CHECK-ENTRY-LINK
           ELSE
               IF AVF-CHAIN-STARTED
                   MOVE "ENTRY CARRIES NO INTEGRITY VALUE"
                       TO AVF-BREAK-REASON
                   MOVE SPACES TO AVF-EXPECTED-DISP
                   PERFORM REPORT-BREAK
               ELSE
                   ADD 1 TO AVF-UNCHAINED-RECS
               END-IF
           END-IF
           IF AVF-BROKEN
               EXIT PARAGRAPH
           END-IF

           IF AVF-IN-ARCHIVE
               PERFORM CHECK-PERIOD-COUNT
               IF AVF-BROKEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM REMEMBER-ENTRY
           .

       CHECK-ENTRY-LINK.
      *> The first value met is worked from zero - the entry
      *> written when the chain began.  Failing that, only the
      *> very first entry walked may be taken up on trust: its
      *> link back lies in an archive already retired.
           MOVE AVF-EN-CHAIN TO AVF-FOUND-CHAIN
           MOVE AVF-EN-BODY TO AVF-CE-BODY
           IF AVF-CHAIN-STARTED
               MOVE AVF-PREV-CHAIN TO AVF-CE-CHAIN
           ELSE
               MOVE 0 TO AVF-CE-CHAIN
           END-IF
           CALL "STACK-ACHN" USING AVF-ACHN-OP AVF-CHAIN-ENTRY
               AVF-ACHN-RC

           IF AVF-CE-CHAIN NOT = AVF-FOUND-CHAIN
               IF AVF-CHAIN-STARTED OR AVF-TOTAL-RECS > 1
                   MOVE "ENTRY ALTERED, OR ENTRIES AHEAD OF IT REMOVED"
                       TO AVF-BREAK-REASON
                   MOVE AVF-CE-CHAIN TO AVF-EXPECTED-DISP
                   PERFORM REPORT-BREAK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "STACK-AVFY: CHAIN TAKEN UP AT " AVF-FILE-NAME
                   " ENTRY " AVF-FILE-RECS
                   " - ITS LINK BACK IS IN A RETIRED ARCHIVE"
           END-IF
           IF NOT AVF-CHAIN-STARTED
               IF AVF-CE-CHAIN = AVF-FOUND-CHAIN
                   DISPLAY "STACK-AVFY: CHAIN BEGINS AT " AVF-FILE-NAME
                       " ENTRY " AVF-FILE-RECS
               END-IF
               SET AVF-CHAIN-STARTED TO TRUE
           END-IF
           ADD 1 TO AVF-CHAINED-RECS
           MOVE AVF-FOUND-CHAIN TO AVF-PREV-CHAIN
           .

       CHECK-PERIOD-COUNT.
      *> STACK-ARCH closes each archived period with SUMMARY counts;
      *> the TOTAL must match the entries archived ahead of it, which
      *> catches entries cut from the front of the oldest archive,
      *> where there is no earlier link to break.
           IF AVF-SV-OPERATION NOT = "SUMMARY"
               ADD 1 TO AVF-PERIOD-RECS
               IF AVF-EN-CHAIN IS NUMERIC
                   ADD 1 TO AVF-PERIOD-CHAINED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AVF-SV-OP NOT = "TOTAL"
               EXIT PARAGRAPH
           END-IF

           IF AVF-SV-COUNT IS NUMERIC AND AVF-PERIOD-CHAINED > 0
               MOVE AVF-SV-COUNT TO AVF-SUMMARY-TOTAL
               IF AVF-SUMMARY-TOTAL NOT = AVF-PERIOD-RECS
                   MOVE AVF-PERIOD-RECS TO AVF-PERIOD-FOUND
                   MOVE SPACES TO AVF-BREAK-REASON
                   STRING "ARCHIVED PERIOD SHORT - SUMMARY TOTAL "
                           DELIMITED BY SIZE
                       AVF-SUMMARY-TOTAL DELIMITED BY SIZE
                       " ENTRIES " DELIMITED BY SIZE
                       AVF-PERIOD-FOUND DELIMITED BY SIZE
                       INTO AVF-BREAK-REASON
                   MOVE SPACES TO AVF-EXPECTED-DISP
                   PERFORM REPORT-BREAK
               END-IF
           END-IF
           MOVE 0 TO AVF-PERIOD-RECS
           MOVE 0 TO AVF-PERIOD-CHAINED
           .

       REMEMBER-ENTRY.
           MOVE AVF-BEFORE(1) TO AVF-BEFORE(2)
           MOVE AVF-FILE-NAME TO AVF-BF-FILE(1)
           MOVE AVF-FILE-RECS TO AVF-BF-RECNO(1)
           MOVE AVF-ENTRY TO AVF-BF-ENTRY(1)
           IF AVF-BEFORE-COUNT < 2
               ADD 1 TO AVF-BEFORE-COUNT
           END-IF
           .

       REPORT-BREAK.
           SET AVF-BROKEN TO TRUE
           DISPLAY "STACK-AVFY: *** AUDIT CHAIN BROKEN AT "
               AVF-FILE-NAME " ENTRY " AVF-FILE-RECS
           DISPLAY "STACK-AVFY: " AVF-BREAK-REASON
           IF AVF-EXPECTED-DISP NOT = SPACES
               DISPLAY "STACK-AVFY: VALUE EXPECTED " AVF-EXPECTED-DISP
                   " - VALUE FOUND " AVF-EN-CHAIN
           END-IF
           PERFORM SHOW-BEFORE-ENTRY
               VARYING AVF-BEFORE-IDX FROM AVF-BEFORE-COUNT BY -1
               UNTIL AVF-BEFORE-IDX < 1
           MOVE AVF-FILE-RECS TO AVF-SHOW-RECNO
           DISPLAY "  >> " AVF-FILE-NAME " ENTRY " AVF-SHOW-RECNO
           DISPLAY "     " AVF-ENTRY
           MOVE 2 TO AVF-AFTER-LEFT
           .

       SHOW-BEFORE-ENTRY.
           DISPLAY "     " AVF-BF-FILE(AVF-BEFORE-IDX) " ENTRY "
               AVF-BF-RECNO(AVF-BEFORE-IDX)
           DISPLAY "     " AVF-BF-ENTRY(AVF-BEFORE-IDX)
           .

       SHOW-FOLLOWING-ENTRY.
           ADD 1 TO AVF-SHOW-RECNO
           DISPLAY "     " AVF-FILE-NAME " ENTRY " AVF-SHOW-RECNO
           DISPLAY "     " AVF-ENTRY
           SUBTRACT 1 FROM AVF-AFTER-LEFT
           .

       CHECK-CHAIN-HEAD.
      *> The live log must end at the entry AUDITCHN names - entries
      *> taken off the end leave nothing after them to break.  No
      *> head is only right while nothing has been chained.
           OPEN INPUT CHAIN-HEAD-FILE
           IF HEAD-FILE-STATUS = "35"
               IF AVF-CHAIN-STARTED
                   SET AVF-BROKEN TO TRUE
                   DISPLAY "STACK-AVFY: *** NO AUDITCHN CHAIN HEAD - "
                       "THE END OF THE LOG CANNOT BE PROVED"
               ELSE
                   DISPLAY "STACK-AVFY: NO ENTRY CARRIES AN INTEGRITY"
                       " VALUE YET"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HEAD-FILE-STATUS NOT = "00"
               DISPLAY "STACK-AVFY: UNABLE TO OPEN AUDITCHN - STATUS "
                   HEAD-FILE-STATUS
               SET AVF-ABORT TO TRUE
               EXIT PARAGRAPH
           END-IF

           READ CHAIN-HEAD-FILE
               AT END
                   MOVE SPACES TO CHAIN-HEAD-REC
           END-READ
           CLOSE CHAIN-HEAD-FILE
           IF HD-CHAIN IS NUMERIC
               MOVE HD-CHAIN TO AVF-FOUND-CHAIN
               IF AVF-FOUND-CHAIN = AVF-PREV-CHAIN
                   AND AVF-CHAIN-STARTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET AVF-BROKEN TO TRUE
           DISPLAY "STACK-AVFY: *** AUDITLOG DOES NOT END AT THE "
               "AUDITCHN CHAIN HEAD"
           DISPLAY "STACK-AVFY: ENTRIES REMOVED FROM THE END OF THE"
               " LOG, OR THE LOG REPLACED"
           DISPLAY "STACK-AVFY: HEAD " HD-CHAIN " " HD-OPERATION " "
               HD-DATE " " HD-TIME " " HD-USER-ID
           DISPLAY "STACK-AVFY: LOG ENDS WITH"
           PERFORM SHOW-BEFORE-ENTRY
               VARYING AVF-BEFORE-IDX FROM AVF-BEFORE-COUNT BY -1
               UNTIL AVF-BEFORE-IDX < 1
           .

       DISPLAY-FILE-LINE.
           DISPLAY "STACK-AVFY: " AVF-FILE-NAME " ENTRIES "
               AVF-FILE-RECS
           .

       DISPLAY-SUMMARY.
           DISPLAY "STACK-AVFY FILES WALKED:     " AVF-FILE-COUNT
           DISPLAY "STACK-AVFY ENTRIES READ:     " AVF-TOTAL-RECS
           DISPLAY "STACK-AVFY ENTRIES LINKED:   " AVF-CHAINED-RECS
           DISPLAY "STACK-AVFY BEFORE THE CHAIN: " AVF-UNCHAINED-RECS
           EVALUATE TRUE
               WHEN AVF-ABORT
                   DISPLAY "STACK-AVFY RESULT:           NOT VERIFIED"
               WHEN AVF-BROKEN
                   DISPLAY "STACK-AVFY RESULT:           CHAIN BROKEN"
               WHEN OTHER
                   DISPLAY "STACK-AVFY RESULT:           CHAIN INTACT"
           END-EVALUATE
           .
