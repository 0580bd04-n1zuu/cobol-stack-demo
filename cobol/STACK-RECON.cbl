      *                    new SHIFT op (remove the oldest) - one
      *                    element off the depth, same as POP, so
      *                    the depth leg counts it alongside.
      *   2026-09-14  VJT  DRAINOUT, STACKFIL, STACKJRN and AUDITLOG
      *                    records now carry the element provenance
      *                    block - layouts widened so each record
      *                    still counts as one.
      *   2026-09-18  VJT  STACK-LOAD now routes each record to its
      *                    target stack (STACKRTE table, or the
      *                    record's own target-stack field), so the
      *                    TRANSIN leg balances stack by stack:
      *                    every TRANSIN, TXNREL, REJRESUB and
      *                    REJECTS record is routed the way the load
      *                    routed it and audited PUSHes are counted
      *                    by stack name.  Unroutable records land
      *                    in a *NONE* line that nets to zero
      *                    through their reason-56 rejects.
      *   2026-09-22  VJT  TRANSIN now carries BHDR/BTRL batch control
      *                    records (counted, and left out of the
      *                    request counts).  A refused batch's
      *                    records reject under reasons 60-72 ahead
      *                    of parking, so a future-dated PUSH among
      *                    them is left out of the rejected count -
      *                    the parked count has already taken it off
      *                    the leg, as with reason 52.
      *   2026-09-26  VJT  The rejects cycle now closes in the TRANSIN
      *                    leg: when the correction clerk worked the
      *                    last REJECTS file today in STACK-REJC, its
      *                    REJCYCLE dispositions must show every
      *                    reject resubmitted or abandoned, and the
      *                    resubmitted PUSHes must be exactly the
      *                    REJRESUB PUSHes the load applied.  An
      *                    abandoned reject leaves the cycle there, so
      *                    a feeder record that is never coming back
      *                    balances instead of going missing.
      *   2026-09-28  VJT  The day reconciled is the business date from
      *                    the BUSDATE control, which the audit trail's
      *                    date column now carries too, instead of the
      *                    system date.  The job takes its place in the
      *                    EOD sequence (STACK-BDAY): it will not start
      *                    until STACKLD has completed for the business
      *                    date, or once it has itself completed, and
      *                    only a balanced run is recorded complete -
      *                    so STACKDR stays held while a leg is out.
      *   2026-10-02  VJT  AUDITLOG entries now end with their
      *                    integrity value (126-byte record, see
      *                    STACK-ACHN) - the audit layout widened.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) - the depth leg reads
      *                    them in key order; layouts widened.
      *   2026-10-07  VJT  STACK-ACKN's requeues of values fulfillment
      *                    refused are audited PUSHes on the ACKCTL
      *                    card's exception stack, and STACKAK runs
      *                    ahead of STACKLD - any day with a requeue
      *                    was out of balance.  The values requeued
      *                    today, from the EXTRREG register, are now
      *                    expected in the PUSH leg and on the
      *                    exception stack's line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-RECON.
               FILE STATUS IS DRAIN-FILE-STATUS.

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

           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESUB-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "REJCYCLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CYCLE-FILE-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "TXNREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.

           SELECT ROUTE-FILE ASSIGN TO "STACKRTE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROUTE-FILE-STATUS.

           SELECT STACK-NAME-FILE ASSIGN TO "STACKNAM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NAME-FILE-STATUS.

           SELECT EXTR-REG-FILE ASSIGN TO "EXTRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.

           SELECT ACK-CTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05 TXN-SOURCE          PIC X(4).
           05 FILLER              PIC X(1).
           05 TXN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 TXN-TARGET-STACK    PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

       FD  DRAIN-FILE.
       01  DRAIN-REC              PIC X(68).

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

       FD  REJECT-FILE.
       01  REJECT-REC.
           05 REJ-REASON          PIC X(2).
           05 FILLER              PIC X(1).
           05 REJ-OP-CODE         PIC X(5).
           05 FILLER              PIC X(8).
           05 REJ-TXN-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 REJ-SOURCE          PIC X(4).
           05 FILLER              PIC X(22).
           05 REJ-TARGET-STACK    PIC X(8).

       FD  RESUB-FILE.
       01  RESUB-REC.
           05 RESUB-REASON        PIC X(2).
           05 FILLER              PIC X(1).
           05 RESUB-OP-CODE       PIC X(5).
           05 FILLER              PIC X(17).
           05 RESUB-SOURCE        PIC X(4).
           05 FILLER              PIC X(22).
           05 RESUB-TARGET-STACK  PIC X(8).

      *> The correction clerk's dispositions against the REJECTS
      *> file REJRESUB was built from - H header with the date last
      *> worked, then O(pen), R(esubmitted) or A(bandoned) with the
      *> original reject and the corrected record.
       FD  CYCLE-FILE.
       01  CYCLE-REC.
           05 CYC-REC-TYPE        PIC X(1).
           05 FILLER              PIC X(1).
           05 CYC-WORK-DATE       PIC X(8).
           05 FILLER              PIC X(13).
           05 CYC-ORIG-OP-CODE    PIC X(5).
           05 FILLER              PIC X(52).
           05 CYC-CORR-OP-CODE    PIC X(5).
           05 FILLER              PIC X(51).

       FD  RELEASE-FILE.
       01  RELEASE-REC.
           05 REL-OP-CODE         PIC X(5).
           05 FILLER              PIC X(17).
           05 REL-SOURCE          PIC X(4).
           05 FILLER              PIC X(22).
           05 REL-TARGET-STACK    PIC X(8).

       FD  ROUTE-FILE.
       01  ROUTE-REC.
           05 RTE-REC-SOURCE      PIC X(4).
           05 FILLER              PIC X(1).
           05 RTE-REC-OP-CODE     PIC X(5).
           05 FILLER              PIC X(1).
           05 RTE-REC-STACK       PIC X(8).

       FD  STACK-NAME-FILE.
       01  NAME-CARD.
           05 NAME-CARD-VALUE     PIC X(8).
           05 FILLER              PIC X(72).

      *> STACK-EXTR's register of shipped generations, as STACK-ACKN
      *> leaves it - the day it acknowledged each one, and the
      *> refused values it requeued that day (blank on an entry
      *> from before that count was kept: all of REG-REQUEUED).
       FD  EXTR-REG-FILE.
       01  EXTR-REG-REC.
           05 FILLER              PIC X(45).
           05 REG-ACK-DATE        PIC X(8).
           05 FILLER              PIC X(8).
           05 REG-REQUEUED        PIC 9(6).
           05 FILLER              PIC X(1).
           05 REG-DAY-REQUEUED    PIC X(6).
           05 REG-DAY-REQ-COUNT REDEFINES REG-DAY-REQUEUED
                                  PIC 9(6).

       FD  ACK-CTL-FILE.
       01  ACK-CTL-REC.
           05 CTL-EXC-STACK       PIC X(8).
           05 FILLER              PIC X(4).

       WORKING-STORAGE SECTION.
       77 RELEASE-FILE-STATUS PIC XX.
       77 STACK-FILE-STATUS  PIC XX.
       77 REJECT-FILE-STATUS PIC XX.
       77 RESUB-FILE-STATUS  PIC XX.
       77 CYCLE-FILE-STATUS  PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.
       77 ROUTE-FILE-STATUS  PIC XX.
       77 NAME-FILE-STATUS   PIC XX.
       77 REG-FILE-STATUS    PIC XX.
       77 ACK-CTL-STATUS     PIC XX.

       77 RCN-EOF-SW         PIC X VALUE "N".
          88 RCN-EOF                 VALUE "Y".

      *> The day being reconciled - the business date, picked up at
      *> start of run.
       77 RCN-RUN-DATE       PIC X(8).
       77 RCN-BDAY-OP        PIC X(10).
       77 RCN-JOB-NAME       PIC X(8) VALUE "STACKRC".
       77 RCN-BDAY-RC        PIC 9(2).

      *> The run date's DRAINOUT generation, built at start of run.
       01 DRAIN-FILE-NAME.
       77 RCN-TRANS-PUSHES   PIC 9(6) VALUE 0.
       77 RCN-TRANS-POPS     PIC 9(6) VALUE 0.
       77 RCN-TRANS-DRAINS   PIC 9(6) VALUE 0.
       77 RCN-TRANS-CONTROLS PIC 9(6) VALUE 0.
       77 RCN-DRAINOUT-COUNT PIC 9(6) VALUE 0.
       77 RCN-STACK-DEPTH    PIC 9(6) VALUE 0.

       77 RCN-REJECT-PUSHES  PIC 9(6) VALUE 0.
       77 RCN-RESUB-PUSHES   PIC 9(6) VALUE 0.
       77 RCN-EXPECT-PUSHES  PIC S9(7) VALUE 0.
       77 RCN-PARKED-REJ-SW  PIC X.
          88 RCN-PARKED-REJ          VALUE "Y".

      *> The correction cycle behind REJRESUB, when the clerk worked
      *> it today: every reject must leave it resubmitted or
      *> abandoned.
       77 RCN-CYC-TODAY-SW   PIC X VALUE "N".
          88 RCN-CYC-TODAY           VALUE "Y".
       77 RCN-CYC-WORKED     PIC 9(6) VALUE 0.
       77 RCN-CYC-RESUB      PIC 9(6) VALUE 0.
       77 RCN-CYC-RESUB-PUSHES PIC 9(6) VALUE 0.
       77 RCN-CYC-ABANDONED  PIC 9(6) VALUE 0.
       77 RCN-CYC-ABAND-PUSHES PIC 9(6) VALUE 0.
       77 RCN-CYC-OPEN       PIC 9(6) VALUE 0.

      *> Hold-and-release's contribution: PUSH requests parked
      *> today (TRANSIN records dated past the run date) never
       77 RCN-PARKED-PUSHES  PIC 9(6) VALUE 0.
       77 RCN-REL-PUSHES     PIC 9(6) VALUE 0.

      *> Fulfillment's refused values that STACK-ACKN pushed back
      *> onto the exception stack today - resolved the way it
      *> resolves it: the ACKCTL card's stack, or EXCEPT.
       77 RCN-REQUEUE-PUSHES PIC 9(6) VALUE 0.
       77 RCN-EXC-STACK      PIC X(8) VALUE "EXCEPT".

      *> Today's audited activity.
       77 RCN-DAY-PUSHES     PIC 9(6) VALUE 0.
       77 RCN-DAY-POPS       PIC 9(6) VALUE 0.

       01 RCN-EDIT-COUNT     PIC -(7)9.

      *> Routing, resolved the way STACK-LOAD resolves it: the
      *> record's target-stack field, then the STACKRTE entry for
      *> the source and op code, then the one for the source alone;
      *> with no STACKRTE file, the STACKNAM card's stack.
       77 RCN-CARD-STACK     PIC X(8) VALUE SPACES.
       77 RCN-RTE-ACTIVE-SW  PIC X VALUE "N".
          88 RCN-RTE-ACTIVE          VALUE "Y".
       77 RCN-RTE-MAX        PIC 9(3) VALUE 100.
       77 RCN-RTE-COUNT      PIC 9(3) VALUE 0.
       77 RCN-RTE-IDX        PIC 9(3).
       01 RCN-RTE-TABLE.
          05 RCN-RTE-ENTRY OCCURS 100 TIMES.
             10 RCN-RTE-SOURCE   PIC X(4).
             10 RCN-RTE-OP-CODE  PIC X(5).
             10 RCN-RTE-STACK    PIC X(8).
       77 RCN-RT-SOURCE      PIC X(4).
       77 RCN-RT-OP-CODE     PIC X(5).
       77 RCN-RT-TARGET      PIC X(8).
       77 RCN-RT-MATCH-OP    PIC X(5).
       77 RCN-RT-STACK       PIC X(8).
       77 RCN-RT-FOUND-SW    PIC X.
          88 RCN-RT-FOUND            VALUE "Y".

      *> The TRANSIN leg stack by stack - one slot per stack a
      *> record routed to or an audited PUSH landed on today.
       77 RCN-STK-MAX        PIC 9(2) VALUE 50.
       77 RCN-STK-COUNT      PIC 9(2) VALUE 0.
       77 RCN-STK-IDX        PIC 9(2).
       77 RCN-STK-SCAN       PIC 9(2).
       77 RCN-STK-KEY        PIC X(8).
       77 RCN-STK-FOUND-SW   PIC X.
          88 RCN-STK-FOUND           VALUE "Y".
       01 RCN-STK-TABLE.
          05 RCN-STK-ENTRY OCCURS 50 TIMES.
             10 RCN-STK-NAME      PIC X(8).
             10 RCN-STK-PUSHES    PIC 9(6).
             10 RCN-STK-PARKED    PIC 9(6).
             10 RCN-STK-RELEASED  PIC 9(6).
             10 RCN-STK-RESUBS    PIC 9(6).
             10 RCN-STK-REJECTS   PIC 9(6).
             10 RCN-STK-AUDITED   PIC 9(6).
             10 RCN-STK-REQUEUED  PIC 9(6).
       77 RCN-STK-EXPECT     PIC S9(7).
       77 RCN-STK-OVERFLOW   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "START" TO RCN-BDAY-OP
           CALL "STACK-BDAY" USING RCN-BDAY-OP RCN-JOB-NAME
               RCN-RUN-DATE RCN-BDAY-RC
           IF RCN-BDAY-RC NOT = 0
               DISPLAY "STACK-RECON: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCN-RUN-DATE TO RCN-DRAIN-DATE
           INITIALIZE RCN-STK-TABLE
           PERFORM LOAD-STACK-NAME
           PERFORM LOAD-ROUTING
           PERFORM COUNT-TRANSIN
           PERFORM COUNT-REJECTS
           PERFORM COUNT-RESUBMISSIONS
           PERFORM COUNT-REJECT-CYCLE
           PERFORM COUNT-RELEASES
           PERFORM COUNT-REQUEUES
           PERFORM TALLY-AUDITLOG
           PERFORM COUNT-DRAINOUT
           PERFORM COUNT-STACK-DEPTH
           IF RCN-BALANCED
               DISPLAY "STACK-RECON: ALL LEGS IN BALANCE"
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-COMPLETION
           ELSE
               DISPLAY "STACK-RECON: OUT OF BALANCE - SEE LEGS ABOVE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RECORD-COMPLETION.
      *> STACKDR may start once this is on the BUSDATE control.
           MOVE "COMPLETE" TO RCN-BDAY-OP
           CALL "STACK-BDAY" USING RCN-BDAY-OP RCN-JOB-NAME
               RCN-RUN-DATE RCN-BDAY-RC
           IF RCN-BDAY-RC NOT = 0
               DISPLAY "STACK-RECON: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOAD-STACK-NAME.
           OPEN INPUT STACK-NAME-FILE
           IF NAME-FILE-STATUS = "00"
               READ STACK-NAME-FILE
                   NOT AT END
                       MOVE NAME-CARD-VALUE TO RCN-CARD-STACK
               END-READ
               CLOSE STACK-NAME-FILE
           END-IF
           .

       LOAD-ROUTING.
           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT ROUTE-FILE
           IF ROUTE-FILE-STATUS = "00"
               SET RCN-RTE-ACTIVE TO TRUE
               PERFORM LOAD-ONE-ROUTE UNTIL RCN-EOF
               CLOSE ROUTE-FILE
           ELSE
               IF ROUTE-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN STACKRTE - STATUS "
                       ROUTE-FILE-STATUS
                   SET RCN-RTE-ACTIVE TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-ROUTE.
           READ ROUTE-FILE
               AT END
                   SET RCN-EOF TO TRUE
               NOT AT END
                   IF RCN-RTE-COUNT < RCN-RTE-MAX
                       ADD 1 TO RCN-RTE-COUNT
                       MOVE RTE-REC-SOURCE TO
                           RCN-RTE-SOURCE(RCN-RTE-COUNT)
                       MOVE RTE-REC-OP-CODE TO
                           RCN-RTE-OP-CODE(RCN-RTE-COUNT)
                       MOVE RTE-REC-STACK TO
                           RCN-RTE-STACK(RCN-RTE-COUNT)
                   END-IF
           END-READ
           .

       RESOLVE-ROUTE.
      *> In: RCN-RT-SOURCE, RCN-RT-OP-CODE, RCN-RT-TARGET.  Out:
      *> RCN-STK-IDX at the routed stack's slot ("*NONE*" when
      *> nothing routes the record), zero when the table is full.
           SET RCN-RT-FOUND TO TRUE
           EVALUATE TRUE
               WHEN RCN-RT-TARGET NOT = SPACES
                   MOVE RCN-RT-TARGET TO RCN-RT-STACK
               WHEN NOT RCN-RTE-ACTIVE
                   MOVE RCN-CARD-STACK TO RCN-RT-STACK
               WHEN OTHER
                   MOVE "N" TO RCN-RT-FOUND-SW
                   MOVE RCN-RT-OP-CODE TO RCN-RT-MATCH-OP
                   PERFORM MATCH-ROUTE-ENTRY
                       VARYING RCN-RTE-IDX FROM 1 BY 1
                       UNTIL RCN-RTE-IDX > RCN-RTE-COUNT
                       OR RCN-RT-FOUND
                   IF NOT RCN-RT-FOUND
                       MOVE SPACES TO RCN-RT-MATCH-OP
                       PERFORM MATCH-ROUTE-ENTRY
                           VARYING RCN-RTE-IDX FROM 1 BY 1
                           UNTIL RCN-RTE-IDX > RCN-RTE-COUNT
                           OR RCN-RT-FOUND
                   END-IF
                   IF NOT RCN-RT-FOUND
                       MOVE "*NONE*" TO RCN-RT-STACK
                   END-IF
           END-EVALUATE
           MOVE RCN-RT-STACK TO RCN-STK-KEY
           PERFORM FIND-STACK-SLOT
           .

       MATCH-ROUTE-ENTRY.
           IF RCN-RTE-SOURCE(RCN-RTE-IDX) = RCN-RT-SOURCE
               AND RCN-RTE-OP-CODE(RCN-RTE-IDX) = RCN-RT-MATCH-OP
               SET RCN-RT-FOUND TO TRUE
               MOVE RCN-RTE-STACK(RCN-RTE-IDX) TO RCN-RT-STACK
           END-IF
           .

       FIND-STACK-SLOT.
      *> Leaves RCN-STK-IDX at the slot for RCN-STK-KEY, adding one
      *> when the stack is new; zero when the table is full.
           MOVE "N" TO RCN-STK-FOUND-SW
           MOVE 0 TO RCN-STK-IDX
           PERFORM MATCH-STACK-SLOT
               VARYING RCN-STK-SCAN FROM 1 BY 1
               UNTIL RCN-STK-SCAN > RCN-STK-COUNT OR RCN-STK-FOUND
           IF NOT RCN-STK-FOUND
               IF RCN-STK-COUNT < RCN-STK-MAX
                   ADD 1 TO RCN-STK-COUNT
                   MOVE RCN-STK-COUNT TO RCN-STK-IDX
                   MOVE RCN-STK-KEY TO RCN-STK-NAME(RCN-STK-IDX)
               ELSE
                   ADD 1 TO RCN-STK-OVERFLOW
               END-IF
           END-IF
           .

       MATCH-STACK-SLOT.
           IF RCN-STK-NAME(RCN-STK-SCAN) = RCN-STK-KEY
               SET RCN-STK-FOUND TO TRUE
               MOVE RCN-STK-SCAN TO RCN-STK-IDX
           END-IF
           .

       COUNT-TRANSIN.
           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT TRANSACTION-FILE
                               AND TXN-DATE > RCN-RUN-DATE
                               ADD 1 TO RCN-PARKED-PUSHES
                           END-IF
                           PERFORM NOTE-TRANSIN-PUSH
                       WHEN "POP"
                           ADD 1 TO RCN-TRANS-POPS
                       WHEN "DRAIN"
                           ADD 1 TO RCN-TRANS-DRAINS
                       WHEN "BHDR"
                           ADD 1 TO RCN-TRANS-CONTROLS
                       WHEN "BTRL"
                           ADD 1 TO RCN-TRANS-CONTROLS
                   END-EVALUATE
           END-READ
           .

       NOTE-TRANSIN-PUSH.
           MOVE TXN-SOURCE TO RCN-RT-SOURCE
           MOVE TXN-OP-CODE TO RCN-RT-OP-CODE
           MOVE TXN-TARGET-STACK TO RCN-RT-TARGET
           PERFORM RESOLVE-ROUTE
           IF RCN-STK-IDX > 0
               ADD 1 TO RCN-STK-PUSHES(RCN-STK-IDX)
               IF TXN-DATE IS NUMERIC
                   AND TXN-DATE > RCN-RUN-DATE
                   ADD 1 TO RCN-STK-PARKED(RCN-STK-IDX)
               END-IF
           END-IF
           .

       COUNT-REJECTS.
           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT REJECT-FILE
      *> could not land on TXNPEND.  The parked count already
      *> subtracts it from the leg (it is a numeric future-dated
      *> PUSH on TRANSIN), so counting its reject too would take
      *> the same record off twice.  The batch-level reasons (60
      *> out of balance, 64 duplicate, 68 sequence regressed, 72
      *> not in a batch) reject ahead of parking, so the same goes
      *> for a future-dated PUSH rejected under one of them.
           READ REJECT-FILE
               AT END
                   SET RCN-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO RCN-PARKED-REJ-SW
                   IF REJ-REASON = "60" OR REJ-REASON = "64"
                       OR REJ-REASON = "68" OR REJ-REASON = "72"
                       IF REJ-TXN-DATE IS NUMERIC
                           AND REJ-TXN-DATE > RCN-RUN-DATE
                           SET RCN-PARKED-REJ TO TRUE
                       END-IF
                   END-IF
                   IF REJ-OP-CODE = "PUSH"
                       AND REJ-REASON NOT = "52"
                       AND NOT RCN-PARKED-REJ
                       ADD 1 TO RCN-REJECT-PUSHES
                       MOVE REJ-SOURCE TO RCN-RT-SOURCE
                       MOVE REJ-OP-CODE TO RCN-RT-OP-CODE
                       MOVE REJ-TARGET-STACK TO RCN-RT-TARGET
                       PERFORM RESOLVE-ROUTE
                       IF RCN-STK-IDX > 0
                           ADD 1 TO RCN-STK-REJECTS(RCN-STK-IDX)
                       END-IF
                   END-IF
           END-READ
           .
               NOT AT END
                   IF RESUB-OP-CODE = "PUSH"
                       ADD 1 TO RCN-RESUB-PUSHES
                       MOVE RESUB-SOURCE TO RCN-RT-SOURCE
                       MOVE RESUB-OP-CODE TO RCN-RT-OP-CODE
                       MOVE RESUB-TARGET-STACK TO RCN-RT-TARGET
                       PERFORM RESOLVE-ROUTE
                       IF RCN-STK-IDX > 0
                           ADD 1 TO RCN-STK-RESUBS(RCN-STK-IDX)
                       END-IF
                   END-IF
           END-READ
           .

       COUNT-REJECT-CYCLE.
      *> No REJCYCLE, or one last worked on another day, means the
      *> rejects were not worked through STACK-REJC for today's
      *> load - the cycle is not checked.
           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT CYCLE-FILE
           IF CYCLE-FILE-STATUS = "00"
               PERFORM COUNT-CYCLE-REC UNTIL RCN-EOF
               CLOSE CYCLE-FILE
           ELSE
               IF CYCLE-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN REJCYCLE - STATUS "
                       CYCLE-FILE-STATUS
               END-IF
           END-IF
           .

       COUNT-CYCLE-REC.
           READ CYCLE-FILE
               AT END
                   SET RCN-EOF TO TRUE
               NOT AT END
                   EVALUATE CYC-REC-TYPE
                       WHEN "H"
                           IF CYC-WORK-DATE = RCN-RUN-DATE
                               SET RCN-CYC-TODAY TO TRUE
                           ELSE
                               SET RCN-EOF TO TRUE
                           END-IF
                       WHEN "R"
                           ADD 1 TO RCN-CYC-WORKED
                           ADD 1 TO RCN-CYC-RESUB
                           IF CYC-CORR-OP-CODE = "PUSH"
                               ADD 1 TO RCN-CYC-RESUB-PUSHES
                           END-IF
                       WHEN "A"
                           ADD 1 TO RCN-CYC-WORKED
                           ADD 1 TO RCN-CYC-ABANDONED
                           IF CYC-ORIG-OP-CODE = "PUSH"
                               ADD 1 TO RCN-CYC-ABAND-PUSHES
                           END-IF
                       WHEN OTHER
                           ADD 1 TO RCN-CYC-WORKED
                           ADD 1 TO RCN-CYC-OPEN
                   END-EVALUATE
           END-READ
           .

       COUNT-RELEASES.
           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT RELEASE-FILE
           END-IF
           .

       COUNT-REQUEUES.
      *> No EXTRREG (nothing shipped yet) means nothing requeued.
           OPEN INPUT ACK-CTL-FILE
           IF ACK-CTL-STATUS = "00"
               READ ACK-CTL-FILE
                   NOT AT END
                       IF CTL-EXC-STACK NOT = SPACES
                           MOVE CTL-EXC-STACK TO RCN-EXC-STACK
                       END-IF
               END-READ
               CLOSE ACK-CTL-FILE
           END-IF

           MOVE "N" TO RCN-EOF-SW
           OPEN INPUT EXTR-REG-FILE
           IF REG-FILE-STATUS = "00"
               PERFORM COUNT-REQUEUE-REC UNTIL RCN-EOF
               CLOSE EXTR-REG-FILE
           ELSE
               IF REG-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN EXTRREG - STATUS "
                       REG-FILE-STATUS
               END-IF
           END-IF

           IF RCN-REQUEUE-PUSHES > 0
               MOVE RCN-EXC-STACK TO RCN-STK-KEY
               PERFORM FIND-STACK-SLOT
               IF RCN-STK-IDX > 0
                   MOVE RCN-REQUEUE-PUSHES TO
                       RCN-STK-REQUEUED(RCN-STK-IDX)
               ELSE
                   ADD RCN-REQUEUE-PUSHES TO RCN-STK-OVERFLOW
               END-IF
           END-IF
           .

       COUNT-REQUEUE-REC.
           READ EXTR-REG-FILE
               AT END
                   SET RCN-EOF TO TRUE
               NOT AT END
                   IF REG-ACK-DATE = RCN-RUN-DATE
                       IF REG-DAY-REQUEUED IS NUMERIC
                           ADD REG-DAY-REQ-COUNT TO RCN-REQUEUE-PUSHES
                       ELSE
                           ADD REG-REQUEUED TO RCN-REQUEUE-PUSHES
                       END-IF
                   END-IF
           END-READ
           .

       COUNT-RELEASE-REC.
           READ RELEASE-FILE
               AT END
               NOT AT END
                   IF REL-OP-CODE = "PUSH"
                       ADD 1 TO RCN-REL-PUSHES
                       MOVE REL-SOURCE TO RCN-RT-SOURCE
                       MOVE REL-OP-CODE TO RCN-RT-OP-CODE
                       MOVE REL-TARGET-STACK TO RCN-RT-TARGET
                       PERFORM RESOLVE-ROUTE
                       IF RCN-STK-IDX > 0
                           ADD 1 TO RCN-STK-RELEASED(RCN-STK-IDX)
                       END-IF
                   END-IF
           END-READ
           .
                   ADD 1 TO RCN-ALL-PUSHES
                   IF AUD-DATE = RCN-RUN-DATE
                       ADD 1 TO RCN-DAY-PUSHES
                       MOVE AUD-STACK-NAME TO RCN-STK-KEY
                       PERFORM FIND-STACK-SLOT
                       IF RCN-STK-IDX > 0
                           ADD 1 TO RCN-STK-AUDITED(RCN-STK-IDX)
                       END-IF
                   END-IF
               WHEN "POP"
                   ADD 1 TO RCN-ALL-POPS
           DISPLAY "  TRANSIN PUSH REQUESTS:   " RCN-TRANS-PUSHES
           DISPLAY "  TRANSIN POP REQUESTS:    " RCN-TRANS-POPS
           DISPLAY "  TRANSIN DRAIN REQUESTS:  " RCN-TRANS-DRAINS
           DISPLAY "  TRANSIN BATCH CONTROLS:  " RCN-TRANS-CONTROLS
           DISPLAY "  PARKED PUSH REQUESTS:    " RCN-PARKED-PUSHES
           DISPLAY "  RELEASED PUSHES:         " RCN-REL-PUSHES
           DISPLAY "  RESUBMITTED PUSHES:      " RCN-RESUB-PUSHES
           DISPLAY "  REQUEUED EXCEPTIONS:     " RCN-REQUEUE-PUSHES
               " ONTO " RCN-EXC-STACK
           DISPLAY "  REJECTED PUSHES:         " RCN-REJECT-PUSHES
           IF RCN-CYC-TODAY
               DISPLAY "  REJECTS WORKED:          " RCN-CYC-WORKED
               DISPLAY "    RESUBMITTED:           " RCN-CYC-RESUB
               DISPLAY "    ABANDONED:             " RCN-CYC-ABANDONED
               DISPLAY "    ABANDONED PUSHES:      "
                   RCN-CYC-ABAND-PUSHES
               DISPLAY "    STILL OPEN:            " RCN-CYC-OPEN
           ELSE
               DISPLAY "  REJECTS WORKED:          NOT WORKED TODAY"
           END-IF
           DISPLAY "  AUDITED PUSHES TODAY:    " RCN-DAY-PUSHES
           DISPLAY "  AUDITED POPS TODAY:      " RCN-DAY-POPS
           DISPLAY "  AUDITED DRAINS TODAY:    " RCN-DAY-DRAINS
           DISPLAY "  STACKFIL DEPTH:          " RCN-STACK-DEPTH
           DISPLAY "  CARRIED BASELINE DEPTH:  " RCN-BASE-DEPTH
           DISPLAY "  AUDIT LIFE-TO-DATE NET:  " RCN-EXPECT-DEPTH
           DISPLAY "  PUSHES BY TARGET STACK (EXPECTED / AUDITED):"
           PERFORM PRINT-STACK-TOTALS
               VARYING RCN-STK-IDX FROM 1 BY 1
               UNTIL RCN-STK-IDX > RCN-STK-COUNT
           .

       PRINT-STACK-TOTALS.
           PERFORM COMPUTE-STACK-EXPECT
           MOVE RCN-STK-EXPECT TO RCN-EDIT-COUNT
           DISPLAY "    " RCN-STK-NAME(RCN-STK-IDX) " "
               RCN-EDIT-COUNT " / " RCN-STK-AUDITED(RCN-STK-IDX)
           .

       COMPUTE-STACK-EXPECT.
           COMPUTE RCN-STK-EXPECT = RCN-STK-PUSHES(RCN-STK-IDX)
               - RCN-STK-PARKED(RCN-STK-IDX)
               + RCN-STK-RELEASED(RCN-STK-IDX)
               + RCN-STK-RESUBS(RCN-STK-IDX)
               - RCN-STK-REJECTS(RCN-STK-IDX)
               + RCN-STK-REQUEUED(RCN-STK-IDX)
           .

       CHECK-STACK-BALANCE.
           PERFORM COMPUTE-STACK-EXPECT
           IF RCN-STK-EXPECT NOT = RCN-STK-AUDITED(RCN-STK-IDX)
               MOVE 1 TO RCN-OUT-OF-BALANCE
               COMPUTE RCN-DAY-NET =
                   RCN-STK-EXPECT - RCN-STK-AUDITED(RCN-STK-IDX)
               MOVE RCN-DAY-NET TO RCN-EDIT-COUNT
               DISPLAY "  IMBALANCE: TRANSIN VS AUDITED PUSHES ON "
                   RCN-STK-NAME(RCN-STK-IDX) ", DIFFERENCE "
                   RCN-EDIT-COUNT
           END-IF
           .

       CHECK-BALANCE.
      *> Leg 1: TRANSIN PUSH requests less the ones parked today
      *> (future-dated, held on TXNPEND), plus released and
      *> resubmitted PUSHes, less the run's rejected PUSHes, plus
      *> the refused values STACK-ACKN requeued today, should equal
      *> the audited PUSHes today.  Anything else means a record was
      *> lost between the input and the stack.
           COMPUTE RCN-EXPECT-PUSHES = RCN-TRANS-PUSHES
               - RCN-PARKED-PUSHES + RCN-REL-PUSHES
               + RCN-RESUB-PUSHES - RCN-REJECT-PUSHES
               + RCN-REQUEUE-PUSHES
           IF RCN-EXPECT-PUSHES NOT = RCN-DAY-PUSHES
               MOVE 1 TO RCN-OUT-OF-BALANCE
               COMPUTE RCN-DAY-NET =
                   "DIFFERENCE " RCN-EDIT-COUNT
           END-IF

      *> The rejects cycle behind the resubmissions: each reject
      *> the clerk worked went back on REJRESUB or was abandoned,
      *> and the PUSHes it sent back are the ones the load took.
      *> One still open was lost when tonight's load replaced
      *> REJECTS.
           IF RCN-CYC-TODAY
               IF RCN-CYC-OPEN > 0
                   MOVE 1 TO RCN-OUT-OF-BALANCE
                   DISPLAY "  IMBALANCE: " RCN-CYC-OPEN " REJECTS"
                       " NEITHER RESUBMITTED NOR ABANDONED"
               END-IF
               IF RCN-CYC-RESUB-PUSHES NOT = RCN-RESUB-PUSHES
                   MOVE 1 TO RCN-OUT-OF-BALANCE
                   COMPUTE RCN-DAY-NET =
                       RCN-CYC-RESUB-PUSHES - RCN-RESUB-PUSHES
                   MOVE RCN-DAY-NET TO RCN-EDIT-COUNT
                   DISPLAY "  IMBALANCE: CORRECTED PUSHES VS REJRESUB, "
                       "DIFFERENCE " RCN-EDIT-COUNT
               END-IF
           END-IF

      *> The same leg stack by stack, so a record applied to the
      *> wrong stack shows even when the day's totals agree.
           PERFORM CHECK-STACK-BALANCE
               VARYING RCN-STK-IDX FROM 1 BY 1
               UNTIL RCN-STK-IDX > RCN-STK-COUNT
           IF RCN-STK-OVERFLOW > 0
               MOVE 1 TO RCN-OUT-OF-BALANCE
               DISPLAY "  IMBALANCE: MORE THAN " RCN-STK-MAX
                   " TARGET STACKS - " RCN-STK-OVERFLOW
                   " RECORDS NOT BALANCED BY STACK"
           END-IF

      *> Leg 2: DRAINOUT holds what today's drain wrote - it should
      *> match the DRAIN entries audited today.
           IF RCN-DRAINOUT-COUNT NOT = RCN-DAY-DRAINS
