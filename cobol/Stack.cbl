      *                    LOW-VALUES it held failed the WRITE
      *                    (status 71), so those denials were
      *                    never reaching AUDITLOG at all.
      *   2026-09-14  VJT  Element provenance: every element now
      *                    carries where it came from - source
      *                    system, feeder sequence and transaction
      *                    date from the TRANSIN record, and the
      *                    date, time and operator of the PUSH that
      *                    put it there - in a trailing block on
      *                    STACKFIL, STACKJRN, DRAINOUT and the PUSH/
      *                    POP/DRAIN/XFERIN/XFEROUT/REMOVE audit
      *                    entries (existing columns unchanged).  The
      *                    block rides in a new seventh parameter
      *                    (LK-PROV-REQ), passed and referenced only
      *                    on PUSH, POP, PEEK and REMOVE: PUSH takes
      *                    the caller's source/sequence/date and
      *                    stamps the pushed date/time/operator
      *                    unless the caller carries them over (a
      *                    restore), the others hand back the
      *                    element's block.  XFER carries each
      *                    element's block across to the receiving
      *                    stack unchanged.
      *   2026-09-16  VJT  Stack catalog: STACKCAT lists every valid
      *                    stack with its status (OPEN, FROZEN or
      *                    CLOSED), loaded once at first use.  A name
      *                    not on the catalog, or CLOSED, is refused
      *                    every operation but TERM; a FROZEN stack
      *                    still answers reads and gives elements up
      *                    but refuses PUSH, and an XFER into a
      *                    stack that is not OPEN is refused.  All
      *                    return 42, checked before the STACKLCK
      *                    lock is taken so a mistyped name never
      *                    loads or saves any state.  No STACKCAT
      *                    file means no checks, as with STACKAUT.
      *   2026-09-28  VJT  Audit entries, element push stamps and the
      *                    DRAINOUT generation name now carry the
      *                    business date from the BUSDATE control
      *                    (STACK-BDAY), fetched once at first use,
      *                    instead of the system date - a drain after
      *                    midnight lands in the day it belongs to.
      *                    Times stay on the clock, and so does the
      *                    STACKLCK lock, which is about real time.
      *   2026-09-30  VJT  Added SIMULATE operation, issued first in a
      *                    run: copies STACKFIL and STACKJRN to the
      *                    SIMFIL/SIMJRN working copies and works the
      *                    rest of the run against those - the same
      *                    edits, capacity and grants as a live run,
      *                    but no STACKLCK lock taken, no AUDITLOG
      *                    entries and no DRAINOUT generation written.
      *                    Returns STACK-MAX in LK-DATA, so a
      *                    projection (STACK-LOAD's simulation mode)
      *                    can report depth against it.
      *   2026-10-02  VJT  Every AUDITLOG entry now ends with its
      *                    integrity value (126 bytes), linked onto
      *                    the AUDITCHN chain by STACK-ACHN just
      *                    before the write, so an entry edited or
      *                    removed afterwards shows on STACK-AVFY.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed -
      *                    the snapshot keyed by stack name and
      *                    element position, the journal by stack
      *                    name and a per-stack sequence.  A load
      *                    starts at the stack's own key and stops
      *                    at the next stack; a save rewrites the
      *                    stack's own positions and deletes the
      *                    ones it no longer fills; compaction
      *                    deletes only the stack's own journal
      *                    records.  The other stacks' records are
      *                    never read or rewritten, so the 30,000-
      *                    record hold buffers are gone and
      *                    LK-RETURN-CODE 34 is no longer returned.
      *                    The SIMFIL/SIMJRN working copies are
      *                    indexed the same way, and a read or write
      *                    failing part way through the copy now
      *                    fails SIMULATE (RC 32) instead of leaving
      *                    a truncated working copy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STACK-CFG-STATUS.

           SELECT STACK-FILE ASSIGN USING STACK-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-REC-KEY
               FILE STATUS IS STACK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN USING JOURNAL-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-REC-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT SIM-STATE-FILE ASSIGN TO "SIMFIL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-STATE-KEY
               FILE STATUS IS SIM-FILE-STATUS.

           SELECT SIM-JOURNAL-FILE ASSIGN TO "SIMJRN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-JOURNAL-KEY
               FILE STATUS IS SIM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO "STACKCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT DISC-FILE ASSIGN TO "STACKDSC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISC-FILE-STATUS.
           05 CFG-COMPACT-LIMIT   PIC X(4).

       FD  STACK-FILE.
      *> One record per element, keyed by the owning stack and the
      *> element's bottom-based position (the position FIND and
      *> STACK-RPT report).
       01  STACK-FILE-REC.
           05 STK-REC-KEY.
              10 STK-REC-NAME     PIC X(8).
              10 STK-REC-POS      PIC 9(4).
           05 FILLER              PIC X(1).
           05 STK-REC-VALUE       PIC X(20).
           05 FILLER              PIC X(1).
           05 STK-REC-PROV.
              10 STK-PRV-SOURCE   PIC X(4).
              10 FILLER           PIC X(1).
              10 STK-PRV-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 STK-PRV-TXN-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 STK-PRV-PUSH-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 STK-PRV-PUSH-TIME PIC X(8).
              10 FILLER           PIC X(1).
              10 STK-PRV-OPERATOR PIC X(8).

       FD  JOURNAL-FILE.
      *> Keyed by the owning stack and a sequence that runs up from
      *> 1 within the stack, so a stack's operations read back in
      *> the order they were journaled.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME   PIC X(8).
              10 JRN-SEQ          PIC 9(6).
           05 FILLER              PIC X(1).
           05 JRN-OP              PIC X(5).
           05 FILLER              PIC X(1).
           05 JRN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 JRN-PROV.
              10 JRN-PRV-SOURCE   PIC X(4).
              10 FILLER           PIC X(1).
              10 JRN-PRV-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 JRN-PRV-TXN-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 JRN-PRV-PUSH-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 JRN-PRV-PUSH-TIME PIC X(8).
              10 FILLER           PIC X(1).
              10 JRN-PRV-OPERATOR PIC X(8).

      *> Simulation working copies - written only by DO-SIMULATE,
      *> which then points STACK-FILE and JOURNAL-FILE at them.
       FD  SIM-STATE-FILE.
       01  SIM-STATE-REC.
           05 SIM-STATE-KEY       PIC X(12).
           05 FILLER              PIC X(69).

       FD  SIM-JOURNAL-FILE.
       01  SIM-JOURNAL-REC.
           05 SIM-JOURNAL-KEY     PIC X(14).
           05 FILLER              PIC X(75).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-PROV.
              10 AUD-PRV-SOURCE   PIC X(4).
              10 FILLER           PIC X(1).
              10 AUD-PRV-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 AUD-PRV-TXN-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 AUD-PRV-PUSH-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 AUD-PRV-PUSH-TIME PIC X(8).
              10 FILLER           PIC X(1).
              10 AUD-PRV-OPERATOR PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-CHAIN           PIC 9(10).

       FD  DRAIN-FILE.
       01  DRAIN-REC.
           05 DRN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 DRN-PROV.
              10 DRN-PRV-SOURCE   PIC X(4).
              10 FILLER           PIC X(1).
              10 DRN-PRV-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 DRN-PRV-TXN-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 DRN-PRV-PUSH-DATE PIC X(8).
              10 FILLER           PIC X(1).
              10 DRN-PRV-PUSH-TIME PIC X(8).
              10 FILLER           PIC X(1).
              10 DRN-PRV-OPERATOR PIC X(8).

       FD  AUTH-FILE.
       01  AUTH-REC.
           05 FILLER              PIC X(1).
           05 AUT-REC-OP          PIC X(6).

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

       FD  DISC-FILE.
       01  DISC-REC.
           05 DSC-REC-NAME        PIC X(8).
       77 STACK-MAX-LIMIT   PIC 9(4) VALUE 9999.
       77 STACK-MAX         PIC 9(4) VALUE 10.
       77 STACK-TOP         PIC 9(4) VALUE 0.
      *> Each entry is the element value and its provenance block -
      *> the feeder record it came from and the PUSH that put it
      *> there.  Entries move as a whole wherever elements shift.
       01 STACK-ARR.
          05 STACK-ENTRY OCCURS 1 TO 9999 TIMES
             DEPENDING ON STACK-MAX.
             10 STACK-ELEM          PIC X(20).
             10 STACK-PROV.
                15 STACK-PRV-SOURCE    PIC X(4).
                15 FILLER              PIC X(1).
                15 STACK-PRV-SEQ       PIC X(6).
                15 FILLER              PIC X(1).
                15 STACK-PRV-TXN-DATE  PIC X(8).
                15 FILLER              PIC X(1).
                15 STACK-PRV-PUSH-DATE PIC X(8).
                15 FILLER              PIC X(1).
                15 STACK-PRV-PUSH-TIME PIC X(8).
                15 FILLER              PIC X(1).
                15 STACK-PRV-OPERATOR  PIC X(8).

      *> One-time initialization switch - reloads any persisted stack
      *> contents the first time this program is used in a run.
          88 STACK-INITIALIZED       VALUE "Y".

      *> Which named stack STACK-ARR is currently holding.  A call
      *> naming a different stack loads the requested one in its
      *> place.
       77 ACTIVE-STACK-NAME  PIC X(8) VALUE SPACES.

       77 STACK-CFG-STATUS   PIC XX.
       77 STACK-FILE-STATUS  PIC XX.

      *> The state files this run works.  A simulation repoints
      *> both at its SIMFIL/SIMJRN working copies, so the live
      *> STACKFIL and STACKJRN are only ever read by it.
       77 STACK-FILE-NAME    PIC X(8) VALUE "STACKFIL".
       77 JOURNAL-FILE-NAME  PIC X(8) VALUE "STACKJRN".
       77 SIM-FILE-STATUS    PIC XX.
      *> The first read or write to fail while the working copy is
      *> built - the CLOSEs would otherwise leave "00" behind it.
       77 SIM-COPY-STATUS    PIC XX.
       77 STACK-SIM-SW       PIC X VALUE "N".
          88 STACK-SIMULATING        VALUE "Y".
       77 AUDIT-FILE-STATUS  PIC XX.
       77 DRAIN-FILE-STATUS  PIC XX.

      *> The business date this run works - from STACK-BDAY at
      *> first use - for the audit date column, the push stamp and
      *> the drain generation.
       77 STACK-BUS-DATE     PIC X(8).
       77 STACK-BDAY-OP      PIC X(10) VALUE "DATE".
       77 STACK-BDAY-JOB     PIC X(8)  VALUE SPACES.
       77 STACK-BDAY-RC      PIC 9(2).

      *> Each drain lands in a retained, dated generation built here
      *> at drain time - DRAINOUT.Dyyyymmdd - rather than rewriting a
      *> single DRAINOUT file every cutoff.
       77 STACK-COMPACT-LIMIT PIC 9(4) VALUE 500.
       77 JOURNAL-FILE-STATUS PIC XX.

      *> The active stack's last journal sequence - picked up from
      *> its journal records at load, advanced by each journal
      *> WRITE, and back to zero once compaction has deleted them.
       77 STACK-JRN-SEQ      PIC 9(6) VALUE 0.

      *> Outcome of the keyed writes and deletes in a save or a
      *> compaction, kept apart from the file status the CLOSE
      *> leaves behind.  STACK-NEW-FILE is set when the save had to
      *> create the file, which can only be written, not rewritten.
       77 STACK-IO-STATUS    PIC XX.
       77 STACK-NEW-FILE-SW  PIC X VALUE "N".
          88 STACK-NEW-FILE          VALUE "Y".

      *> Exclusive run-level lock on the stack state.  Taken before
      *> LOAD-STACK-STATE, released by TERM after the final save; a
       77 AUTH-OK-SW         PIC X.
          88 AUTH-GRANTED            VALUE "Y".

      *> Stack catalog - the STACKCAT names and statuses, loaded
      *> once at first use.  No STACKCAT file at all means every
      *> name is accepted, the behavior every job had before the
      *> catalog existed; an unreadable one accepts no name.
       77 CAT-FILE-STATUS    PIC XX.
       77 CAT-ACTIVE-SW      PIC X VALUE "N".
          88 CAT-ACTIVE              VALUE "Y".
       77 CAT-ENTRY-MAX      PIC 9(3) VALUE 100.
       77 CAT-ENTRY-COUNT    PIC 9(3) VALUE 0.
       77 CAT-ENTRY-IDX      PIC 9(3).
       01 CAT-ENTRY-TABLE.
          05 CAT-ENTRY OCCURS 100 TIMES.
             10 CAT-EN-NAME      PIC X(8).
             10 CAT-EN-STATUS    PIC X(6).
       77 CAT-CHECK-NAME     PIC X(8).
       77 CAT-CHECK-STATUS   PIC X(6).
       77 CAT-FOUND-SW       PIC X.
          88 CAT-FOUND               VALUE "Y".
       77 CAT-OK-SW          PIC X.
          88 CAT-PERMITTED           VALUE "Y".

      *> Retrieval discipline - stacks named FIFO on the STACKDSC
      *> card file hand back their oldest element first; everything
      *> else stays LIFO.  Loaded once at first use.
      *> PUSH and POP as keyed, SHIFT for a FIFO pop (remove the
      *> oldest element) which plain POP replay cannot express.
       77 STACK-JRN-OP       PIC X(5).
       77 STACK-JRN-PROV     PIC X(47).

      *> Scratch fields used to build the audit trail entry.  The
      *> provenance block is only filled for entries that move an
      *> element, and goes back to spaces once each entry is
      *> written so the others log it blank.  A PUSH stamps the
      *> clock itself first, so the element and its audit entry
      *> carry the identical date and time.
       77 AUD-OP-CODE        PIC X(10).
       77 AUD-DATA-VALUE     PIC X(20).
       77 AUD-PROV-VALUE     PIC X(47) VALUE SPACES.
       77 AUD-STAMP-SW       PIC X VALUE "N".
          88 AUD-CLOCK-STAMPED       VALUE "Y".
       77 WS-AUDIT-DATE      PIC X(8).
       77 WS-AUDIT-TIME      PIC X(8).
       77 WS-OPERATOR-ID     PIC X(8).
       77 AUD-CHAIN-OP       PIC X(8) VALUE "LINK".
       77 AUD-CHAIN-RC       PIC 9(2).
       77 STACK-EOF-SW       PIC X VALUE "N".
          88 STACK-EOF               VALUE "Y".
       77 STACK-SAVE-IDX     PIC 9(4).
          05 XFER-CAND-ENTRY OCCURS 9999 TIMES.
             10 XFER-CAND-POS    PIC 9(4).
             10 XFER-CAND-VALUE  PIC X(20).
             10 XFER-CAND-PROV   PIC X(47).
             10 XFER-CAND-TAKEN  PIC X(1).

       LINKAGE SECTION.
      *> LK-RETURN-CODE values: 0=OK  4=EMPTY  8=FULL  12=NOT FOUND
      *> 16=INVALID OP  20=DRAIN FILE ERROR  24=BLANK REJECTED
      *> 28=DUPLICATE REJECTED  32=STACK SAVE ERROR
      *> (34=STATE FILE TOO BIG TO REWRITE is retired)  36=STACK BUSY
      *> 38=NOT AUTHORIZED  42=STACK NOT DEFINED/NOT OPEN
      *> SIMULATE answers 16 once the run has loaded live state,
      *> 32 when the working copies cannot be made.
       01 LK-OPERATION    PIC X(10).   *> stack operations
       01 LK-DATA         PIC X(20).   *> input/output element
       01 LK-STATUS       PIC X(20).   *> return status
          05 LK-XFER-MOVED     PIC 9(4).  *> elements moved
          05 LK-XFER-SKIPPED   PIC 9(4).  *> elements left behind

      *> Element provenance - passed (and referenced) only on PUSH,
      *> POP, PEEK and REMOVE; callers with no transfer to request
      *> pass OMITTED in the sixth position.  PUSH reads it: the
      *> source/sequence/transaction date always, the pushed date/
      *> time/operator only when carried over from an earlier life
      *> of the element (blank = stamp this PUSH).  POP, PEEK and
      *> REMOVE hand back the block of the element they return.
       01 LK-PROV-REQ.
          05 LK-PRV-SOURCE     PIC X(4).  *> feeder TXN-SOURCE
          05 FILLER            PIC X(1).
          05 LK-PRV-SEQ        PIC X(6).  *> feeder TXN-SEQ
          05 FILLER            PIC X(1).
          05 LK-PRV-TXN-DATE   PIC X(8).  *> feeder TXN-DATE
          05 FILLER            PIC X(1).
          05 LK-PRV-PUSH-DATE  PIC X(8).  *> date pushed
          05 FILLER            PIC X(1).
          05 LK-PRV-PUSH-TIME  PIC X(8).  *> time pushed
          05 FILLER            PIC X(1).
          05 LK-PRV-OPERATOR   PIC X(8).  *> operator who pushed

       PROCEDURE DIVISION USING LK-OPERATION LK-DATA LK-STATUS
               LK-RETURN-CODE LK-STACK-NAME LK-XFER-REQ LK-PROV-REQ.
           IF NOT STACK-INITIALIZED
               PERFORM LOAD-CONFIG
               PERFORM LOAD-AUTHORIZATION
               PERFORM LOAD-CATALOG
               PERFORM LOAD-DISCIPLINE
               CALL "STACK-BDAY" USING STACK-BDAY-OP STACK-BDAY-JOB
                   STACK-BUS-DATE STACK-BDAY-RC
               MOVE "Y" TO STACK-INIT-SW
           END-IF

      *> SIMULATE comes ahead of the catalog - it names no stack.
           IF LK-OPERATION = "SIMULATE"
               PERFORM DO-SIMULATE
               EXIT PROGRAM
           END-IF

      *> The catalog is checked before the lock is taken, so a
      *> name that is not on it never has state loaded or saved
      *> and a refused call leaves the lock exactly as it was.
           PERFORM GATE-CATALOG
           IF NOT CAT-PERMITTED
               EXIT PROGRAM
           END-IF

      *> The state is only loaded, operated on, and saved under the
      *> exclusive STACKLCK lock; TERM gives the lock back, so the
      *> first operation after it re-acquires and reloads.
       EXIT PROGRAM.
       STOP RUN.

       GATE-CATALOG.
      *> TERM is always let through - it only closes out whatever
      *> the run already holds.  Otherwise the name must be on the
      *> catalog; a CLOSED stack refuses everything, a FROZEN one
      *> only what would add to it (PUSH here, arrivals in
      *> DO-XFER).  A refusal returns 42 and is not audited - no
      *> stack was touched.
           SET CAT-PERMITTED TO TRUE
           IF NOT CAT-ACTIVE
               OR LK-OPERATION = "TERM"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-STACK-NAME TO CAT-CHECK-NAME
           PERFORM FIND-CATALOG-ENTRY
           EVALUATE TRUE
               WHEN NOT CAT-FOUND
                   MOVE "STACK NOT DEFINED" TO LK-STATUS
                   MOVE "N" TO CAT-OK-SW
               WHEN CAT-CHECK-STATUS = "OPEN"
                   CONTINUE
               WHEN CAT-CHECK-STATUS = "FROZEN"
                   IF LK-OPERATION = "PUSH"
                       MOVE "STACK FROZEN" TO LK-STATUS
                       MOVE "N" TO CAT-OK-SW
                   END-IF
               WHEN OTHER
                   MOVE "STACK CLOSED" TO LK-STATUS
                   MOVE "N" TO CAT-OK-SW
           END-EVALUATE
           IF NOT CAT-PERMITTED
               MOVE 42 TO LK-RETURN-CODE
           END-IF
           .

       FIND-CATALOG-ENTRY.
      *> Leaves CAT-CHECK-STATUS at the catalog status of
      *> CAT-CHECK-NAME, with CAT-FOUND set when it is there.
           MOVE "N" TO CAT-FOUND-SW
           MOVE SPACES TO CAT-CHECK-STATUS
           PERFORM MATCH-CATALOG-ENTRY
               VARYING CAT-ENTRY-IDX FROM 1 BY 1
               UNTIL CAT-ENTRY-IDX > CAT-ENTRY-COUNT
                   OR CAT-FOUND
           .

       MATCH-CATALOG-ENTRY.
           IF CAT-EN-NAME(CAT-ENTRY-IDX) = CAT-CHECK-NAME
               SET CAT-FOUND TO TRUE
               MOVE CAT-EN-STATUS(CAT-ENTRY-IDX) TO CAT-CHECK-STATUS
           END-IF
           .

       CHECK-XFER-DEST-CATALOG.
      *> Arrivals need the receiving stack catalogued and OPEN -
      *> a FROZEN or CLOSED stack takes nothing in.
           SET CAT-PERMITTED TO TRUE
           IF NOT CAT-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-XFER-TO-STACK TO CAT-CHECK-NAME
           PERFORM FIND-CATALOG-ENTRY
           IF NOT CAT-FOUND
               MOVE "DEST NOT DEFINED" TO LK-STATUS
               MOVE 42 TO LK-RETURN-CODE
               MOVE "N" TO CAT-OK-SW
           ELSE
               IF CAT-CHECK-STATUS NOT = "OPEN"
                   MOVE "DEST NOT OPEN" TO LK-STATUS
                   MOVE 42 TO LK-RETURN-CODE
                   MOVE "N" TO CAT-OK-SW
               END-IF
           END-IF
           .

       LOAD-CATALOG.
      *> One entry per STACKCAT record.  Status 35 means the shop
      *> has not set the catalog up - every name is accepted.
           OPEN INPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               SET CAT-ACTIVE TO TRUE
               MOVE "N" TO STACK-EOF-SW
               PERFORM LOAD-ONE-CATALOG UNTIL STACK-EOF
               CLOSE CAT-FILE
           ELSE
               IF CAT-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN STACKCAT - STATUS "
                       CAT-FILE-STATUS
                   SET CAT-ACTIVE TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-CATALOG.
           READ CAT-FILE
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   IF CAT-ENTRY-COUNT < CAT-ENTRY-MAX
                       ADD 1 TO CAT-ENTRY-COUNT
                       MOVE CAT-REC-NAME TO
                           CAT-EN-NAME(CAT-ENTRY-COUNT)
                       MOVE CAT-REC-STATUS TO
                           CAT-EN-STATUS(CAT-ENTRY-COUNT)
                   END-IF
           END-READ
           .

       GATE-OPERATION.
      *> Grants match on operator (the USER identity the audit
      *> trail captures), stack (*ALL* or the active stack), and

           ADD 1 TO STACK-TOP
           MOVE LK-DATA TO STACK-ELEM(STACK-TOP)
           PERFORM STAMP-PUSHED-PROV
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-RETURN-CODE
           MOVE "PUSH" TO AUD-OP-CODE
           MOVE "PUSH" TO STACK-JRN-OP
           MOVE LK-DATA TO AUD-DATA-VALUE
           MOVE STACK-PROV(STACK-TOP) TO AUD-PROV-VALUE
           MOVE STACK-PROV(STACK-TOP) TO STACK-JRN-PROV
           PERFORM WRITE-AUDIT-RECORD
           PERFORM CHECKPOINT-STACK
           .

       STAMP-PUSHED-PROV.
      *> The feeder's source/sequence/date come from the caller.  A
      *> restored element carries its original pushed date/time/
      *> operator over; anything else is stamped with this PUSH,
      *> the same clock reading its audit entry is written with.
           PERFORM STAMP-AUDIT-CLOCK
           SET AUD-CLOCK-STAMPED TO TRUE
           MOVE LK-PROV-REQ TO STACK-PROV(STACK-TOP)
           IF STACK-PRV-PUSH-DATE(STACK-TOP) = SPACES
               MOVE WS-AUDIT-DATE TO STACK-PRV-PUSH-DATE(STACK-TOP)
               MOVE WS-AUDIT-TIME TO STACK-PRV-PUSH-TIME(STACK-TOP)
               MOVE WS-OPERATOR-ID TO STACK-PRV-OPERATOR(STACK-TOP)
           END-IF
           MOVE STACK-PROV(STACK-TOP) TO LK-PROV-REQ
           .

       DO-POP.
      *> A FIFO stack hands back its oldest element and the rest
      *> close down over it; the journal carries SHIFT so replay
               MOVE "STACK EMPTY" TO LK-STATUS
               MOVE 4 TO LK-RETURN-CODE
               MOVE SPACES TO LK-DATA
               MOVE SPACES TO LK-PROV-REQ
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-STACK-DISCIPLINE
           IF STACK-IS-FIFO
               MOVE STACK-ELEM(1) TO LK-DATA
               MOVE STACK-PROV(1) TO LK-PROV-REQ
               PERFORM SHIFT-OLDEST-OFF
                   VARYING FIFO-SHIFT-IDX FROM 1 BY 1
                   UNTIL FIFO-SHIFT-IDX >= STACK-TOP
               MOVE "SHIFT" TO STACK-JRN-OP
           ELSE
               MOVE STACK-ELEM(STACK-TOP) TO LK-DATA
               MOVE STACK-PROV(STACK-TOP) TO LK-PROV-REQ
               MOVE "POP" TO STACK-JRN-OP
           END-IF
           SUBTRACT 1 FROM STACK-TOP
           MOVE 0 TO LK-RETURN-CODE
           MOVE "POP" TO AUD-OP-CODE
           MOVE LK-DATA TO AUD-DATA-VALUE
           MOVE LK-PROV-REQ TO AUD-PROV-VALUE
           MOVE LK-PROV-REQ TO STACK-JRN-PROV
           PERFORM WRITE-AUDIT-RECORD
           PERFORM CHECKPOINT-STACK
           .

       SHIFT-OLDEST-OFF.
           MOVE STACK-ENTRY(FIFO-SHIFT-IDX + 1) TO
               STACK-ENTRY(FIFO-SHIFT-IDX)
           .

       DO-PEEK.
               MOVE "STACK EMPTY" TO LK-STATUS
               MOVE 4 TO LK-RETURN-CODE
               MOVE SPACES TO LK-DATA
               MOVE SPACES TO LK-PROV-REQ
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-STACK-DISCIPLINE
           IF STACK-IS-FIFO
               MOVE STACK-ELEM(1) TO LK-DATA
               MOVE STACK-PROV(1) TO LK-PROV-REQ
           ELSE
               MOVE STACK-ELEM(STACK-TOP) TO LK-DATA
               MOVE STACK-PROV(STACK-TOP) TO LK-PROV-REQ
           END-IF
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-RETURN-CODE
      *> generation, top first, and resets the stack to empty in one
      *> call.  EXTEND so a second drain the same day appends to the
      *> generation instead of replacing it; status 35 just means
      *> this is the day's first drain.  A simulation empties its
      *> working copy but writes no generation - STACKEX would ship
      *> whatever it found there.
           MOVE STACK-BUS-DATE TO DRAIN-GEN-DATE
           IF NOT STACK-SIMULATING
               OPEN EXTEND DRAIN-FILE
               IF DRAIN-FILE-STATUS = "35"
                   OPEN OUTPUT DRAIN-FILE
               END-IF
               IF DRAIN-FILE-STATUS NOT = "00"
                   MOVE "DRAIN FILE ERROR" TO LK-STATUS
                   MOVE 20 TO LK-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> A FIFO stack drains oldest-first, matching the order its
           ELSE
               PERFORM DO-DRAIN-STEP UNTIL STACK-TOP = 0
           END-IF
           IF NOT STACK-SIMULATING
               CLOSE DRAIN-FILE
           END-IF

           PERFORM COMPACT-STACK-STATE
           IF STACK-FILE-STATUS = "00"
           .

       DO-DRAIN-STEP.
      *> Each drained record keeps the element's provenance block,
      *> so a restore puts it back exactly as it was queued and the
      *> extract can tell fulfillment which feeder sent it.
           MOVE SPACES TO DRAIN-REC
           MOVE STACK-ELEM(STACK-TOP) TO DRN-VALUE
           MOVE STACK-PROV(STACK-TOP) TO DRN-PROV
           MOVE STACK-ELEM(STACK-TOP) TO AUD-DATA-VALUE
           MOVE STACK-PROV(STACK-TOP) TO AUD-PROV-VALUE
           MOVE "DRAIN" TO AUD-OP-CODE
           PERFORM WRITE-AUDIT-RECORD
           IF NOT STACK-SIMULATING
               WRITE DRAIN-REC
           END-IF
           SUBTRACT 1 FROM STACK-TOP
           .

       DO-DRAIN-FIFO-STEP.
           MOVE SPACES TO DRAIN-REC
           MOVE STACK-ELEM(FIFO-DRAIN-IDX) TO DRN-VALUE
           MOVE STACK-PROV(FIFO-DRAIN-IDX) TO DRN-PROV
           MOVE STACK-ELEM(FIFO-DRAIN-IDX) TO AUD-DATA-VALUE
           MOVE STACK-PROV(FIFO-DRAIN-IDX) TO AUD-PROV-VALUE
           MOVE "DRAIN" TO AUD-OP-CODE
           PERFORM WRITE-AUDIT-RECORD
           IF NOT STACK-SIMULATING
               WRITE DRAIN-REC
           END-IF
           .

       DO-TERM.
           IF NOT AUTH-GRANTED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-XFER-DEST-CATALOG
           IF NOT CAT-PERMITTED
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-XFER-CANDIDATES
           IF XFER-CAND-COUNT = 0
                   XFER-CAND-POS(XFER-CAND-COUNT)
               MOVE STACK-ELEM(XFER-CAND-IDX) TO
                   XFER-CAND-VALUE(XFER-CAND-COUNT)
               MOVE STACK-PROV(XFER-CAND-IDX) TO
                   XFER-CAND-PROV(XFER-CAND-COUNT)
               MOVE "N" TO XFER-CAND-TAKEN(XFER-CAND-COUNT)
           END-IF
           .
               ADD 1 TO XFER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
      *> The element keeps its provenance across the move - it is
      *> the same feeder item, pushed when it was first pushed.
           ADD 1 TO STACK-TOP
           MOVE XFER-CAND-VALUE(XFER-CAND-IDX) TO
               STACK-ELEM(STACK-TOP)
           MOVE XFER-CAND-PROV(XFER-CAND-IDX) TO
               STACK-PROV(STACK-TOP)
           MOVE "Y" TO XFER-CAND-TAKEN(XFER-CAND-IDX)
           ADD 1 TO XFER-MOVED-COUNT
           MOVE "XFERIN" TO AUD-OP-CODE
           MOVE XFER-CAND-VALUE(XFER-CAND-IDX) TO AUD-DATA-VALUE
           MOVE XFER-CAND-PROV(XFER-CAND-IDX) TO AUD-PROV-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

           END-IF
           MOVE "XFEROUT" TO AUD-OP-CODE
           MOVE XFER-CAND-VALUE(XFER-CAND-IDX) TO AUD-DATA-VALUE
           MOVE XFER-CAND-PROV(XFER-CAND-IDX) TO AUD-PROV-VALUE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SHIFT-STACK-DOWN
               VARYING XFER-SHIFT-IDX
           .

       SHIFT-STACK-DOWN.
           MOVE STACK-ENTRY(XFER-SHIFT-IDX + 1) TO
               STACK-ENTRY(XFER-SHIFT-IDX)
           .

       DO-REMOVE.
      *> because a mid-stack removal has no journal form.  The
      *> supervised STACK-RMVE driver verifies the position holds
      *> the expected value with FIND before calling here.
           MOVE SPACES TO LK-PROV-REQ
           IF STACK-TOP = 0
               MOVE "STACK EMPTY" TO LK-STATUS
               MOVE 4 TO LK-RETURN-CODE
           END-IF

           MOVE STACK-ELEM(REMOVE-POSITION) TO LK-DATA
           MOVE STACK-PROV(REMOVE-POSITION) TO LK-PROV-REQ
           MOVE "REMOVE" TO AUD-OP-CODE
           MOVE LK-DATA TO AUD-DATA-VALUE
           MOVE LK-PROV-REQ TO AUD-PROV-VALUE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SHIFT-STACK-DOWN
               VARYING XFER-SHIFT-IDX FROM REMOVE-POSITION BY 1
           .

       SET-SAVE-ERROR-STATUS.
           MOVE "STACK SAVE ERROR" TO LK-STATUS
           MOVE 32 TO LK-RETURN-CODE
           .

       DO-SIMULATE.
      *> Switches the run onto working copies of the state.  Only
      *> before the run has loaded anything from the live files -
      *> after that the switch would split the run across two
      *> states.  The copies are rebuilt from the live files every
      *> time, so a simulation starts from tonight's state and
      *> never from an earlier simulation's leftovers.  The live
      *> files are only read; a live job updating them meanwhile
      *> is not waited for - the projection is as of the copy.
           IF STACK-LOCK-HELD OR STACK-SIMULATING
               MOVE "INVALID OP" TO LK-STATUS
               MOVE 16 TO LK-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-LIVE-STATE
           IF SIM-FILE-STATUS = "00"
               PERFORM COPY-LIVE-JOURNAL
           END-IF
           IF SIM-FILE-STATUS NOT = "00"
               MOVE "WORKING COPY ERROR" TO LK-STATUS
               MOVE 32 TO LK-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "SIMFIL" TO STACK-FILE-NAME
           MOVE "SIMJRN" TO JOURNAL-FILE-NAME
           SET STACK-SIMULATING TO TRUE
           MOVE STACK-MAX TO LK-DATA
           MOVE "SIMULATING" TO LK-STATUS
           MOVE 0 TO LK-RETURN-CODE
           .

       COPY-LIVE-STATE.
      *> No live STACKFIL (status 35) copies as an empty state.
           OPEN OUTPUT SIM-STATE-FILE
           IF SIM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SIMFIL - STATUS "
                   SIM-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STACK-EOF-SW
           MOVE "00" TO SIM-COPY-STATUS
           OPEN INPUT STACK-FILE
           IF STACK-FILE-STATUS = "00"
               PERFORM COPY-ONE-STATE-REC UNTIL STACK-EOF
               CLOSE STACK-FILE
           END-IF
           CLOSE SIM-STATE-FILE
           IF STACK-FILE-STATUS NOT = "00"
               AND STACK-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN STACKFIL - STATUS "
                   STACK-FILE-STATUS
               MOVE STACK-FILE-STATUS TO SIM-FILE-STATUS
           END-IF
           IF SIM-COPY-STATUS NOT = "00"
               MOVE SIM-COPY-STATUS TO SIM-FILE-STATUS
           END-IF
           .

       COPY-ONE-STATE-REC.
      *> A failed read or write stops the copy with its status kept.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   MOVE STACK-FILE-REC TO SIM-STATE-REC
                   WRITE SIM-STATE-REC
                   IF SIM-FILE-STATUS NOT = "00"
                       DISPLAY "SIMFIL WRITE FAILED - STATUS "
                           SIM-FILE-STATUS
                       MOVE SIM-FILE-STATUS TO SIM-COPY-STATUS
                       SET STACK-EOF TO TRUE
                   END-IF
           END-READ
           IF STACK-FILE-STATUS NOT = "00"
               AND STACK-FILE-STATUS NOT = "10"
               DISPLAY "STACKFIL READ FAILED - STATUS "
                   STACK-FILE-STATUS
               MOVE STACK-FILE-STATUS TO SIM-COPY-STATUS
               SET STACK-EOF TO TRUE
           END-IF
           .

       COPY-LIVE-JOURNAL.
      *> No live STACKJRN (status 35) copies as an empty journal.
           OPEN OUTPUT SIM-JOURNAL-FILE
           IF SIM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SIMJRN - STATUS "
                   SIM-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STACK-EOF-SW
           MOVE "00" TO SIM-COPY-STATUS
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "00"
               PERFORM COPY-ONE-JOURNAL-REC UNTIL STACK-EOF
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE SIM-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               AND JOURNAL-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN STACKJRN - STATUS "
                   JOURNAL-FILE-STATUS
               MOVE JOURNAL-FILE-STATUS TO SIM-FILE-STATUS
           END-IF
           IF SIM-COPY-STATUS NOT = "00"
               MOVE SIM-COPY-STATUS TO SIM-FILE-STATUS
           END-IF
           .

       COPY-ONE-JOURNAL-REC.
      *> A failed read or write stops the copy with its status kept.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   MOVE JOURNAL-REC TO SIM-JOURNAL-REC
                   WRITE SIM-JOURNAL-REC
                   IF SIM-FILE-STATUS NOT = "00"
                       DISPLAY "SIMJRN WRITE FAILED - STATUS "
                           SIM-FILE-STATUS
                       MOVE SIM-FILE-STATUS TO SIM-COPY-STATUS
                       SET STACK-EOF TO TRUE
                   END-IF
           END-READ
           IF JOURNAL-FILE-STATUS NOT = "00"
               AND JOURNAL-FILE-STATUS NOT = "10"
               DISPLAY "STACKJRN READ FAILED - STATUS "
                   JOURNAL-FILE-STATUS
               MOVE JOURNAL-FILE-STATUS TO SIM-COPY-STATUS
               SET STACK-EOF TO TRUE
           END-IF
           .

      *> Take the exclusive stack-state lock, waiting out a holder
      *> with a few retries before giving up.  The lock is a record
      *> in STACKLCK: state "L" is held, "R" (or no file at all) is
      *> free.  A simulation works its own copy of the state and
      *> never takes the live lock - it must neither hold up nor be
      *> held up by the jobs that own the real thing.
           IF STACK-SIMULATING
               SET STACK-LOCK-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM TRY-STACK-LOCK
           PERFORM RETRY-STACK-LOCK
               VARYING STACK-LOCK-TRY FROM 1 BY 1
           .

       RELEASE-STACK-LOCK.
           IF STACK-SIMULATING
               MOVE "N" TO STACK-LOCK-SW
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
       WRITE-JOURNAL-RECORD.
      *> STACK-JRN-OP holds the journal form of the operation just
      *> applied - PUSH or POP as keyed, SHIFT for a FIFO pop -
      *> LK-DATA the value it moved, and STACK-JRN-PROV that
      *> element's provenance block.  The record goes in under the
      *> stack's next sequence; status 35 just means no journal has
      *> been created yet.
           OPEN I-O JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO STACK-JRN-SEQ
           MOVE SPACES TO JOURNAL-REC
           MOVE ACTIVE-STACK-NAME TO JRN-STACK-NAME
           MOVE STACK-JRN-SEQ TO JRN-SEQ
           MOVE STACK-JRN-OP TO JRN-OP
           MOVE LK-DATA TO JRN-VALUE
           MOVE STACK-JRN-PROV TO JRN-PROV
           WRITE JOURNAL-REC
           MOVE JOURNAL-FILE-STATUS TO STACK-IO-STATUS
           CLOSE JOURNAL-FILE
           IF STACK-IO-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE STACKJRN - STATUS "
                   STACK-IO-STATUS
               MOVE STACK-IO-STATUS TO JOURNAL-FILE-STATUS
           END-IF
           .

      ******************************************************************
       LOAD-STACK-STATE.
      *> The exact contents are the STACKFIL snapshot with the
      *> STACKJRN journal replayed on top - the journal holds
      *> whatever happened since the last compaction.  Both files
      *> are read from the active stack's first key up to the next
      *> stack's, and no further.
           MOVE 0 TO STACK-TOP
           MOVE 0 TO STACK-TRUNC-COUNT
           MOVE 0 TO STACK-JRN-SEQ

           OPEN INPUT STACK-FILE
           IF STACK-FILE-STATUS = "00"
               MOVE ACTIVE-STACK-NAME TO STK-REC-NAME
               MOVE 0 TO STK-REC-POS
               MOVE "N" TO STACK-EOF-SW
               START STACK-FILE KEY IS > STK-REC-KEY
                   INVALID KEY
                       SET STACK-EOF TO TRUE
               END-START
               PERFORM LOAD-STACK-ELEM UNTIL STACK-EOF
               CLOSE STACK-FILE
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "00"
               MOVE ACTIVE-STACK-NAME TO JRN-STACK-NAME
               MOVE 0 TO JRN-SEQ
               MOVE "N" TO STACK-EOF-SW
               START JOURNAL-FILE KEY IS > JRN-REC-KEY
                   INVALID KEY
                       SET STACK-EOF TO TRUE
               END-START
               PERFORM REPLAY-JOURNAL-RECORD UNTIL STACK-EOF
               CLOSE JOURNAL-FILE
           END-IF
           .

       REPLAY-JOURNAL-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   IF JRN-STACK-NAME NOT = ACTIVE-STACK-NAME
                       SET STACK-EOF TO TRUE
                   ELSE
                       MOVE JRN-SEQ TO STACK-JRN-SEQ
                       EVALUATE JRN-OP
                           WHEN "PUSH"
                               IF STACK-TOP < STACK-MAX
                                   ADD 1 TO STACK-TOP
                                   MOVE JRN-VALUE TO
                                       STACK-ELEM(STACK-TOP)
                                   MOVE JRN-PROV TO
                                       STACK-PROV(STACK-TOP)
                               ELSE
                                   ADD 1 TO STACK-TRUNC-COUNT
                               END-IF
           .

       LOAD-STACK-ELEM.
      *> The active stack's records come back in position order,
      *> bottom to top; the first record of the next stack ends
      *> the load.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   IF STK-REC-NAME NOT = ACTIVE-STACK-NAME
                       SET STACK-EOF TO TRUE
                   ELSE
                       IF STACK-TOP < STACK-MAX
                           ADD 1 TO STACK-TOP
                           MOVE STK-REC-VALUE TO
                               STACK-ELEM(STACK-TOP)
                           MOVE STK-REC-PROV TO
                               STACK-PROV(STACK-TOP)
                       ELSE
                           ADD 1 TO STACK-TRUNC-COUNT
                       END-IF

       COMPACT-STACK-STATE.
      *> Folds the journal back into a full snapshot: the active
      *> stack's positions are rewritten from memory, and only then
      *> are its journal records deleted - they are represented by
      *> the snapshot itself.  A save that fails leaves the journal
      *> alone, so the last good snapshot plus the journal still
      *> rebuilds the stack.  No other stack's records are touched.
           PERFORM SAVE-STACK-STATE
           IF STACK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-ACTIVE-JOURNAL
           IF JOURNAL-FILE-STATUS = "00"
               MOVE 0 TO STACK-JRN-SEQ
           ELSE
               MOVE JOURNAL-FILE-STATUS TO STACK-FILE-STATUS
           END-IF
           .

       CLEAR-ACTIVE-JOURNAL.
      *> No journal yet is fine - nothing to clear.
           OPEN I-O JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               MOVE "00" TO JOURNAL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE STACKJRN - STATUS "
                   JOURNAL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO STACK-IO-STATUS
           MOVE ACTIVE-STACK-NAME TO JRN-STACK-NAME
           MOVE 0 TO JRN-SEQ
           MOVE "N" TO STACK-EOF-SW
           START JOURNAL-FILE KEY IS > JRN-REC-KEY
               INVALID KEY
                   SET STACK-EOF TO TRUE
           END-START
           PERFORM DROP-JOURNAL-RECORD UNTIL STACK-EOF
           CLOSE JOURNAL-FILE
           IF STACK-IO-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE STACKJRN - STATUS "
                   STACK-IO-STATUS
               MOVE STACK-IO-STATUS TO JOURNAL-FILE-STATUS
           END-IF
           .

       DROP-JOURNAL-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   IF JRN-STACK-NAME NOT = ACTIVE-STACK-NAME
                       SET STACK-EOF TO TRUE
                   ELSE
                       DELETE JOURNAL-FILE RECORD
                       IF JOURNAL-FILE-STATUS NOT = "00"
                           MOVE JOURNAL-FILE-STATUS TO STACK-IO-STATUS
                           SET STACK-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       SAVE-STACK-STATE.
      *> Each of the active stack's elements goes back under its
      *> own position - rewritten where the position is already on
      *> file, written where it is new - and the positions above
      *> STACK-TOP that the stack no longer fills are deleted.
      *> Status 35 means no state file yet: it is created, and the
      *> elements are simply written.
           MOVE "N" TO STACK-NEW-FILE-SW
           OPEN I-O STACK-FILE
           IF STACK-FILE-STATUS = "35"
               SET STACK-NEW-FILE TO TRUE
               OPEN OUTPUT STACK-FILE
           END-IF
           IF STACK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STACKFIL - STATUS "
                   STACK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO STACK-IO-STATUS
           PERFORM SAVE-STACK-ELEM
               VARYING STACK-SAVE-IDX FROM 1 BY 1
               UNTIL STACK-SAVE-IDX > STACK-TOP
                   OR STACK-IO-STATUS NOT = "00"
           IF STACK-IO-STATUS = "00" AND NOT STACK-NEW-FILE
               PERFORM DROP-VACATED-POSITIONS
           END-IF
           CLOSE STACK-FILE
           IF STACK-IO-STATUS NOT = "00"
               DISPLAY "UNABLE TO SAVE STACKFIL - STATUS "
                   STACK-IO-STATUS
               MOVE STACK-IO-STATUS TO STACK-FILE-STATUS
           END-IF
           .

       SAVE-STACK-ELEM.
           MOVE SPACES TO STACK-FILE-REC
           MOVE ACTIVE-STACK-NAME TO STK-REC-NAME
           MOVE STACK-SAVE-IDX TO STK-REC-POS
           MOVE STACK-ELEM(STACK-SAVE-IDX) TO STK-REC-VALUE
           MOVE STACK-PROV(STACK-SAVE-IDX) TO STK-REC-PROV
           IF STACK-NEW-FILE
               WRITE STACK-FILE-REC
           ELSE
               REWRITE STACK-FILE-REC
                   INVALID KEY
                       WRITE STACK-FILE-REC
               END-REWRITE
           END-IF
           MOVE STACK-FILE-STATUS TO STACK-IO-STATUS
           .

       DROP-VACATED-POSITIONS.
      *> Everything of this stack's beyond STACK-TOP - what a POP,
      *> DRAIN, transfer or removal has taken off since the last
      *> save.
           MOVE ACTIVE-STACK-NAME TO STK-REC-NAME
           MOVE STACK-TOP TO STK-REC-POS
           MOVE "N" TO STACK-EOF-SW
           START STACK-FILE KEY IS > STK-REC-KEY
               INVALID KEY
                   SET STACK-EOF TO TRUE
           END-START
           PERFORM DROP-ONE-POSITION UNTIL STACK-EOF
           .

       DROP-ONE-POSITION.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET STACK-EOF TO TRUE
               NOT AT END
                   IF STK-REC-NAME NOT = ACTIVE-STACK-NAME
                       SET STACK-EOF TO TRUE
                   ELSE
                       DELETE STACK-FILE RECORD
                       IF STACK-FILE-STATUS NOT = "00"
                           MOVE STACK-FILE-STATUS TO STACK-IO-STATUS
                           SET STACK-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * Audit trail - one line per successful PUSH/POP with what
      * happened, when, and who was signed on to the job/terminal.
      ******************************************************************
       WRITE-AUDIT-RECORD.
      *> A PUSH has already read the clock for the element it
      *> stamped; every other entry reads it here.
           IF AUD-CLOCK-STAMPED
               MOVE "N" TO AUD-STAMP-SW
           ELSE
               PERFORM STAMP-AUDIT-CLOCK
           END-IF

      *> A simulation leaves no trail - nothing it does happened.
           IF STACK-SIMULATING
               MOVE SPACES TO AUD-PROV-VALUE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                   AUDIT-FILE-STATUS
               MOVE SPACES TO AUD-PROV-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
           MOVE ACTIVE-STACK-NAME TO AUD-STACK-NAME
           MOVE AUD-PROV-VALUE TO AUD-PROV
      *> A link that fails is reported by STACK-ACHN; the entry is
      *> still written - a gap in the chain shows on the
      *> verification run, where a missing entry would not.
           CALL "STACK-ACHN" USING AUD-CHAIN-OP AUDIT-REC
               AUD-CHAIN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           MOVE SPACES TO AUD-PROV-VALUE
           .

       STAMP-AUDIT-CLOCK.
           MOVE STACK-BUS-DATE TO WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           .

       WRITE-TRUNCATION-NOTICE.
