      *                    grants) - it rides the existing reject
      *                    path into the REJECTS cycle; the report
      *                    names the reason.
      *   2026-09-14  VJT  Every PUSH now hands STACK the element's
      *                    provenance - the TRANSIN record's source
      *                    system, sequence and transaction date -
      *                    in the new provenance block, so the
      *                    element carries its feeder record through
      *                    STACKFIL, the journal, DRAINOUT and the
      *                    extract.  POP passes the block too and
      *                    gets the popped element's back.
      *   2026-09-16  VJT  STACK now refuses names not on the STACKCAT
      *                    catalog, or not OPEN there, with 42 - it
      *                    rides the existing reject path into the
      *                    REJECTS cycle as STACK NOT OPEN, so a
      *                    mistyped STACKNAM card rejects the run's
      *                    work instead of building a new stack.
      *   2026-09-18  VJT  One run now loads every stack: each record
      *                    is routed to its target stack by the new
      *                    STACKRTE table (TXN-SOURCE, optionally
      *                    narrowed by TXN-OP-CODE), or by the new
      *                    optional target-stack field on the end of
      *                    the TRANSIN record, which overrides the
      *                    table.  A record with no route rejects as
      *                    reason 56 (NO ROUTE).  Without a STACKRTE
      *                    file the STACKNAM card still names the
      *                    stack for every record the field does
      *                    not route.  TRANSIN, REJECTS, REJRESUB,
      *                    TXNPEND and TXNREL carry the 56-byte
      *                    record (47-byte records read as having
      *                    no target), and the SRCSTAT statistics
      *                    are kept per source per target stack.
      *   2026-09-22  VJT  TRANSIN batch controls: each feeder batch
      *                    is framed by a BHDR header (source, batch
      *                    ID, creation date) and a BTRL trailer
      *                    (detail count and hash total, summed the
      *                    way STACK-EXTR sums its trailer).  A first
      *                    pass over TRANSIN settles every batch
      *                    before anything is applied: a trailer that
      *                    disagrees (60), a batch ID already on the
      *                    BATCHHST history (64), or a sequence at or
      *                    below the source's high-water mark from
      *                    earlier days (68) refuses the whole batch,
      *                    whose records go to REJECTS under that
      *                    reason; a record outside any batch rejects
      *                    as 72.  The ascending-sequence edit is now
      *                    kept per source and starts from the
      *                    history's high-water marks.  A completed
      *                    run adds its accepted batches and new
      *                    high-water marks to BATCHHST (a year of
      *                    batch IDs is kept), and the summary lists
      *                    every batch as accepted or refused.
      *   2026-09-28  VJT  The park/release cutoff and the batch
      *                    history's retention run on the business
      *                    date from the BUSDATE control instead of
      *                    the system date, so the cutoff no longer
      *                    shifts when the load crosses midnight.  The
      *                    job takes its place in the EOD sequence
      *                    (STACK-BDAY): it will not start until
      *                    STACKRL has completed for the business date,
      *                    or once it has itself completed, and is
      *                    recorded complete when it ends without
      *                    RC 8.  A restart after an abend has not
      *                    completed, so resumes as before.
      *   2026-09-30  VJT  Simulation mode: a SIMULATE card on the new
      *                    LOADCTL control file runs the whole load -
      *                    release pass, TRANSIN with its batch
      *                    controls and parking, and the REJRESUB
      *                    pass - against STACK's working copy of the
      *                    state (the SIMULATE operation), writing
      *                    nothing live: no REJECTS, LOADCKPT,
      *                    TXNPEND, SRCSTAT or BATCHHST, no AUDITLOG
      *                    or lock inside STACK, and no place in the
      *                    EOD sequence.  The SIMRPT report projects
      *                    the run - the transactions that would
      *                    park, each stack's starting, ending and
      *                    peak depth against STACK-MAX, and the
      *                    rejects by source and reason - with the
      *                    projected rejects themselves on REJRPT, so
      *                    a bad feed can be put right before the
      *                    real STACKLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-LOAD.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO "STACKRTE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.

           SELECT BATCH-HIST-FILE ASSIGN TO "BATCHHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BHS-STATUS.

           SELECT SRC-STAT-FILE ASSIGN USING WS-STAT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT LOAD-CTL-FILE ASSIGN TO "LOADCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOADCTL-STATUS.

           SELECT SIM-RPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC        PIC X(56).

       FD  LOAD-CKPT-FILE.
       01  CKPT-REC.
       01  REJECT-REC.
           05 REJ-REASON          PIC 9(2).
           05 FILLER              PIC X(1).
           05 REJ-TRANSACTION     PIC X(56).

       FD  REJECT-RPT-FILE.
       01  REJRPT-REC             PIC X(90).
       01  RESUB-REC.
           05 RESUB-REASON        PIC X(2).
           05 FILLER              PIC X(1).
           05 RESUB-TRANSACTION   PIC X(56).

       FD  PENDING-FILE.
       01  PENDING-REC            PIC X(56).

       FD  SRC-STAT-FILE.
       01  STAT-REC.
              10 FILLER           PIC X(1).
              10 STAT-REASON-CNT  PIC 9(6).
              10 FILLER           PIC X(32).
           05 FILLER              PIC X(1).
           05 STAT-STACK          PIC X(8).

       FD  RELEASE-FILE.
       01  RELEASE-REC            PIC X(56).

       FD  LOAD-CTL-FILE.
       01  LOAD-CTL-REC.
           05 LOAD-CTL-MODE       PIC X(8).

       FD  SIM-RPT-FILE.
       01  SIMRPT-REC             PIC X(90).

       FD  ROUTE-FILE.
       01  ROUTE-REC.
           05 RTE-REC-SOURCE      PIC X(4).
           05 FILLER              PIC X(1).
           05 RTE-REC-OP-CODE     PIC X(5).
           05 FILLER              PIC X(1).
           05 RTE-REC-STACK       PIC X(8).

      *> Batch history - one B record per accepted batch, one S
      *> record per source carrying its sequence high-water mark.
       FD  BATCH-HIST-FILE.
       01  BHS-REC.
           05 BHS-REC-TYPE        PIC X(1).
           05 FILLER              PIC X(1).
           05 BHS-SOURCE          PIC X(4).
           05 FILLER              PIC X(1).
           05 BHS-BODY            PIC X(37).
           05 BHS-B-BODY REDEFINES BHS-BODY.
              10 BHS-BATCH-ID     PIC X(12).
              10 FILLER           PIC X(1).
              10 BHS-CREATE-DATE  PIC X(8).
              10 FILLER           PIC X(1).
              10 BHS-LOAD-DATE    PIC X(8).
              10 FILLER           PIC X(1).
              10 BHS-COUNT        PIC 9(6).
           05 BHS-S-BODY REDEFINES BHS-BODY.
              10 BHS-HIGH-SEQ     PIC 9(6).
              10 FILLER           PIC X(1).
              10 BHS-SEQ-DATE     PIC X(8).
              10 FILLER           PIC X(22).

       WORKING-STORAGE SECTION.
       77 WS-TRANS-STATUS   PIC XX.
       77 WS-RETURN-CODE    PIC 9(2).

      *> Which named stack this run loads, from the STACKNAM control
      *> card; spaces (or no card) selects the default stack.  Once
      *> records are routed it holds the stack of the latest call,
      *> which is the one TERM closes out.
       77 WS-NAME-STATUS    PIC XX.
       77 WS-STACK-NAME     PIC X(8) VALUE SPACES.
       77 WS-CARD-STACK     PIC X(8) VALUE SPACES.

      *> Routing - the STACKRTE table maps a TXN-SOURCE (and, when
      *> the entry names one, a TXN-OP-CODE) to its target stack.
      *> The record's own target-stack field overrides the table.
      *> No STACKRTE file means no table: every record the field
      *> does not route goes to the STACKNAM card's stack, the way
      *> every run worked before routing.
       77 WS-RTE-STATUS     PIC XX.
       77 WS-RTE-ACTIVE-SW  PIC X VALUE "N".
          88 WS-RTE-ACTIVE          VALUE "Y".
       77 WS-RTE-MAX        PIC 9(3) VALUE 100.
       77 WS-RTE-COUNT      PIC 9(3) VALUE 0.
       77 WS-RTE-IDX        PIC 9(3).
       01 WS-RTE-TABLE.
          05 WS-RTE-ENTRY OCCURS 100 TIMES.
             10 WS-RTE-SOURCE    PIC X(4).
             10 WS-RTE-OP-CODE   PIC X(5).
             10 WS-RTE-STACK     PIC X(8).
       77 WS-RTE-MATCH-OP   PIC X(5).
       77 WS-ROUTE-STACK    PIC X(8).
       77 WS-ROUTE-FOUND-SW PIC X.
          88 WS-ROUTE-FOUND         VALUE "Y".
       77 WS-NOROUTE-COUNT  PIC 9(6) VALUE 0.

      *> Element provenance handed to STACK on PUSH (and returned by
      *> POP) - the feeder record's source, sequence and date; STACK
      *> stamps the pushed date/time/operator itself.
       01 WS-PROV-REQ.
          05 WS-PRV-SOURCE      PIC X(4).
          05 FILLER             PIC X(1).
          05 WS-PRV-SEQ         PIC X(6).
          05 FILLER             PIC X(1).
          05 WS-PRV-TXN-DATE    PIC X(8).
          05 FILLER             PIC X(1).
          05 WS-PRV-PUSH-DATE   PIC X(8).
          05 FILLER             PIC X(1).
          05 WS-PRV-PUSH-TIME   PIC X(8).
          05 FILLER             PIC X(1).
          05 WS-PRV-OPERATOR    PIC X(8).

      *> The transaction being applied - TRANSIN records and REJRESUB
      *> resubmissions both land here before the edits run.
          05 TXN-SOURCE         PIC X(4).
          05 FILLER             PIC X(1).
          05 TXN-VALUE          PIC X(20).
          05 FILLER             PIC X(1).
          05 TXN-TARGET-STACK   PIC X(8).
      *> The batch header and trailer views of the same record.
       01 WS-BATCH-HDR REDEFINES WS-TXN-REC.
          05 FILLER             PIC X(5).
          05 FILLER             PIC X(1).
          05 BHD-SOURCE         PIC X(4).
          05 FILLER             PIC X(1).
          05 BHD-BATCH-ID       PIC X(12).
          05 FILLER             PIC X(1).
          05 BHD-CREATE-DATE    PIC X(8).
          05 FILLER             PIC X(24).
       01 WS-BATCH-TRL REDEFINES WS-TXN-REC.
          05 FILLER             PIC X(5).
          05 FILLER             PIC X(1).
          05 BTR-COUNT          PIC X(6).
          05 FILLER             PIC X(1).
          05 BTR-HASH           PIC X(10).
          05 FILLER             PIC X(33).

      *> Batch controls.  BATCHHST holds the batch IDs accepted on
      *> earlier days (kept for a year) and each source's sequence
      *> high-water mark.  The first pass over TRANSIN settles
      *> every batch in WS-RB-TABLE - accepted, or refused with the
      *> reason its records reject under - before any record is
      *> applied.  History is only rewritten by a run that got to
      *> the end of TRANSIN, so a restart settles the batches
      *> exactly as the stopped run did.
       77 WS-BHS-STATUS     PIC XX.
       77 WS-BHS-FAILED-SW  PIC X VALUE "N".
          88 WS-BHS-FAILED          VALUE "Y".
       77 WS-BHS-CUTOFF     PIC 9(8).
       77 WS-BHS-MAX        PIC 9(4) VALUE 5000.
       77 WS-BHS-COUNT      PIC 9(4) VALUE 0.
       77 WS-BHS-IDX        PIC 9(4).
       01 WS-BHS-TABLE.
          05 WS-BHS-ENTRY OCCURS 5000 TIMES.
             10 WS-BHS-SOURCE    PIC X(4).
             10 WS-BHS-BATCH-ID  PIC X(12).
             10 WS-BHS-CREATED   PIC X(8).
             10 WS-BHS-LOADED    PIC X(8).
             10 WS-BHS-RECS      PIC 9(6).

      *> Sequence high-water marks by source.  WS-HSQ is the batch
      *> view (history, raised by each accepted batch in the first
      *> pass, written back at end of run); WS-LSQ is the record
      *> view the ascending-sequence edit walks as records apply.
       77 WS-SQ-MAX         PIC 9(3) VALUE 100.
       77 WS-SQ-COUNT       PIC 9(3) VALUE 0.
       77 WS-SQ-IDX         PIC 9(3).
       77 WS-SQ-SCAN        PIC 9(3).
       77 WS-SQ-KEY         PIC X(4).
       77 WS-SQ-FOUND-SW    PIC X.
          88 WS-SQ-FOUND            VALUE "Y".
       01 WS-SQ-TABLE.
          05 WS-SQ-ENTRY OCCURS 100 TIMES.
             10 WS-SQ-SOURCE     PIC X(4).
             10 WS-HSQ-SEQ       PIC 9(6).
             10 WS-HSQ-DATE      PIC X(8).
             10 WS-LSQ-SEQ       PIC 9(6).

      *> This run's batches, in TRANSIN order.
       77 WS-RB-MAX         PIC 9(3) VALUE 500.
       77 WS-RB-COUNT       PIC 9(3) VALUE 0.
       77 WS-RB-IDX         PIC 9(3).
       77 WS-RB-SCAN        PIC 9(3).
       77 WS-RB-OPEN-SW     PIC X VALUE "N".
          88 WS-RB-OPEN             VALUE "Y".
       77 WS-RB-DUP-SW      PIC X.
          88 WS-RB-DUP              VALUE "Y".
       01 WS-RB-TABLE.
          05 WS-RB-ENTRY OCCURS 500 TIMES.
             10 WS-RB-SOURCE     PIC X(4).
             10 WS-RB-BATCH-ID   PIC X(12).
             10 WS-RB-CREATED    PIC X(8).
             10 WS-RB-RECS       PIC 9(6).
             10 WS-RB-HASH       PIC 9(10).
             10 WS-RB-TRL-SW     PIC X.
                88 WS-RB-TRL-SEEN       VALUE "Y".
             10 WS-RB-TRL-COUNT  PIC X(6).
             10 WS-RB-TRL-HASH   PIC X(10).
             10 WS-RB-MIXED-SW   PIC X.
                88 WS-RB-MIXED          VALUE "Y".
             10 WS-RB-LOW-SEQ    PIC 9(6).
             10 WS-RB-HIGH-SEQ   PIC 9(6).
             10 WS-RB-VERDICT    PIC X.
                88 WS-RB-ACCEPTED       VALUE "A".
                88 WS-RB-REFUSED        VALUE "R".
             10 WS-RB-REASON     PIC 9(2).
       77 WS-CHAR-IDX       PIC 9(2).
       77 WS-CHAR-VALUE     PIC 9(1).

      *> Where the apply pass stands in the batch framing: the
      *> batch the current record belongs to, if any.
       77 WS-CUR-BAT        PIC 9(3) VALUE 0.
       77 WS-IN-BATCH-SW    PIC X VALUE "N".
          88 WS-IN-BATCH            VALUE "Y".
       77 WS-CTL-COUNT      PIC 9(6) VALUE 0.

       77 WS-REC-COUNT      PIC 9(6) VALUE 0.
       77 WS-REJECT-COUNT   PIC 9(6) VALUE 0.
       77 WS-PEND-STATUS    PIC XX.
       77 WS-REL-STATUS     PIC XX.
       77 WS-RUN-DATE       PIC X(8).
       77 WS-BDAY-OP        PIC X(10).
       77 WS-JOB-NAME       PIC X(8) VALUE "STACKLD".
       77 WS-BDAY-RC        PIC 9(2).
       77 WS-PARK-COUNT     PIC 9(6) VALUE 0.
       77 WS-REL-COUNT      PIC 9(6) VALUE 0.
       77 WS-REL-MODE-SW    PIC X VALUE "N".
       77 WS-EDIT-OK-SW     PIC X.
          88 WS-EDIT-OK              VALUE "Y".
       77 WS-EDIT-REASON    PIC 9(2).
       77 WS-TXN-SEQ-NUM    PIC 9(6).
       77 WS-TXN-MONTH      PIC 9(2).
       77 WS-TXN-DAY        PIC 9(2).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 WS-RD-TEXT      PIC X(22).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 WS-RD-RECORD    PIC X(56).
       01 WS-REJRPT-TRAILER.
          05 FILLER          PIC X(16) VALUE "TOTAL REJECTED: ".
          05 WS-RT-COUNT     PIC ZZZZZ9.
      *> many records a prior, abended run already got through, read
      *> back from LOADCKPT; WS-SKIP-IDX drives skipping past them.
      *> Per-source statistics for the feeder chargeback cycle -
      *> one slot per distinct TXN-SOURCE and target stack handled
      *> this run, with a reject breakdown by reason code, written
      *> to the day's SRCSTAT generation at end of run.
       77 WS-STAT-STATUS    PIC XX.
       01 WS-STAT-FILE-NAME.
          05 FILLER             PIC X(9) VALUE "SRCSTAT.D".
          05 WS-STAT-GEN-DATE   PIC X(8).
       77 WS-SRC-MAX        PIC 9(2) VALUE 60.
       77 WS-SRC-COUNT      PIC 9(2) VALUE 0.
       77 WS-SRC-IDX        PIC 9(2) VALUE 0.
       77 WS-SRC-SCAN       PIC 9(2).
       77 WS-RSN-FOUND-SW   PIC X.
          88 WS-RSN-FOUND           VALUE "Y".
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 60 TIMES.
             10 WS-SRC-CODE      PIC X(4).
             10 WS-SRC-STACK     PIC X(8).
             10 WS-SRC-PRESENTED PIC 9(6).
             10 WS-SRC-PUSHES    PIC 9(6).
             10 WS-SRC-POPS      PIC 9(6).
                15 WS-SRC-RSN-CODE PIC 9(2).
                15 WS-SRC-RSN-CNT  PIC 9(6).

      *> Simulation mode, from the LOADCTL card.  The run works
      *> STACK's working copy of the state and writes none of the
      *> live files; WS-SK-TABLE follows each stack it touches from
      *> the depth the copy started at, for the SIMRPT projection.
       77 WS-LOADCTL-STATUS PIC XX.
       77 WS-SIMRPT-STATUS  PIC XX.
       77 WS-SIM-SW         PIC X VALUE "N".
          88 WS-SIMULATE            VALUE "Y".
       77 WS-SIM-OP         PIC X(10).
       77 WS-SIM-DATA       PIC X(20).
       77 WS-SIM-STATUS     PIC X(20).
       77 WS-SIM-RC         PIC 9(2).
       77 WS-SIM-STACK-MAX  PIC 9(4) VALUE 0.
       77 WS-SK-MAX         PIC 9(3) VALUE 100.
       77 WS-SK-COUNT       PIC 9(3) VALUE 0.
       77 WS-SK-IDX         PIC 9(3) VALUE 0.
       77 WS-SK-SCAN        PIC 9(3).
       77 WS-SK-FOUND-SW    PIC X.
          88 WS-SK-FOUND            VALUE "Y".
       01 WS-SK-TABLE.
          05 WS-SK-ENTRY OCCURS 100 TIMES.
             10 WS-SK-NAME       PIC X(8).
             10 WS-SK-SIZED-SW   PIC X.
                88 WS-SK-SIZED          VALUE "Y".
             10 WS-SK-NOTE       PIC X(20).
             10 WS-SK-START      PIC 9(4).
             10 WS-SK-DEPTH      PIC 9(4).
             10 WS-SK-PEAK       PIC 9(4).
             10 WS-SK-FULL       PIC 9(6).

       01 WS-SIM-HEADER1     PIC X(50)
              VALUE "STACK-LOAD SIMULATION - NOTHING APPLIED".
       01 WS-SIM-DATE-LINE.
          05 FILLER          PIC X(14) VALUE "BUSINESS DATE ".
          05 WS-SD-DATE      PIC X(8).
          05 FILLER          PIC X(14) VALUE "    STACK-MAX ".
          05 WS-SD-MAX       PIC ZZZ9.
       01 WS-SIM-PARK-HEAD   PIC X(50)
              VALUE "TRANSACTIONS THAT WOULD PARK".
       01 WS-SIM-PARK-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SP-RECORD    PIC X(56).
       01 WS-SIM-PARK-TOTAL.
          05 FILLER          PIC X(18) VALUE "TOTAL WOULD PARK: ".
          05 WS-SP-COUNT     PIC ZZZZZ9.
       01 WS-SIM-DEPTH-HEAD  PIC X(50)
              VALUE "STACK DEPTH AGAINST STACK-MAX".
       01 WS-SIM-DEPTH-COLS  PIC X(60)
              VALUE "STACK     START    END   PEAK    MAX  FULL REJ".
       01 WS-SIM-DEPTH-LINE.
          05 WS-SK-DL-NAME   PIC X(9).
          05 WS-SK-DL-START  PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SK-DL-END    PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SK-DL-PEAK   PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SK-DL-MAX    PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SK-DL-FULL   PIC ZZZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-SK-DL-FLAG   PIC X(20).
       01 WS-SIM-RSN-HEAD    PIC X(50)
              VALUE "PROJECTED REJECTS BY SOURCE AND REASON".
       01 WS-SIM-SRC-LINE.
          05 FILLER          PIC X(7)  VALUE "SOURCE ".
          05 WS-SS-SOURCE    PIC X(4).
          05 FILLER          PIC X(7)  VALUE "  STACK".
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 WS-SS-STACK     PIC X(8).
          05 FILLER          PIC X(12) VALUE "  PRESENTED ".
          05 WS-SS-PRESENTED PIC ZZZZZ9.
          05 FILLER          PIC X(11) VALUE "  REJECTED ".
          05 WS-SS-REJECTS   PIC ZZZZZ9.
       01 WS-SIM-RSN-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 WS-SR-REASON    PIC 9(2).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 WS-SR-TEXT      PIC X(22).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 WS-SR-COUNT     PIC ZZZZZ9.
       01 WS-SIM-RSN-TOTAL.
          05 FILLER          PIC X(25)
                 VALUE "TOTAL PROJECTED REJECTS: ".
          05 WS-SR-TOTAL     PIC ZZZZZ9.
       01 WS-SIM-NONE-LINE   PIC X(10) VALUE "  NONE".
       01 WS-SIM-BLANK-LINE  PIC X(1)  VALUE SPACE.

       77 WS-CKPT-STATUS    PIC XX.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE 0.
       77 WS-SKIP-IDX       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *> A simulation changes nothing, so it neither waits on the
      *> EOD sequence nor takes a place in it - it only needs the
      *> business date the real run will work.
           PERFORM LOAD-RUN-MODE
           IF WS-SIMULATE
               MOVE "DATE" TO WS-BDAY-OP
           ELSE
               MOVE "START" TO WS-BDAY-OP
           END-IF
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-JOB-NAME
               WS-RUN-DATE WS-BDAY-RC
           IF WS-BDAY-RC NOT = 0 AND NOT WS-SIMULATE
               DISPLAY "STACK-LOAD: NOT RUN - EOD SEQUENCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STACK-NAME
           PERFORM LOAD-ROUTING
      *> A simulation projects tonight's whole run from the top, so
      *> it takes no restart position from LOADCKPT.
           IF WS-SIMULATE
               PERFORM START-SIMULATION
           ELSE
               PERFORM LOAD-CHECKPOINT
           END-IF
           PERFORM LOAD-BATCH-HISTORY
           PERFORM VALIDATE-BATCHES
           PERFORM OPEN-FILES
           PERFORM PROCESS-RELEASES
           PERFORM SKIP-PROCESSED-RECORDS
           PERFORM CLOSE-FILES
           PERFORM TERMINATE-STACK
           PERFORM WRITE-SOURCE-STATS
           PERFORM WRITE-BATCH-HISTORY
           PERFORM DISPLAY-SUMMARY
           EVALUATE TRUE
               WHEN WS-SIMULATE
                   PERFORM PRINT-PROJECTION
               WHEN WS-STACK-BUSY OR WS-BHS-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RECORD-COMPLETION
           END-EVALUATE
           STOP RUN.

       LOAD-RUN-MODE.
      *> A SIMULATE card on LOADCTL selects simulation mode.  No
      *> card, or any other card, is a live run.
           OPEN INPUT LOAD-CTL-FILE
           IF WS-LOADCTL-STATUS = "00"
               READ LOAD-CTL-FILE
                   NOT AT END
                       IF LOAD-CTL-MODE = "SIMULATE"
                           SET WS-SIMULATE TO TRUE
                       END-IF
               END-READ
               CLOSE LOAD-CTL-FILE
           END-IF
           .

       START-SIMULATION.
      *> SIMULATE must be the run's first call to STACK - it copies
      *> the live state into the working copy the rest of the run
      *> is applied to.  Without the copy there is nothing safe to
      *> simulate against, so the run stops.
           MOVE "SIMULATE" TO WS-SIM-OP
           MOVE SPACES TO WS-SIM-DATA
           CALL "STACK" USING WS-SIM-OP WS-SIM-DATA WS-SIM-STATUS
               WS-SIM-RC WS-STACK-NAME
           IF WS-SIM-RC NOT = 0
               DISPLAY "STACK-LOAD: SIMULATION NOT STARTED - "
                   WS-SIM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SIM-DATA(1:4) TO WS-SIM-STACK-MAX
           DISPLAY "STACK-LOAD: SIMULATION - NOTHING WILL BE APPLIED"
           MOVE "STACK-LOAD PROJECTED REJECTS - SIMULATION"
               TO WS-REJRPT-HEADER1

      *> The park section is written as the run goes; the rest of
      *> the projection follows at the end.
           OPEN OUTPUT SIM-RPT-FILE
           IF WS-SIMRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SIMRPT - STATUS "
                   WS-SIMRPT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIM-HEADER1 TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-REJRPT-HEADER2 TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-RUN-DATE TO WS-SD-DATE
           MOVE WS-SIM-STACK-MAX TO WS-SD-MAX
           MOVE WS-SIM-DATE-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-SIM-BLANK-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-SIM-PARK-HEAD TO SIMRPT-REC
           WRITE SIMRPT-REC
           .

       RECORD-COMPLETION.
      *> STACKRC may start once this is on the BUSDATE control.
           MOVE "COMPLETE" TO WS-BDAY-OP
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-JOB-NAME
               WS-RUN-DATE WS-BDAY-RC
           IF WS-BDAY-RC NOT = 0
               DISPLAY "STACK-LOAD: COMPLETION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
      *> corrects from this cycle's REJECTS into REJRESUB before the
      *> next one.  A rerun mid-cycle (LOADCKPT shows work already
      *> applied) extends instead, so the rejects the stopped run
      *> already wrote stay in the correction cycle.  A simulation
      *> leaves REJECTS alone - the clerk may still be working it -
      *> and projects its rejects on REJRPT only.
           EVALUATE TRUE
               WHEN WS-SIMULATE
                   CONTINUE
               WHEN WS-SKIP-COUNT > 0 OR WS-RESUB-SKIP > 0
                       OR WS-REL-SKIP > 0
                   OPEN EXTEND REJECT-FILE
                   IF WS-REJ-STATUS = "35"
                       OPEN OUTPUT REJECT-FILE
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT REJECT-FILE
           END-EVALUATE
           IF WS-REJ-STATUS NOT = "00" AND NOT WS-SIMULATE
               DISPLAY "UNABLE TO OPEN REJECTS - STATUS "
                   WS-REJ-STATUS
           END-IF
               END-READ
               CLOSE STACK-NAME-FILE
           END-IF
           MOVE WS-STACK-NAME TO WS-CARD-STACK
           .

       LOAD-ROUTING.
      *> One route per STACKRTE record.  Status 35 means the shop
      *> routes by the STACKNAM card alone; an unreadable table
      *> routes nothing, so the run's work lands in REJECTS rather
      *> than on the wrong stack.
           OPEN INPUT ROUTE-FILE
           IF WS-RTE-STATUS = "00"
               SET WS-RTE-ACTIVE TO TRUE
               PERFORM LOAD-ONE-ROUTE UNTIL WS-EOF
               CLOSE ROUTE-FILE
               MOVE "N" TO WS-EOF-SW
           ELSE
               IF WS-RTE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN STACKRTE - STATUS "
                       WS-RTE-STATUS
                   SET WS-RTE-ACTIVE TO TRUE
               END-IF
           END-IF
           .

       LOAD-ONE-ROUTE.
           READ ROUTE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-RTE-COUNT < WS-RTE-MAX
                       ADD 1 TO WS-RTE-COUNT
                       MOVE RTE-REC-SOURCE TO
                           WS-RTE-SOURCE(WS-RTE-COUNT)
                       MOVE RTE-REC-OP-CODE TO
                           WS-RTE-OP-CODE(WS-RTE-COUNT)
                       MOVE RTE-REC-STACK TO
                           WS-RTE-STACK(WS-RTE-COUNT)
                   END-IF
           END-READ
           .

       RESOLVE-ROUTE.
      *> Leaves WS-ROUTE-STACK at the stack the transaction belongs
      *> on, with WS-ROUTE-FOUND set; "*NONE*" (which the source
      *> statistics carry as the stack) when nothing routes it.
      *> The record's target field wins, then an entry for this
      *> source and op code, then one for the source with the op
      *> code left blank.
           SET WS-ROUTE-FOUND TO TRUE
           IF TXN-TARGET-STACK NOT = SPACES
               MOVE TXN-TARGET-STACK TO WS-ROUTE-STACK
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-RTE-ACTIVE
               MOVE WS-CARD-STACK TO WS-ROUTE-STACK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ROUTE-FOUND-SW
           MOVE TXN-OP-CODE TO WS-RTE-MATCH-OP
           PERFORM MATCH-ROUTE-ENTRY
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-COUNT OR WS-ROUTE-FOUND
           IF NOT WS-ROUTE-FOUND
               MOVE SPACES TO WS-RTE-MATCH-OP
               PERFORM MATCH-ROUTE-ENTRY
                   VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-COUNT OR WS-ROUTE-FOUND
           END-IF
           IF NOT WS-ROUTE-FOUND
               MOVE "*NONE*" TO WS-ROUTE-STACK
           END-IF
           .

       MATCH-ROUTE-ENTRY.
           IF WS-RTE-SOURCE(WS-RTE-IDX) = TXN-SOURCE
               AND WS-RTE-OP-CODE(WS-RTE-IDX) = WS-RTE-MATCH-OP
               SET WS-ROUTE-FOUND TO TRUE
               MOVE WS-RTE-STACK(WS-RTE-IDX) TO WS-ROUTE-STACK
           END-IF
           .

       LOAD-BATCH-HISTORY.
      *> Batch IDs loaded more than a year ago age off here (the
      *> next rewrite drops them); the high-water marks are kept
      *> for as long as the source sends.  No history yet (status
      *> 35) is a first run - every source starts from zero.
           MOVE WS-RUN-DATE TO WS-BHS-CUTOFF
           SUBTRACT 10000 FROM WS-BHS-CUTOFF
           OPEN INPUT BATCH-HIST-FILE
           IF WS-BHS-STATUS = "00"
               PERFORM LOAD-ONE-BATCH-HIST UNTIL WS-EOF
               CLOSE BATCH-HIST-FILE
               MOVE "N" TO WS-EOF-SW
           ELSE
               IF WS-BHS-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN BATCHHST - STATUS "
                       WS-BHS-STATUS
               END-IF
           END-IF
           .

       LOAD-ONE-BATCH-HIST.
           READ BATCH-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE BHS-REC-TYPE
                       WHEN "B"
                           PERFORM KEEP-BATCH-HIST
                       WHEN "S"
                           MOVE BHS-SOURCE TO WS-SQ-KEY
                           PERFORM FIND-SEQ-SLOT
                           IF WS-SQ-IDX > 0
                               AND BHS-HIGH-SEQ IS NUMERIC
                               MOVE BHS-HIGH-SEQ TO
                                   WS-HSQ-SEQ(WS-SQ-IDX)
                               MOVE BHS-HIGH-SEQ TO
                                   WS-LSQ-SEQ(WS-SQ-IDX)
                               MOVE BHS-SEQ-DATE TO
                                   WS-HSQ-DATE(WS-SQ-IDX)
                           END-IF
                   END-EVALUATE
           END-READ
           .

       KEEP-BATCH-HIST.
           IF BHS-LOAD-DATE IS NUMERIC
               AND BHS-LOAD-DATE < WS-BHS-CUTOFF
               EXIT PARAGRAPH
           END-IF
           IF WS-BHS-COUNT < WS-BHS-MAX
               ADD 1 TO WS-BHS-COUNT
               MOVE BHS-SOURCE TO WS-BHS-SOURCE(WS-BHS-COUNT)
               MOVE BHS-BATCH-ID TO WS-BHS-BATCH-ID(WS-BHS-COUNT)
               MOVE BHS-CREATE-DATE TO WS-BHS-CREATED(WS-BHS-COUNT)
               MOVE BHS-LOAD-DATE TO WS-BHS-LOADED(WS-BHS-COUNT)
               MOVE BHS-COUNT TO WS-BHS-RECS(WS-BHS-COUNT)
           END-IF
           .

       FIND-SEQ-SLOT.
      *> Leaves WS-SQ-IDX at WS-SQ-KEY's high-water slot, adding
      *> one at zero when the source is new; zero when the table
      *> is full.
           MOVE "N" TO WS-SQ-FOUND-SW
           MOVE 0 TO WS-SQ-IDX
           PERFORM MATCH-SEQ-SLOT
               VARYING WS-SQ-SCAN FROM 1 BY 1
               UNTIL WS-SQ-SCAN > WS-SQ-COUNT OR WS-SQ-FOUND
           IF NOT WS-SQ-FOUND AND WS-SQ-COUNT < WS-SQ-MAX
               ADD 1 TO WS-SQ-COUNT
               MOVE WS-SQ-COUNT TO WS-SQ-IDX
               MOVE WS-SQ-KEY TO WS-SQ-SOURCE(WS-SQ-IDX)
               MOVE 0 TO WS-HSQ-SEQ(WS-SQ-IDX)
               MOVE SPACES TO WS-HSQ-DATE(WS-SQ-IDX)
               MOVE 0 TO WS-LSQ-SEQ(WS-SQ-IDX)
           END-IF
           .

       MATCH-SEQ-SLOT.
           IF WS-SQ-SOURCE(WS-SQ-SCAN) = WS-SQ-KEY
               SET WS-SQ-FOUND TO TRUE
               MOVE WS-SQ-SCAN TO WS-SQ-IDX
           END-IF
           .

       VALIDATE-BATCHES.
      *> First pass over TRANSIN: frame every batch, count and hash
      *> its records, and settle it against its trailer and the
      *> history before the apply pass touches a stack.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-ONE-RECORD UNTIL WS-EOF
           IF WS-RB-OPEN
               PERFORM SETTLE-BATCH
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE "N" TO WS-EOF-SW
           .

       VALIDATE-ONE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSACTION-REC TO WS-TXN-REC
                   EVALUATE TXN-OP-CODE
                       WHEN "BHDR"
                           PERFORM OPEN-RUN-BATCH
                       WHEN "BTRL"
                           IF WS-RB-OPEN
                               MOVE "Y" TO WS-RB-TRL-SW(WS-RB-IDX)
                               MOVE BTR-COUNT TO
                                   WS-RB-TRL-COUNT(WS-RB-IDX)
                               MOVE BTR-HASH TO
                                   WS-RB-TRL-HASH(WS-RB-IDX)
                               PERFORM SETTLE-BATCH
                           END-IF
                       WHEN OTHER
                           IF WS-RB-OPEN
                               PERFORM TALLY-BATCH-DETAIL
                           END-IF
                   END-EVALUATE
           END-READ
           .

       OPEN-RUN-BATCH.
      *> A header arriving while a batch is still open means that
      *> batch never got its trailer - settle it first.  Batches
      *> past the table are left unsettled; the apply pass refuses
      *> their records as out of balance.
           IF WS-RB-OPEN
               PERFORM SETTLE-BATCH
           END-IF
           IF WS-RB-COUNT NOT < WS-RB-MAX
               DISPLAY "STACK-LOAD: MORE THAN " WS-RB-MAX
                   " BATCHES ON TRANSIN - REST REFUSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE WS-RB-COUNT TO WS-RB-IDX
           SET WS-RB-OPEN TO TRUE
           MOVE BHD-SOURCE TO WS-RB-SOURCE(WS-RB-IDX)
           MOVE BHD-BATCH-ID TO WS-RB-BATCH-ID(WS-RB-IDX)
           MOVE BHD-CREATE-DATE TO WS-RB-CREATED(WS-RB-IDX)
           MOVE 0 TO WS-RB-RECS(WS-RB-IDX)
           MOVE 0 TO WS-RB-HASH(WS-RB-IDX)
           MOVE "N" TO WS-RB-TRL-SW(WS-RB-IDX)
           MOVE SPACES TO WS-RB-TRL-COUNT(WS-RB-IDX)
           MOVE SPACES TO WS-RB-TRL-HASH(WS-RB-IDX)
           MOVE "N" TO WS-RB-MIXED-SW(WS-RB-IDX)
           MOVE 999999 TO WS-RB-LOW-SEQ(WS-RB-IDX)
           MOVE 0 TO WS-RB-HIGH-SEQ(WS-RB-IDX)
           MOVE SPACE TO WS-RB-VERDICT(WS-RB-IDX)
           MOVE 0 TO WS-RB-REASON(WS-RB-IDX)
           .

       TALLY-BATCH-DETAIL.
      *> Count and hash as the trailer was built - the hash is the
      *> sum of every numeric character across the detail values.
      *> A record from another source than the header's puts the
      *> batch out of balance.
           ADD 1 TO WS-RB-RECS(WS-RB-IDX)
           PERFORM HASH-DETAIL-VALUE
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 20
           IF TXN-SOURCE NOT = WS-RB-SOURCE(WS-RB-IDX)
               SET WS-RB-MIXED(WS-RB-IDX) TO TRUE
           END-IF
           IF TXN-SEQ IS NUMERIC
               MOVE TXN-SEQ TO WS-TXN-SEQ-NUM
               IF WS-TXN-SEQ-NUM < WS-RB-LOW-SEQ(WS-RB-IDX)
                   MOVE WS-TXN-SEQ-NUM TO WS-RB-LOW-SEQ(WS-RB-IDX)
               END-IF
               IF WS-TXN-SEQ-NUM > WS-RB-HIGH-SEQ(WS-RB-IDX)
                   MOVE WS-TXN-SEQ-NUM TO WS-RB-HIGH-SEQ(WS-RB-IDX)
               END-IF
           END-IF
           .

       HASH-DETAIL-VALUE.
           IF TXN-VALUE(WS-CHAR-IDX:1) >= "0"
               AND TXN-VALUE(WS-CHAR-IDX:1) <= "9"
               MOVE TXN-VALUE(WS-CHAR-IDX:1) TO WS-CHAR-VALUE
               ADD WS-CHAR-VALUE TO WS-RB-HASH(WS-RB-IDX)
           END-IF
           .

       SETTLE-BATCH.
      *> In order: the trailer must agree with what was read, the
      *> batch ID must not have been accepted before (on an earlier
      *> day or earlier in this file), and every sequence in the
      *> batch must sit above the source's high-water mark.  An
      *> accepted batch raises the mark for the batches after it.
           MOVE "N" TO WS-RB-OPEN-SW
           MOVE "R" TO WS-RB-VERDICT(WS-RB-IDX)
           IF NOT WS-RB-TRL-SEEN(WS-RB-IDX)
               OR WS-RB-MIXED(WS-RB-IDX)
               OR WS-RB-TRL-COUNT(WS-RB-IDX) NOT NUMERIC
               OR WS-RB-TRL-HASH(WS-RB-IDX) NOT NUMERIC
               MOVE 60 TO WS-RB-REASON(WS-RB-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-TRL-COUNT(WS-RB-IDX) NOT = WS-RB-RECS(WS-RB-IDX)
               OR WS-RB-TRL-HASH(WS-RB-IDX) NOT =
                   WS-RB-HASH(WS-RB-IDX)
               MOVE 60 TO WS-RB-REASON(WS-RB-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RB-DUP-SW
           PERFORM MATCH-BATCH-HIST
               VARYING WS-BHS-IDX FROM 1 BY 1
               UNTIL WS-BHS-IDX > WS-BHS-COUNT OR WS-RB-DUP
           PERFORM MATCH-RUN-BATCH
               VARYING WS-RB-SCAN FROM 1 BY 1
               UNTIL WS-RB-SCAN NOT < WS-RB-IDX OR WS-RB-DUP
           IF WS-RB-DUP
               MOVE 64 TO WS-RB-REASON(WS-RB-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RB-SOURCE(WS-RB-IDX) TO WS-SQ-KEY
           PERFORM FIND-SEQ-SLOT
           IF WS-SQ-IDX > 0 AND WS-RB-RECS(WS-RB-IDX) > 0
               IF WS-RB-LOW-SEQ(WS-RB-IDX) NOT >
                       WS-HSQ-SEQ(WS-SQ-IDX)
                   MOVE 68 TO WS-RB-REASON(WS-RB-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF WS-RB-HIGH-SEQ(WS-RB-IDX) > WS-HSQ-SEQ(WS-SQ-IDX)
                   MOVE WS-RB-HIGH-SEQ(WS-RB-IDX) TO
                       WS-HSQ-SEQ(WS-SQ-IDX)
                   MOVE WS-RUN-DATE TO WS-HSQ-DATE(WS-SQ-IDX)
               END-IF
           END-IF
           MOVE "A" TO WS-RB-VERDICT(WS-RB-IDX)
           .

       MATCH-BATCH-HIST.
           IF WS-BHS-SOURCE(WS-BHS-IDX) = WS-RB-SOURCE(WS-RB-IDX)
               AND WS-BHS-BATCH-ID(WS-BHS-IDX) =
                   WS-RB-BATCH-ID(WS-RB-IDX)
               SET WS-RB-DUP TO TRUE
           END-IF
           .

       MATCH-RUN-BATCH.
           IF WS-RB-ACCEPTED(WS-RB-SCAN)
               AND WS-RB-SOURCE(WS-RB-SCAN) = WS-RB-SOURCE(WS-RB-IDX)
               AND WS-RB-BATCH-ID(WS-RB-SCAN) =
                   WS-RB-BATCH-ID(WS-RB-IDX)
               SET WS-RB-DUP TO TRUE
           END-IF
           .

       WRITE-BATCH-HISTORY.
      *> Only a run that got through the whole of TRANSIN records
      *> its batches - a run stopped on a busy lock is rerun, and
      *> its batches must settle the same way when it is.  The file
      *> is rewritten whole: the retained batch IDs, this run's
      *> accepted batches, then every source's high-water mark.
      *> A simulation records nothing - tonight's run must settle
      *> the same batches the same way.
           IF WS-STACK-BUSY OR WS-RB-COUNT = 0 OR WS-SIMULATE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BATCH-HIST-FILE
           IF WS-BHS-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE BATCHHST - STATUS "
                   WS-BHS-STATUS
               SET WS-BHS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-BATCH-HIST
               VARYING WS-BHS-IDX FROM 1 BY 1
               UNTIL WS-BHS-IDX > WS-BHS-COUNT
           PERFORM WRITE-RUN-BATCH-HIST
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
           PERFORM WRITE-ONE-SEQ-HIST
               VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-COUNT
           CLOSE BATCH-HIST-FILE
           .

       WRITE-ONE-BATCH-HIST.
           MOVE SPACES TO BHS-REC
           MOVE "B" TO BHS-REC-TYPE
           MOVE WS-BHS-SOURCE(WS-BHS-IDX) TO BHS-SOURCE
           MOVE WS-BHS-BATCH-ID(WS-BHS-IDX) TO BHS-BATCH-ID
           MOVE WS-BHS-CREATED(WS-BHS-IDX) TO BHS-CREATE-DATE
           MOVE WS-BHS-LOADED(WS-BHS-IDX) TO BHS-LOAD-DATE
           MOVE WS-BHS-RECS(WS-BHS-IDX) TO BHS-COUNT
           WRITE BHS-REC
           .

       WRITE-RUN-BATCH-HIST.
           IF NOT WS-RB-ACCEPTED(WS-RB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BHS-REC
           MOVE "B" TO BHS-REC-TYPE
           MOVE WS-RB-SOURCE(WS-RB-IDX) TO BHS-SOURCE
           MOVE WS-RB-BATCH-ID(WS-RB-IDX) TO BHS-BATCH-ID
           MOVE WS-RB-CREATED(WS-RB-IDX) TO BHS-CREATE-DATE
           MOVE WS-RUN-DATE TO BHS-LOAD-DATE
           MOVE WS-RB-RECS(WS-RB-IDX) TO BHS-COUNT
           WRITE BHS-REC
           .

       WRITE-ONE-SEQ-HIST.
           IF WS-HSQ-SEQ(WS-SQ-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BHS-REC
           MOVE "S" TO BHS-REC-TYPE
           MOVE WS-SQ-SOURCE(WS-SQ-IDX) TO BHS-SOURCE
           MOVE WS-HSQ-SEQ(WS-SQ-IDX) TO BHS-HIGH-SEQ
           MOVE WS-HSQ-DATE(WS-SQ-IDX) TO BHS-SEQ-DATE
           WRITE BHS-REC
           .

       LOAD-CHECKPOINT.

       SKIP-ONE-RECORD.
      *> Skipped records were validated by the run that applied them;
      *> only the batch framing and the source's sequence high-water
      *> mark are carried forward so the ascending check still holds
      *> across the restart.  Taken as a maximum - a skipped record
      *> that was itself an out-of-order reject must not lower the
      *> bar for the rerun - and only from accepted batches, whose
      *> records were the only ones to reach the edit.
           READ TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSACTION-REC TO WS-TXN-REC
                   IF TXN-OP-CODE = "BHDR" OR TXN-OP-CODE = "BTRL"
                       PERFORM NOTE-BATCH-FRAME
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-IN-BATCH AND WS-CUR-BAT NOT > WS-RB-COUNT
                       AND TXN-SEQ IS NUMERIC
                       IF WS-RB-ACCEPTED(WS-CUR-BAT)
                           MOVE TXN-SEQ TO WS-TXN-SEQ-NUM
                           MOVE TXN-SOURCE TO WS-SQ-KEY
                           PERFORM FIND-SEQ-SLOT
                           IF WS-SQ-IDX > 0
                               AND WS-TXN-SEQ-NUM >
                                   WS-LSQ-SEQ(WS-SQ-IDX)
                               MOVE WS-TXN-SEQ-NUM TO
                                   WS-LSQ-SEQ(WS-SQ-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSACTION-REC TO WS-TXN-REC
                   IF TXN-OP-CODE = "BHDR" OR TXN-OP-CODE = "BTRL"
                       PERFORM NOTE-BATCH-FRAME
                       ADD 1 TO WS-CTL-COUNT
                       PERFORM SAVE-LOAD-POSITION
                   ELSE
                       PERFORM APPLY-TRANSACTION
                   END-IF
           END-READ
           .

       NOTE-BATCH-FRAME.
      *> A header opens the next batch the first pass settled, a
      *> trailer closes it; records in between belong to it.
           IF TXN-OP-CODE = "BHDR"
               ADD 1 TO WS-CUR-BAT
               SET WS-IN-BATCH TO TRUE
           ELSE
               MOVE "N" TO WS-IN-BATCH-SW
           END-IF
           .

       PROCESS-RELEASES.
      *> The morning STACK-RELS run's output - parked transactions
      *> whose date has arrived - goes through the same edits and
           .

       APPLY-TRANSACTION.
           PERFORM RESOLVE-ROUTE
           PERFORM NOTE-SOURCE-PRESENTED

      *> A TRANSIN record outside any batch, or in one the first
      *> pass refused, rejects under the batch-level reason ahead of
      *> everything else - none of a refused batch reaches the
      *> stack, and none of it parks to arrive later.
           IF NOT WS-RESUB-MODE AND NOT WS-REL-MODE
               EVALUATE TRUE
                   WHEN NOT WS-IN-BATCH
                       MOVE 72 TO WS-RETURN-CODE
                   WHEN WS-CUR-BAT > WS-RB-COUNT
                       MOVE 60 TO WS-RETURN-CODE
                   WHEN WS-RB-REFUSED(WS-CUR-BAT)
                       MOVE WS-RB-REASON(WS-CUR-BAT) TO
                           WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO WS-RETURN-CODE
               END-EVALUATE
               IF WS-RETURN-CODE NOT = 0
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM COUNT-AND-CHECKPOINT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> A TRANSIN record dated past the run date is Monday's work
      *> arriving on Friday - it parks on TXNPEND ahead of the
      *> edits, not pushed and not rejected; the release run moves
               EXIT PARAGRAPH
           END-IF

      *> Routed only once it has passed the edits, so a record
      *> that is wrong on its face rejects for that first; the
      *> release run brings a parked record back through here, by
      *> which time its route may have been put right.
           IF NOT WS-ROUTE-FOUND
               MOVE 56 TO WS-RETURN-CODE
               ADD 1 TO WS-NOROUTE-COUNT
               PERFORM WRITE-REJECT-RECORD
               PERFORM COUNT-AND-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-STACK TO WS-STACK-NAME
           IF WS-SIMULATE
               PERFORM FIND-SIM-STACK
           END-IF

           EVALUATE TXN-OP-CODE
               WHEN "PUSH"
                   PERFORM PUSH-TRANSACTION
               WHEN "DRAIN"
                   PERFORM DRAIN-TRANSACTION
           END-EVALUATE
           IF WS-SIMULATE
               PERFORM TRACK-SIM-DEPTH
           END-IF

      *> A busy stack stops the run with the checkpoint still at the
      *> record that did not apply, so the rerun picks it up.
       PARK-TRANSACTION.
      *> The pending file accumulates through the day's loads and
      *> is rewritten by the morning release run - append, with the
      *> first park of a fresh file creating it (status 35).  A
      *> simulation only lists what would park.
           IF WS-SIMULATE
               PERFORM NOTE-WOULD-PARK
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           DISPLAY "PARKED:   " WS-TXN-REC
           .

       NOTE-WOULD-PARK.
           ADD 1 TO WS-PARK-COUNT
           DISPLAY "WOULD PARK: " WS-TXN-REC
           IF WS-SIMRPT-STATUS = "00"
               MOVE WS-TXN-REC TO WS-SP-RECORD
               MOVE WS-SIM-PARK-LINE TO SIMRPT-REC
               WRITE SIMRPT-REC
           END-IF
           .

       EDIT-TRANSACTION.
           MOVE "N" TO WS-EDIT-OK-SW

               EXIT PARAGRAPH
           END-IF
           MOVE TXN-SEQ TO WS-TXN-SEQ-NUM
           MOVE 0 TO WS-SQ-IDX
           IF NOT WS-RESUB-MODE AND NOT WS-REL-MODE
               MOVE TXN-SOURCE TO WS-SQ-KEY
               PERFORM FIND-SEQ-SLOT
               IF WS-SQ-IDX > 0
                   IF WS-TXN-SEQ-NUM NOT > WS-LSQ-SEQ(WS-SQ-IDX)
                       MOVE 44 TO WS-EDIT-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

               EXIT PARAGRAPH
           END-IF

           IF WS-SQ-IDX > 0
               MOVE WS-TXN-SEQ-NUM TO WS-LSQ-SEQ(WS-SQ-IDX)
           END-IF
           SET WS-EDIT-OK TO TRUE
           .

       PUSH-TRANSACTION.
           MOVE TXN-VALUE TO WS-TXN-DATA
           MOVE SPACES TO WS-PROV-REQ
           MOVE TXN-SOURCE TO WS-PRV-SOURCE
           MOVE TXN-SEQ TO WS-PRV-SEQ
           MOVE TXN-DATE TO WS-PRV-TXN-DATE
           MOVE "PUSH" TO WS-OPERATION
           CALL "STACK" USING WS-OPERATION WS-TXN-DATA WS-STATUS
               WS-RETURN-CODE WS-STACK-NAME OMITTED WS-PROV-REQ

           IF WS-RETURN-CODE = 36
               SET WS-STACK-BUSY TO TRUE
       POP-TRANSACTION.
           MOVE "POP" TO WS-OPERATION
           CALL "STACK" USING WS-OPERATION WS-TXN-DATA WS-STATUS
               WS-RETURN-CODE WS-STACK-NAME OMITTED WS-PROV-REQ

           IF WS-RETURN-CODE = 36
               SET WS-STACK-BUSY TO TRUE
                   MOVE "BAD DATE" TO WS-REASON-TEXT
               WHEN 52
                   MOVE "PARK FAILED" TO WS-REASON-TEXT
               WHEN 42
                   MOVE "STACK NOT OPEN" TO WS-REASON-TEXT
               WHEN 56
                   MOVE "NO ROUTE" TO WS-REASON-TEXT
               WHEN 60
                   MOVE "BATCH OUT OF BALANCE" TO WS-REASON-TEXT
               WHEN 64
                   MOVE "DUPLICATE BATCH" TO WS-REASON-TEXT
               WHEN 68
                   MOVE "SEQUENCE REGRESSED" TO WS-REASON-TEXT
               WHEN 72
                   MOVE "NOT IN A BATCH" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "STACK ERROR" TO WS-REASON-TEXT
           END-EVALUATE
           .

       FIND-SOURCE-SLOT.
      *> Leaves WS-SRC-IDX at the slot for TXN-SOURCE on the routed
      *> stack, adding one when the pair is new; zero when the
      *> table is full.
           MOVE "N" TO WS-SRC-FOUND-SW
           PERFORM MATCH-SOURCE-SLOT
               VARYING WS-SRC-SCAN FROM 1 BY 1
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-IDX
               MOVE TXN-SOURCE TO WS-SRC-CODE(WS-SRC-IDX)
               MOVE WS-ROUTE-STACK TO WS-SRC-STACK(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-PRESENTED(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-PUSHES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-POPS(WS-SRC-IDX)

       MATCH-SOURCE-SLOT.
           IF WS-SRC-CODE(WS-SRC-SCAN) = TXN-SOURCE
               AND WS-SRC-STACK(WS-SRC-SCAN) = WS-ROUTE-STACK
               SET WS-SRC-FOUND TO TRUE
               MOVE WS-SRC-SCAN TO WS-SRC-IDX
           END-IF
           .

       WRITE-SOURCE-STATS.
      *> One D record per source and stack handled this run, each
      *> followed by its R records (reject count per reason),
      *> appended to the day's SRCSTAT generation so a rerun's
      *> freshly-handled records add to the same day; status 35
      *> just means this is the day's first run.  A simulation's
      *> statistics go to the SIMRPT projection instead.
           IF WS-SRC-COUNT = 0 OR WS-SIMULATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-STAT-GEN-DATE
           MOVE "D" TO STAT-REC-TYPE
           MOVE WS-RUN-DATE TO STAT-DATE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO STAT-SOURCE
           MOVE WS-SRC-STACK(WS-SRC-IDX) TO STAT-STACK
           MOVE WS-SRC-PRESENTED(WS-SRC-IDX) TO STAT-PRESENTED
           MOVE WS-SRC-PUSHES(WS-SRC-IDX) TO STAT-PUSHES
           MOVE WS-SRC-POPS(WS-SRC-IDX) TO STAT-POPS
           MOVE "R" TO STAT-REC-TYPE
           MOVE WS-RUN-DATE TO STAT-DATE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO STAT-SOURCE
           MOVE WS-SRC-STACK(WS-SRC-IDX) TO STAT-STACK
           MOVE WS-SRC-RSN-CODE(WS-SRC-IDX WS-RSN-IDX) TO
               STAT-REASON
           MOVE WS-SRC-RSN-CNT(WS-SRC-IDX WS-RSN-IDX) TO
      *> Remember how far into TRANSIN and REJRESUB this run has
      *> gotten so a rerun after an abend can skip what was already
      *> applied instead of reprocessing either file from the
      *> beginning.  A simulation has nothing to restart.
           IF WS-SIMULATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APPLIED-COUNT = WS-SKIP-COUNT + WS-REC-COUNT
               + WS-CTL-COUNT
           COMPUTE WS-RESUB-DONE = WS-RESUB-SKIP + WS-RESUB-COUNT
           COMPUTE WS-REL-DONE = WS-REL-SKIP + WS-REL-COUNT
           OPEN OUTPUT LOAD-CKPT-FILE
           DISPLAY "STACK-LOAD DRAINS APPLIED:        " WS-DRAIN-COUNT
           DISPLAY "STACK-LOAD TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "STACK-LOAD FUTURE-DATED PARKED:   " WS-PARK-COUNT
           DISPLAY "STACK-LOAD REJECTED - NO ROUTE:   " WS-NOROUTE-COUNT
           DISPLAY "STACK-LOAD BATCH CONTROL RECORDS: " WS-CTL-COUNT
           DISPLAY "STACK-LOAD BATCHES ON TRANSIN:    " WS-RB-COUNT
           PERFORM DISPLAY-ONE-BATCH
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
           .

       DISPLAY-ONE-BATCH.
           IF WS-RB-ACCEPTED(WS-RB-IDX)
               DISPLAY "  BATCH " WS-RB-SOURCE(WS-RB-IDX) " "
                   WS-RB-BATCH-ID(WS-RB-IDX) " "
                   WS-RB-CREATED(WS-RB-IDX) " "
                   WS-RB-RECS(WS-RB-IDX) " RECORDS  ACCEPTED"
           ELSE
               MOVE WS-RB-REASON(WS-RB-IDX) TO WS-RETURN-CODE
               PERFORM SET-REASON-TEXT
               DISPLAY "  BATCH " WS-RB-SOURCE(WS-RB-IDX) " "
                   WS-RB-BATCH-ID(WS-RB-IDX) " "
                   WS-RB-CREATED(WS-RB-IDX) " "
                   WS-RB-RECS(WS-RB-IDX) " RECORDS  REFUSED "
                   WS-RB-REASON(WS-RB-IDX) " " WS-REASON-TEXT
           END-IF
           .

       FIND-SIM-STACK.
      *> Leaves WS-SK-IDX at the routed stack's slot, adding one
      *> the first time the run touches the stack - its starting
      *> depth is asked of STACK then, before anything is applied
      *> to it.  A stack STACK will not answer for (not catalogued
      *> or not open) is listed with the refusal and not followed.
      *> Zero when the table is full.
           MOVE "N" TO WS-SK-FOUND-SW
           PERFORM MATCH-SIM-STACK
               VARYING WS-SK-SCAN FROM 1 BY 1
               UNTIL WS-SK-SCAN > WS-SK-COUNT OR WS-SK-FOUND
           IF WS-SK-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SK-COUNT NOT < WS-SK-MAX
               MOVE 0 TO WS-SK-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SK-COUNT
           MOVE WS-SK-COUNT TO WS-SK-IDX
           MOVE WS-STACK-NAME TO WS-SK-NAME(WS-SK-IDX)
           MOVE 0 TO WS-SK-START(WS-SK-IDX)
           MOVE 0 TO WS-SK-DEPTH(WS-SK-IDX)
           MOVE 0 TO WS-SK-PEAK(WS-SK-IDX)
           MOVE 0 TO WS-SK-FULL(WS-SK-IDX)

           MOVE "SIZE" TO WS-SIM-OP
           CALL "STACK" USING WS-SIM-OP WS-SIM-DATA WS-SIM-STATUS
               WS-SIM-RC WS-STACK-NAME
           IF WS-SIM-RC = 0
               MOVE "Y" TO WS-SK-SIZED-SW(WS-SK-IDX)
               MOVE SPACES TO WS-SK-NOTE(WS-SK-IDX)
               MOVE WS-SIM-DATA(1:4) TO WS-SK-START(WS-SK-IDX)
               MOVE WS-SIM-DATA(1:4) TO WS-SK-DEPTH(WS-SK-IDX)
               MOVE WS-SIM-DATA(1:4) TO WS-SK-PEAK(WS-SK-IDX)
           ELSE
               MOVE "N" TO WS-SK-SIZED-SW(WS-SK-IDX)
               MOVE WS-SIM-STATUS TO WS-SK-NOTE(WS-SK-IDX)
           END-IF
           .

       MATCH-SIM-STACK.
           IF WS-SK-NAME(WS-SK-SCAN) = WS-STACK-NAME
               SET WS-SK-FOUND TO TRUE
               MOVE WS-SK-SCAN TO WS-SK-IDX
           END-IF
           .

       TRACK-SIM-DEPTH.
      *> Moves the stack's depth by what STACK just applied to the
      *> working copy; a PUSH refused FULL is counted against it.
           IF WS-SK-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SK-SIZED(WS-SK-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RETURN-CODE NOT = 0
               IF WS-RETURN-CODE = 8
                   ADD 1 TO WS-SK-FULL(WS-SK-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TXN-OP-CODE
               WHEN "PUSH"
                   ADD 1 TO WS-SK-DEPTH(WS-SK-IDX)
                   IF WS-SK-DEPTH(WS-SK-IDX) > WS-SK-PEAK(WS-SK-IDX)
                       MOVE WS-SK-DEPTH(WS-SK-IDX) TO
                           WS-SK-PEAK(WS-SK-IDX)
                   END-IF
               WHEN "POP"
                   SUBTRACT 1 FROM WS-SK-DEPTH(WS-SK-IDX)
               WHEN "DRAIN"
                   MOVE 0 TO WS-SK-DEPTH(WS-SK-IDX)
           END-EVALUATE
           .

       PRINT-PROJECTION.
      *> Closes the park section and adds the depth and reject
      *> sections.  Without SIMRPT the run has already said so,
      *> and the job ends RC 8 - the projection is the point.
           IF WS-SIMRPT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PARK-COUNT = 0
               MOVE WS-SIM-NONE-LINE TO SIMRPT-REC
               WRITE SIMRPT-REC
           END-IF
           MOVE WS-PARK-COUNT TO WS-SP-COUNT
           MOVE WS-SIM-PARK-TOTAL TO SIMRPT-REC
           WRITE SIMRPT-REC

           MOVE WS-SIM-BLANK-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-SIM-DEPTH-HEAD TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-SIM-DEPTH-COLS TO SIMRPT-REC
           WRITE SIMRPT-REC
           IF WS-SK-COUNT = 0
               MOVE WS-SIM-NONE-LINE TO SIMRPT-REC
               WRITE SIMRPT-REC
           END-IF
           PERFORM PRINT-SIM-STACK
               VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-SK-COUNT

           MOVE WS-SIM-BLANK-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           MOVE WS-SIM-RSN-HEAD TO SIMRPT-REC
           WRITE SIMRPT-REC
           IF WS-REJECT-COUNT = 0
               MOVE WS-SIM-NONE-LINE TO SIMRPT-REC
               WRITE SIMRPT-REC
           END-IF
           PERFORM PRINT-SIM-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
           MOVE WS-REJECT-COUNT TO WS-SR-TOTAL
           MOVE WS-SIM-RSN-TOTAL TO SIMRPT-REC
           WRITE SIMRPT-REC
           CLOSE SIM-RPT-FILE
           DISPLAY "STACK-LOAD: SIMULATION COMPLETE - SEE SIMRPT"
           .

       PRINT-SIM-STACK.
           MOVE SPACES TO WS-SIM-DEPTH-LINE
           MOVE WS-SK-NAME(WS-SK-IDX) TO WS-SK-DL-NAME
           IF WS-SK-NAME(WS-SK-IDX) = SPACES
               MOVE "(DEFAULT)" TO WS-SK-DL-NAME
           END-IF
           IF NOT WS-SK-SIZED(WS-SK-IDX)
               MOVE WS-SK-NOTE(WS-SK-IDX) TO WS-SK-DL-FLAG
               MOVE WS-SIM-DEPTH-LINE TO SIMRPT-REC
               WRITE SIMRPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SK-START(WS-SK-IDX) TO WS-SK-DL-START
           MOVE WS-SK-DEPTH(WS-SK-IDX) TO WS-SK-DL-END
           MOVE WS-SK-PEAK(WS-SK-IDX) TO WS-SK-DL-PEAK
           MOVE WS-SIM-STACK-MAX TO WS-SK-DL-MAX
           MOVE WS-SK-FULL(WS-SK-IDX) TO WS-SK-DL-FULL
           IF WS-SK-PEAK(WS-SK-IDX) NOT < WS-SIM-STACK-MAX
               MOVE "AT STACK-MAX" TO WS-SK-DL-FLAG
           END-IF
           MOVE WS-SIM-DEPTH-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           .

       PRINT-SIM-SOURCE.
           IF WS-SRC-REJECTS(WS-SRC-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-SS-SOURCE
           MOVE WS-SRC-STACK(WS-SRC-IDX) TO WS-SS-STACK
           MOVE WS-SRC-PRESENTED(WS-SRC-IDX) TO WS-SS-PRESENTED
           MOVE WS-SRC-REJECTS(WS-SRC-IDX) TO WS-SS-REJECTS
           MOVE WS-SIM-SRC-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           PERFORM PRINT-SIM-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-SRC-RSN-COUNT(WS-SRC-IDX)
           .

       PRINT-SIM-REASON.
           MOVE WS-SRC-RSN-CODE(WS-SRC-IDX WS-RSN-IDX) TO
               WS-RETURN-CODE
           PERFORM SET-REASON-TEXT
           MOVE WS-RETURN-CODE TO WS-SR-REASON
           MOVE WS-REASON-TEXT TO WS-SR-TEXT
           MOVE WS-SRC-RSN-CNT(WS-SRC-IDX WS-RSN-IDX) TO WS-SR-COUNT
           MOVE WS-SIM-RSN-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           .
