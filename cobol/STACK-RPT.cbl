      *                    listing reads in working order for both
      *                    disciplines.  Positions stay bottom-based
      *                    either way, matching FIND.
      *   2026-09-14  VJT  STACKFIL and journal records now carry the
      *                    element's provenance.  Each detail line is
      *                    followed by a line giving the feeder
      *                    source, sequence and transaction date and
      *                    when and by whom the element was pushed,
      *                    so a queued item traces to its feeder
      *                    record from the listing.
      *   2026-09-16  VJT  Every stack on the STACKCAT catalog (within
      *                    the STACKNAM selection) now gets a section
      *                    even when it holds nothing, printed with a
      *                    NO ELEMENTS line, so an empty department
      *                    queue shows instead of being missing.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name and element position (journal
      *                    sequence) and read back in key order,
      *                    bottom to top within each stack.  With a
      *                    STACKNAM card the report starts at that
      *                    stack's first record in each file and
      *                    stops at the next stack's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-RPT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STACK-FILE ASSIGN TO "STACKFIL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-REC-KEY
               FILE STATUS IS STACK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-REC-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT STACK-NAME-FILE ASSIGN TO "STACKNAM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISC-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO "STACKCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STACKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       FILE SECTION.
       FD  STACK-FILE.
       01  STACK-FILE-REC.
           05 STK-REC-KEY.
              10 STK-REC-NAME      PIC X(8).
              10 STK-REC-POS       PIC 9(4).
           05 FILLER               PIC X(1).
           05 STK-REC-VALUE        PIC X(20).
           05 FILLER               PIC X(1).
           05 STK-REC-PROV         PIC X(47).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME    PIC X(8).
              10 JRN-SEQ           PIC 9(6).
           05 FILLER               PIC X(1).
           05 JRN-OP               PIC X(5).
           05 FILLER               PIC X(1).
           05 JRN-VALUE            PIC X(20).
           05 FILLER               PIC X(1).
           05 JRN-PROV             PIC X(47).

       FD  STACK-NAME-FILE.
       01  NAME-CARD-REC.
           05 FILLER               PIC X(1).
           05 DSC-REC-DISC         PIC X(4).

       FD  CAT-FILE.
       01  CAT-REC.
           05 CAT-REC-NAME         PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-REC-DEPT         PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-REC-DESC         PIC X(30).
           05 FILLER               PIC X(1).
           05 CAT-REC-OPENED       PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-REC-STATUS       PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(80).

       77 JOURNAL-FILE-STATUS PIC XX.
       77 NAME-FILE-STATUS   PIC XX.
       77 REPORT-FILE-STATUS PIC XX.
       77 CAT-FILE-STATUS    PIC XX.

       77 RPT-MAX-CAPACITY   PIC 9(5) VALUE 30000.
       77 RPT-COUNT          PIC 9(5) VALUE 0.
          05 RPT-ENTRY OCCURS 30000 TIMES.
             10 RPT-ELEM-NAME   PIC X(8).
             10 RPT-ELEM        PIC X(20).
             10 RPT-ELEM-PROV   PIC X(47).

       77 RPT-EOF-SW         PIC X VALUE "N".
          88 RPT-EOF                 VALUE "Y".
       77 RPT-CUR-COUNT      PIC 9(5).
       77 RPT-CUR-IDX        PIC 9(5).
       01 RPT-CUR-ARR.
          05 RPT-CUR-ENTRY OCCURS 9999 TIMES.
             10 RPT-CUR-ELEM    PIC X(20).
             10 RPT-CUR-PROV    PIC X(47).

      *> Set when STACKFIL fails to open for any reason other than not
      *> existing yet, so WRITE-REPORT does not print "STACK IS EMPTY"
       01 RPT-ERROR-LINE     PIC X(50)
              VALUE "STACKFIL OPEN ERROR - REPORT NOT RELIABLE.".
       01 RPT-BLANK-LINE     PIC X(1) VALUE SPACE.
       01 RPT-NONE-LINE      PIC X(30)
              VALUE "NO ELEMENTS.".

       01 RPT-STACK-LINE.
          05 FILLER          PIC X(7)  VALUE "STACK: ".
          05 FILLER          PIC X(7)  VALUE "VALUE: ".
          05 RPT-VALUE       PIC X(20).

      *> The element's provenance, printed under its detail line.
       01 RPT-PROV-WORK.
          05 RPT-PW-SOURCE   PIC X(4).
          05 FILLER          PIC X(1).
          05 RPT-PW-SEQ      PIC X(6).
          05 FILLER          PIC X(1).
          05 RPT-PW-TXN-DATE PIC X(8).
          05 FILLER          PIC X(1).
          05 RPT-PW-PUSH-DATE PIC X(8).
          05 FILLER          PIC X(1).
          05 RPT-PW-PUSH-TIME PIC X(8).
          05 FILLER          PIC X(1).
          05 RPT-PW-OPERATOR PIC X(8).

       01 RPT-PROV-LINE.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "SRC: ".
          05 RPT-PL-SOURCE   PIC X(5).
          05 FILLER          PIC X(5)  VALUE "SEQ: ".
          05 RPT-PL-SEQ      PIC X(7).
          05 FILLER          PIC X(5)  VALUE "TXN: ".
          05 RPT-PL-TXN-DATE PIC X(9).
          05 FILLER          PIC X(8)  VALUE "PUSHED: ".
          05 RPT-PL-PUSH-DATE PIC X(9).
          05 RPT-PL-PUSH-TIME PIC X(9).
          05 RPT-PL-OPERATOR PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-STACK-SELECTION

       LOAD-STACK-CONTENTS.
           IF STACK-FILE-STATUS = "00"
               IF RPT-ONE-STACK
                   MOVE RPT-SELECT-NAME TO STK-REC-NAME
                   MOVE 0 TO STK-REC-POS
                   START STACK-FILE KEY IS > STK-REC-KEY
                       INVALID KEY
                           SET RPT-EOF TO TRUE
                   END-START
               END-IF
               PERFORM READ-STACK-ELEM UNTIL RPT-EOF
           END-IF
           PERFORM REPLAY-JOURNAL
           PERFORM NOTE-CATALOGUED-STACKS
           .

       NOTE-CATALOGUED-STACKS.
      *> A catalogued stack with nothing on it still gets a section,
      *> after the stacks that hold elements.  No STACKCAT file
      *> leaves the report as it always was.
           MOVE "N" TO RPT-EOF-SW
           OPEN INPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               PERFORM NOTE-ONE-CATALOG-REC UNTIL RPT-EOF
               CLOSE CAT-FILE
           ELSE
               IF CAT-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN STACKCAT - STATUS "
                       CAT-FILE-STATUS
               END-IF
           END-IF
           .

       NOTE-ONE-CATALOG-REC.
           READ CAT-FILE
               AT END
                   SET RPT-EOF TO TRUE
               NOT AT END
                   IF NOT RPT-ONE-STACK
                           OR CAT-REC-NAME = RPT-SELECT-NAME
                       MOVE CAT-REC-NAME TO RPT-WORK-NAME
                       PERFORM NOTE-STACK-NAME
                   END-IF
           END-READ
           .

       READ-STACK-ELEM.
      *> A selected stack's records end where the next stack's
      *> begin.
           READ STACK-FILE NEXT RECORD
               AT END
                   SET RPT-EOF TO TRUE
               NOT AT END
                   IF RPT-ONE-STACK
                       AND STK-REC-NAME NOT = RPT-SELECT-NAME
                       SET RPT-EOF TO TRUE
                   END-IF
                   IF (NOT RPT-ONE-STACK
                           OR STK-REC-NAME = RPT-SELECT-NAME)
                       AND RPT-COUNT < RPT-MAX-CAPACITY
                       ADD 1 TO RPT-COUNT
                       MOVE STK-REC-NAME TO RPT-ELEM-NAME(RPT-COUNT)
                       MOVE STK-REC-VALUE TO RPT-ELEM(RPT-COUNT)
                       MOVE STK-REC-PROV TO RPT-ELEM-PROV(RPT-COUNT)
                       MOVE STK-REC-NAME TO RPT-WORK-NAME
                       PERFORM NOTE-STACK-NAME
                   END-IF
           MOVE "N" TO RPT-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "00"
               IF RPT-ONE-STACK
                   MOVE RPT-SELECT-NAME TO JRN-STACK-NAME
                   MOVE 0 TO JRN-SEQ
                   START JOURNAL-FILE KEY IS > JRN-REC-KEY
                       INVALID KEY
                           SET RPT-EOF TO TRUE
                   END-START
               END-IF
               PERFORM REPLAY-ONE-RECORD UNTIL RPT-EOF
               CLOSE JOURNAL-FILE
           END-IF
           .

       REPLAY-ONE-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET RPT-EOF TO TRUE
               NOT AT END
                   IF RPT-ONE-STACK
                       AND JRN-STACK-NAME NOT = RPT-SELECT-NAME
                       SET RPT-EOF TO TRUE
                   END-IF
                   IF NOT RPT-ONE-STACK
                           OR JRN-STACK-NAME = RPT-SELECT-NAME
                       EVALUATE JRN-OP
               ADD 1 TO RPT-COUNT
               MOVE JRN-STACK-NAME TO RPT-ELEM-NAME(RPT-COUNT)
               MOVE JRN-VALUE TO RPT-ELEM(RPT-COUNT)
               MOVE JRN-PROV TO RPT-ELEM-PROV(RPT-COUNT)
               MOVE JRN-STACK-NAME TO RPT-WORK-NAME
               PERFORM NOTE-STACK-NAME
           END-IF
               MOVE RPT-ERROR-LINE TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               IF RPT-COUNT = 0 AND RPT-NAME-COUNT = 0
                   MOVE RPT-EMPTY-LINE TO REPORT-REC
                   WRITE REPORT-REC
               ELSE
           MOVE RPT-STACK-LINE TO REPORT-REC
           WRITE REPORT-REC

           IF RPT-CUR-COUNT = 0
               MOVE RPT-NONE-LINE TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

      *> Working order: a FIFO stack is worked oldest (position 1)
      *> first, so its section prints that way; LIFO prints top to
      *> bottom as always.  Positions stay bottom-based in both.
               AND RPT-CUR-COUNT < 9999
               ADD 1 TO RPT-CUR-COUNT
               MOVE RPT-ELEM(RPT-IDX) TO RPT-CUR-ELEM(RPT-CUR-COUNT)
               MOVE RPT-ELEM-PROV(RPT-IDX)
                   TO RPT-CUR-PROV(RPT-CUR-COUNT)
           END-IF
           .

           MOVE RPT-CUR-ELEM(RPT-CUR-IDX) TO RPT-VALUE
           MOVE RPT-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE RPT-CUR-PROV(RPT-CUR-IDX) TO RPT-PROV-WORK
           MOVE RPT-PW-SOURCE TO RPT-PL-SOURCE
           MOVE RPT-PW-SEQ TO RPT-PL-SEQ
           MOVE RPT-PW-TXN-DATE TO RPT-PL-TXN-DATE
           MOVE RPT-PW-PUSH-DATE TO RPT-PL-PUSH-DATE
           MOVE RPT-PW-PUSH-TIME TO RPT-PL-PUSH-TIME
           MOVE RPT-PW-OPERATOR TO RPT-PL-OPERATOR
           MOVE RPT-PROV-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       CLOSE-FILES.
