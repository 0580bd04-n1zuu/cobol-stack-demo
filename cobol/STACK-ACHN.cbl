      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: October 2, 2026
      * Purpose: AUDITLOG integrity chain, called by every program
      *          that writes an audit entry, just before the WRITE.
      *          Each entry carries, after its 115 bytes, a running
      *          integrity value worked from the value on the entry
      *          before it and every byte of its own - so an entry
      *          altered, removed or slipped in afterwards no longer
      *          links to its neighbours, and STACK-AVFY reports the
      *          first place the chain breaks.  The value on the
      *          newest entry is kept on the AUDITCHN chain head, so
      *          entries cut off the end of the log show as well.
      *
      *          Operations (LK-ACHN-OP):
      *            LINK    - chain the entry onto the head: sets its
      *                      integrity value and moves the head to it
      *            COMPUTE - the integrity value the entry would
      *                      carry following an entry whose value is
      *                      passed in its integrity column; nothing
      *                      is read or written
      *            ANCHOR  - move the head to the entry passed (the
      *                      monthly cutover's closing SUMMARY, so the
      *                      fresh live log chains on from the archive)
      *            HEAD    - return the head's value in the entry's
      *                      integrity column
      *
      *          No AUDITCHN file means the chain is picked up from
      *          the last entry on AUDITLOG (zero when that entry
      *          predates the chain, or there is none), and LINK
      *          creates the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-ACHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HEAD-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HEAD-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One record - the integrity value on the newest entry, and
      *> that entry's operation, date, time and user for the report
      *> when the log and the head disagree.
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-REC.
           05 HD-CHAIN            PIC 9(10).
           05 FILLER              PIC X(1).
           05 HD-OPERATION        PIC X(10).
           05 FILLER              PIC X(1).
           05 HD-DATE             PIC X(8).
           05 FILLER              PIC X(1).
           05 HD-TIME             PIC X(8).
           05 FILLER              PIC X(1).
           05 HD-USER-ID          PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-BODY            PIC X(115).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

       WORKING-STORAGE SECTION.
       77 HEAD-FILE-STATUS   PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 ACHN-EOF-SW        PIC X.
          88 ACHN-EOF                VALUE "Y".

      *> N = no AUDITCHN file, Y = read, B = present but unusable.
       77 ACHN-HEAD-SW       PIC X.
          88 ACHN-NO-HEAD            VALUE "N".
          88 ACHN-HEAD-OK            VALUE "Y".
          88 ACHN-HEAD-BAD           VALUE "B".
       77 ACHN-PREV-VALUE    PIC 9(10).

      *> The integrity value is a polynomial remainder over the
      *> entry's bytes, seeded with the value before it: each byte
      *> in turn, value = (value * 257 + byte + 1) mod 2147483647.
      *> A byte's code comes from the low half of a halfword whose
      *> high half is low-values.
       77 ACHN-MODULUS       PIC 9(10) VALUE 2147483647.
       77 ACHN-MULTIPLIER    PIC 9(3)  VALUE 257.
       77 ACHN-BODY-LEN      PIC 9(3)  VALUE 115.
       77 ACHN-POS           PIC 9(3).
       77 ACHN-VALUE         PIC 9(10).
       77 ACHN-WORK          PIC 9(13).
       77 ACHN-QUOT          PIC 9(13).
       01 ACHN-BYTE-PAIR.
          05 ACHN-BYTE-HIGH     PIC X(1) VALUE LOW-VALUE.
          05 ACHN-BYTE-LOW      PIC X(1).
       01 ACHN-BYTE-CODE REDEFINES ACHN-BYTE-PAIR PIC 9(4) COMP.

      *> The entry's own columns, for stamping the head.
       01 ACHN-ENTRY.
          05 ACHN-EN-OPERATION  PIC X(10).
          05 FILLER             PIC X(1).
          05 FILLER             PIC X(20).
          05 FILLER             PIC X(1).
          05 ACHN-EN-DATE       PIC X(8).
          05 FILLER             PIC X(1).
          05 ACHN-EN-TIME       PIC X(8).
          05 FILLER             PIC X(1).
          05 ACHN-EN-USER-ID    PIC X(8).
          05 FILLER             PIC X(57).

       LINKAGE SECTION.
      *> LK-ACHN-RC values: 0=OK  4=NO CHAIN HEAD (HEAD only)
      *> 8=INVALID OPERATION  12=CHAIN HEAD UNREADABLE OR NOT SAVED
      *> - LINK still sets a value, so the entry can be written and
      *> the gap shows on the verification run.
       01 LK-ACHN-OP      PIC X(8).    *> LINK/COMPUTE/ANCHOR/HEAD
       01 LK-ACHN-ENTRY.               *> an AUDITLOG entry
          05 LK-ACHN-BODY    PIC X(115).
          05 FILLER          PIC X(1).
          05 LK-ACHN-CHAIN   PIC 9(10).
       01 LK-ACHN-RC      PIC 9(2).    *> see above

       PROCEDURE DIVISION USING LK-ACHN-OP LK-ACHN-ENTRY LK-ACHN-RC.
           MOVE 0 TO LK-ACHN-RC
           EVALUATE LK-ACHN-OP
               WHEN "LINK"
                   PERFORM DO-LINK
               WHEN "COMPUTE"
                   MOVE LK-ACHN-CHAIN TO ACHN-PREV-VALUE
                   PERFORM COMPUTE-CHAIN-VALUE
                   MOVE ACHN-VALUE TO LK-ACHN-CHAIN
               WHEN "ANCHOR"
                   PERFORM SAVE-CHAIN-HEAD
               WHEN "HEAD"
                   PERFORM DO-HEAD
               WHEN OTHER
                   DISPLAY "STACK-ACHN: INVALID OPERATION " LK-ACHN-OP
                   MOVE 8 TO LK-ACHN-RC
           END-EVALUATE
           EXIT PROGRAM.

       DO-LINK.
           PERFORM LOAD-CHAIN-HEAD
           IF ACHN-NO-HEAD
               PERFORM FIND-LAST-LOGGED-VALUE
           END-IF
           IF ACHN-HEAD-BAD
      *> Chain on from the log itself - the entry still gets a
      *> value, and a wrong one breaks the chain visibly.
               PERFORM FIND-LAST-LOGGED-VALUE
               MOVE 12 TO LK-ACHN-RC
           END-IF
           PERFORM COMPUTE-CHAIN-VALUE
           MOVE ACHN-VALUE TO LK-ACHN-CHAIN
           PERFORM SAVE-CHAIN-HEAD
           .

       DO-HEAD.
           PERFORM LOAD-CHAIN-HEAD
           EVALUATE TRUE
               WHEN ACHN-HEAD-OK
                   MOVE ACHN-PREV-VALUE TO LK-ACHN-CHAIN
               WHEN ACHN-NO-HEAD
                   MOVE 0 TO LK-ACHN-CHAIN
                   MOVE 4 TO LK-ACHN-RC
               WHEN OTHER
                   MOVE 0 TO LK-ACHN-CHAIN
                   MOVE 12 TO LK-ACHN-RC
           END-EVALUATE
           .

       LOAD-CHAIN-HEAD.
           MOVE 0 TO ACHN-PREV-VALUE
           OPEN INPUT CHAIN-HEAD-FILE
           IF HEAD-FILE-STATUS = "35"
               SET ACHN-NO-HEAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HEAD-FILE-STATUS NOT = "00"
               DISPLAY "STACK-ACHN: UNABLE TO OPEN AUDITCHN - STATUS "
                   HEAD-FILE-STATUS
               SET ACHN-HEAD-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET ACHN-HEAD-BAD TO TRUE
           READ CHAIN-HEAD-FILE
               AT END
                   DISPLAY "STACK-ACHN: AUDITCHN IS EMPTY"
               NOT AT END
                   IF HD-CHAIN IS NUMERIC
                       MOVE HD-CHAIN TO ACHN-PREV-VALUE
                       SET ACHN-HEAD-OK TO TRUE
                   ELSE
                       DISPLAY "STACK-ACHN: AUDITCHN VALUE NOT "
                           "NUMERIC: " HD-CHAIN
                   END-IF
           END-READ
           CLOSE CHAIN-HEAD-FILE
           .

       FIND-LAST-LOGGED-VALUE.
      *> First link since the head was set up (or lost): the entry
      *> chains from whatever ends the log now.  An entry from
      *> before the chain existed carries no value - start at zero.
           MOVE 0 TO ACHN-PREV-VALUE
           MOVE "N" TO ACHN-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOGGED-ENTRY UNTIL ACHN-EOF
           CLOSE AUDIT-FILE
           .

       READ-LOGGED-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET ACHN-EOF TO TRUE
               NOT AT END
                   IF AUD-CHAIN IS NUMERIC
                       MOVE AUD-CHAIN TO ACHN-PREV-VALUE
                   ELSE
                       MOVE 0 TO ACHN-PREV-VALUE
                   END-IF
           END-READ
           .

       COMPUTE-CHAIN-VALUE.
           MOVE ACHN-PREV-VALUE TO ACHN-VALUE
           PERFORM MIX-ONE-BYTE
               VARYING ACHN-POS FROM 1 BY 1
               UNTIL ACHN-POS > ACHN-BODY-LEN
           .

       MIX-ONE-BYTE.
           MOVE LK-ACHN-BODY(ACHN-POS:1) TO ACHN-BYTE-LOW
           COMPUTE ACHN-WORK = ACHN-VALUE * ACHN-MULTIPLIER
               + ACHN-BYTE-CODE + 1
           DIVIDE ACHN-WORK BY ACHN-MODULUS
               GIVING ACHN-QUOT REMAINDER ACHN-VALUE
           .

       SAVE-CHAIN-HEAD.
           MOVE LK-ACHN-BODY TO ACHN-ENTRY
           OPEN OUTPUT CHAIN-HEAD-FILE
           IF HEAD-FILE-STATUS NOT = "00"
               DISPLAY "STACK-ACHN: UNABLE TO SAVE AUDITCHN - STATUS "
                   HEAD-FILE-STATUS
               MOVE 12 TO LK-ACHN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAIN-HEAD-REC
           MOVE LK-ACHN-CHAIN TO HD-CHAIN
           MOVE ACHN-EN-OPERATION TO HD-OPERATION
           MOVE ACHN-EN-DATE TO HD-DATE
           MOVE ACHN-EN-TIME TO HD-TIME
           MOVE ACHN-EN-USER-ID TO HD-USER-ID
           WRITE CHAIN-HEAD-REC
           CLOSE CHAIN-HEAD-FILE
           .
