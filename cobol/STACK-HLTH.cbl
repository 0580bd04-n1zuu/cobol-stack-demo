      *          operators before a feeder run hits STACK FULL
      *          mid-batch.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-14  VJT  STACKFIL, STACKJRN and AUDITLOG records
      *                    now carry the element provenance block -
      *                    layouts widened to match.
      *   2026-09-16  VJT  Every stack on the STACKCAT catalog now gets
      *                    a status line even when it holds nothing,
      *                    so an empty department queue shows at
      *                    depth zero instead of being missing.
      *   2026-10-02  VJT  AUDITLOG entries now end with their
      *                    integrity value (126-byte record, see
      *                    STACK-ACHN) - the audit layout widened.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) - read in key order;
      *                    layouts widened for the keys.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-HLTH.
               FILE STATUS IS CFG-FILE-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO "STACKCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "STACKLCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       FD  STACK-FILE.
       01  STACK-FILE-REC.
           05 STK-REC-KEY.
              10 STK-REC-NAME     PIC X(8).
              10 STK-REC-POS      PIC 9(4).
           05 FILLER              PIC X(1).
           05 STK-REC-VALUE       PIC X(20).
           05 FILLER              PIC X(1).
           05 STK-REC-PROV        PIC X(47).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-REC-KEY.
              10 JRN-STACK-NAME   PIC X(8).
              10 JRN-SEQ          PIC 9(6).
           05 FILLER              PIC X(1).
           05 JRN-OP              PIC X(5).
           05 FILLER              PIC X(69).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

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

       FD  LOCK-FILE.
       01  LOCK-REC.
       77 STACK-FILE-STATUS  PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.
       77 CAT-FILE-STATUS    PIC XX.
       77 LOCK-FILE-STATUS   PIC XX.
       77 CTL-FILE-STATUS    PIC XX.
       77 REPORT-FILE-STATUS PIC XX.
           PERFORM LOAD-CONFIG
           PERFORM LOAD-THRESHOLD
           PERFORM MEASURE-STACKS
           PERFORM NOTE-CATALOGUED-STACKS
           PERFORM NOTE-LAST-ACTIVITY
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS = "00"
           END-IF
           .

       NOTE-CATALOGUED-STACKS.
      *> A catalogued stack with nothing on it still gets a slot,
      *> at depth zero, so an empty queue is seen to be empty.
      *> No STACKCAT file leaves the report as it always was.
           MOVE "N" TO HLT-EOF-SW
           OPEN INPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               PERFORM NOTE-ONE-CATALOG-REC UNTIL HLT-EOF
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
                   SET HLT-EOF TO TRUE
               NOT AT END
                   MOVE CAT-REC-NAME TO HLT-WORK-NAME
                   PERFORM FIND-NAME-SLOT
           END-READ
           .

       NOTE-LAST-ACTIVITY.
      *> The log is written in order, so the last entry seen for a
      *> stack is its latest.  CONFIG and BASELINE entries carry no
