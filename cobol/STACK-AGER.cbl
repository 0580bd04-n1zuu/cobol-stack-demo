      * Purpose: Stack aging report.  Reconstructs the current
      *          contents of every named stack (the STACKFIL snapshot
      *          with the STACKJRN journal replayed on top, the way
      *          STACK-RPT does) and prints each element with the
      *          date/time it was pushed and its age in days.
      *          Elements at or past the AGECTL threshold (days,
      *          default 5 when the card is absent or bad) repeat in
      *          an exception section, so month-old items at the
      *          bottom of a stack surface on a report instead of on
      *          a customer call.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-14  VJT  Elements now carry their own provenance,
      *                    push date/time included, on STACKFIL and
      *                    the journal.  The age comes straight from
      *                    the element's push stamp; the AUDITLOG
      *                    matching - which guessed wrong whenever a
      *                    value sat on a stack twice - is gone, and
      *                    AUDITLOG is no longer read.  An element
      *                    with no push stamp (saved before the
      *                    provenance was carried) is flagged.
      *   2026-09-28  VJT  Ages elements to the business date from the
      *                    BUSDATE control (STACK-BDAY) instead of the
      *                    system date - the push stamps it measures
      *                    from carry the business date too.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) and read in key order,
      *                    bottom to top within each stack; layouts
      *                    widened for the keys.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-AGER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AGE-CTL-FILE ASSIGN TO "AGECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
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

       FD  AGE-CTL-FILE.
       01  AGE-CTL-REC.
       WORKING-STORAGE SECTION.
       77 STACK-FILE-STATUS  PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.
       77 CTL-FILE-STATUS    PIC XX.
       77 REPORT-FILE-STATUS PIC XX.


      *> Today's date and its day serial, for the age arithmetic.
       77 AGE-RUN-DATE       PIC X(8).
       77 AGE-BDAY-OP        PIC X(10) VALUE "DATE".
       77 AGE-BDAY-JOB       PIC X(8)  VALUE SPACES.
       77 AGE-BDAY-RC        PIC 9(2).
       77 AGE-TODAY-SERIAL   PIC 9(8).

      *> Reconstructed contents - every surviving element with its
          05 AGE-ENTRY OCCURS 30000 TIMES.
             10 AGE-ELEM-NAME   PIC X(8).
             10 AGE-ELEM        PIC X(20).
             10 AGE-ELEM-PROV.
                15 FILLER          PIC X(21).
                15 AGE-ELEM-PUSH-DATE PIC X(8).
                15 FILLER          PIC X(1).
                15 AGE-ELEM-PUSH-TIME PIC X(8).
                15 FILLER          PIC X(9).

       77 AGE-POP-IDX        PIC 9(5).
       77 AGE-POP-DONE-SW    PIC X.
       01 AGE-NAME-TABLE.
          05 AGE-NAME-ENTRY OCCURS 50 TIMES PIC X(8).

      *> Per-stack workspace - the stack's elements in bottom-to-top
      *> order, each with its push date/time and age.
       77 AGE-CUR-NAME       PIC X(8).
       77 AGE-CUR-COUNT      PIC 9(5).
       77 AGE-CUR-IDX        PIC 9(5).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 AGE-NM-VALUE    PIC X(20).
          05 FILLER          PIC X(26)
                 VALUE " PUSH DATE NOT RECORDED".

       01 AGE-EXC-TITLE.
          05 FILLER          PIC X(18) VALUE "EXCEPTIONS - AGE ".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING AGE-BDAY-OP AGE-BDAY-JOB
               AGE-RUN-DATE AGE-BDAY-RC
           MOVE AGE-RUN-DATE TO AGE-CALC-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE AGE-CALC-SERIAL TO AGE-TODAY-SERIAL
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS = "00"
               PERFORM LOAD-STACK-CONTENTS
               PERFORM WRITE-REPORT
               CLOSE REPORT-FILE
           ELSE
                       ADD 1 TO AGE-COUNT
                       MOVE STK-REC-NAME TO AGE-ELEM-NAME(AGE-COUNT)
                       MOVE STK-REC-VALUE TO AGE-ELEM(AGE-COUNT)
                       MOVE STK-REC-PROV TO AGE-ELEM-PROV(AGE-COUNT)
                       MOVE STK-REC-NAME TO AGE-WORK-NAME
                       PERFORM NOTE-STACK-NAME
                   END-IF
               ADD 1 TO AGE-COUNT
               MOVE JRN-STACK-NAME TO AGE-ELEM-NAME(AGE-COUNT)
               MOVE JRN-VALUE TO AGE-ELEM(AGE-COUNT)
               MOVE JRN-PROV TO AGE-ELEM-PROV(AGE-COUNT)
               MOVE JRN-STACK-NAME TO AGE-WORK-NAME
               PERFORM NOTE-STACK-NAME
           END-IF
           END-IF
           .

       WRITE-REPORT.
           MOVE AGE-HEADER-LINE1 TO REPORT-REC
           WRITE REPORT-REC
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > AGE-COUNT

           PERFORM AGE-ONE-ELEMENT
               VARYING AGE-CUR-IDX FROM 1 BY 1
               UNTIL AGE-CUR-IDX > AGE-CUR-COUNT

           MOVE AGE-BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
               AND AGE-CUR-COUNT < 9999
               ADD 1 TO AGE-CUR-COUNT
               MOVE AGE-ELEM(AGE-IDX) TO AGE-CUR-ELEM(AGE-CUR-COUNT)
               MOVE AGE-ELEM-PUSH-DATE(AGE-IDX)
                   TO AGE-CUR-DATE(AGE-CUR-COUNT)
               MOVE AGE-ELEM-PUSH-TIME(AGE-IDX)
                   TO AGE-CUR-TIME(AGE-CUR-COUNT)
               MOVE "N" TO AGE-CUR-HIT-SW(AGE-CUR-COUNT)
           END-IF
           .

       AGE-ONE-ELEMENT.
      *> The element's own push stamp - a transfer or restore keeps
      *> the original, so the age runs from when it first queued.
           IF AGE-CUR-DATE(AGE-CUR-IDX) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AGE-CUR-HIT-SW(AGE-CUR-IDX)
           MOVE AGE-CUR-DATE(AGE-CUR-IDX) TO AGE-CALC-DATE
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE AGE-WORK-DAYS =
               AGE-TODAY-SERIAL - AGE-CALC-SERIAL
           IF AGE-WORK-DAYS < 0
               MOVE 0 TO AGE-WORK-DAYS
           END-IF
           MOVE AGE-WORK-DAYS TO AGE-CUR-DAYS(AGE-CUR-IDX)
           .

       WRITE-DETAIL-LINE.
                   PERFORM NOTE-EXCEPTION-LINE
               END-IF
           ELSE
      *> No push stamp - the element was saved before STACKFIL
      *> carried provenance, so it is at least that old.  Old
      *> enough to flag.
               MOVE AGE-CUR-IDX TO AGE-NM-POS
               MOVE AGE-CUR-ELEM(AGE-CUR-IDX) TO AGE-NM-VALUE
               MOVE AGE-NOMATCH-LINE TO REPORT-REC
