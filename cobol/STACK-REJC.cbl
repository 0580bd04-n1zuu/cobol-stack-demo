      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: September 26, 2026
      * Purpose: Reject correction for the clerk working STACK-LOAD's
      *          REJECTS file, in place of hand-editing the fixed
      *          columns into REJRESUB.  Pages through the rejects
      *          still open with each reason code's wording, lets the
      *          clerk correct the fields of one and re-runs the load's
      *          front-end edits (op code, numeric sequence, real
      *          calendar date, non-blank PUSH value) before accepting
      *          it, or writes one off as permanently abandoned.  Every
      *          reject's disposition - open, resubmitted or abandoned
      *          - is kept on the REJCYCLE file alongside the original
      *          record, and REJRESUB is rebuilt from it after every
      *          change, so tonight's load resubmits exactly the
      *          corrections made against this REJECTS file.  Each
      *          correction is logged to AUDITLOG as a before and an
      *          after image of the record, and each abandonment as
      *          the record written off, with who did it - in the
      *          spirit of STACK-CFGM and STACK-AUTM.  STACK-RECON
      *          reads REJCYCLE to prove that every reject the clerk
      *          worked was either resubmitted or abandoned.
      *          Batch-level rejects (reasons 60-72: batch out of
      *          balance, duplicate batch, sequence regressed, not
      *          in a batch) cannot be corrected - REJRESUB bypasses
      *          the batch controls that refused them, so the feeder
      *          resends the batch and the clerk abandons them here.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-28  VJT  The day a reject is worked, which STACK-RECON
      *                    matches against the day it reconciles, and
      *                    the audit entries are dated with the business
      *                    date from the BUSDATE control (STACK-BDAY)
      *                    instead of the system date.
      *   2026-10-02  VJT  Correction and abandon entries now end
      *                    with their AUDITLOG integrity value
      *                    (126-byte record), linked onto the
      *                    AUDITCHN chain by STACK-ACHN just before
      *                    the write.
      *   2026-10-07  VJT  Batch-level rejects (reasons 60-72) are
      *                    refused for correction and must be
      *                    abandoned - resubmitted, they skipped the
      *                    batch controls, so a duplicate batch
      *                    could be loaded a second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-REJC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "REJCYCLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CYC-FILE-STATUS.

           SELECT RESUB-FILE ASSIGN TO "REJRESUB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESUB-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-REC             PIC X(59).

      *> H = header (date last worked, rejects in the cycle); O, R
      *> and A = one reject, open, resubmitted or abandoned, with the
      *> original REJECTS record and, for R, the corrected one.
       FD  CYCLE-FILE.
       01  CYCLE-REC.
           05 CYC-REC-TYPE        PIC X(1).
           05 FILLER              PIC X(1).
           05 CYC-BODY            PIC X(134).
           05 CYC-H-BODY REDEFINES CYC-BODY.
              10 CYC-WORK-DATE    PIC X(8).
              10 FILLER           PIC X(1).
              10 CYC-REJ-COUNT    PIC 9(6).
              10 FILLER           PIC X(119).
           05 CYC-D-BODY REDEFINES CYC-BODY.
              10 CYC-DISP-DATE    PIC X(8).
              10 FILLER           PIC X(1).
              10 CYC-OPERATOR     PIC X(8).
              10 FILLER           PIC X(1).
              10 CYC-ORIGINAL     PIC X(59).
              10 FILLER           PIC X(1).
              10 CYC-CORRECTED    PIC X(56).

       FD  RESUB-FILE.
       01  RESUB-REC.
           05 RESUB-REASON        PIC X(2).
           05 FILLER              PIC X(1).
           05 RESUB-TRANSACTION   PIC X(56).

      *> The reject's value rides in the data column and its target
      *> stack in the stack column; the provenance columns carry the
      *> feeder source, sequence and date where every other entry
      *> carries them, then the op code and reject reason.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-OPERATION       PIC X(10).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-DATA            PIC X(20).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-DATE            PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-TIME            PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-PROV            PIC X(47).
           05 AUD-REJ-PROV REDEFINES AUD-PROV.
              10 AUD-REJ-SOURCE   PIC X(4).
              10 FILLER           PIC X(1).
              10 AUD-REJ-SEQ      PIC X(6).
              10 FILLER           PIC X(1).
              10 AUD-REJ-DATE     PIC X(8).
              10 FILLER           PIC X(1).
              10 AUD-REJ-OP-CODE  PIC X(5).
              10 FILLER           PIC X(1).
              10 AUD-REJ-REASON   PIC X(2).
              10 FILLER           PIC X(18).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-CHAIN           PIC 9(10).

       WORKING-STORAGE SECTION.
       77 REJ-FILE-STATUS    PIC XX.
       77 CYC-FILE-STATUS    PIC XX.
       77 RESUB-FILE-STATUS  PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.

       77 WS-CHOICE          PIC X(2) VALUE SPACES.
       77 WS-CONTINUE        PIC X VALUE "Y".
       77 WS-ENTER           PIC X.
       77 WS-REPLY           PIC X.

       77 REJC-EOF-SW        PIC X VALUE "N".
          88 REJC-EOF                VALUE "Y".
       77 REJC-TODAY         PIC X(8).

      *> The REJECTS file as STACK-LOAD left it, each record with
      *> its disposition.  A REJCYCLE that holds exactly these
      *> records, in order, is this file's cycle carried over from
      *> an earlier session; anything else is yesterday's, and the
      *> cycle starts fresh.
       77 REJC-REJ-MAX       PIC 9(4) VALUE 2000.
       77 REJC-REJ-COUNT     PIC 9(4) VALUE 0.
       77 REJC-REJ-IDX       PIC 9(4).
       77 REJC-CYC-COUNT     PIC 9(4) VALUE 0.
       77 REJC-SAME-CYCLE-SW PIC X VALUE "Y".
          88 REJC-SAME-CYCLE         VALUE "Y".
       01 REJC-REJ-TABLE.
          05 REJC-REJ-ENTRY OCCURS 2000 TIMES.
             10 REJC-RJ-STATUS    PIC X(1).
                88 REJC-RJ-OPEN          VALUE "O".
                88 REJC-RJ-RESUB         VALUE "R".
                88 REJC-RJ-ABANDONED     VALUE "A".
             10 REJC-RJ-DATE      PIC X(8).
             10 REJC-RJ-OPERATOR  PIC X(8).
             10 REJC-RJ-ORIGINAL  PIC X(59).
             10 REJC-RJ-CORRECTED PIC X(56).

      *> Paging the open rejects.
       77 REJC-PAGE-SIZE     PIC 9(2) VALUE 10.
       77 REJC-PAGE-LINES    PIC 9(2).
       77 REJC-OPEN-COUNT    PIC 9(4).
       77 REJC-RESUB-COUNT   PIC 9(4).
       77 REJC-ABAND-COUNT   PIC 9(4).
       77 REJC-STOP-SW       PIC X.
          88 REJC-STOP               VALUE "Y".

      *> The reject being worked, by its number on the list.
       77 REJC-NUMBER-X      PIC X(4).
       77 REJC-NUMBER        PIC 9(4).
       77 REJC-PICK-SW       PIC X.
          88 REJC-PICKED             VALUE "Y".

      *> A reject record, and the transaction inside it - the
      *> original, and the clerk's corrected copy.
       01 REJC-REJECT.
          05 REJC-REASON        PIC 9(2).
          05 FILLER             PIC X(1).
          05 REJC-OLD-TXN.
             10 REJC-OLD-OP-CODE   PIC X(5).
             10 FILLER             PIC X(1).
             10 REJC-OLD-SEQ       PIC X(6).
             10 FILLER             PIC X(1).
             10 REJC-OLD-DATE      PIC X(8).
             10 FILLER             PIC X(1).
             10 REJC-OLD-SOURCE    PIC X(4).
             10 FILLER             PIC X(1).
             10 REJC-OLD-VALUE     PIC X(20).
             10 FILLER             PIC X(1).
             10 REJC-OLD-TARGET    PIC X(8).
       01 REJC-NEW-TXN.
          05 REJC-NEW-OP-CODE   PIC X(5).
          05 FILLER             PIC X(1).
          05 REJC-NEW-SEQ       PIC X(6).
          05 FILLER             PIC X(1).
          05 REJC-NEW-DATE      PIC X(8).
          05 FILLER             PIC X(1).
          05 REJC-NEW-SOURCE    PIC X(4).
          05 FILLER             PIC X(1).
          05 REJC-NEW-VALUE     PIC X(20).
          05 FILLER             PIC X(1).
          05 REJC-NEW-TARGET    PIC X(8).

      *> What the clerk keys for each field - blank keeps the
      *> current value; an asterisk clears the target stack, so
      *> the record routes by the STACKRTE table again.
       77 REJC-IN-OP-CODE    PIC X(5).
       77 REJC-IN-SEQ        PIC X(6).
       77 REJC-IN-DATE       PIC X(8).
       77 REJC-IN-SOURCE     PIC X(4).
       77 REJC-IN-VALUE      PIC X(20).
       77 REJC-IN-TARGET     PIC X(8).

      *> The front-end edits, as STACK-LOAD runs them, with the
      *> calendar checked properly - the day must exist in the
      *> month, leap years included.
       77 REJC-EDIT-OK-SW    PIC X.
          88 REJC-EDIT-OK            VALUE "Y".
       77 REJC-EDIT-REASON   PIC 9(2).
       01 REJC-DATE-WORK.
          05 REJC-DW-YEAR       PIC 9(4).
          05 REJC-DW-MONTH      PIC 9(2).
          05 REJC-DW-DAY        PIC 9(2).
       77 REJC-MONTH-DAYS    PIC 9(2).
       77 REJC-LEAP-QUOT     PIC 9(4).
       77 REJC-LEAP-REM4     PIC 9(4).
       77 REJC-LEAP-REM100   PIC 9(4).
       77 REJC-LEAP-REM400   PIC 9(4).
       01 REJC-DAYS-IN-MONTH-VALUES.
          05 FILLER             PIC X(24)
                 VALUE "312831303130313130313031".
       01 REJC-DAYS-IN-MONTH REDEFINES REJC-DAYS-IN-MONTH-VALUES.
          05 REJC-DIM           PIC 9(2) OCCURS 12 TIMES.

      *> Reason wording - STACK-LOAD's SET-REASON-TEXT.
       77 REJC-REASON-CODE   PIC 9(2).
       77 REJC-REASON-TEXT   PIC X(20).

      *> Audit scratch.
       77 WS-AUDIT-DATE      PIC X(8).
       77 WS-AUDIT-TIME      PIC X(8).
       77 WS-OPERATOR-ID     PIC X(8).
       77 REJC-BDAY-OP       PIC X(10) VALUE "DATE".
       77 REJC-BDAY-JOB      PIC X(8)  VALUE SPACES.
       77 REJC-BDAY-RC       PIC 9(2).
       77 REJC-ACHN-OP       PIC X(8) VALUE "LINK".
       77 REJC-ACHN-RC       PIC 9(2).
       77 REJC-AUD-OPERATION PIC X(10).
       01 REJC-AUD-TXN.
          05 REJC-AT-OP-CODE    PIC X(5).
          05 FILLER             PIC X(1).
          05 REJC-AT-SEQ        PIC X(6).
          05 FILLER             PIC X(1).
          05 REJC-AT-DATE       PIC X(8).
          05 FILLER             PIC X(1).
          05 REJC-AT-SOURCE     PIC X(4).
          05 FILLER             PIC X(1).
          05 REJC-AT-VALUE      PIC X(20).
          05 FILLER             PIC X(1).
          05 REJC-AT-TARGET     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING REJC-BDAY-OP REJC-BDAY-JOB
               REJC-TODAY REJC-BDAY-RC
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM LOAD-REJECTS
           PERFORM LOAD-CYCLE
           PERFORM UNTIL WS-CONTINUE = "N"
               PERFORM DISPLAY-MENU
               PERFORM GET-CHOICE
               PERFORM PROCESS-CHOICE

               IF WS-CONTINUE NOT = "N"
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                       WITH NO ADVANCING
                   ACCEPT WS-ENTER
                   DISPLAY " "
               END-IF
           END-PERFORM

           DISPLAY "Thank you for using the reject correction program!"
           STOP RUN.

       DISPLAY-MENU.
           PERFORM COUNT-DISPOSITIONS
           DISPLAY "================================"
           DISPLAY "  REJECT CORRECTION MENU"
           DISPLAY "================================"
           DISPLAY "Rejects: " REJC-REJ-COUNT "  Open: " REJC-OPEN-COUNT
               "  Resubmitted: " REJC-RESUB-COUNT
               "  Abandoned: " REJC-ABAND-COUNT
           DISPLAY "1. LIST    - Page through open rejects"
           DISPLAY "2. CORRECT - Correct a reject for REJRESUB"
           DISPLAY "3. ABANDON - Write a reject off for good"
           DISPLAY "4. WORKED  - Show resubmitted/abandoned"
           DISPLAY "5. EXIT    - Quit program"
           DISPLAY "================================"
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING.

       GET-CHOICE.
           ACCEPT WS-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "1"
                   PERFORM LIST-OPERATION
               WHEN "2"
                   PERFORM CORRECT-OPERATION
               WHEN "3"
                   PERFORM ABANDON-OPERATION
               WHEN "4"
                   PERFORM WORKED-OPERATION
               WHEN "5"
                   DISPLAY " "
                   DISPLAY "Exiting program..."
                   MOVE "N" TO WS-CONTINUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "Invalid choice! Please select 1-5."
           END-EVALUATE.

       LIST-OPERATION.
           DISPLAY " "
           IF REJC-OPEN-COUNT = 0
               DISPLAY "No open rejects."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO.  RC REASON               RECORD"
           MOVE 0 TO REJC-PAGE-LINES
           MOVE "N" TO REJC-STOP-SW
           PERFORM LIST-ONE-REJECT
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT OR REJC-STOP
           .

       LIST-ONE-REJECT.
           IF NOT REJC-RJ-OPEN(REJC-REJ-IDX)
               EXIT PARAGRAPH
           END-IF
      *> A page at a time - ENTER for the next, Q to stop.
           IF REJC-PAGE-LINES = REJC-PAGE-SIZE
               DISPLAY "-- ENTER for more, Q to stop: "
                   WITH NO ADVANCING
               ACCEPT WS-REPLY
               IF WS-REPLY = "Q" OR WS-REPLY = "q"
                   SET REJC-STOP TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO REJC-PAGE-LINES
               DISPLAY "NO.  RC REASON               RECORD"
           END-IF
           ADD 1 TO REJC-PAGE-LINES
           PERFORM DISPLAY-ONE-REJECT
           .

       DISPLAY-ONE-REJECT.
           MOVE REJC-RJ-ORIGINAL(REJC-REJ-IDX) TO REJC-REJECT
           MOVE REJC-REASON TO REJC-REASON-CODE
           PERFORM SET-REASON-TEXT
           DISPLAY REJC-REJ-IDX " " REJC-REASON " " REJC-REASON-TEXT
               " " REJC-OLD-TXN
           .

       WORKED-OPERATION.
           DISPLAY " "
           IF REJC-RESUB-COUNT = 0 AND REJC-ABAND-COUNT = 0
               DISPLAY "Nothing resubmitted or abandoned yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO.  DISP DATE     BY       RECORD"
           PERFORM DISPLAY-ONE-WORKED
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT
           .

       DISPLAY-ONE-WORKED.
           IF REJC-RJ-OPEN(REJC-REJ-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE REJC-RJ-ORIGINAL(REJC-REJ-IDX) TO REJC-REJECT
           IF REJC-RJ-RESUB(REJC-REJ-IDX)
               DISPLAY REJC-REJ-IDX " RSUB " REJC-RJ-DATE(REJC-REJ-IDX)
                   " " REJC-RJ-OPERATOR(REJC-REJ-IDX) " "
                   REJC-OLD-TXN
               DISPLAY "                         NOW "
                   REJC-RJ-CORRECTED(REJC-REJ-IDX)
           ELSE
               DISPLAY REJC-REJ-IDX " ABND " REJC-RJ-DATE(REJC-REJ-IDX)
                   " " REJC-RJ-OPERATOR(REJC-REJ-IDX) " "
                   REJC-OLD-TXN
           END-IF
           .

       CORRECT-OPERATION.
           PERFORM ACCEPT-REJECT-NUMBER
           IF NOT REJC-PICKED
               EXIT PARAGRAPH
           END-IF

      *> A batch the load refused whole comes back from the feeder,
      *> not through REJRESUB - the resubmission pass skips the batch
      *> controls, so a duplicate or regressed batch would load.
           IF REJC-REASON = 60 OR REJC-REASON = 64
               OR REJC-REASON = 68 OR REJC-REASON = 72
               DISPLAY "Batch-level reject - it cannot be corrected."
               DISPLAY "The feeder resends the batch; ABANDON this"
                   " reject - no change made."
               EXIT PARAGRAPH
           END-IF

           MOVE REJC-OLD-TXN TO REJC-NEW-TXN
           DISPLAY " "
           DISPLAY "Key a new value for each field, or ENTER to keep"
               " it."
           DISPLAY "Op code   (" REJC-OLD-OP-CODE "): "
               WITH NO ADVANCING
           ACCEPT REJC-IN-OP-CODE
           IF REJC-IN-OP-CODE NOT = SPACES
               MOVE REJC-IN-OP-CODE TO REJC-NEW-OP-CODE
           END-IF
           DISPLAY "Sequence  (" REJC-OLD-SEQ "): " WITH NO ADVANCING
           ACCEPT REJC-IN-SEQ
           IF REJC-IN-SEQ NOT = SPACES
               MOVE REJC-IN-SEQ TO REJC-NEW-SEQ
           END-IF
           DISPLAY "Txn date  (" REJC-OLD-DATE "): " WITH NO ADVANCING
           ACCEPT REJC-IN-DATE
           IF REJC-IN-DATE NOT = SPACES
               MOVE REJC-IN-DATE TO REJC-NEW-DATE
           END-IF
           DISPLAY "Source    (" REJC-OLD-SOURCE "): "
               WITH NO ADVANCING
           ACCEPT REJC-IN-SOURCE
           IF REJC-IN-SOURCE NOT = SPACES
               MOVE REJC-IN-SOURCE TO REJC-NEW-SOURCE
           END-IF
           DISPLAY "Value     (" REJC-OLD-VALUE "): "
               WITH NO ADVANCING
           ACCEPT REJC-IN-VALUE
           IF REJC-IN-VALUE NOT = SPACES
               MOVE REJC-IN-VALUE TO REJC-NEW-VALUE
           END-IF
           DISPLAY "Target    (" REJC-OLD-TARGET ", * = clear): "
               WITH NO ADVANCING
           ACCEPT REJC-IN-TARGET
           EVALUATE REJC-IN-TARGET
               WHEN SPACES
                   CONTINUE
               WHEN "*"
                   MOVE SPACES TO REJC-NEW-TARGET
               WHEN OTHER
                   MOVE REJC-IN-TARGET TO REJC-NEW-TARGET
           END-EVALUATE

           PERFORM EDIT-CORRECTION
           IF NOT REJC-EDIT-OK
               MOVE REJC-EDIT-REASON TO REJC-REASON-CODE
               PERFORM SET-REASON-TEXT
               DISPLAY " "
               DISPLAY "Correction fails the load's edits: "
                   REJC-REASON-TEXT " - no change made."
               EXIT PARAGRAPH
           END-IF

      *> A reject refused by the stack itself (full, busy, not
      *> authorized) may go back exactly as it was once the cause is
      *> put right - but say so before it does.
           DISPLAY " "
           DISPLAY "WAS: " REJC-OLD-TXN
           DISPLAY "NOW: " REJC-NEW-TXN
           IF REJC-NEW-TXN = REJC-OLD-TXN
               DISPLAY "No field changed - resubmit unchanged (Y/N)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Write the correction to REJRESUB (Y/N)? "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO REJC-RJ-STATUS(REJC-NUMBER)
           MOVE REJC-TODAY TO REJC-RJ-DATE(REJC-NUMBER)
           MOVE WS-OPERATOR-ID TO REJC-RJ-OPERATOR(REJC-NUMBER)
           MOVE REJC-NEW-TXN TO REJC-RJ-CORRECTED(REJC-NUMBER)
           PERFORM SAVE-CYCLE
           IF CYC-FILE-STATUS NOT = "00"
               OR RESUB-FILE-STATUS NOT = "00"
               MOVE "O" TO REJC-RJ-STATUS(REJC-NUMBER)
               MOVE SPACES TO REJC-RJ-DATE(REJC-NUMBER)
               MOVE SPACES TO REJC-RJ-OPERATOR(REJC-NUMBER)
               MOVE SPACES TO REJC-RJ-CORRECTED(REJC-NUMBER)
               PERFORM SAVE-CYCLE
               DISPLAY "Correction not saved - reject left open."
               EXIT PARAGRAPH
           END-IF

           MOVE "REJBEFORE" TO REJC-AUD-OPERATION
           MOVE REJC-OLD-TXN TO REJC-AUD-TXN
           PERFORM WRITE-AUDIT-RECORD
           MOVE "REJAFTER" TO REJC-AUD-OPERATION
           MOVE REJC-NEW-TXN TO REJC-AUD-TXN
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Reject " REJC-NUMBER " queued on REJRESUB."
           .

       ABANDON-OPERATION.
           PERFORM ACCEPT-REJECT-NUMBER
           IF NOT REJC-PICKED
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "An abandoned reject is never resubmitted - the"
           DISPLAY "feeder record is written off for good."
           DISPLAY "Abandon reject " REJC-NUMBER " (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO REJC-RJ-STATUS(REJC-NUMBER)
           MOVE REJC-TODAY TO REJC-RJ-DATE(REJC-NUMBER)
           MOVE WS-OPERATOR-ID TO REJC-RJ-OPERATOR(REJC-NUMBER)
           MOVE SPACES TO REJC-RJ-CORRECTED(REJC-NUMBER)
           PERFORM SAVE-CYCLE
           IF CYC-FILE-STATUS NOT = "00"
               OR RESUB-FILE-STATUS NOT = "00"
               MOVE "O" TO REJC-RJ-STATUS(REJC-NUMBER)
               MOVE SPACES TO REJC-RJ-DATE(REJC-NUMBER)
               MOVE SPACES TO REJC-RJ-OPERATOR(REJC-NUMBER)
               PERFORM SAVE-CYCLE
               DISPLAY "Abandonment not saved - reject left open."
               EXIT PARAGRAPH
           END-IF

           MOVE "REJABANDON" TO REJC-AUD-OPERATION
           MOVE REJC-OLD-TXN TO REJC-AUD-TXN
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Reject " REJC-NUMBER " abandoned."
           .

       ACCEPT-REJECT-NUMBER.
      *> Leaves REJC-PICKED set, with the reject loaded into
      *> REJC-REJECT, when the number keyed is an open reject.
           MOVE "N" TO REJC-PICK-SW
           DISPLAY " "
           DISPLAY "Reject number from the list (4 digits): "
               WITH NO ADVANCING
           ACCEPT REJC-NUMBER-X
           IF REJC-NUMBER-X NOT NUMERIC
               DISPLAY "Reject number must be 4 digits - no change"
                   " made."
               EXIT PARAGRAPH
           END-IF
           MOVE REJC-NUMBER-X TO REJC-NUMBER
           IF REJC-NUMBER = 0 OR REJC-NUMBER > REJC-REJ-COUNT
               DISPLAY "No such reject - no change made."
               EXIT PARAGRAPH
           END-IF
           IF NOT REJC-RJ-OPEN(REJC-NUMBER)
               DISPLAY "That reject has already been worked - no "
                   "change made."
               EXIT PARAGRAPH
           END-IF
           MOVE REJC-NUMBER TO REJC-REJ-IDX
           DISPLAY "NO.  RC REASON               RECORD"
           PERFORM DISPLAY-ONE-REJECT
           SET REJC-PICKED TO TRUE
           .

       EDIT-CORRECTION.
      *> The load's front-end edits, in the load's order, so a
      *> correction that passes here does not come straight back
      *> tomorrow under 40, 44 or 48 - and a blank PUSH value, which
      *> the stack refuses as 24, is caught here too.  The load's
      *> ascending-sequence check does not apply: resubmissions are
      *> exempt from it.
           MOVE "N" TO REJC-EDIT-OK-SW

           IF REJC-NEW-OP-CODE NOT = "PUSH"
                   AND REJC-NEW-OP-CODE NOT = "POP"
                   AND REJC-NEW-OP-CODE NOT = "DRAIN"
               MOVE 40 TO REJC-EDIT-REASON
               EXIT PARAGRAPH
           END-IF

           IF REJC-NEW-SEQ NOT NUMERIC
               MOVE 44 TO REJC-EDIT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 48 TO REJC-EDIT-REASON
           IF REJC-NEW-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE REJC-NEW-DATE TO REJC-DATE-WORK
           IF REJC-DW-MONTH < 1 OR REJC-DW-MONTH > 12
               OR REJC-DW-DAY < 1
               EXIT PARAGRAPH
           END-IF
           MOVE REJC-DIM(REJC-DW-MONTH) TO REJC-MONTH-DAYS
           IF REJC-DW-MONTH = 2
               DIVIDE REJC-DW-YEAR BY 4 GIVING REJC-LEAP-QUOT
                   REMAINDER REJC-LEAP-REM4
               DIVIDE REJC-DW-YEAR BY 100 GIVING REJC-LEAP-QUOT
                   REMAINDER REJC-LEAP-REM100
               DIVIDE REJC-DW-YEAR BY 400 GIVING REJC-LEAP-QUOT
                   REMAINDER REJC-LEAP-REM400
               IF REJC-LEAP-REM400 = 0
                   OR (REJC-LEAP-REM4 = 0 AND REJC-LEAP-REM100 NOT = 0)
                   MOVE 29 TO REJC-MONTH-DAYS
               END-IF
           END-IF
           IF REJC-DW-DAY > REJC-MONTH-DAYS
               EXIT PARAGRAPH
           END-IF

           IF REJC-NEW-OP-CODE = "PUSH" AND REJC-NEW-VALUE = SPACES
               MOVE 24 TO REJC-EDIT-REASON
               EXIT PARAGRAPH
           END-IF

           SET REJC-EDIT-OK TO TRUE
           .

       SET-REASON-TEXT.
           EVALUATE REJC-REASON-CODE
               WHEN 8
                   MOVE "STACK FULL" TO REJC-REASON-TEXT
               WHEN 24
                   MOVE "BLANK VALUE" TO REJC-REASON-TEXT
               WHEN 28
                   MOVE "DUPLICATE OF TOP" TO REJC-REASON-TEXT
               WHEN 4
                   MOVE "STACK EMPTY" TO REJC-REASON-TEXT
               WHEN 40
                   MOVE "INVALID OP CODE" TO REJC-REASON-TEXT
               WHEN 44
                   MOVE "BAD SEQUENCE" TO REJC-REASON-TEXT
               WHEN 38
                   MOVE "NOT AUTHORIZED" TO REJC-REASON-TEXT
               WHEN 48
                   MOVE "BAD DATE" TO REJC-REASON-TEXT
               WHEN 52
                   MOVE "PARK FAILED" TO REJC-REASON-TEXT
               WHEN 42
                   MOVE "STACK NOT OPEN" TO REJC-REASON-TEXT
               WHEN 56
                   MOVE "NO ROUTE" TO REJC-REASON-TEXT
               WHEN 60
                   MOVE "BATCH OUT OF BALANCE" TO REJC-REASON-TEXT
               WHEN 64
                   MOVE "DUPLICATE BATCH" TO REJC-REASON-TEXT
               WHEN 68
                   MOVE "SEQUENCE REGRESSED" TO REJC-REASON-TEXT
               WHEN 72
                   MOVE "NOT IN A BATCH" TO REJC-REASON-TEXT
               WHEN OTHER
                   MOVE "STACK ERROR" TO REJC-REASON-TEXT
           END-EVALUATE
           .

       COUNT-DISPOSITIONS.
           MOVE 0 TO REJC-OPEN-COUNT
           MOVE 0 TO REJC-RESUB-COUNT
           MOVE 0 TO REJC-ABAND-COUNT
           PERFORM COUNT-ONE-DISPOSITION
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT
           .

       COUNT-ONE-DISPOSITION.
           EVALUATE TRUE
               WHEN REJC-RJ-RESUB(REJC-REJ-IDX)
                   ADD 1 TO REJC-RESUB-COUNT
               WHEN REJC-RJ-ABANDONED(REJC-REJ-IDX)
                   ADD 1 TO REJC-ABAND-COUNT
               WHEN OTHER
                   ADD 1 TO REJC-OPEN-COUNT
           END-EVALUATE
           .

       LOAD-REJECTS.
      *> No REJECTS file (status 35) is a clean night - nothing to
      *> work.
           MOVE "N" TO REJC-EOF-SW
           OPEN INPUT REJECT-FILE
           IF REJ-FILE-STATUS = "00"
               PERFORM LOAD-ONE-REJECT UNTIL REJC-EOF
               CLOSE REJECT-FILE
           ELSE
               IF REJ-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN REJECTS - STATUS "
                       REJ-FILE-STATUS
               END-IF
           END-IF
           .

       LOAD-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET REJC-EOF TO TRUE
               NOT AT END
                   IF REJC-REJ-COUNT < REJC-REJ-MAX
                       ADD 1 TO REJC-REJ-COUNT
                       MOVE "O" TO REJC-RJ-STATUS(REJC-REJ-COUNT)
                       MOVE SPACES TO REJC-RJ-DATE(REJC-REJ-COUNT)
                       MOVE SPACES TO REJC-RJ-OPERATOR(REJC-REJ-COUNT)
                       MOVE REJECT-REC TO
                           REJC-RJ-ORIGINAL(REJC-REJ-COUNT)
                       MOVE SPACES TO
                           REJC-RJ-CORRECTED(REJC-REJ-COUNT)
                   ELSE
                       DISPLAY "REJECTS TOO BIG - " REJECT-REC
                           " NOT LOADED"
                   END-IF
           END-READ
           .

       LOAD-CYCLE.
      *> Carry over the dispositions already made against this
      *> REJECTS file.  When REJCYCLE belongs to an earlier file,
      *> the cycle starts again with every reject open, and
      *> REJRESUB is emptied at once - last night's load has
      *> already applied what it held.
           MOVE "N" TO REJC-EOF-SW
           MOVE 0 TO REJC-CYC-COUNT
           OPEN INPUT CYCLE-FILE
           IF CYC-FILE-STATUS = "00"
               PERFORM LOAD-ONE-CYCLE UNTIL REJC-EOF
               CLOSE CYCLE-FILE
               IF REJC-CYC-COUNT NOT = REJC-REJ-COUNT
                   MOVE "N" TO REJC-SAME-CYCLE-SW
               END-IF
           ELSE
               MOVE "N" TO REJC-SAME-CYCLE-SW
           END-IF
           IF REJC-SAME-CYCLE
               EXIT PARAGRAPH
           END-IF

           PERFORM RESET-ONE-DISPOSITION
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT
           IF REJC-REJ-COUNT > 0
               DISPLAY "New REJECTS file - starting a fresh correction"
                   " cycle."
               PERFORM SAVE-CYCLE
           END-IF
           .

       LOAD-ONE-CYCLE.
           READ CYCLE-FILE
               AT END
                   SET REJC-EOF TO TRUE
               NOT AT END
                   IF CYC-REC-TYPE = "H"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO REJC-CYC-COUNT
                   IF REJC-CYC-COUNT > REJC-REJ-COUNT
                       MOVE "N" TO REJC-SAME-CYCLE-SW
                       EXIT PARAGRAPH
                   END-IF
                   IF CYC-ORIGINAL NOT =
                           REJC-RJ-ORIGINAL(REJC-CYC-COUNT)
                       MOVE "N" TO REJC-SAME-CYCLE-SW
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CYC-REC-TYPE TO REJC-RJ-STATUS(REJC-CYC-COUNT)
                   MOVE CYC-DISP-DATE TO REJC-RJ-DATE(REJC-CYC-COUNT)
                   MOVE CYC-OPERATOR TO
                       REJC-RJ-OPERATOR(REJC-CYC-COUNT)
                   MOVE CYC-CORRECTED TO
                       REJC-RJ-CORRECTED(REJC-CYC-COUNT)
           END-READ
           .

       RESET-ONE-DISPOSITION.
           MOVE "O" TO REJC-RJ-STATUS(REJC-REJ-IDX)
           MOVE SPACES TO REJC-RJ-DATE(REJC-REJ-IDX)
           MOVE SPACES TO REJC-RJ-OPERATOR(REJC-REJ-IDX)
           MOVE SPACES TO REJC-RJ-CORRECTED(REJC-REJ-IDX)
           .

       SAVE-CYCLE.
      *> REJCYCLE and REJRESUB are both rewritten whole - the cycle
      *> with today's date on its header, REJRESUB with the original
      *> reason and the corrected record for every reject marked
      *> resubmitted.
           OPEN OUTPUT CYCLE-FILE
           IF CYC-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE REJCYCLE - STATUS "
                   CYC-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CYCLE-REC
           MOVE "H" TO CYC-REC-TYPE
           MOVE REJC-TODAY TO CYC-WORK-DATE
           MOVE REJC-REJ-COUNT TO CYC-REJ-COUNT
           WRITE CYCLE-REC
           PERFORM WRITE-ONE-CYCLE
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT
           CLOSE CYCLE-FILE

           OPEN OUTPUT RESUB-FILE
           IF RESUB-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE REJRESUB - STATUS "
                   RESUB-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-RESUB
               VARYING REJC-REJ-IDX FROM 1 BY 1
               UNTIL REJC-REJ-IDX > REJC-REJ-COUNT
           CLOSE RESUB-FILE
           .

       WRITE-ONE-CYCLE.
           MOVE SPACES TO CYCLE-REC
           MOVE REJC-RJ-STATUS(REJC-REJ-IDX) TO CYC-REC-TYPE
           MOVE REJC-RJ-DATE(REJC-REJ-IDX) TO CYC-DISP-DATE
           MOVE REJC-RJ-OPERATOR(REJC-REJ-IDX) TO CYC-OPERATOR
           MOVE REJC-RJ-ORIGINAL(REJC-REJ-IDX) TO CYC-ORIGINAL
           MOVE REJC-RJ-CORRECTED(REJC-REJ-IDX) TO CYC-CORRECTED
           WRITE CYCLE-REC
           .

       WRITE-ONE-RESUB.
           IF NOT REJC-RJ-RESUB(REJC-REJ-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESUB-REC
           MOVE REJC-RJ-ORIGINAL(REJC-REJ-IDX)(1:2) TO RESUB-REASON
           MOVE REJC-RJ-CORRECTED(REJC-REJ-IDX) TO RESUB-TRANSACTION
           WRITE RESUB-REC
           .

       WRITE-AUDIT-RECORD.
      *> Same trail the STACK subprogram leaves - the record image
      *> in REJC-AUD-TXN under operation REJC-AUD-OPERATION, and who
      *> made the change.  EXTEND falls back to OUTPUT only when
      *> AUDITLOG doesn't exist yet (status 35), matching the
      *> subprogram.
           CALL "STACK-BDAY" USING REJC-BDAY-OP REJC-BDAY-JOB
               WS-AUDIT-DATE REJC-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME

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
           MOVE REJC-AUD-OPERATION TO AUD-OPERATION
           MOVE REJC-AT-VALUE TO AUD-DATA
           MOVE WS-AUDIT-DATE TO AUD-DATE
           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
           MOVE REJC-AT-TARGET TO AUD-STACK-NAME
           MOVE REJC-AT-SOURCE TO AUD-REJ-SOURCE
           MOVE REJC-AT-SEQ TO AUD-REJ-SEQ
           MOVE REJC-AT-DATE TO AUD-REJ-DATE
           MOVE REJC-AT-OP-CODE TO AUD-REJ-OP-CODE
           MOVE REJC-REASON TO AUD-REJ-REASON
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING REJC-ACHN-OP AUDIT-REC
               REJC-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
