      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: September 28, 2026
      * Purpose: Business day rollover - the last job of the EOD
      *          suite, and the only thing that moves the business
      *          date on the BUSDATE control file (see STACK-BDAY).
      *          Refuses, with RETURN-CODE 8, until STACKHS has
      *          completed for the current business date, so a day
      *          is never closed with its extract unshipped or its
      *          history untaken; a supervisor's EODOVRD card for
      *          STACKRO lets it through, audited.  The date advances
      *          one calendar day, or to the date on the optional
      *          ROLLCTL card (the Monday after a Friday, a day after
      *          a holiday) - which is also how the control is first
      *          set up.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-04  VJT  Now follows the daily stack history
      *                    (STACKHS) rather than the extract - the
      *                    sequence itself is held by STACK-BDAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CTL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROLL-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-CTL-FILE.
       01  ROLL-CTL-REC.
           05 ROLL-CTL-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       77 ROLL-CTL-STATUS    PIC XX.

       77 ROLL-BDAY-OP       PIC X(10).
       77 ROLL-JOB-NAME      PIC X(8) VALUE "STACKRO".
       77 ROLL-OLD-DATE      PIC X(8).
       77 ROLL-NEW-DATE      PIC X(8) VALUE SPACES.
       77 ROLL-BDAY-RC       PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-ROLL-CARD

           MOVE "START" TO ROLL-BDAY-OP
           CALL "STACK-BDAY" USING ROLL-BDAY-OP ROLL-JOB-NAME
               ROLL-OLD-DATE ROLL-BDAY-RC
           IF ROLL-BDAY-RC NOT = 0
               DISPLAY "STACK-ROLL: BUSINESS DATE NOT ROLLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ROLL" TO ROLL-BDAY-OP
           CALL "STACK-BDAY" USING ROLL-BDAY-OP ROLL-JOB-NAME
               ROLL-NEW-DATE ROLL-BDAY-RC
           IF ROLL-BDAY-RC NOT = 0
               DISPLAY "STACK-ROLL: BUSINESS DATE NOT ROLLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "STACK-ROLL BUSINESS DATE WAS: " ROLL-OLD-DATE
           DISPLAY "STACK-ROLL BUSINESS DATE NOW: " ROLL-NEW-DATE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-ROLL-CARD.
      *> No card, or a blank one, rolls to the next calendar day.
           OPEN INPUT ROLL-CTL-FILE
           IF ROLL-CTL-STATUS = "00"
               READ ROLL-CTL-FILE
                   NOT AT END
                       MOVE ROLL-CTL-DATE TO ROLL-NEW-DATE
               END-READ
               CLOSE ROLL-CTL-FILE
           END-IF
           .
