      ******************************************************************
      * Author: Vince Jevy B. Tapdasan
      * Date: September 16, 2026
      * Purpose: Controlled maintenance of the STACKCAT stack catalog
      *          the STACK subprogram checks every name against.  One
      *          entry per valid stack: name (blank for the default
      *          stack), owning department, description, date opened,
      *          and status - OPEN, FROZEN (reads and removals only,
      *          nothing added) or CLOSED (refused outright).  Lists
      *          the catalog, adds stacks, opens/freezes/closes them,
      *          and amends the department or description, logging
      *          who changed what to AUDITLOG - in the spirit of
      *          STACK-CFGM and STACK-AUTM.  Note that a missing
      *          STACKCAT file means no checks at all; the first
      *          stack catalogued turns enforcement on for every name.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-28  VJT  A new stack's opened date and the audit
      *                    entries are dated with the business date
      *                    from the BUSDATE control (STACK-BDAY)
      *                    instead of the system date.
      *   2026-10-02  VJT  Catalog entries now end with their
      *                    AUDITLOG integrity value (126-byte
      *                    record), linked onto the AUDITCHN chain by
      *                    STACK-ACHN just before the write.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-CATM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-FILE ASSIGN TO "STACKCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-CHAIN           PIC 9(10).

       WORKING-STORAGE SECTION.
       77 CAT-FILE-STATUS    PIC XX.
       77 AUDIT-FILE-STATUS  PIC XX.

       77 WS-CHOICE          PIC X(2) VALUE SPACES.
       77 WS-CONTINUE        PIC X VALUE "Y".
       77 WS-ENTER           PIC X.

      *> The catalog as loaded from STACKCAT, rewritten whole after
      *> every change - the file is small and stays in one piece.
       77 CATM-EOF-SW        PIC X VALUE "N".
          88 CATM-EOF                VALUE "Y".
       77 CATM-ENTRY-MAX     PIC 9(3) VALUE 100.
       77 CATM-ENTRY-COUNT   PIC 9(3) VALUE 0.
       77 CATM-ENTRY-IDX     PIC 9(3).
       01 CATM-ENTRY-TABLE.
          05 CATM-ENTRY OCCURS 100 TIMES.
             10 CATM-EN-NAME     PIC X(8).
             10 CATM-EN-DEPT     PIC X(8).
             10 CATM-EN-DESC     PIC X(30).
             10 CATM-EN-OPENED   PIC X(8).
             10 CATM-EN-STATUS   PIC X(6).

      *> The entry being added or changed, as keyed, and what it
      *> held before the change (put back if the rewrite fails).
       77 CATM-NEW-NAME      PIC X(8).
       77 CATM-NEW-DEPT      PIC X(8).
       77 CATM-NEW-DESC      PIC X(30).
       77 CATM-NEW-OPENED    PIC X(8).
       77 CATM-NEW-STATUS    PIC X(6).
       77 CATM-OLD-DEPT      PIC X(8).
       77 CATM-OLD-DESC      PIC X(30).
       77 CATM-OLD-STATUS    PIC X(6).
       77 CATM-MATCH-SW      PIC X.
          88 CATM-MATCHED            VALUE "Y".
       77 CATM-MATCH-IDX     PIC 9(3).
       77 CATM-TODAY         PIC X(8).
       01 CATM-DATE-WORK.
          05 CATM-DW-YEAR     PIC 9(4).
          05 CATM-DW-MONTH    PIC 9(2).
          05 CATM-DW-DAY      PIC 9(2).

      *> Audit scratch - operation CATALOG, the data field carrying
      *> A(dd) with the department and opening status, S(tatus)
      *> with the old and new status, or M(amend) with the old and
      *> new department; the stack name rides in its own column.
       77 WS-AUDIT-DATE      PIC X(8).
       77 WS-AUDIT-TIME      PIC X(8).
       77 WS-OPERATOR-ID     PIC X(8).
       77 CATM-BDAY-OP       PIC X(10) VALUE "DATE".
       77 CATM-BDAY-JOB      PIC X(8)  VALUE SPACES.
       77 CATM-BDAY-RC       PIC 9(2).
       77 CATM-ACHN-OP       PIC X(8) VALUE "LINK".
       77 CATM-ACHN-RC       PIC 9(2).
       01 CATM-AUDIT-DATA.
          05 CATM-AD-ACTION   PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 CATM-AD-FROM     PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 CATM-AD-TO       PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "STACK-BDAY" USING CATM-BDAY-OP CATM-BDAY-JOB
               CATM-TODAY CATM-BDAY-RC
           PERFORM LOAD-CATALOG
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

           DISPLAY "Thank you for using the stack catalog program!"
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY "================================"
           DISPLAY "  STACK CATALOG MENU"
           DISPLAY "================================"
           DISPLAY "1. LIST   - Show the catalog"
           DISPLAY "2. ADD    - Catalog a new stack"
           DISPLAY "3. STATUS - Open, freeze or close a stack"
           DISPLAY "4. AMEND  - Change department/description"
           DISPLAY "5. EXIT   - Quit program"
           DISPLAY "================================"
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING.

       GET-CHOICE.
           ACCEPT WS-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "1"
                   PERFORM LIST-OPERATION
               WHEN "2"
                   PERFORM ADD-OPERATION
               WHEN "3"
                   PERFORM STATUS-OPERATION
               WHEN "4"
                   PERFORM AMEND-OPERATION
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
           IF CATM-ENTRY-COUNT = 0
               DISPLAY "No stacks catalogued - STACKCAT enforcement"
               DISPLAY "is off until the first stack is added."
           ELSE
               DISPLAY "STACK    DEPT     OPENED   STATUS "
                   "DESCRIPTION"
               PERFORM DISPLAY-ONE-ENTRY
                   VARYING CATM-ENTRY-IDX FROM 1 BY 1
                   UNTIL CATM-ENTRY-IDX > CATM-ENTRY-COUNT
           END-IF.

       DISPLAY-ONE-ENTRY.
           IF CATM-EN-NAME(CATM-ENTRY-IDX) = SPACES
               DISPLAY "(DEFAULT) " WITH NO ADVANCING
           ELSE
               DISPLAY CATM-EN-NAME(CATM-ENTRY-IDX) " "
                   WITH NO ADVANCING
           END-IF
           DISPLAY CATM-EN-DEPT(CATM-ENTRY-IDX) " "
               CATM-EN-OPENED(CATM-ENTRY-IDX) " "
               CATM-EN-STATUS(CATM-ENTRY-IDX) " "
               CATM-EN-DESC(CATM-ENTRY-IDX)
           .

       ADD-OPERATION.
           PERFORM ACCEPT-STACK-NAME
           IF CATM-MATCHED
               DISPLAY "That stack is already catalogued."
               EXIT PARAGRAPH
           END-IF

           IF CATM-ENTRY-COUNT = CATM-ENTRY-MAX
               DISPLAY "Catalog is full - no change made."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Owning department: " WITH NO ADVANCING
           ACCEPT CATM-NEW-DEPT
           IF CATM-NEW-DEPT = SPACES
               DISPLAY "Department is required - no change made."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT CATM-NEW-DESC

           DISPLAY "Date opened (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT CATM-NEW-OPENED
           IF CATM-NEW-OPENED = SPACES
               MOVE CATM-TODAY TO CATM-NEW-OPENED
           END-IF
           IF CATM-NEW-OPENED IS NOT NUMERIC
               DISPLAY "Date opened must be YYYYMMDD - no change made."
               EXIT PARAGRAPH
           END-IF
           MOVE CATM-NEW-OPENED TO CATM-DATE-WORK
           IF CATM-DW-MONTH < 1 OR CATM-DW-MONTH > 12
               OR CATM-DW-DAY < 1 OR CATM-DW-DAY > 31
               DISPLAY "Date opened must be YYYYMMDD - no change made."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CATM-ENTRY-COUNT
           MOVE CATM-NEW-NAME TO CATM-EN-NAME(CATM-ENTRY-COUNT)
           MOVE CATM-NEW-DEPT TO CATM-EN-DEPT(CATM-ENTRY-COUNT)
           MOVE CATM-NEW-DESC TO CATM-EN-DESC(CATM-ENTRY-COUNT)
           MOVE CATM-NEW-OPENED TO CATM-EN-OPENED(CATM-ENTRY-COUNT)
           MOVE "OPEN" TO CATM-EN-STATUS(CATM-ENTRY-COUNT)

           PERFORM WRITE-CATALOG-FILE
           IF CAT-FILE-STATUS = "00"
               MOVE "A" TO CATM-AD-ACTION
               MOVE CATM-NEW-DEPT TO CATM-AD-FROM
               MOVE "OPEN" TO CATM-AD-TO
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Stack catalogued - status OPEN."
           ELSE
               SUBTRACT 1 FROM CATM-ENTRY-COUNT
               DISPLAY "UNABLE TO REWRITE STACKCAT - STATUS "
                   CAT-FILE-STATUS
           END-IF
           .

       STATUS-OPERATION.
           PERFORM ACCEPT-STACK-NAME
           IF NOT CATM-MATCHED
               DISPLAY "No such stack catalogued - no change made."
               EXIT PARAGRAPH
           END-IF

           MOVE CATM-EN-STATUS(CATM-MATCH-IDX) TO CATM-OLD-STATUS
           DISPLAY "Current status: " CATM-OLD-STATUS
           DISPLAY "New status (OPEN/FROZEN/CLOSED): "
               WITH NO ADVANCING
           ACCEPT CATM-NEW-STATUS
           IF CATM-NEW-STATUS NOT = "OPEN"
               AND CATM-NEW-STATUS NOT = "FROZEN"
               AND CATM-NEW-STATUS NOT = "CLOSED"
               DISPLAY "Unknown status - no change made."
               EXIT PARAGRAPH
           END-IF
           IF CATM-NEW-STATUS = CATM-OLD-STATUS
               DISPLAY "Stack is already " CATM-OLD-STATUS
                   " - no change made."
               EXIT PARAGRAPH
           END-IF

           MOVE CATM-NEW-STATUS TO CATM-EN-STATUS(CATM-MATCH-IDX)
           PERFORM WRITE-CATALOG-FILE
           IF CAT-FILE-STATUS = "00"
               MOVE "S" TO CATM-AD-ACTION
               MOVE CATM-OLD-STATUS TO CATM-AD-FROM
               MOVE CATM-NEW-STATUS TO CATM-AD-TO
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Stack status changed to " CATM-NEW-STATUS "."
           ELSE
               MOVE CATM-OLD-STATUS TO CATM-EN-STATUS(CATM-MATCH-IDX)
               DISPLAY "UNABLE TO REWRITE STACKCAT - STATUS "
                   CAT-FILE-STATUS
           END-IF
           .

       AMEND-OPERATION.
           PERFORM ACCEPT-STACK-NAME
           IF NOT CATM-MATCHED
               DISPLAY "No such stack catalogued - no change made."
               EXIT PARAGRAPH
           END-IF

           MOVE CATM-EN-DEPT(CATM-MATCH-IDX) TO CATM-OLD-DEPT
           MOVE CATM-EN-DESC(CATM-MATCH-IDX) TO CATM-OLD-DESC
           DISPLAY "Current department:  " CATM-OLD-DEPT
           DISPLAY "Current description: " CATM-OLD-DESC
           DISPLAY "New department (blank = keep): "
               WITH NO ADVANCING
           ACCEPT CATM-NEW-DEPT
           IF CATM-NEW-DEPT = SPACES
               MOVE CATM-OLD-DEPT TO CATM-NEW-DEPT
           END-IF
           DISPLAY "New description (blank = keep): "
               WITH NO ADVANCING
           ACCEPT CATM-NEW-DESC
           IF CATM-NEW-DESC = SPACES
               MOVE CATM-OLD-DESC TO CATM-NEW-DESC
           END-IF
           IF CATM-NEW-DEPT = CATM-OLD-DEPT
               AND CATM-NEW-DESC = CATM-OLD-DESC
               DISPLAY "Nothing changed - no change made."
               EXIT PARAGRAPH
           END-IF

           MOVE CATM-NEW-DEPT TO CATM-EN-DEPT(CATM-MATCH-IDX)
           MOVE CATM-NEW-DESC TO CATM-EN-DESC(CATM-MATCH-IDX)
           PERFORM WRITE-CATALOG-FILE
           IF CAT-FILE-STATUS = "00"
               MOVE "M" TO CATM-AD-ACTION
               MOVE CATM-OLD-DEPT TO CATM-AD-FROM
               MOVE CATM-NEW-DEPT TO CATM-AD-TO
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Catalog entry amended."
           ELSE
               MOVE CATM-OLD-DEPT TO CATM-EN-DEPT(CATM-MATCH-IDX)
               MOVE CATM-OLD-DESC TO CATM-EN-DESC(CATM-MATCH-IDX)
               DISPLAY "UNABLE TO REWRITE STACKCAT - STATUS "
                   CAT-FILE-STATUS
           END-IF
           .

       ACCEPT-STACK-NAME.
      *> Leaves CATM-MATCHED set, with CATM-MATCH-IDX at the slot,
      *> when the keyed name is already catalogued.
           DISPLAY " "
           DISPLAY "Stack name (blank = default): " WITH NO ADVANCING
           ACCEPT CATM-NEW-NAME
           MOVE "N" TO CATM-MATCH-SW
           PERFORM MATCH-ONE-ENTRY
               VARYING CATM-ENTRY-IDX FROM 1 BY 1
               UNTIL CATM-ENTRY-IDX > CATM-ENTRY-COUNT
                   OR CATM-MATCHED
           .

       MATCH-ONE-ENTRY.
           IF CATM-EN-NAME(CATM-ENTRY-IDX) = CATM-NEW-NAME
               SET CATM-MATCHED TO TRUE
               MOVE CATM-ENTRY-IDX TO CATM-MATCH-IDX
           END-IF
           .

       LOAD-CATALOG.
           OPEN INPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               PERFORM LOAD-ONE-ENTRY UNTIL CATM-EOF
               CLOSE CAT-FILE
           END-IF
           .

       LOAD-ONE-ENTRY.
           READ CAT-FILE
               AT END
                   SET CATM-EOF TO TRUE
               NOT AT END
                   IF CATM-ENTRY-COUNT < CATM-ENTRY-MAX
                       ADD 1 TO CATM-ENTRY-COUNT
                       MOVE CAT-REC-NAME TO
                           CATM-EN-NAME(CATM-ENTRY-COUNT)
                       MOVE CAT-REC-DEPT TO
                           CATM-EN-DEPT(CATM-ENTRY-COUNT)
                       MOVE CAT-REC-DESC TO
                           CATM-EN-DESC(CATM-ENTRY-COUNT)
                       MOVE CAT-REC-OPENED TO
                           CATM-EN-OPENED(CATM-ENTRY-COUNT)
                       MOVE CAT-REC-STATUS TO
                           CATM-EN-STATUS(CATM-ENTRY-COUNT)
                   END-IF
           END-READ
           .

       WRITE-CATALOG-FILE.
           OPEN OUTPUT CAT-FILE
           IF CAT-FILE-STATUS = "00"
               PERFORM WRITE-ONE-ENTRY
                   VARYING CATM-ENTRY-IDX FROM 1 BY 1
                   UNTIL CATM-ENTRY-IDX > CATM-ENTRY-COUNT
               CLOSE CAT-FILE
           END-IF
           .

       WRITE-ONE-ENTRY.
           MOVE SPACES TO CAT-REC
           MOVE CATM-EN-NAME(CATM-ENTRY-IDX) TO CAT-REC-NAME
           MOVE CATM-EN-DEPT(CATM-ENTRY-IDX) TO CAT-REC-DEPT
           MOVE CATM-EN-DESC(CATM-ENTRY-IDX) TO CAT-REC-DESC
           MOVE CATM-EN-OPENED(CATM-ENTRY-IDX) TO CAT-REC-OPENED
           MOVE CATM-EN-STATUS(CATM-ENTRY-IDX) TO CAT-REC-STATUS
           WRITE CAT-REC
           .

       WRITE-AUDIT-RECORD.
      *> Same trail the STACK subprogram leaves - operation CATALOG,
      *> the change in the data column, the stack in its own
      *> column, and who made the change.  EXTEND falls back to
      *> OUTPUT only when AUDITLOG doesn't exist yet (status 35),
      *> matching the subprogram.
           CALL "STACK-BDAY" USING CATM-BDAY-OP CATM-BDAY-JOB
               WS-AUDIT-DATE CATM-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"

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
           MOVE "CATALOG" TO AUD-OPERATION
           MOVE CATM-AUDIT-DATA TO AUD-DATA
           MOVE WS-AUDIT-DATE TO AUD-DATE
           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
           MOVE CATM-NEW-NAME TO AUD-STACK-NAME
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING CATM-ACHN-OP AUDIT-REC
               CATM-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
