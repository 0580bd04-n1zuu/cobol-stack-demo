      *          checks at all; the first grant written turns
      *          enforcement on for everyone.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-14  VJT  AUDITLOG entries now end with the element
      *                    provenance block - the audit layout
      *                    widened to the 115-byte record; grant
      *                    changes leave it blank.
      *   2026-09-28  VJT  Audit entries are dated with the business
      *                    date from the BUSDATE control (STACK-BDAY)
      *                    instead of the system date.
      *   2026-10-02  VJT  Grant and revoke entries now end with
      *                    their AUDITLOG integrity value (126-byte
      *                    record), linked onto the AUDITCHN chain by
      *                    STACK-ACHN just before the write.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-AUTM.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-CHAIN           PIC 9(10).

       WORKING-STORAGE SECTION.
       77 AUTH-FILE-STATUS   PIC XX.
       77 WS-AUDIT-DATE      PIC X(8).
       77 WS-AUDIT-TIME      PIC X(8).
       77 WS-OPERATOR-ID     PIC X(8).
       77 AUTM-BDAY-OP       PIC X(10) VALUE "DATE".
       77 AUTM-BDAY-JOB      PIC X(8)  VALUE SPACES.
       77 AUTM-BDAY-RC       PIC 9(2).
       77 AUTM-ACHN-OP       PIC X(8) VALUE "LINK".
       77 AUTM-ACHN-RC       PIC 9(2).
       01 AUTM-AUDIT-DATA.
          05 AUTM-AD-ACTION   PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
      *> in its own column, and who made the change.  EXTEND falls
      *> back to OUTPUT only when AUDITLOG doesn't exist yet
      *> (status 35), matching the subprogram.
           CALL "STACK-BDAY" USING AUTM-BDAY-OP AUTM-BDAY-JOB
               WS-AUDIT-DATE AUTM-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"

           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
           MOVE AUTM-NEW-STACK TO AUD-STACK-NAME
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING AUTM-ACHN-OP AUDIT-REC
               AUTM-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
