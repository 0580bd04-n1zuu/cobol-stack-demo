      *                    and the next successful rewrite then
      *                    committed the change the operator was
      *                    told was not made.
      *   2026-09-14  VJT  STACKFIL, STACKJRN and AUDITLOG records
      *                    now carry the element provenance block -
      *                    layouts widened to match; CONFIG entries
      *                    leave it blank.
      *   2026-09-28  VJT  Audit entries are dated with the business
      *                    date from the BUSDATE control (STACK-BDAY)
      *                    instead of the system date.
      *   2026-10-02  VJT  Card and discipline entries now end with
      *                    their AUDITLOG integrity value (126-byte
      *                    record), linked onto the AUDITCHN chain by
      *                    STACK-ACHN just before the write.
      *   2026-10-06  VJT  STACKFIL and STACKJRN are now indexed by
      *                    stack name (and element position or
      *                    journal sequence) - the depth check reads
      *                    them in key order; layouts widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-CFGM.
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
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 AUD-CHAIN           PIC 9(10).

       FD  DISC-FILE.
       01  DISC-REC.
       77 WS-AUDIT-DATE      PIC X(8).
       77 WS-AUDIT-TIME      PIC X(8).
       77 WS-OPERATOR-ID     PIC X(8).
       77 WS-BDAY-OP         PIC X(10) VALUE "DATE".
       77 WS-BDAY-JOB        PIC X(8)  VALUE SPACES.
       77 WS-BDAY-RC         PIC 9(2).
       77 CFGM-ACHN-OP       PIC X(8) VALUE "LINK".
       77 CFGM-ACHN-RC       PIC 9(2).
       01 CFGM-AUDIT-DATA.
          05 FILLER           PIC X(1) VALUE "M".
          05 CFGM-AD-NEW-MAX  PIC 9(4).
      *> Same trail as a card change - operation CONFIG, the new
      *> discipline in the data field, and the stack in its own
      *> column, so "who made BILLING a FIFO queue" is on the log.
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-BDAY-JOB
               WS-AUDIT-DATE WS-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"

           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
           MOVE CFGM-NEW-STACK TO AUD-STACK-NAME
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING CFGM-ACHN-OP AUDIT-REC
               CFGM-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
      *> entry shows what they were), and who made the change.
      *> EXTEND falls back to OUTPUT only when AUDITLOG doesn't
      *> exist yet (status 35), matching the subprogram.
           CALL "STACK-BDAY" USING WS-BDAY-OP WS-BDAY-JOB
               WS-AUDIT-DATE WS-BDAY-RC
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"

           MOVE WS-AUDIT-DATE TO AUD-DATE
           MOVE WS-AUDIT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
      *> STACK-ACHN reports a failed link itself; the entry is
      *> still written, and the gap shows on STACK-AVFY.
           CALL "STACK-ACHN" USING CFGM-ACHN-OP AUDIT-REC
               CFGM-ACHN-RC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .
