      *                    column so attempted misuse totals up
      *                    next to the operator's real activity
      *                    instead of hiding in the detail.
      *   2026-09-14  VJT  AUDITLOG entries now end with the element
      *                    provenance block - the audit layout
      *                    widened to the 115-byte record.
      *   2026-10-02  VJT  AUDITLOG entries now end with their
      *                    integrity value (126-byte record, see
      *                    STACK-ACHN) - the audit layout widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-ARPT.
           05 AUD-USER-ID         PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-STACK-NAME      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-PROV            PIC X(47).
           05 FILLER              PIC X(1).
           05 AUD-CHAIN           PIC X(10).

       FD  DATE-CARD-FILE.
       01  DATE-CARD-REC.
