      *                    the STACKLCK lock past the retries) now
      *                    stops the restore with RETURN-CODE 8 for a
      *                    rerun instead of failing record by record.
      *   2026-09-14  VJT  DRAINOUT records now carry the element's
      *                    provenance block.  A restored element is
      *                    pushed back with the provenance it was
      *                    drained with - feeder source, sequence,
      *                    transaction date and original push stamp
      *                    - so a restore does not pass it off as new.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-REST.
              10 FILLER           PIC X(11).

       FD  DRAIN-GEN-FILE.
       01  DRAIN-GEN-REC.
           05 DRN-VALUE           PIC X(20).
           05 FILLER              PIC X(1).
           05 DRN-PROV            PIC X(47).

       FD  STACK-NAME-FILE.
       01  NAME-CARD-REC.
       77 RST-GEN-COUNT      PIC 9(4) VALUE 0.
       77 RST-GEN-IDX        PIC 9(4).
       01 RST-GEN-TABLE.
          05 RST-GEN-ENTRY OCCURS 9999 TIMES.
             10 RST-GEN-ELEM    PIC X(20).
             10 RST-GEN-PROV    PIC X(47).

      *> Which named stack receives the restore, from the STACKNAM
      *> control card; spaces (or no card) selects the default stack.
       77 RST-DATA           PIC X(20).
       77 RST-STATUS         PIC X(20).
       77 RST-RETURN-CODE    PIC 9(2).
       77 RST-PROV-REQ       PIC X(47).

       77 RST-RESTORED-COUNT PIC 9(4) VALUE 0.
       77 RST-SKIPPED-COUNT  PIC 9(4) VALUE 0.
               NOT AT END
                   IF RST-GEN-COUNT < RST-GEN-LIMIT
                       ADD 1 TO RST-GEN-COUNT
                       MOVE DRN-VALUE TO
                           RST-GEN-ELEM(RST-GEN-COUNT)
                       MOVE DRN-PROV TO
                           RST-GEN-PROV(RST-GEN-COUNT)
                   END-IF
           END-READ
           .
           END-IF

           MOVE RST-GEN-ELEM(RST-GEN-IDX) TO RST-DATA
      *> The drained provenance goes back with it, push stamp and all;
      *> STACK only stamps a push date/time that arrives blank.
           MOVE RST-GEN-PROV(RST-GEN-IDX) TO RST-PROV-REQ
           MOVE "PUSH" TO RST-OPERATION
           CALL "STACK" USING RST-OPERATION RST-DATA RST-STATUS
               RST-RETURN-CODE RST-STACK-NAME OMITTED RST-PROV-REQ
           IF RST-RETURN-CODE = 36
               DISPLAY "STACK-REST: STACK BUSY - STOPPING RUN"
               SET RST-ABORT TO TRUE
