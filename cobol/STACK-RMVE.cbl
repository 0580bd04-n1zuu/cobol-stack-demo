      *          card; the removal itself is gated on the operator's
      *          STACKAUT REMOVE grant.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-09-14  VJT  REMOVE passes the STACK subprogram's new
      *                    provenance block and gets the removed
      *                    element's back; the summary shows its
      *                    feeder source, sequence, transaction date
      *                    and push stamp for the supervisor's log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACK-RMVE.
       77 RMV-FOUND-POS      PIC 9(4).
       77 RMV-REMOVED-VALUE  PIC X(20).

      *> Provenance of the removed element, handed back by REMOVE.
       01 RMV-PROV-REQ.
          05 RMV-PRV-SOURCE     PIC X(4).
          05 FILLER             PIC X(1).
          05 RMV-PRV-SEQ        PIC X(6).
          05 FILLER             PIC X(1).
          05 RMV-PRV-TXN-DATE   PIC X(8).
          05 FILLER             PIC X(1).
          05 RMV-PRV-PUSH-DATE  PIC X(8).
          05 FILLER             PIC X(1).
          05 RMV-PRV-PUSH-TIME  PIC X(8).
          05 FILLER             PIC X(1).
          05 RMV-PRV-OPERATOR   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-CONTROL-CARD
       REMOVE-ELEMENT.
           MOVE SPACES TO RMV-DATA
           MOVE RMV-POSITION TO RMV-DATA(1:4)
           MOVE SPACES TO RMV-PROV-REQ
           MOVE "REMOVE" TO RMV-OPERATION
           CALL "STACK" USING RMV-OPERATION RMV-DATA RMV-STATUS
               RMV-RETURN-CODE RMV-STACK-NAME OMITTED RMV-PROV-REQ

           IF RMV-RETURN-CODE = 36
               DISPLAY "STACK-RMVE: STACK BUSY - STOPPING RUN"
           DISPLAY "STACK-RMVE STACK:        " RMV-STACK-NAME
           DISPLAY "STACK-RMVE POSITION:     " RMV-POSITION
           DISPLAY "STACK-RMVE REMOVED:      " RMV-REMOVED-VALUE
           DISPLAY "STACK-RMVE SOURCE/SEQ:   " RMV-PRV-SOURCE " "
               RMV-PRV-SEQ
           DISPLAY "STACK-RMVE TXN DATE:     " RMV-PRV-TXN-DATE
           DISPLAY "STACK-RMVE PUSHED:       " RMV-PRV-PUSH-DATE " "
               RMV-PRV-PUSH-TIME " BY " RMV-PRV-OPERATOR
           .
