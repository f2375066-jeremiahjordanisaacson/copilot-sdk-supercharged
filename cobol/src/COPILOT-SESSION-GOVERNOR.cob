      *   holder presumably died without releasing. Return code -2    *
      *   means the wait was exhausted.                                *
      * COPILOT-GOVERNOR-RELEASE  gives one of the job's slots back.  *
      * COPILOT-GOVERNOR-STATUS   sweeps stale slots and reports the   *
      *   live count against the limit without taking a slot, so a     *
      *   resident job can size itself to leave the batch room.        *
      *                                                                *
      * CALLed by COPILOT-SESSION around session create/destroy and   *
      * by COPILOT-CLIENT's generic session paragraphs.               *
       LINKAGE SECTION.
       01  LS-JOB-ID                PIC X(20).
       01  LS-RETURN-CODE           PIC S9(4).
       01  LS-LIVE-COUNT            PIC 9(3).
       01  LS-SESSION-LIMIT         PIC 9(3).

       PROCEDURE DIVISION.

           GOBACK
           .

       ENTRY "COPILOT-GOVERNOR-STATUS" USING LS-LIVE-COUNT
           LS-SESSION-LIMIT LS-RETURN-CODE.

           MOVE 0 TO LS-LIVE-COUNT
           PERFORM LOAD-GOVERNOR-CONFIG
           MOVE WS-SESSION-LIMIT TO LS-SESSION-LIMIT
           IF WS-SESSION-LIMIT = 0
               MOVE 0 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACQUIRE-GOVERNOR-LOCK
           IF LOCK-NOT-HELD
               MOVE -1 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM COMPACT-LIVE-SLOTS
           MOVE WS-LIVE-COUNT TO LS-LIVE-COUNT

           PERFORM RELEASE-GOVERNOR-LOCK
           MOVE 0 TO LS-RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * LOAD-GOVERNOR-CONFIG: The site-wide limit and tuning.          *
      *----------------------------------------------------------------*
