      * PROMPT-QUEUE-CHECKPOINT.DAT position, and today's exception   *
      * count -- so one operator can watch the whole window without   *
      * juggling three terminals.                                     *
      *                                                               *
      * A level-3 operator may also cancel a generation in flight: a  *
      * cancel names either an ACTIVE session id or a prompt id and   *
      * is filed PENDING in CANCEL-REQUEST.DAT (COPILOT-CANCEL-CHECK) *
      * with the operator's reason. The session's wait loop picks it  *
      * up and aborts; the runner files the prompt CANCELLED and      *
      * moves on. Releasing the prompt id afterwards lets a restart   *
      * run it again (or withdraws a cancel not yet acted on).        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-STATUS-CONSOLE.
       FD  PROMPT-QUEUE.
       01  PROMPT-QUEUE-RECORD.
           05 PQ-PROMPT-ID          PIC X(20).
           05 FILLER                PIC X(3867).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD        PIC X(20).
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Taken at the first
      *    cancel or release, so watching the window never asks.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-SIGNON-SWITCH         PIC 9      VALUE 0.
           88 OPERATOR-SIGNED-ON               VALUE 1.
       01  WS-AUTHORITY-SWITCH      PIC 9      VALUE 0.
           88 ACTION-AUTHORISED                VALUE 1.
           88 ACTION-REFUSED                   VALUE 0.

      *    Operator cancel of an in-flight generation.
       01  WS-CANCEL-TARGET         PIC X(64)  VALUE SPACES.
       01  WS-CANCEL-KIND           PIC X(8)   VALUE SPACES.
       01  WS-CANCEL-REASON         PIC X(64)  VALUE SPACES.
       01  WS-CANCEL-RC             PIC S9(4)  VALUE 0.
       01  WS-CANCEL-PENDING        PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Batch Window Operations Console ==="
           PERFORM COUNT-PENDING-REVIEWS
           PERFORM MEASURE-QUEUE-DEPTH
           PERFORM COUNT-TODAY-EXCEPTIONS
           CALL "COPILOT-COUNT-CANCELS" USING WS-CANCEL-PENDING

           DISPLAY " "
           DISPLAY "Plans pending review:  " WS-PENDING-COUNT
           DISPLAY "Checkpoint position:   " WS-QUEUE-POSITION
           DISPLAY "Queue remaining:       " WS-QUEUE-REMAINING
           DISPLAY "Exceptions today:      " WS-EXC-COUNT
           DISPLAY "Cancels pending:       " WS-CANCEL-PENDING

           DISPLAY " "
           DISPLAY "Enter to refresh, c to cancel, r to release, "
               "q to quit: " WITH NO ADVANCING
           ACCEPT WS-USER-INPUT
           EVALUATE TRUE
               WHEN WS-USER-INPUT = "q" OR "Q"
                   SET OPERATOR-QUIT TO TRUE
               WHEN WS-USER-INPUT = "c" OR "C"
                   PERFORM REQUEST-GENERATION-CANCEL
               WHEN WS-USER-INPUT = "r" OR "R"
                   PERFORM RELEASE-GENERATION-CANCEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY: Sign the operator on at the first    *
      * action that needs it; cancelling or releasing a generation     *
      * takes a level-3 operator, below that the console is view-only. *
      *----------------------------------------------------------------*
       CHECK-OPERATOR-AUTHORITY.
           SET ACTION-REFUSED TO TRUE
           IF NOT OPERATOR-SIGNED-ON
               CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
                   WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
               IF WS-SIGNON-RC NOT = 0
                   DISPLAY "Sign-on failed; nothing changed."
                   EXIT PARAGRAPH
               END-IF
               SET OPERATOR-SIGNED-ON TO TRUE
           END-IF

           IF WS-OPERATOR-LEVEL < 3
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " may view but not cancel generations."
               EXIT PARAGRAPH
           END-IF
           SET ACTION-AUTHORISED TO TRUE
           .

      *----------------------------------------------------------------*
      * REQUEST-GENERATION-CANCEL: File a PENDING cancel against one   *
      * session or prompt id. An id that is an ACTIVE session in the   *
      * registry is filed as a session cancel; anything else is taken  *
      * to be a prompt id. A reason is required -- it goes into the    *
      * results master alongside the operator id.                      *
      *----------------------------------------------------------------*
       REQUEST-GENERATION-CANCEL.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CANCEL-TARGET
           DISPLAY "Session or prompt id to cancel: " WITH NO ADVANCING
           ACCEPT WS-CANCEL-TARGET
           IF WS-CANCEL-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CANCEL-REASON
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-CANCEL-REASON
           IF WS-CANCEL-REASON = SPACES
               DISPLAY "A reason is required; nothing cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE "PROMPT" TO WS-CANCEL-KIND
           MOVE "00" TO WS-SREG-FILE-STATUS
           OPEN INPUT SESSION-REGISTRY
           IF WS-SREG-FILE-STATUS = "00"
               MOVE WS-CANCEL-TARGET TO SREG-SESSION-ID
               READ SESSION-REGISTRY
                   INVALID KEY
                       MOVE SPACES TO SREG-STATUS
               END-READ
               IF SREG-STATUS = "ACTIVE"
                   MOVE "SESSION" TO WS-CANCEL-KIND
               END-IF
               CLOSE SESSION-REGISTRY
           END-IF

           CALL "COPILOT-REQUEST-CANCEL" USING WS-CANCEL-TARGET
               WS-CANCEL-KIND WS-OPERATOR-ID WS-CANCEL-REASON
               WS-CANCEL-RC
           EVALUATE WS-CANCEL-RC
               WHEN 0
                   DISPLAY "Cancel filed for "
                       FUNCTION TRIM(WS-CANCEL-KIND) " "
                       FUNCTION TRIM(WS-CANCEL-TARGET)
               WHEN 4
                   DISPLAY "A cancel is already pending for "
                       FUNCTION TRIM(WS-CANCEL-TARGET)
               WHEN OTHER
                   DISPLAY "Unable to file the cancel (rc "
                       WS-CANCEL-RC ")"
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RELEASE-GENERATION-CANCEL: Release a cancelled prompt so the   *
      * next run may send it again, or withdraw a cancel the wait loop *
      * has not acted on yet.                                          *
      *----------------------------------------------------------------*
       RELEASE-GENERATION-CANCEL.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CANCEL-TARGET
           DISPLAY "Prompt or session id to release: "
               WITH NO ADVANCING
           ACCEPT WS-CANCEL-TARGET
           IF WS-CANCEL-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "COPILOT-RELEASE-CANCEL" USING WS-CANCEL-TARGET
               WS-OPERATOR-ID WS-CANCEL-RC
           EVALUATE WS-CANCEL-RC
               WHEN 0
                   DISPLAY "Cancel released for "
                       FUNCTION TRIM(WS-CANCEL-TARGET)
               WHEN 4
                   DISPLAY "No cancel to release for "
                       FUNCTION TRIM(WS-CANCEL-TARGET)
               WHEN OTHER
                   DISPLAY "Unable to release the cancel (rc "
                       WS-CANCEL-RC ")"
           END-EVALUATE
           .

      *----------------------------------------------------------------*
