      *================================================================*
      * RELEASE-REVIEW-CONSOLE.cob                                     *
      * Operator console for the four-eyes release stage between the   *
      * response archive and outbound delivery. Lists replies          *
      * PROMPT-QUEUE-RUNNER parked in RELEASE-HOLD.DAT because their   *
      * template or agent profile is marked release-review-required,  *
      * and lets an approving operator release a reply as written,     *
      * release it with edited text, or withhold it. REPLY-DELIVERY    *
      * and CORRESPONDENCE-WRITER ship a held reply only once it reads *
      * RELEASED, using the edited text when one was recorded. The     *
      * deciding operator, the time, and any edit or note stay on the  *
      * hold record against the prompt id. Both texts are encrypted at *
      * rest; only an operator authorised for clear text may decide.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-REVIEW-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the release-hold record written by *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  RELEASE-HOLD.
       01  RELEASE-HOLD-RECORD.
           05 RLH-PROMPT-ID         PIC X(20).
           05 RLH-TEMPLATE-ID       PIC X(20).
           05 RLH-PROFILE-ID        PIC X(12).
           05 RLH-SESSION-ID        PIC X(64).
           05 RLH-JOB-ID            PIC X(20).
           05 RLH-REPLY-TEXT        PIC X(4096).
           05 RLH-STATUS            PIC X(10).
               88 RLH-STATUS-PENDING            VALUE "PENDING".
               88 RLH-STATUS-RELEASED           VALUE "RELEASED".
               88 RLH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 RLH-EDITED-TEXT       PIC X(4096).
           05 RLH-DECIDED-BY        PIC X(8).
           05 RLH-DECIDED-TS        PIC X(21).
           05 RLH-DECISION-NOTE     PIC X(128).
           05 RLH-TIMESTAMP         PIC X(21).
           05 RLH-CRYPT-STAMP.
               10 RLH-CRYPT-KEY-ID  PIC X(8).
               10 RLH-CRYPT-SALT    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-PENDING-COUNT         PIC 9(5)   VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-USER-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-USER-DECISION         PIC X(8)   VALUE SPACES.
       01  WS-USER-EDITED-TEXT      PIC X(2048) VALUE SPACES.
       01  WS-USER-NOTE             PIC X(128) VALUE SPACES.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Any signed-on
      *    operator may read the held replies; releasing or
      *    withholding one takes a level-3 approver.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-RELEASE-LEVEL         PIC 9      VALUE 3.

      *    Held text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Release Review Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID    TO WS-CRYPT-REQUESTOR
           MOVE WS-OPERATOR-LEVEL TO WS-CRYPT-LEVEL
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Note: you are not authorised for clear reply"
                   " text; held replies can be listed but not"
                   " decided."
           END-IF

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Show held replies, then ask for a decision.      *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           PERFORM LIST-PENDING-REPLIES

           IF WS-PENDING-COUNT = 0
               DISPLAY " "
               DISPLAY "No replies pending release review."
           END-IF

           DISPLAY " "
           DISPLAY "Prompt id to decide (blank to re-check, "
               "q to quit):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-PROMPT-ID

           IF WS-USER-PROMPT-ID = "q" OR "Q"
               SET OPERATOR-QUIT TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-USER-PROMPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM DECIDE-ONE-REPLY
           .

      *----------------------------------------------------------------*
      * LIST-PENDING-REPLIES: Scan the hold file and display every     *
      * record still in PENDING status.                                *
      *----------------------------------------------------------------*
       LIST-PENDING-REPLIES.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS NOT = "00"
               DISPLAY "No release hold file found yet."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-NEXT-PENDING-RECORD
               UNTIL WS-RLH-FILE-STATUS NOT = "00"

           CLOSE RELEASE-HOLD
           .

       SHOW-NEXT-PENDING-RECORD.
           READ RELEASE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLH-FILE-STATUS
               NOT AT END
                   IF RLH-STATUS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY " "
                       DISPLAY "Prompt:   "
                           FUNCTION TRIM(RLH-PROMPT-ID)
                       DISPLAY "Template: "
                           FUNCTION TRIM(RLH-TEMPLATE-ID)
                           "  Profile: "
                           FUNCTION TRIM(RLH-PROFILE-ID)
                       DISPLAY "Job:      "
                           FUNCTION TRIM(RLH-JOB-ID)
                       DISPLAY "Parked:   "
                           FUNCTION TRIM(RLH-TIMESTAMP)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * DECIDE-ONE-REPLY: Look up a prompt id and, if still pending,   *
      * record the operator's decision.                                *
      *----------------------------------------------------------------*
       DECIDE-ONE-REPLY.
           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN I-O RELEASE-HOLD
           IF WS-RLH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open release hold file"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-PROMPT-ID TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   DISPLAY "ERROR: No such prompt id"
               NOT INVALID KEY
                   PERFORM RECORD-OPERATOR-DECISION
           END-READ

           CLOSE RELEASE-HOLD
           .

      *----------------------------------------------------------------*
      * RECORD-OPERATOR-DECISION: Show the held reply and rewrite the  *
      * record with release / release-with-edit / withhold, stamped    *
      * with the deciding operator and the time.                       *
      *----------------------------------------------------------------*
       RECORD-OPERATOR-DECISION.
           IF NOT RLH-STATUS-PENDING
               DISPLAY "This reply was already decided: "
                   FUNCTION TRIM(RLH-STATUS) " by "
                   FUNCTION TRIM(RLH-DECIDED-BY)
               EXIT PARAGRAPH
           END-IF

      *    Nobody decides on text they were not allowed to read.
           PERFORM DECRYPT-RELEASE-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Reply text:   " FUNCTION TRIM(RLH-REPLY-TEXT)
               DISPLAY "Clear text not available; leaving PENDING."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reply text:   " FUNCTION TRIM(RLH-REPLY-TEXT)

           IF WS-OPERATOR-LEVEL < WS-RELEASE-LEVEL
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " may view but not release replies."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Release, edit and release, or withhold? (r/e/w): "
               WITH NO ADVANCING
           ACCEPT WS-USER-DECISION

           MOVE SPACES TO WS-USER-NOTE
           EVALUATE WS-USER-DECISION
               WHEN "r"
               WHEN "R"
                   MOVE "RELEASED" TO RLH-STATUS
                   MOVE SPACES TO RLH-EDITED-TEXT
               WHEN "e"
               WHEN "E"
                   DISPLAY "Replacement reply text:"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-USER-EDITED-TEXT
                   IF WS-USER-EDITED-TEXT = SPACES
                       DISPLAY "No text entered; leaving PENDING."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "RELEASED" TO RLH-STATUS
                   MOVE WS-USER-EDITED-TEXT TO RLH-EDITED-TEXT
               WHEN "w"
               WHEN "W"
                   DISPLAY "Reason for withholding:"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-USER-NOTE
                   IF WS-USER-NOTE = SPACES
                       DISPLAY "A reason is required; leaving PENDING."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "WITHHELD" TO RLH-STATUS
               WHEN OTHER
      *            A withheld reply can never be re-decided, so a
      *            stray keystroke must not make one; anything but an
      *            explicit r/e/w leaves the reply PENDING.
                   DISPLAY "Unrecognised choice; leaving PENDING."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-OPERATOR-ID TO RLH-DECIDED-BY
           MOVE WS-TODAY-DATE  TO RLH-DECIDED-TS
           MOVE WS-USER-NOTE   TO RLH-DECISION-NOTE

      *    Never rewritten in clear.
           PERFORM ENCRYPT-RELEASE-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "ERROR: field encryption failed; decision not"
                   " recorded, leaving PENDING."
               EXIT PARAGRAPH
           END-IF
           REWRITE RELEASE-HOLD-RECORD
           DISPLAY "Decision recorded: " FUNCTION TRIM(RLH-STATUS)
               " by " FUNCTION TRIM(WS-OPERATOR-ID)
           .

      *----------------------------------------------------------------*
      * ENCRYPT-RELEASE-TEXT: Stamp the record under the active key    *
      * and encrypt its text fields; keys and timestamps stay clear.   *
      *----------------------------------------------------------------*
       ENCRYPT-RELEASE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING RLH-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * DECRYPT-RELEASE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-RELEASE-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .
