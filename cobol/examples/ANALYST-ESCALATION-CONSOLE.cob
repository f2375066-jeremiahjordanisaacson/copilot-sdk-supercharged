      *================================================================*
      * ANALYST-ESCALATION-CONSOLE.cob                                 *
      * Analyst console for batch sessions PROMPT-QUEUE-RUNNER has     *
      * handed over for remote steering after repeated validation      *
      * failures. Lists open and in-progress escalations with the URL  *
      * each live session can be joined at, then lets the analyst      *
      * join one, mark it finished once the conversation is back on    *
      * track, or release it unsteered. The runner, polling the        *
      * record, asks for the final reply as soon as it sees FINISHED   *
      * and files the outcome back on the same record.                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYST-ESCALATION-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYST-ESCALATION ASSIGN TO WS-AES-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AES-PROMPT-ID
               FILE STATUS IS WS-AES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the ANALYST-ESCALATION FD in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
       FD  ANALYST-ESCALATION.
       01  ANALYST-ESCALATION-RECORD.
           05 AES-PROMPT-ID         PIC X(20).
           05 AES-SESSION-ID        PIC X(64).
           05 AES-JOB-ID            PIC X(20).
           05 AES-STEER-URL         PIC X(256).
           05 AES-STEERABLE         PIC X.
           05 AES-STATUS            PIC X(10).
               88 AES-STATUS-OPEN               VALUE "OPEN".
               88 AES-STATUS-STEERING           VALUE "STEERING".
               88 AES-STATUS-FINISHED           VALUE "FINISHED".
               88 AES-STATUS-RELEASED           VALUE "RELEASED".
               88 AES-STATUS-EXPIRED            VALUE "EXPIRED".
               88 AES-STATUS-CLOSED             VALUE "CLOSED".
           05 AES-FAIL-COUNT        PIC 9(3).
           05 AES-VALFAIL-REASON    PIC X(64).
           05 AES-ESCALATED-AT      PIC X(14).
           05 AES-ANALYST-ID        PIC X(8).
           05 AES-JOINED-AT         PIC X(14).
           05 AES-FINISHED-AT       PIC X(14).
           05 AES-STEER-SECONDS     PIC 9(7).
           05 AES-OUTCOME           PIC X(10).
           05 AES-CLOSED-AT         PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-AES-FILE-NAME         PIC X(64)
           VALUE "ANALYST-ESCALATION.DAT".
       01  WS-AES-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-ACTIVE-COUNT          PIC 9(5)   VALUE 0.
       01  WS-USER-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-USER-ACTION           PIC X(8)   VALUE SPACES.
       01  WS-NOW-STAMP             PIC X(21)  VALUE SPACES.
       01  WS-STEER-MINUTES         PIC Z(4)9.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Analyst Escalation Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Show live escalations, then prompt for one to    *
      * act on.                                                        *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           PERFORM LIST-ACTIVE-ESCALATIONS

           IF WS-ACTIVE-COUNT = 0
               DISPLAY " "
               DISPLAY "No sessions waiting for an analyst."
           END-IF

           DISPLAY " "
           DISPLAY "Prompt id to act on (blank to re-check, "
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

           PERFORM ACT-ON-ONE-ESCALATION
           .

      *----------------------------------------------------------------*
      * LIST-ACTIVE-ESCALATIONS: Scan the escalation file and display  *
      * every record still OPEN or being steered.                      *
      *----------------------------------------------------------------*
       LIST-ACTIVE-ESCALATIONS.
           MOVE 0 TO WS-ACTIVE-COUNT
           OPEN INPUT ANALYST-ESCALATION
           IF WS-AES-FILE-STATUS NOT = "00"
               DISPLAY "No escalations found yet."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-NEXT-ACTIVE-RECORD
               UNTIL WS-AES-FILE-STATUS NOT = "00"

           CLOSE ANALYST-ESCALATION
           .

      *----------------------------------------------------------------*
      * SHOW-NEXT-ACTIVE-RECORD: Read the next record and display it   *
      * if the runner is still waiting on it.                          *
      *----------------------------------------------------------------*
       SHOW-NEXT-ACTIVE-RECORD.
           READ ANALYST-ESCALATION NEXT RECORD
               AT END
                   MOVE "10" TO WS-AES-FILE-STATUS
               NOT AT END
                   IF AES-STATUS-OPEN OR AES-STATUS-STEERING
                       ADD 1 TO WS-ACTIVE-COUNT
                       DISPLAY " "
                       DISPLAY "Prompt:    "
                           FUNCTION TRIM(AES-PROMPT-ID)
                           "  (" FUNCTION TRIM(AES-STATUS) ")"
                       DISPLAY "Job:       " FUNCTION TRIM(AES-JOB-ID)
                           "  escalated " AES-ESCALATED-AT
                       DISPLAY "Failures:  " AES-FAIL-COUNT
                           "  last: "
                           FUNCTION TRIM(AES-VALFAIL-REASON)
                       DISPLAY "Steer at:  "
                           FUNCTION TRIM(AES-STEER-URL)
                       IF AES-STEERABLE NOT = "Y"
                           DISPLAY "           (view only -- session "
                               "not reported steerable)"
                       END-IF
                       IF AES-STATUS-STEERING
                           DISPLAY "Analyst:   "
                               FUNCTION TRIM(AES-ANALYST-ID)
                               "  joined " AES-JOINED-AT
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ACT-ON-ONE-ESCALATION: Look up a prompt id and, if the runner  *
      * is still waiting on it, record the analyst's action.           *
      *----------------------------------------------------------------*
       ACT-ON-ONE-ESCALATION.
           OPEN I-O ANALYST-ESCALATION
           IF WS-AES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open escalation file"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-PROMPT-ID TO AES-PROMPT-ID
           READ ANALYST-ESCALATION
               INVALID KEY
                   DISPLAY "ERROR: No such escalation"
               NOT INVALID KEY
                   PERFORM RECORD-ANALYST-ACTION
           END-READ

           CLOSE ANALYST-ESCALATION
           .

      *----------------------------------------------------------------*
      * RECORD-ANALYST-ACTION: Join an open escalation, or finish or   *
      * release one being steered, and rewrite the record.             *
      *----------------------------------------------------------------*
       RECORD-ANALYST-ACTION.
           IF NOT AES-STATUS-OPEN AND NOT AES-STATUS-STEERING
               DISPLAY "This escalation is no longer live: "
                   FUNCTION TRIM(AES-STATUS)
               EXIT PARAGRAPH
           END-IF

      *    Steering a live batch session takes a level-3 operator;
      *    below that the console is view-only.
           IF WS-OPERATOR-LEVEL < 3
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " may view but not steer sessions."
               EXIT PARAGRAPH
           END-IF

           IF AES-STATUS-STEERING
               AND AES-ANALYST-ID NOT = WS-OPERATOR-ID
               DISPLAY "Already being steered by "
                   FUNCTION TRIM(AES-ANALYST-ID)
               EXIT PARAGRAPH
           END-IF

           IF AES-STATUS-OPEN
               DISPLAY "Join, or release unsteered? (j/r): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Finish, or release unsteered? (f/r): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-USER-ACTION

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           EVALUATE TRUE
               WHEN (WS-USER-ACTION = "j" OR "J")
                   AND AES-STATUS-OPEN
                   MOVE WS-OPERATOR-ID TO AES-ANALYST-ID
                   MOVE WS-NOW-STAMP(1:14) TO AES-JOINED-AT
                   SET AES-STATUS-STEERING TO TRUE
                   REWRITE ANALYST-ESCALATION-RECORD
                   DISPLAY "Joined. Steer the session at:"
                   DISPLAY "  " FUNCTION TRIM(AES-STEER-URL)
                   DISPLAY "Come back and finish it here when done."
               WHEN (WS-USER-ACTION = "f" OR "F")
                   AND AES-STATUS-STEERING
                   MOVE WS-NOW-STAMP(1:14) TO AES-FINISHED-AT
                   PERFORM COUNT-STEER-SECONDS
                   SET AES-STATUS-FINISHED TO TRUE
                   REWRITE ANALYST-ESCALATION-RECORD
                   COMPUTE WS-STEER-MINUTES =
                       AES-STEER-SECONDS / 60
                   DISPLAY "Finished after " WS-STEER-MINUTES
                       " minute(s) of steering. The runner will "
                       "collect the final reply."
               WHEN WS-USER-ACTION = "r" OR "R"
                   IF AES-ANALYST-ID = SPACES
                       MOVE WS-OPERATOR-ID TO AES-ANALYST-ID
                   END-IF
                   SET AES-STATUS-RELEASED TO TRUE
                   REWRITE ANALYST-ESCALATION-RECORD
                   DISPLAY "Released. The record stays VALFAIL."
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COUNT-STEER-SECONDS: Joined-to-finished time on the record, in *
      * whole seconds.                                                 *
      *----------------------------------------------------------------*
       COUNT-STEER-SECONDS.
           MOVE 0 TO AES-STEER-SECONDS
           IF AES-JOINED-AT IS NOT NUMERIC
               OR AES-FINISHED-AT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE AES-STEER-SECONDS =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AES-FINISHED-AT(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AES-JOINED-AT(1:8)))) * 86400
               + FUNCTION NUMVAL(AES-FINISHED-AT(9:2)) * 3600
               + FUNCTION NUMVAL(AES-FINISHED-AT(11:2)) * 60
               + FUNCTION NUMVAL(AES-FINISHED-AT(13:2))
               - FUNCTION NUMVAL(AES-JOINED-AT(9:2)) * 3600
               - FUNCTION NUMVAL(AES-JOINED-AT(11:2)) * 60
               - FUNCTION NUMVAL(AES-JOINED-AT(13:2))
               ON SIZE ERROR
                   MOVE 0 TO AES-STEER-SECONDS
           END-COMPUTE
           .
