      *================================================================*
      * REISSUE-WORKLIST-CONSOLE.cob                                   *
      * Operator console for the re-issue worklist STALE-ANSWER-SWEEP  *
      * fills when an archived answer or its letter still quotes a     *
      * customer or order value that has since changed. Lists the OPEN *
      * items with the old and new value, and lets the operator either *
      * send the answer for a re-run or mark it not affected (with a   *
      * reason).                                                       *
      *                                                                *
      * A re-run copies the original queue record out of               *
      * PROMPT-QUEUE.DAT under a new "RS" prompt id, appended to       *
      * STALE-RERUN-QUEUE.DAT for the runner to be pointed at, and     *
      * records the pair in RERUN-LINK.DAT under incident STALE-DATA   *
      * -- from there RERUN-COMPARISON-REPORT marks the original       *
      * superseded and REPLY-DELIVERY / CORRESPONDENCE-WRITER issue    *
      * the corrected answer, exactly as for an incident re-run.       *
      * The deciding operator and the time stay on the worklist entry. *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REISSUE-WORKLIST-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-WORKLIST ASSIGN TO WS-SWL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWL-PROMPT-ID
               FILE STATUS IS WS-SWL-FILE-STATUS.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT STALE-RERUN-QUEUE ASSIGN TO WS-SRQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRQ-FILE-STATUS.
           SELECT RERUN-LINK ASSIGN TO WS-RRL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRL-NEW-PROMPT-ID
               FILE STATUS IS WS-RRL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the worklist record written by     *
      *    STALE-ANSWER-SWEEP -- keep the two in sync by hand.         *
       FD  REISSUE-WORKLIST.
       01  REISSUE-WORKLIST-RECORD.
           05 SWL-PROMPT-ID         PIC X(20).
           05 SWL-STATE             PIC X(10).
               88 SWL-STATE-OPEN                VALUE "OPEN".
               88 SWL-STATE-RERUN               VALUE "RERUN".
               88 SWL-STATE-NOTAFFECT           VALUE "NOTAFFECT".
           05 SWL-KEY-KIND          PIC X(8).
           05 SWL-KEY-VALUE         PIC X(12).
           05 SWL-FIELD-NAME        PIC X(12).
           05 SWL-OLD-VALUE         PIC X(128).
           05 SWL-NEW-VALUE         PIC X(128).
           05 SWL-CHANGE-SOURCE     PIC X(8).
           05 SWL-CHANGE-REF        PIC X(40).
           05 SWL-FOUND-IN          PIC X(8).
           05 SWL-LETTER-NAME       PIC X(64).
           05 SWL-SESSION-ID        PIC X(64).
           05 SWL-REPLY-TS          PIC X(21).
           05 SWL-MORE-CHANGES      PIC 9(3).
           05 SWL-FLAGGED-TS        PIC X(21).
           05 SWL-DECIDED-BY        PIC X(8).
           05 SWL-DECIDED-TS        PIC X(21).
           05 SWL-RERUN-ID          PIC X(20).
           05 SWL-NOTE              PIC X(128).

      *    Field-for-field match of the queue record layout in         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  PROMPT-QUEUE.
       01  PROMPT-QUEUE-RECORD.
           05 PQ-PROMPT-ID          PIC X(20).
           05 PQ-PROMPT-TEXT        PIC X(2048).
           05 PQ-TEMPLATE-ID        PIC X(20).
           05 PQ-TEMPLATE-PARAMS.
               10 PQ-PARAM-VALUE    PIC X(256) OCCURS 5 TIMES.
           05 PQ-PRIORITY           PIC X.
           05 PQ-HOLD-STATUS        PIC X(8).
           05 PQ-DEPENDS-ON         PIC X(20).
           05 PQ-VALIDATION.
               10 PQ-REQUIRED-KEYWORD PIC X(64).
               10 PQ-FORBIDDEN-PHRASE PIC X(64).
               10 PQ-MIN-REPLY-LEN    PIC X(5).
               10 PQ-NUMERIC-REQUIRED PIC X.
           05 PQ-MODEL-CLASS        PIC X(16).
           05 PQ-REPLY-MAPPING-ID   PIC X(20).
           05 PQ-DUE-BY             PIC X(14).
           05 PQ-DOC-PATH           PIC X(256).
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       FD  STALE-RERUN-QUEUE.
       01  STALE-RERUN-QUEUE-RECORD PIC X(3887).

      *    Field-for-field match of the link record written by         *
      *    RERUN-SELECTOR -- keep the two in sync by hand.             *
       FD  RERUN-LINK.
       01  RERUN-LINK-RECORD.
           05 RRL-NEW-PROMPT-ID     PIC X(20).
           05 RRL-ORIGINAL-PROMPT-ID PIC X(20).
           05 RRL-INCIDENT-ID       PIC X(12).
           05 RRL-INCIDENT-NOTE     PIC X(64).
           05 RRL-SELECTED-AT       PIC X(14).
           05 RRL-STATE             PIC X(10).
               88 RRL-STATE-QUEUED              VALUE "QUEUED".
               88 RRL-STATE-SUPERSEDED          VALUE "SUPERSEDED".
           05 RRL-RESOLVED-AT       PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-SWL-FILE-NAME         PIC X(64)
           VALUE "REISSUE-WORKLIST.DAT".
       01  WS-SWL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-SRQ-FILE-NAME         PIC X(64)
           VALUE "STALE-RERUN-QUEUE.DAT".
       01  WS-SRQ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RRL-FILE-NAME         PIC X(64)
           VALUE "RERUN-LINK.DAT".
       01  WS-RRL-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-OPEN-COUNT            PIC 9(5)   VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-USER-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-USER-DECISION         PIC X(8)   VALUE SPACES.
       01  WS-USER-NOTE             PIC X(128) VALUE SPACES.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Re-run of one worklist item.
       01  WS-RERUN-SEQ             PIC 9(4)   VALUE 0.
       01  WS-NEW-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-QUEUE-FOUND           PIC 9      VALUE 0.
           88 ORIGINAL-IN-QUEUE                VALUE 1.
       01  WS-LINK-OPEN-ID          PIC X(20)  VALUE SPACES.
       01  WS-RERUN-FLAG            PIC 9      VALUE 0.
           88 RERUN-QUEUED                     VALUE 1.
           88 RERUN-NOT-QUEUED                 VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Any signed-on
      *    operator may read the worklist; deciding an item takes a
      *    level-2 operator.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-DECIDE-LEVEL          PIC 9      VALUE 2.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Re-Issue Worklist Console ==="
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
      * CONSOLE-LOOP: Show open items, then ask for a decision.        *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           PERFORM LIST-OPEN-ITEMS

           IF WS-OPEN-COUNT = 0
               DISPLAY " "
               DISPLAY "No answers waiting on a re-issue decision."
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

           PERFORM DECIDE-ONE-ITEM
           .

      *----------------------------------------------------------------*
      * LIST-OPEN-ITEMS: Scan the worklist and display every entry     *
      * still OPEN.                                                    *
      *----------------------------------------------------------------*
       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "00" TO WS-SWL-FILE-STATUS
           OPEN INPUT REISSUE-WORKLIST
           IF WS-SWL-FILE-STATUS NOT = "00"
               DISPLAY "No re-issue worklist found yet."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-NEXT-OPEN-ITEM
               UNTIL WS-SWL-FILE-STATUS NOT = "00"

           CLOSE REISSUE-WORKLIST
           .

       SHOW-NEXT-OPEN-ITEM.
           READ REISSUE-WORKLIST NEXT RECORD
               AT END
                   MOVE "10" TO WS-SWL-FILE-STATUS
               NOT AT END
                   IF SWL-STATE-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                       DISPLAY " "
                       DISPLAY "Prompt:   "
                           FUNCTION TRIM(SWL-PROMPT-ID)
                           "  found in " FUNCTION TRIM(SWL-FOUND-IN)
                           "  answered " SWL-REPLY-TS(1:14)
                       DISPLAY "Changed:  "
                           FUNCTION TRIM(SWL-KEY-KIND) " "
                           FUNCTION TRIM(SWL-KEY-VALUE) " "
                           FUNCTION TRIM(SWL-FIELD-NAME)
                           "  (" FUNCTION TRIM(SWL-CHANGE-SOURCE) ")"
                       DISPLAY "Was:      "
                           FUNCTION TRIM(SWL-OLD-VALUE)
                       DISPLAY "Now:      "
                           FUNCTION TRIM(SWL-NEW-VALUE)
                       IF SWL-MORE-CHANGES > 0
                           DISPLAY "          and " SWL-MORE-CHANGES
                               " other changed value(s) quoted"
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * DECIDE-ONE-ITEM: Look up a prompt id and, if still open,       *
      * record the operator's decision.                                *
      *----------------------------------------------------------------*
       DECIDE-ONE-ITEM.
           MOVE "00" TO WS-SWL-FILE-STATUS
           OPEN I-O REISSUE-WORKLIST
           IF WS-SWL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open re-issue worklist"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-PROMPT-ID TO SWL-PROMPT-ID
           READ REISSUE-WORKLIST
               INVALID KEY
                   DISPLAY "ERROR: No such prompt id"
               NOT INVALID KEY
                   PERFORM RECORD-OPERATOR-DECISION
           END-READ

           CLOSE REISSUE-WORKLIST
           .

      *----------------------------------------------------------------*
      * RECORD-OPERATOR-DECISION: Show the item and rewrite it as      *
      * re-run or not affected, stamped with the deciding operator     *
      * and the time.                                                  *
      *----------------------------------------------------------------*
       RECORD-OPERATOR-DECISION.
           IF NOT SWL-STATE-OPEN
               DISPLAY "This item was already decided: "
                   FUNCTION TRIM(SWL-STATE) " by "
                   FUNCTION TRIM(SWL-DECIDED-BY)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Session:      " FUNCTION TRIM(SWL-SESSION-ID)
           IF SWL-LETTER-NAME NOT = SPACES
               DISPLAY "Letter:       " FUNCTION TRIM(SWL-LETTER-NAME)
           END-IF
           DISPLAY "Change ref:   " FUNCTION TRIM(SWL-CHANGE-REF)

           IF WS-OPERATOR-LEVEL < WS-DECIDE-LEVEL
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " may view but not decide worklist items."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Re-run, or not affected? (r/n): "
               WITH NO ADVANCING
           ACCEPT WS-USER-DECISION

           MOVE SPACES TO WS-USER-NOTE
           EVALUATE WS-USER-DECISION
               WHEN "r"
               WHEN "R"
                   PERFORM QUEUE-STALE-RERUN
                   IF RERUN-NOT-QUEUED
                       DISPLAY "Re-run not queued; leaving OPEN."
                       EXIT PARAGRAPH
                   END-IF
                   SET SWL-STATE-RERUN TO TRUE
                   MOVE WS-NEW-PROMPT-ID TO SWL-RERUN-ID
               WHEN "n"
               WHEN "N"
                   DISPLAY "Why is the answer not affected:"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-USER-NOTE
                   IF WS-USER-NOTE = SPACES
                       DISPLAY "A reason is required; leaving OPEN."
                       EXIT PARAGRAPH
                   END-IF
                   SET SWL-STATE-NOTAFFECT TO TRUE
               WHEN OTHER
                   DISPLAY "Unrecognised choice; leaving OPEN."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-OPERATOR-ID TO SWL-DECIDED-BY
           MOVE WS-TODAY-DATE  TO SWL-DECIDED-TS
           MOVE WS-USER-NOTE   TO SWL-NOTE

           REWRITE REISSUE-WORKLIST-RECORD
           DISPLAY "Decision recorded: " FUNCTION TRIM(SWL-STATE)
               " by " FUNCTION TRIM(WS-OPERATOR-ID)
           IF SWL-STATE-RERUN
               DISPLAY "Re-run queued as "
                   FUNCTION TRIM(SWL-RERUN-ID) " in "
                   FUNCTION TRIM(WS-SRQ-FILE-NAME)
           END-IF
           .

      *----------------------------------------------------------------*
      * QUEUE-STALE-RERUN: The original queue record under a new "RS"  *
      * id, appended to the stale-data re-run queue, and its link to   *
      * the original. An original already waiting on a re-run is not   *
      * queued twice; the existing re-run id is taken instead.         *
      *----------------------------------------------------------------*
       QUEUE-STALE-RERUN.
           SET RERUN-NOT-QUEUED TO TRUE
           MOVE SPACES TO WS-NEW-PROMPT-ID

           PERFORM FIND-OPEN-RERUN-LINK
           IF WS-LINK-OPEN-ID NOT = SPACES
               DISPLAY "Already waiting on re-run "
                   FUNCTION TRIM(WS-LINK-OPEN-ID)
               MOVE WS-LINK-OPEN-ID TO WS-NEW-PROMPT-ID
               SET RERUN-QUEUED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ORIGINAL-QUEUE-RECORD
           IF NOT ORIGINAL-IN-QUEUE
               DISPLAY "ERROR: " FUNCTION TRIM(SWL-PROMPT-ID)
                   " not found in " FUNCTION TRIM(WS-PQ-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-RRL-FILE-STATUS
           OPEN I-O RERUN-LINK
           IF WS-RRL-FILE-STATUS = "35"
               OPEN OUTPUT RERUN-LINK
               CLOSE RERUN-LINK
               OPEN I-O RERUN-LINK
           END-IF
           IF WS-RRL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-RRL-FILE-NAME)
                   " (" WS-RRL-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-SRQ-FILE-STATUS
           OPEN EXTEND STALE-RERUN-QUEUE
           IF WS-SRQ-FILE-STATUS = "35" OR WS-SRQ-FILE-STATUS = "05"
               OPEN OUTPUT STALE-RERUN-QUEUE
           END-IF
           IF WS-SRQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-SRQ-FILE-NAME)
               CLOSE RERUN-LINK
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           ADD 1 TO WS-RERUN-SEQ
           STRING
               "RS" WS-TODAY-DATE(3:12) WS-RERUN-SEQ
               DELIMITED SIZE
               INTO WS-NEW-PROMPT-ID
           END-STRING

           MOVE WS-NEW-PROMPT-ID TO PQ-PROMPT-ID
           WRITE STALE-RERUN-QUEUE-RECORD FROM PROMPT-QUEUE-RECORD
           CLOSE STALE-RERUN-QUEUE

           MOVE WS-NEW-PROMPT-ID TO RRL-NEW-PROMPT-ID
           MOVE SWL-PROMPT-ID TO RRL-ORIGINAL-PROMPT-ID
           MOVE "STALE-DATA" TO RRL-INCIDENT-ID
           MOVE SPACES TO RRL-INCIDENT-NOTE
           STRING
               FUNCTION TRIM(SWL-KEY-KIND) " "
               FUNCTION TRIM(SWL-KEY-VALUE) " "
               FUNCTION TRIM(SWL-FIELD-NAME) " changed"
               DELIMITED SIZE
               INTO RRL-INCIDENT-NOTE
           END-STRING
           MOVE WS-TODAY-DATE(1:14) TO RRL-SELECTED-AT
           SET RRL-STATE-QUEUED TO TRUE
           MOVE SPACES TO RRL-RESOLVED-AT
           WRITE RERUN-LINK-RECORD
               INVALID KEY
                   REWRITE RERUN-LINK-RECORD
           END-WRITE
           CLOSE RERUN-LINK

           SET RERUN-QUEUED TO TRUE
           .

      *----------------------------------------------------------------*
      * FIND-OPEN-RERUN-LINK: A QUEUED link already redoing this       *
      * original, from an incident selection or an earlier decision.   *
      *----------------------------------------------------------------*
       FIND-OPEN-RERUN-LINK.
           MOVE SPACES TO WS-LINK-OPEN-ID
           MOVE "00" TO WS-RRL-FILE-STATUS
           OPEN INPUT RERUN-LINK
           IF WS-RRL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-RERUN-LINK
               UNTIL WS-RRL-FILE-STATUS NOT = "00"
               OR WS-LINK-OPEN-ID NOT = SPACES

           CLOSE RERUN-LINK
           .

       TEST-ONE-RERUN-LINK.
           READ RERUN-LINK NEXT RECORD
               AT END
                   MOVE "10" TO WS-RRL-FILE-STATUS
               NOT AT END
                   IF RRL-STATE-QUEUED
                       AND RRL-ORIGINAL-PROMPT-ID = SWL-PROMPT-ID
                       MOVE RRL-NEW-PROMPT-ID TO WS-LINK-OPEN-ID
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-ORIGINAL-QUEUE-RECORD: The original's queue record, left  *
      * in PROMPT-QUEUE-RECORD when found.                             *
      *----------------------------------------------------------------*
       FIND-ORIGINAL-QUEUE-RECORD.
           MOVE 0 TO WS-QUEUE-FOUND
           MOVE "00" TO WS-PQ-FILE-STATUS
           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"
               OR ORIGINAL-IN-QUEUE

           CLOSE PROMPT-QUEUE
           .

       TEST-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID = SWL-PROMPT-ID
                       MOVE 1 TO WS-QUEUE-FOUND
                   END-IF
           END-READ
           .
