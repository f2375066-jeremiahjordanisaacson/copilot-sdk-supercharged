      *================================================================*
      * COPILOT-SUBAGENT-LOG.cob                                       *
      * Keeps one record per delegated sub-agent per turn in the       *
      * indexed sub-agent activity file SUBAGENT-ACTIVITY.DAT, keyed   *
      * by session id, turn number and agent id, with the parent       *
      * agent's id kept so the delegation tree can be drawn back out   *
      * of it. CALLed by COPILOT-SESSION from READ-NEXT-EVENT for      *
      * every session.subagent.* notification, and from the           *
      * telemetry handler whenever a usage figure names the agent      *
      * that spent it.                                                 *
      *                                                                *
      * Event kinds passed in LS-EVENT-KIND:                           *
      *   START    agent started; LS-DETAIL is the agent's name        *
      *   MESSAGE  agent produced a message; LS-DETAIL is the text     *
      *   TOOL     agent called a tool; LS-DETAIL is the tool name     *
      *   FINISH   agent completed                                     *
      *   FAIL     agent ended in error; LS-DETAIL is the error text   *
      *   USAGE    measured tokens for the agent (LS-MODEL and the     *
      *            two token counts)                                   *
      * An event for an agent with no record yet (its start notice     *
      * lost, or streaming switched on mid-turn) opens the record      *
      * there and then, so nothing the agent did is dropped.           *
      * SUBAGENT-TREE-REPORT reads the file.                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-SUBAGENT-LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBAGENT-ACTIVITY ASSIGN TO WS-SAA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAA-KEY
               FILE STATUS IS WS-SAA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBAGENT-ACTIVITY.
       01  SUBAGENT-ACTIVITY-RECORD.
           05 SAA-KEY.
               10 SAA-SESSION-ID    PIC X(64).
               10 SAA-TURN-NO       PIC 9(10).
               10 SAA-AGENT-ID      PIC X(64).
           05 SAA-PARENT-ID         PIC X(64).
           05 SAA-JOB-ID            PIC X(20).
           05 SAA-AGENT-NAME        PIC X(64).
           05 SAA-STATUS            PIC X(10).
               88 SAA-STATUS-RUNNING            VALUE "RUNNING".
               88 SAA-STATUS-FINISHED           VALUE "FINISHED".
               88 SAA-STATUS-FAILED             VALUE "FAILED".
           05 SAA-STARTED-AT        PIC X(21).
           05 SAA-FINISHED-AT       PIC X(21).
           05 SAA-MESSAGE-COUNT     PIC 9(5).
           05 SAA-TOOL-CALL-COUNT   PIC 9(5).
           05 SAA-TOOL-ENTRY        OCCURS 8 TIMES.
               10 SAA-TOOL-NAME     PIC X(32).
               10 SAA-TOOL-USES     PIC 9(5).
           05 SAA-MODEL             PIC X(64).
           05 SAA-INPUT-TOKENS      PIC 9(10).
           05 SAA-OUTPUT-TOKENS     PIC 9(10).
           05 SAA-LAST-TEXT         PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-SAA-FILE-NAME         PIC X(64)
           VALUE "SUBAGENT-ACTIVITY.DAT".
       01  WS-SAA-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-RECORD-SWITCH         PIC 9      VALUE 0.
           88 RECORD-IS-NEW                    VALUE 1.
           88 RECORD-ON-FILE                   VALUE 0.
       01  WS-TOOL-IDX              PIC 9(2)   VALUE 0.
       01  WS-TOOL-SLOT             PIC 9(2)   VALUE 0.

       LINKAGE SECTION.
       01  LS-JOB-ID                PIC X(20).
       01  LS-SESSION-ID            PIC X(64).
       01  LS-TURN-NO               PIC 9(10).
       01  LS-EVENT-KIND            PIC X(8).
       01  LS-AGENT-ID              PIC X(64).
       01  LS-PARENT-ID             PIC X(64).
       01  LS-DETAIL                PIC X(256).
       01  LS-MODEL                 PIC X(64).
       01  LS-INPUT-TOKENS          PIC 9(10).
       01  LS-OUTPUT-TOKENS         PIC 9(10).

       PROCEDURE DIVISION.

       ENTRY "COPILOT-LOG-SUBAGENT-EVENT" USING LS-JOB-ID
           LS-SESSION-ID LS-TURN-NO LS-EVENT-KIND LS-AGENT-ID
           LS-PARENT-ID LS-DETAIL LS-MODEL LS-INPUT-TOKENS
           LS-OUTPUT-TOKENS.

           IF LS-AGENT-ID = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN I-O SUBAGENT-ACTIVITY
           IF WS-SAA-FILE-STATUS = "35"
               OPEN OUTPUT SUBAGENT-ACTIVITY
               CLOSE SUBAGENT-ACTIVITY
               OPEN I-O SUBAGENT-ACTIVITY
           END-IF
           IF WS-SAA-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM FETCH-AGENT-RECORD
           PERFORM APPLY-AGENT-EVENT

           IF RECORD-IS-NEW
               WRITE SUBAGENT-ACTIVITY-RECORD
                   INVALID KEY
                       REWRITE SUBAGENT-ACTIVITY-RECORD
               END-WRITE
           ELSE
               REWRITE SUBAGENT-ACTIVITY-RECORD
           END-IF

           CLOSE SUBAGENT-ACTIVITY

           GOBACK
           .

      *----------------------------------------------------------------*
      * FETCH-AGENT-RECORD: The agent's record for this turn, or a     *
      * fresh RUNNING one when this is the first we have heard of it.  *
      *----------------------------------------------------------------*
       FETCH-AGENT-RECORD.
           SET RECORD-ON-FILE TO TRUE
           MOVE LS-SESSION-ID TO SAA-SESSION-ID
           MOVE LS-TURN-NO    TO SAA-TURN-NO
           MOVE LS-AGENT-ID   TO SAA-AGENT-ID
           READ SUBAGENT-ACTIVITY
               INVALID KEY
                   SET RECORD-IS-NEW TO TRUE
           END-READ

           IF RECORD-IS-NEW
               MOVE SPACES TO SUBAGENT-ACTIVITY-RECORD
               MOVE LS-SESSION-ID TO SAA-SESSION-ID
               MOVE LS-TURN-NO    TO SAA-TURN-NO
               MOVE LS-AGENT-ID   TO SAA-AGENT-ID
               MOVE LS-JOB-ID     TO SAA-JOB-ID
               SET SAA-STATUS-RUNNING TO TRUE
               MOVE WS-TODAY-DATE TO SAA-STARTED-AT
               MOVE 0 TO SAA-MESSAGE-COUNT
               MOVE 0 TO SAA-TOOL-CALL-COUNT
               MOVE 0 TO SAA-INPUT-TOKENS
               MOVE 0 TO SAA-OUTPUT-TOKENS
               PERFORM CLEAR-ONE-TOOL-ENTRY
                   VARYING WS-TOOL-IDX FROM 1 BY 1
                   UNTIL WS-TOOL-IDX > 8
           END-IF

           IF LS-PARENT-ID NOT = SPACES
               MOVE LS-PARENT-ID TO SAA-PARENT-ID
           END-IF
           .

       CLEAR-ONE-TOOL-ENTRY.
           MOVE SPACES TO SAA-TOOL-NAME(WS-TOOL-IDX)
           MOVE 0 TO SAA-TOOL-USES(WS-TOOL-IDX)
           .

      *----------------------------------------------------------------*
      * APPLY-AGENT-EVENT: Fold one notification into the record.      *
      *----------------------------------------------------------------*
       APPLY-AGENT-EVENT.
           EVALUATE LS-EVENT-KIND
               WHEN "START"
                   MOVE WS-TODAY-DATE TO SAA-STARTED-AT
                   IF LS-DETAIL NOT = SPACES
                       MOVE LS-DETAIL TO SAA-AGENT-NAME
                   END-IF
               WHEN "MESSAGE"
                   ADD 1 TO SAA-MESSAGE-COUNT
                   IF LS-DETAIL NOT = SPACES
                       MOVE LS-DETAIL TO SAA-LAST-TEXT
                   END-IF
               WHEN "TOOL"
                   ADD 1 TO SAA-TOOL-CALL-COUNT
                   PERFORM COUNT-TOOL-USE
               WHEN "FINISH"
                   SET SAA-STATUS-FINISHED TO TRUE
                   MOVE WS-TODAY-DATE TO SAA-FINISHED-AT
               WHEN "FAIL"
                   SET SAA-STATUS-FAILED TO TRUE
                   MOVE WS-TODAY-DATE TO SAA-FINISHED-AT
                   IF LS-DETAIL NOT = SPACES
                       MOVE LS-DETAIL TO SAA-LAST-TEXT
                   END-IF
               WHEN "USAGE"
                   IF LS-MODEL NOT = SPACES
                       MOVE LS-MODEL TO SAA-MODEL
                   END-IF
                   ADD LS-INPUT-TOKENS  TO SAA-INPUT-TOKENS
                   ADD LS-OUTPUT-TOKENS TO SAA-OUTPUT-TOKENS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COUNT-TOOL-USE: Tally the call against the tool's slot, taking *
      * a free slot for a tool not seen before. Past eight distinct    *
      * tools the call still counts in SAA-TOOL-CALL-COUNT.            *
      *----------------------------------------------------------------*
       COUNT-TOOL-USE.
           IF LS-DETAIL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOOL-SLOT
           PERFORM TEST-ONE-TOOL-SLOT
               VARYING WS-TOOL-IDX FROM 1 BY 1
               UNTIL WS-TOOL-IDX > 8 OR WS-TOOL-SLOT > 0

           IF WS-TOOL-SLOT > 0
               MOVE LS-DETAIL(1:32) TO SAA-TOOL-NAME(WS-TOOL-SLOT)
               ADD 1 TO SAA-TOOL-USES(WS-TOOL-SLOT)
           END-IF
           .

       TEST-ONE-TOOL-SLOT.
           IF SAA-TOOL-NAME(WS-TOOL-IDX) = LS-DETAIL(1:32)
               OR SAA-TOOL-NAME(WS-TOOL-IDX) = SPACES
               MOVE WS-TOOL-IDX TO WS-TOOL-SLOT
           END-IF
           .

       STOP RUN.
