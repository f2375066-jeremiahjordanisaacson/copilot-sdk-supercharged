      *================================================================*
      * SUBAGENT-TREE-REPORT.cob                                       *
      * Delegation tree for one session, drawn from the sub-agent      *
      * activity file (SUBAGENT-ACTIVITY.DAT) that COPILOT-SESSION     *
      * keeps when sub-agent streaming is switched on. Asked for a     *
      * session id or a prompt id (the archive gives the prompt's      *
      * session), it prints each turn's sub-agents indented under the  *
      * agent that delegated to them, with what each did: its status,  *
      * how long it ran, how many messages and tool calls it made and  *
      * with which tools, and the measured tokens credited to it.      *
      * The session's total from the usage ledger is set against the  *
      * delegated share, and the costliest delegations are listed so   *
      * the expensive ones stand out.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBAGENT-TREE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT SUBAGENT-ACTIVITY ASSIGN TO WS-SAA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAA-KEY
               FILE STATUS IS WS-SAA-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the archive record written by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  RESPONSE-ARCHIVE.
       01  RESPONSE-ARCHIVE-RECORD.
           05 RA-PROMPT-ID          PIC X(20).
           05 RA-STATUS             PIC X(10).
           05 RA-SESSION-ID         PIC X(64).
           05 RA-JOB-ID             PIC X(20).
           05 RA-TIMESTAMP          PIC X(21).
           05 RA-REPLY-TEXT         PIC X(4096).
           05 RA-PROFILE-ID         PIC X(12).
           05 RA-TEMPLATE-VERSION   PIC 9(3).
           05 RA-SUPERSEDED-BY      PIC X(20).
           05 RA-IMAGE-REF          PIC X(20).
           05 RA-LANGUAGE           PIC X(2).
           05 RA-ORIGINAL-TEXT      PIC X(4096).
           05 RA-CRYPT-STAMP.
               10 RA-CRYPT-KEY-ID   PIC X(8).
               10 RA-CRYPT-SALT     PIC X(8).

      *    Field-for-field match of the activity record written by     *
      *    COPILOT-SUBAGENT-LOG -- keep the two in sync by hand.       *
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

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, the archive is read from
      *    the mirror copy under MIRROR-DIR instead of the primary.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-SAA-FILE-NAME         PIC X(64)
           VALUE "SUBAGENT-ACTIVITY.DAT".
       01  WS-SAA-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".

       01  WS-ID-INPUT              PIC X(64)  VALUE SPACES.
       01  WS-SESSION-ID            PIC X(64)  VALUE SPACES.
       01  WS-PROMPT-ID             PIC X(20)  VALUE SPACES.

      *    The session's sub-agents, in key order (turn, then agent).
       01  WS-AGENT-TABLE.
           05 WS-AGT-COUNT          PIC 9(3)   VALUE 0.
           05 WS-AGT-ENTRY OCCURS 300 TIMES.
               10 WS-AGT-TURN-NO    PIC 9(10)  VALUE 0.
               10 WS-AGT-ID         PIC X(64)  VALUE SPACES.
               10 WS-AGT-PARENT-ID  PIC X(64)  VALUE SPACES.
               10 WS-AGT-NAME       PIC X(32)  VALUE SPACES.
               10 WS-AGT-STATUS     PIC X(10)  VALUE SPACES.
               10 WS-AGT-SECONDS    PIC 9(7)V9 VALUE 0.
               10 WS-AGT-TIMED      PIC X      VALUE "N".
               10 WS-AGT-MESSAGES   PIC 9(5)   VALUE 0.
               10 WS-AGT-TOOL-CALLS PIC 9(5)   VALUE 0.
               10 WS-AGT-TOOL-LIST  PIC X(160) VALUE SPACES.
               10 WS-AGT-MODEL      PIC X(32)  VALUE SPACES.
               10 WS-AGT-IN-TOKENS  PIC 9(10)  VALUE 0.
               10 WS-AGT-OUT-TOKENS PIC 9(10)  VALUE 0.
               10 WS-AGT-PRINTED    PIC X      VALUE "N".
       01  WS-AGT-OVERFLOW          PIC 9(5)   VALUE 0.

      *    Depth-first walk of one turn's tree: entries still to print,
      *    each with its depth below the session's own agent.
       01  WS-WALK-STACK.
           05 WS-STK-COUNT          PIC 9(3)   VALUE 0.
           05 WS-STK-ENTRY OCCURS 300 TIMES.
               10 WS-STK-AGT-IDX    PIC 9(3)   VALUE 0.
               10 WS-STK-DEPTH      PIC 9(2)   VALUE 0.

       01  WS-IDX                   PIC 9(3)   VALUE 0.
       01  WS-SCAN-IDX              PIC 9(3)   VALUE 0.
       01  WS-TOOL-IDX              PIC 9(2)   VALUE 0.
       01  WS-CUR-IDX               PIC 9(3)   VALUE 0.
       01  WS-CUR-DEPTH             PIC 9(2)   VALUE 0.
       01  WS-TURN-FIRST            PIC 9(3)   VALUE 0.
       01  WS-TURN-LAST             PIC 9(3)   VALUE 0.
       01  WS-CUR-TURN              PIC 9(10)  VALUE 0.
       01  WS-TURN-END-SWITCH       PIC 9      VALUE 0.
           88 TURN-END-FOUND                   VALUE 1.
           88 TURN-END-NOT-FOUND               VALUE 0.
       01  WS-PARENT-SWITCH         PIC 9      VALUE 0.
           88 PARENT-IN-TURN                   VALUE 1.
           88 PARENT-NOT-IN-TURN               VALUE 0.

       01  WS-TOOL-PTR              PIC 9(3)   VALUE 1.
       01  WS-TOOL-USES-EDIT        PIC Z(4)9.
       01  WS-OUT-LINE              PIC X(200) VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(3)   VALUE 1.
       01  WS-SECONDS-EDIT          PIC Z(6)9.9.
       01  WS-COUNT-EDIT            PIC Z(4)9.
       01  WS-TOKEN-EDIT            PIC Z(9)9.
       01  WS-TOKEN-EDIT-2          PIC Z(9)9.

      *    Elapsed-time arithmetic on CURRENT-DATE style stamps.
       01  WS-STAMP                 PIC X(21)  VALUE SPACES.
       01  WS-STAMP-DATE            PIC 9(8)   VALUE 0.
       01  WS-STAMP-SECONDS         PIC 9(11)V99 VALUE 0.
       01  WS-START-SECONDS         PIC 9(11)V99 VALUE 0.

      *    Usage-ledger scan: "ts job session turn model in out".
       01  WS-LINE-BUFFER           PIC X(512) VALUE SPACES.
       01  WS-TOK-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-TOK-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-TOK-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-TOK-TURN              PIC X(10)  VALUE SPACES.
       01  WS-TOK-MODEL             PIC X(64)  VALUE SPACES.
       01  WS-TOK-IN                PIC X(10)  VALUE SPACES.
       01  WS-TOK-OUT               PIC X(10)  VALUE SPACES.

       01  WS-SESSION-IN-TOKENS     PIC 9(12)  VALUE 0.
       01  WS-SESSION-OUT-TOKENS    PIC 9(12)  VALUE 0.
       01  WS-DELEGATED-IN-TOKENS   PIC 9(12)  VALUE 0.
       01  WS-DELEGATED-OUT-TOKENS  PIC 9(12)  VALUE 0.
       01  WS-DELEGATED-PCT         PIC 9(3)V9 VALUE 0.
       01  WS-PCT-EDIT              PIC ZZ9.9.
       01  WS-BIG-EDIT              PIC Z(11)9.

      *    The costliest delegations, largest first.
       01  WS-TOP-LIMIT             PIC 9(2)   VALUE 5.
       01  WS-TOP-TABLE.
           05 WS-TOP-COUNT          PIC 9(2)   VALUE 0.
           05 WS-TOP-ENTRY OCCURS 5 TIMES.
               10 WS-TOP-AGT-IDX    PIC 9(3)   VALUE 0.
               10 WS-TOP-TOKENS     PIC 9(11)  VALUE 0.
       01  WS-TOP-IDX               PIC 9(2)   VALUE 0.
       01  WS-TOP-SLOT              PIC 9(2)   VALUE 0.
       01  WS-CAND-TOKENS           PIC 9(11)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Sub-Agent Delegation Tree ==="
           DISPLAY " "

           DISPLAY "Session id or prompt id: " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES
               DISPLAY "A session id or prompt id is required."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM LOAD-MIRROR-CONFIG
           PERFORM RESOLVE-SESSION-ID

           DISPLAY " "
           IF WS-PROMPT-ID NOT = SPACES
               DISPLAY "Prompt:  " FUNCTION TRIM(WS-PROMPT-ID)
           END-IF
           DISPLAY "Session: " FUNCTION TRIM(WS-SESSION-ID)

           PERFORM LOAD-SESSION-AGENTS
           IF WS-AGT-COUNT = 0
               DISPLAY " "
               DISPLAY "No sub-agent activity recorded for this "
                   "session."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM SUM-SESSION-LEDGER

           MOVE 1 TO WS-IDX
           PERFORM PRINT-ONE-TURN-TREE
               UNTIL WS-IDX > WS-AGT-COUNT

           PERFORM PRINT-USAGE-SUMMARY
           PERFORM PRINT-COSTLIEST-DELEGATIONS

           IF WS-AGT-OVERFLOW > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-AGT-OVERFLOW
                   " further sub-agent records not shown."
           END-IF

           DISPLAY " "
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-MIRROR-CONFIG: Pick up the hot-standby keywords. With    *
      * the FILE-SET failover switch thrown, the archive is read out  *
      * of the mirror directory like every other reader's.            *
      *----------------------------------------------------------------*
       LOAD-MIRROR-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-MIRROR-KEYWORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG

           IF FILE-SET-MIRROR
               PERFORM APPLY-FAILOVER-FILE-SET
           END-IF
           .

       APPLY-ONE-MIRROR-KEYWORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "MIRROR-DIR"
                           MOVE SCFG-VALUE TO WS-MIRROR-DIR
                       WHEN "FILE-SET"
                           MOVE SCFG-VALUE(1:8) TO WS-FILE-SET
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       APPLY-FAILOVER-FILE-SET.
           MOVE WS-RA-FILE-NAME TO WS-MIRROR-NAME-WORK
           MOVE SPACES TO WS-RA-FILE-NAME
           STRING
               FUNCTION TRIM(WS-MIRROR-DIR) "/"
               FUNCTION TRIM(WS-MIRROR-NAME-WORK)
               DELIMITED SIZE
               INTO WS-RA-FILE-NAME
           END-STRING
           .

      *----------------------------------------------------------------*
      * RESOLVE-SESSION-ID: An id the archive knows as a prompt id is  *
      * taken to its session; anything else is a session id as given.  *
      *----------------------------------------------------------------*
       RESOLVE-SESSION-ID.
           MOVE WS-ID-INPUT TO WS-SESSION-ID
           MOVE SPACES TO WS-PROMPT-ID

           IF WS-ID-INPUT(21:44) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-INPUT(1:20) TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RA-SESSION-ID NOT = SPACES
                       MOVE RA-PROMPT-ID  TO WS-PROMPT-ID
                       MOVE RA-SESSION-ID TO WS-SESSION-ID
                   END-IF
           END-READ

           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * LOAD-SESSION-AGENTS: Position on the session's first key and   *
      * read forward while the records still belong to it.             *
      *----------------------------------------------------------------*
       LOAD-SESSION-AGENTS.
           MOVE 0 TO WS-AGT-COUNT

           OPEN INPUT SUBAGENT-ACTIVITY
           IF WS-SAA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SESSION-ID TO SAA-SESSION-ID
           MOVE 0 TO SAA-TURN-NO
           MOVE LOW-VALUES TO SAA-AGENT-ID
           START SUBAGENT-ACTIVITY KEY IS NOT LESS THAN SAA-KEY
               INVALID KEY
                   MOVE "10" TO WS-SAA-FILE-STATUS
           END-START

           PERFORM LOAD-ONE-AGENT-RECORD
               UNTIL WS-SAA-FILE-STATUS NOT = "00"

           CLOSE SUBAGENT-ACTIVITY
           .

       LOAD-ONE-AGENT-RECORD.
           READ SUBAGENT-ACTIVITY NEXT RECORD
               AT END
                   MOVE "10" TO WS-SAA-FILE-STATUS
               NOT AT END
                   IF SAA-SESSION-ID NOT = WS-SESSION-ID
                       MOVE "10" TO WS-SAA-FILE-STATUS
                   ELSE
                       IF WS-AGT-COUNT < 300
                           ADD 1 TO WS-AGT-COUNT
                           PERFORM STORE-AGENT-ENTRY
                       ELSE
                           ADD 1 TO WS-AGT-OVERFLOW
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * STORE-AGENT-ENTRY: Copy the record into the table, working out *
      * the run time and the "tool x3, tool x1" list on the way.       *
      *----------------------------------------------------------------*
       STORE-AGENT-ENTRY.
           MOVE WS-AGT-COUNT TO WS-CUR-IDX
           MOVE SAA-TURN-NO      TO WS-AGT-TURN-NO(WS-CUR-IDX)
           MOVE SAA-AGENT-ID     TO WS-AGT-ID(WS-CUR-IDX)
           MOVE SAA-PARENT-ID    TO WS-AGT-PARENT-ID(WS-CUR-IDX)
           MOVE SAA-AGENT-NAME   TO WS-AGT-NAME(WS-CUR-IDX)
           IF WS-AGT-NAME(WS-CUR-IDX) = SPACES
               MOVE SAA-AGENT-ID TO WS-AGT-NAME(WS-CUR-IDX)
           END-IF
           MOVE SAA-STATUS       TO WS-AGT-STATUS(WS-CUR-IDX)
           MOVE SAA-MESSAGE-COUNT TO WS-AGT-MESSAGES(WS-CUR-IDX)
           MOVE SAA-TOOL-CALL-COUNT TO WS-AGT-TOOL-CALLS(WS-CUR-IDX)
           MOVE SAA-MODEL        TO WS-AGT-MODEL(WS-CUR-IDX)
           MOVE SAA-INPUT-TOKENS TO WS-AGT-IN-TOKENS(WS-CUR-IDX)
           MOVE SAA-OUTPUT-TOKENS TO WS-AGT-OUT-TOKENS(WS-CUR-IDX)
           MOVE "N" TO WS-AGT-PRINTED(WS-CUR-IDX)

           ADD SAA-INPUT-TOKENS  TO WS-DELEGATED-IN-TOKENS
           ADD SAA-OUTPUT-TOKENS TO WS-DELEGATED-OUT-TOKENS

           MOVE "N" TO WS-AGT-TIMED(WS-CUR-IDX)
           MOVE 0 TO WS-AGT-SECONDS(WS-CUR-IDX)
           IF SAA-STARTED-AT(1:14) IS NUMERIC
               AND SAA-FINISHED-AT(1:14) IS NUMERIC
               MOVE SAA-STARTED-AT TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE SAA-FINISHED-AT TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS >= WS-START-SECONDS
                   COMPUTE WS-AGT-SECONDS(WS-CUR-IDX) ROUNDED =
                       WS-STAMP-SECONDS - WS-START-SECONDS
                   MOVE "Y" TO WS-AGT-TIMED(WS-CUR-IDX)
               END-IF
           END-IF

           MOVE SPACES TO WS-AGT-TOOL-LIST(WS-CUR-IDX)
           MOVE 1 TO WS-TOOL-PTR
           PERFORM LIST-ONE-TOOL
               VARYING WS-TOOL-IDX FROM 1 BY 1
               UNTIL WS-TOOL-IDX > 8

           PERFORM RANK-AGENT-COST
           .

       LIST-ONE-TOOL.
           IF SAA-TOOL-NAME(WS-TOOL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SAA-TOOL-USES(WS-TOOL-IDX) TO WS-TOOL-USES-EDIT
           IF WS-TOOL-PTR > 1
               STRING ", " DELIMITED SIZE
                   INTO WS-AGT-TOOL-LIST(WS-CUR-IDX)
                   WITH POINTER WS-TOOL-PTR
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(SAA-TOOL-NAME(WS-TOOL-IDX)) " x"
               FUNCTION TRIM(WS-TOOL-USES-EDIT)
               DELIMITED SIZE
               INTO WS-AGT-TOOL-LIST(WS-CUR-IDX)
               WITH POINTER WS-TOOL-PTR
           END-STRING
           .

      *----------------------------------------------------------------*
      * STAMP-TO-SECONDS: YYYYMMDDHHMMSShh in WS-STAMP to seconds on   *
      * a running day count, so a run over midnight still times.      *
      *----------------------------------------------------------------*
       STAMP-TO-SECONDS.
           MOVE WS-STAMP(1:8) TO WS-STAMP-DATE
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP(13:2))
           IF WS-STAMP(15:2) IS NUMERIC
               COMPUTE WS-STAMP-SECONDS = WS-STAMP-SECONDS
                   + FUNCTION NUMVAL(WS-STAMP(15:2)) / 100
           END-IF
           .

      *----------------------------------------------------------------*
      * RANK-AGENT-COST: Keep the entry in the top-five table if its   *
      * measured tokens earn a place there.                            *
      *----------------------------------------------------------------*
       RANK-AGENT-COST.
           COMPUTE WS-CAND-TOKENS =
               SAA-INPUT-TOKENS + SAA-OUTPUT-TOKENS
           IF WS-CAND-TOKENS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOP-SLOT
           PERFORM FIND-TOP-SLOT
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT OR WS-TOP-SLOT > 0
           IF WS-TOP-SLOT = 0
               IF WS-TOP-COUNT >= WS-TOP-LIMIT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOP-COUNT
               MOVE WS-TOP-COUNT TO WS-TOP-SLOT
           ELSE
               IF WS-TOP-COUNT < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM SHIFT-ONE-TOP-ENTRY
                   VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-SLOT
           END-IF

           MOVE WS-CUR-IDX     TO WS-TOP-AGT-IDX(WS-TOP-SLOT)
           MOVE WS-CAND-TOKENS TO WS-TOP-TOKENS(WS-TOP-SLOT)
           .

       FIND-TOP-SLOT.
           IF WS-CAND-TOKENS > WS-TOP-TOKENS(WS-TOP-IDX)
               MOVE WS-TOP-IDX TO WS-TOP-SLOT
           END-IF
           .

       SHIFT-ONE-TOP-ENTRY.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
               TO WS-TOP-ENTRY(WS-TOP-IDX)
           .

      *----------------------------------------------------------------*
      * SUM-SESSION-LEDGER: The session's measured total, delegated    *
      * and undelegated together, from the usage ledger.               *
      *----------------------------------------------------------------*
       SUM-SESSION-LEDGER.
           MOVE 0 TO WS-SESSION-IN-TOKENS
           MOVE 0 TO WS-SESSION-OUT-TOKENS

           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-ONE-LEDGER-LINE
               UNTIL WS-ULED-FILE-STATUS NOT = "00"

           CLOSE USAGE-LEDGER
           .

       SCAN-ONE-LEDGER-LINE.
           READ USAGE-LEDGER INTO WS-LINE-BUFFER
               AT END
                   MOVE "10" TO WS-ULED-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-TOK-SESSION-ID
                   MOVE SPACES TO WS-TOK-IN
                   MOVE SPACES TO WS-TOK-OUT
                   UNSTRING WS-LINE-BUFFER DELIMITED BY ALL SPACE
                       INTO WS-TOK-TIMESTAMP WS-TOK-JOB-ID
                            WS-TOK-SESSION-ID WS-TOK-TURN
                            WS-TOK-MODEL WS-TOK-IN WS-TOK-OUT
                   END-UNSTRING
                   IF WS-TOK-SESSION-ID = WS-SESSION-ID
                       IF FUNCTION TRIM(WS-TOK-IN) IS NUMERIC
                           ADD FUNCTION NUMVAL(WS-TOK-IN)
                               TO WS-SESSION-IN-TOKENS
                       END-IF
                       IF FUNCTION TRIM(WS-TOK-OUT) IS NUMERIC
                           ADD FUNCTION NUMVAL(WS-TOK-OUT)
                               TO WS-SESSION-OUT-TOKENS
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * PRINT-ONE-TURN-TREE: The turn starting at WS-IDX. Agents whose *
      * parent is blank, or not among this turn's agents, hang off the *
      * session's own agent; each is followed by its delegates, one    *
      * level further in. Anything left unprinted after that (a loop   *
      * in the parent links) is printed from where it stands.          *
      *----------------------------------------------------------------*
       PRINT-ONE-TURN-TREE.
           MOVE WS-IDX TO WS-TURN-FIRST
           MOVE WS-AGT-TURN-NO(WS-IDX) TO WS-CUR-TURN
           MOVE WS-IDX TO WS-TURN-LAST
           SET TURN-END-NOT-FOUND TO TRUE
           PERFORM FIND-TURN-LAST
               UNTIL TURN-END-FOUND

           DISPLAY " "
           DISPLAY "Turn " WS-CUR-TURN
           DISPLAY "  session agent"

           MOVE 0 TO WS-STK-COUNT
           PERFORM PUSH-IF-TURN-ROOT
               VARYING WS-SCAN-IDX FROM WS-TURN-LAST BY -1
               UNTIL WS-SCAN-IDX < WS-TURN-FIRST
           PERFORM PRINT-NEXT-STACK-ENTRY
               UNTIL WS-STK-COUNT = 0

           PERFORM PUSH-IF-UNPRINTED
               VARYING WS-SCAN-IDX FROM WS-TURN-LAST BY -1
               UNTIL WS-SCAN-IDX < WS-TURN-FIRST
           PERFORM PRINT-NEXT-STACK-ENTRY
               UNTIL WS-STK-COUNT = 0

           COMPUTE WS-IDX = WS-TURN-LAST + 1
           .

       FIND-TURN-LAST.
           IF WS-TURN-LAST >= WS-AGT-COUNT
               SET TURN-END-FOUND TO TRUE
           ELSE
               IF WS-AGT-TURN-NO(WS-TURN-LAST + 1) = WS-CUR-TURN
                   ADD 1 TO WS-TURN-LAST
               ELSE
                   SET TURN-END-FOUND TO TRUE
               END-IF
           END-IF
           .

       PUSH-IF-TURN-ROOT.
           SET PARENT-NOT-IN-TURN TO TRUE
           IF WS-AGT-PARENT-ID(WS-SCAN-IDX) NOT = SPACES
               PERFORM TEST-ONE-PARENT-CANDIDATE
                   VARYING WS-CUR-IDX FROM WS-TURN-FIRST BY 1
                   UNTIL WS-CUR-IDX > WS-TURN-LAST OR PARENT-IN-TURN
           END-IF
           IF PARENT-NOT-IN-TURN
               MOVE 1 TO WS-CUR-DEPTH
               PERFORM PUSH-SCAN-ENTRY
           END-IF
           .

       TEST-ONE-PARENT-CANDIDATE.
           IF WS-AGT-ID(WS-CUR-IDX) = WS-AGT-PARENT-ID(WS-SCAN-IDX)
               AND WS-CUR-IDX NOT = WS-SCAN-IDX
               SET PARENT-IN-TURN TO TRUE
           END-IF
           .

       PUSH-IF-UNPRINTED.
           IF WS-AGT-PRINTED(WS-SCAN-IDX) = "N"
               MOVE 1 TO WS-CUR-DEPTH
               PERFORM PUSH-SCAN-ENTRY
           END-IF
           .

       PUSH-SCAN-ENTRY.
           IF WS-STK-COUNT < 300
               ADD 1 TO WS-STK-COUNT
               MOVE WS-SCAN-IDX  TO WS-STK-AGT-IDX(WS-STK-COUNT)
               MOVE WS-CUR-DEPTH TO WS-STK-DEPTH(WS-STK-COUNT)
               MOVE "Y" TO WS-AGT-PRINTED(WS-SCAN-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-NEXT-STACK-ENTRY: Pop an agent, print it, and push its   *
      * own delegates (last first, so they print in key order).        *
      *----------------------------------------------------------------*
       PRINT-NEXT-STACK-ENTRY.
           MOVE WS-STK-AGT-IDX(WS-STK-COUNT) TO WS-CUR-IDX
           MOVE WS-STK-DEPTH(WS-STK-COUNT)   TO WS-CUR-DEPTH
           SUBTRACT 1 FROM WS-STK-COUNT

           PERFORM PRINT-AGENT-LINES

           IF WS-CUR-DEPTH < 20
               ADD 1 TO WS-CUR-DEPTH
           END-IF
           PERFORM PUSH-IF-CHILD
               VARYING WS-SCAN-IDX FROM WS-TURN-LAST BY -1
               UNTIL WS-SCAN-IDX < WS-TURN-FIRST
           .

       PUSH-IF-CHILD.
           IF WS-AGT-PRINTED(WS-SCAN-IDX) = "N"
               AND WS-AGT-PARENT-ID(WS-SCAN-IDX) = WS-AGT-ID(WS-CUR-IDX)
               PERFORM PUSH-SCAN-ENTRY
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-AGENT-LINES: The agent's line indented to its depth, and *
      * under it the tools it used.                                    *
      *----------------------------------------------------------------*
       PRINT-AGENT-LINES.
           MOVE SPACES TO WS-OUT-LINE
           COMPUTE WS-OUT-PTR = WS-CUR-DEPTH * 3 + 1
           IF WS-AGT-TIMED(WS-CUR-IDX) = "Y"
               MOVE WS-AGT-SECONDS(WS-CUR-IDX) TO WS-SECONDS-EDIT
           END-IF
           MOVE WS-AGT-MESSAGES(WS-CUR-IDX) TO WS-COUNT-EDIT
           STRING
               "+- " FUNCTION TRIM(WS-AGT-NAME(WS-CUR-IDX))
               " [" FUNCTION TRIM(WS-AGT-STATUS(WS-CUR-IDX)) "]"
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-AGT-TIMED(WS-CUR-IDX) = "Y"
               STRING
                   " " FUNCTION TRIM(WS-SECONDS-EDIT) "s"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING
               "  msgs " FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE WS-AGT-TOOL-CALLS(WS-CUR-IDX) TO WS-COUNT-EDIT
           STRING
               "  tool calls " FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-AGT-IN-TOKENS(WS-CUR-IDX) > 0
               OR WS-AGT-OUT-TOKENS(WS-CUR-IDX) > 0
               MOVE WS-AGT-IN-TOKENS(WS-CUR-IDX)  TO WS-TOKEN-EDIT
               MOVE WS-AGT-OUT-TOKENS(WS-CUR-IDX) TO WS-TOKEN-EDIT-2
               STRING
                   "  tokens " FUNCTION TRIM(WS-TOKEN-EDIT)
                   " in / " FUNCTION TRIM(WS-TOKEN-EDIT-2) " out"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)

           IF WS-AGT-TOOL-LIST(WS-CUR-IDX) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               COMPUTE WS-OUT-PTR = WS-CUR-DEPTH * 3 + 4
               STRING
                   "tools: "
                   FUNCTION TRIM(WS-AGT-TOOL-LIST(WS-CUR-IDX))
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
               DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-USAGE-SUMMARY: Delegated tokens against the session's    *
      * measured total.                                                *
      *----------------------------------------------------------------*
       PRINT-USAGE-SUMMARY.
           DISPLAY " "
           DISPLAY "Token usage"
           MOVE WS-AGT-COUNT TO WS-COUNT-EDIT
           DISPLAY "  Sub-agents recorded:   "
               FUNCTION TRIM(WS-COUNT-EDIT)
           MOVE WS-DELEGATED-IN-TOKENS TO WS-BIG-EDIT
           DISPLAY "  Delegated input:       " WS-BIG-EDIT
           MOVE WS-DELEGATED-OUT-TOKENS TO WS-BIG-EDIT
           DISPLAY "  Delegated output:      " WS-BIG-EDIT

           IF WS-SESSION-IN-TOKENS + WS-SESSION-OUT-TOKENS = 0
               DISPLAY "  No measured usage in the ledger for this "
                   "session."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SESSION-IN-TOKENS TO WS-BIG-EDIT
           DISPLAY "  Session input:         " WS-BIG-EDIT
           MOVE WS-SESSION-OUT-TOKENS TO WS-BIG-EDIT
           DISPLAY "  Session output:        " WS-BIG-EDIT

           COMPUTE WS-DELEGATED-PCT ROUNDED =
               (WS-DELEGATED-IN-TOKENS + WS-DELEGATED-OUT-TOKENS)
               * 100
               / (WS-SESSION-IN-TOKENS + WS-SESSION-OUT-TOKENS)
               ON SIZE ERROR
                   MOVE 100 TO WS-DELEGATED-PCT
           END-COMPUTE
           MOVE WS-DELEGATED-PCT TO WS-PCT-EDIT
           DISPLAY "  Delegated share:       " WS-PCT-EDIT "%"
           .

      *----------------------------------------------------------------*
      * PRINT-COSTLIEST-DELEGATIONS: The top entries by measured       *
      * tokens, input and output together.                             *
      *----------------------------------------------------------------*
       PRINT-COSTLIEST-DELEGATIONS.
           IF WS-TOP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Costliest delegations"
           PERFORM PRINT-ONE-TOP-ENTRY
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT
           .

       PRINT-ONE-TOP-ENTRY.
           MOVE WS-TOP-AGT-IDX(WS-TOP-IDX) TO WS-CUR-IDX
           MOVE WS-TOP-TOKENS(WS-TOP-IDX) TO WS-BIG-EDIT
           DISPLAY "  " WS-BIG-EDIT "  turn "
               WS-AGT-TURN-NO(WS-CUR-IDX) "  "
               FUNCTION TRIM(WS-AGT-NAME(WS-CUR-IDX)) "  "
               FUNCTION TRIM(WS-AGT-MODEL(WS-CUR-IDX))
           .
