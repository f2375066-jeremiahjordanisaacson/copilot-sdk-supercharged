      *================================================================*
      * EXPRESS-LANE-SERVER.cob                                        *
      * Resident server for short online inquiries during the batch    *
      * window. Rather than start the CLI, open a session, and shut    *
      * down for every question, it keeps the client started and a     *
      * small pool of warm sessions open, polling the indexed          *
      * EXPRESS-REQUEST.DAT that online programs write into (through   *
      * EXPRESS-LANE-INQUIRY) and answering each request into the      *
      * matching EXPRESS-REPLY.DAT record the caller is waiting on.    *
      *                                                                *
      * The pool shares the session governor's slots with the batch    *
      * runners and is sized so it cannot starve them: it grows past   *
      * one warm session only while the governor table would still    *
      * have a slot free afterwards, gives its extra sessions back     *
      * whenever the table fills, and recycles every session before    *
      * GOVERNOR-STALE-MINS so its slots are never swept as dead.      *
      * Every exchange still goes through the client's audit trail,    *
      * the usage ledger (session telemetry is always requested), and  *
      * the business-key cross-reference under kind EXPRESS.           *
      *                                                                *
      * EXPRESS-LANE-CONTROL.DAT carries the operator's standing       *
      * command, set from EXPRESS-LANE-CONSOLE: RUN, QUIESCE (warm     *
      * sessions handed back, new requests turned away with status     *
      * QUIESCED until RUN is set again), or SHUTDOWN. The server also *
      * shuts down on its own when the BATCH-CALENDAR.DAT window       *
      * closes; either way pending requests are answered CLOSED, the   *
      * sessions are destroyed, and the client is stopped cleanly.     *
      * EXPRESS-LANE-STATUS.DAT is rewritten every poll for the        *
      * console.                                                       *
      *                                                                *
      * Tuning, all optional, in SITE-CONFIG.DAT: EXPRESS-JOB-ID,      *
      * EXPRESS-POOL-SIZE (1-4, default 2), EXPRESS-MAX-USES (25),     *
      * EXPRESS-RECYCLE-MINS (20), EXPRESS-POLL-SECS (2),              *
      * EXPRESS-TIMEOUT-MS (30000), EXPRESS-MODEL, and the governor's  *
      * own GOVERNOR-STALE-MINS (30).                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRESS-LANE-SERVER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPRESS-REQUEST ASSIGN TO WS-XRQ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRQ-REQUEST-ID
               FILE STATUS IS WS-XRQ-FILE-STATUS.
           SELECT EXPRESS-REPLY ASSIGN TO WS-XRP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRP-REQUEST-ID
               FILE STATUS IS WS-XRP-FILE-STATUS.
           SELECT EXPRESS-CONTROL ASSIGN TO WS-XCT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCT-FILE-STATUS.
           SELECT EXPRESS-STATUS ASSIGN TO WS-XST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XST-FILE-STATUS.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT BATCH-CALENDAR ASSIGN TO WS-CAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Express request: written PENDING by EXPRESS-LANE-INQUIRY,
      *    flipped to TAKEN while this server works on it and DONE
      *    once its reply is written; a caller that gives up waiting
      *    marks a still-PENDING request WITHDRAWN. Request ids are
      *    built from the submission timestamp, so key order is
      *    arrival order. EXPRESS-LANE-INQUIRY and EXPRESS-LANE-
      *    CONSOLE carry copies of this layout; keep them in sync by
      *    hand.
       FD  EXPRESS-REQUEST.
       01  EXPRESS-REQUEST-RECORD.
           05 XRQ-REQUEST-ID        PIC X(20).
           05 XRQ-REQUESTOR         PIC X(8).
           05 XRQ-BUSINESS-KEY      PIC X(20).
           05 XRQ-SUBMITTED         PIC X(14).
           05 XRQ-STATE             PIC X(10).
               88 XRQ-PENDING                   VALUE "PENDING".
               88 XRQ-TAKEN                     VALUE "TAKEN".
               88 XRQ-DONE                      VALUE "DONE".
               88 XRQ-WITHDRAWN                 VALUE "WITHDRAWN".
           05 XRQ-PROMPT-TEXT       PIC X(1024).

      *    Express reply, one per answered request under the same
      *    key: OK, ERROR, QUIESCED (turned away while the operator
      *    has the lane quiesced) or CLOSED (turned away at
      *    shutdown). Copied in EXPRESS-LANE-INQUIRY -- keep the two
      *    in sync by hand.
       FD  EXPRESS-REPLY.
       01  EXPRESS-REPLY-RECORD.
           05 XRP-REQUEST-ID        PIC X(20).
           05 XRP-STATUS            PIC X(10).
           05 XRP-SESSION-ID        PIC X(64).
           05 XRP-TURN-NO           PIC 9(10).
           05 XRP-ANSWERED          PIC X(14).
           05 XRP-REPLY-TEXT        PIC X(4096).

      *    Operator's standing command. Field-for-field match of the
      *    control record in EXPRESS-LANE-CONSOLE -- keep the two in
      *    sync by hand.
       FD  EXPRESS-CONTROL.
       01  EXPRESS-CONTROL-RECORD.
           05 XCT-COMMAND           PIC X(10).
               88 XCT-RUN                       VALUE "RUN".
               88 XCT-QUIESCE                   VALUE "QUIESCE".
               88 XCT-SHUTDOWN                  VALUE "SHUTDOWN".
           05 XCT-OPERATOR-ID       PIC X(8).
           05 XCT-SET-AT            PIC X(14).

      *    Server status, rewritten every poll. Field-for-field
      *    match of the status record in EXPRESS-LANE-CONSOLE --
      *    keep the two in sync by hand.
       FD  EXPRESS-STATUS.
       01  EXPRESS-STATUS-RECORD.
           05 XST-STATE             PIC X(10).
           05 XST-JOB-ID            PIC X(20).
           05 XST-WARM-COUNT        PIC 9(2).
           05 XST-SERVED-COUNT      PIC 9(7).
           05 XST-FAILED-COUNT      PIC 9(7).
           05 XST-TURNED-AWAY       PIC 9(7).
           05 XST-LAST-REQUEST-ID   PIC X(20).
           05 XST-UPDATED-AT        PIC X(14).

       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of the batch-window calendar in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand. Only
      *    the WINDOW record matters here: the lane lives inside the
      *    window the runners are given.
       FD  BATCH-CALENDAR.
       01  BATCH-CALENDAR-RECORD.
           05 CAL-RECORD-TYPE       PIC X(10).
               88 CAL-TYPE-WINDOW               VALUE "WINDOW".
           05 CAL-DATE              PIC X(8).
           05 CAL-START-TIME        PIC X(6).
           05 CAL-END-TIME          PIC X(6).

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       COPY "COPILOT-VERSION.cpy".

       01  WS-XRQ-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-REQUEST.DAT".
       01  WS-XRQ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XRP-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-REPLY.DAT".
       01  WS-XRP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XCT-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-LANE-CONTROL.DAT".
       01  WS-XCT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XST-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-LANE-STATUS.DAT".
       01  WS-XST-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-CAL-FILE-NAME         PIC X(64)
           VALUE "BATCH-CALENDAR.DAT".
       01  WS-CAL-FILE-STATUS       PIC XX     VALUE "00".

      *    Tuning (SITE-CONFIG.DAT overrides).
       01  WS-XPL-SIZE              PIC 9(2)   VALUE 2.
       01  WS-XPL-MAX-USES          PIC 9(5)   VALUE 25.
       01  WS-RECYCLE-MINS          PIC 9(4)   VALUE 20.
       01  WS-STALE-MINS            PIC 9(4)   VALUE 30.
       01  WS-POLL-SECS             PIC 9(2)   VALUE 2.
       01  WS-EXPRESS-TIMEOUT-MS    PIC 9(6)   VALUE 30000.
       01  WS-EXPRESS-MODEL         PIC X(64)  VALUE SPACES.
       01  WS-RECYCLE-SECS          PIC 9(12)  VALUE 0.
      *    Idle polls between governor checks for slots to give back.
       01  WS-TEND-INTERVAL         PIC 9(3)   VALUE 15.
       01  WS-IDLE-POLLS            PIC 9(3)   VALUE 0.

      *    Warm-session pool, in the manner of the runner's POOLED
      *    mode, with each session's open time so it is recycled
      *    before the governor would take its slot for stale.
       01  WS-XPL-TABLE.
           05 WS-XPL-SLOT OCCURS 4 TIMES.
               10 WS-XPL-SESSION-ID PIC X(64)  VALUE SPACES.
               10 WS-XPL-USE-COUNT  PIC 9(5)   VALUE 0.
               10 WS-XPL-OPENED-SECS PIC 9(12) VALUE 0.
               10 WS-XPL-SLOT-FLAG  PIC 9      VALUE 0.
                   88 XPL-SLOT-ACTIVE           VALUE 1.
                   88 XPL-SLOT-IDLE             VALUE 0.
       01  WS-XPL-NEXT-IDX          PIC 9(2)   VALUE 0.
       01  WS-XPL-CUR-IDX           PIC 9(2)   VALUE 0.
       01  WS-XPL-WARM-COUNT        PIC 9(2)   VALUE 0.
       01  WS-XPL-RECAP             PIC X(2048) VALUE SPACES.
       01  WS-TELEMETRY-WANTED      PIC 9      VALUE 1.

      *    Session governor status (COPILOT-GOVERNOR-STATUS).
       01  WS-GOV-LIVE-COUNT        PIC 9(3)   VALUE 0.
       01  WS-GOV-LIMIT             PIC 9(3)   VALUE 0.
       01  WS-GOV-RC                PIC S9(4)  VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-NOW-SECS              PIC 9(12)  VALUE 0.
       01  WS-SLOT-AGE-SECS         PIC S9(12) VALUE 0.

       01  WS-LANE-STATE            PIC X(10)  VALUE "STARTING".
           88 LANE-RUNNING                     VALUE "RUNNING".
           88 LANE-QUIESCED                    VALUE "QUIESCED".
           88 LANE-STOPPING                    VALUE "STOPPING".
       01  WS-CONTROL-COMMAND       PIC X(10)  VALUE "RUN".
           88 CONTROL-QUIESCE                  VALUE "QUIESCE".
           88 CONTROL-SHUTDOWN                 VALUE "SHUTDOWN".

      *    The request in hand, lifted out of the request file so the
      *    file can be closed while the session works on it.
       01  WS-CUR-REQUEST.
           05 WS-CUR-REQUEST-ID     PIC X(20).
           05 WS-CUR-REQUESTOR      PIC X(8).
           05 WS-CUR-BUSINESS-KEY   PIC X(20).
           05 WS-CUR-SUBMITTED      PIC X(14).
           05 WS-CUR-STATE          PIC X(10).
           05 WS-CUR-PROMPT-TEXT    PIC X(1024).
       01  WS-REQUEST-FOUND-FLAG    PIC 9      VALUE 0.
           88 REQUEST-WAS-FOUND                VALUE 1.
           88 REQUEST-NOT-FOUND                VALUE 0.
      *    Requests before the low-water key are all finished, so each
      *    poll starts there instead of at the front of the file.
       01  WS-LOW-WATER-ID          PIC X(20)  VALUE SPACES.
       01  WS-LOW-WATER-FLAG        PIC 9      VALUE 1.
           88 LOW-WATER-CAN-ADVANCE            VALUE 1.
           88 LOW-WATER-HELD                   VALUE 0.
      *    The first polls after a start also pick up requests left
      *    TAKEN by a server that died mid-answer.
       01  WS-RECOVERY-FLAG         PIC 9      VALUE 1.
           88 RECOVERY-SCAN                    VALUE 1.
           88 NORMAL-SCAN                      VALUE 0.

       01  WS-REPLY-STATUS          PIC X(10)  VALUE SPACES.
       01  WS-REPLY-SESSION-ID      PIC X(64)  VALUE SPACES.
       01  WS-REPLY-TURN-NO         PIC 9(10)  VALUE 0.
       01  WS-REPLY-TEXT            PIC X(4096) VALUE SPACES.
       01  WS-TURN-AWAY-STATUS      PIC X(10)  VALUE SPACES.
       01  WS-TURN-AWAY-TEXT        PIC X(128) VALUE SPACES.

       01  WS-SERVED-COUNT          PIC 9(7)   VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(7)   VALUE 0.
       01  WS-TURNED-AWAY-COUNT     PIC 9(7)   VALUE 0.
       01  WS-LAST-REQUEST-ID       PIC X(20)  VALUE SPACES.

       01  WS-CAL-NOW-TIME          PIC X(6)   VALUE SPACES.
       01  WS-CAL-WINDOW-START      PIC X(6)   VALUE "000000".
       01  WS-CAL-WINDOW-END        PIC X(6)   VALUE "235959".
       01  WS-CAL-WINDOW-FLAG       PIC 9      VALUE 1.
           88 WINDOW-IS-OPEN                    VALUE 1.
           88 WINDOW-IS-CLOSED                  VALUE 0.
      *    Return codes the scheduler tests: started outside the
      *    window, and a client that would not start.
       01  WS-CAL-BLOCKED-RC        PIC 9(4)   VALUE 12.
       01  WS-INIT-FAIL-RC          PIC 9(4)   VALUE 16.

       01  WS-SLEEP-COMMAND         PIC X(32)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Express Lane Server ==="

           MOVE "EXPRESS-LANE" TO WS-CLI-JOB-ID
           PERFORM LOAD-EXPRESS-CONFIG

           PERFORM LOAD-WINDOW-TIMES
           PERFORM CHECK-WINDOW-STILL-OPEN
           IF WINDOW-IS-CLOSED
               DISPLAY "Outside the batch window -- lane not started."
               STOP RUN RETURNING WS-CAL-BLOCKED-RC
           END-IF

           PERFORM RESET-OPERATOR-CONTROL

           PERFORM INITIALIZE-COPILOT
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: Failed to initialize client"
               DISPLAY "       " WS-LAST-ERROR
               STOP RUN RETURNING WS-INIT-FAIL-RC
           END-IF

      *    Telemetry on for every session, so every exchange lands in
      *    the usage ledger whatever the job's budget arrangements.
           CALL "COPILOT-SESSION-SET-TELEMETRY"
               USING WS-TELEMETRY-WANTED WS-RETURN-CODE

           SET LANE-RUNNING TO TRUE
           PERFORM KEEP-FIRST-SLOT-WARM
           DISPLAY "Express lane open as job "
               FUNCTION TRIM(WS-CLI-JOB-ID) ", pool of " WS-XPL-SIZE
           PERFORM WRITE-LANE-STATUS

           PERFORM SERVE-ONE-CYCLE
               UNTIL LANE-STOPPING

           PERFORM SHUT-DOWN-LANE

           DISPLAY " "
           DISPLAY "Requests answered:   " WS-SERVED-COUNT
           DISPLAY "Requests failed:     " WS-FAILED-COUNT
           DISPLAY "Requests turned away:" WS-TURNED-AWAY-COUNT
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-EXPRESS-CONFIG: Pool size, session lifetime, and polling  *
      * from SITE-CONFIG.DAT. The recycle age is held under the        *
      * governor's staleness limit whatever is configured, since a     *
      * slot swept as stale would let the table overrun.               *
      *----------------------------------------------------------------*
       LOAD-EXPRESS-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS = "00"
               PERFORM APPLY-ONE-CONFIG-KEYWORD
                   UNTIL WS-SCFG-FILE-STATUS NOT = "00"
               CLOSE SITE-CONFIG
           END-IF

           IF WS-XPL-SIZE < 1 OR WS-XPL-SIZE > 4
               MOVE 2 TO WS-XPL-SIZE
           END-IF
           IF WS-XPL-MAX-USES = 0
               MOVE 25 TO WS-XPL-MAX-USES
           END-IF
           IF WS-POLL-SECS = 0
               MOVE 2 TO WS-POLL-SECS
           END-IF
           IF WS-EXPRESS-TIMEOUT-MS = 0
               MOVE 30000 TO WS-EXPRESS-TIMEOUT-MS
           END-IF
           IF WS-STALE-MINS = 0
               MOVE 30 TO WS-STALE-MINS
           END-IF
           IF WS-RECYCLE-MINS = 0
               OR WS-RECYCLE-MINS >= WS-STALE-MINS
               IF WS-STALE-MINS > 5
                   COMPUTE WS-RECYCLE-MINS = WS-STALE-MINS - 5
               ELSE
                   MOVE 1 TO WS-RECYCLE-MINS
               END-IF
           END-IF
           COMPUTE WS-RECYCLE-SECS = WS-RECYCLE-MINS * 60
           .

       APPLY-ONE-CONFIG-KEYWORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "EXPRESS-JOB-ID"
                           MOVE SCFG-VALUE(1:20) TO WS-CLI-JOB-ID
                       WHEN "EXPRESS-POOL-SIZE"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-XPL-SIZE
                       WHEN "EXPRESS-MAX-USES"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-XPL-MAX-USES
                       WHEN "EXPRESS-RECYCLE-MINS"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-RECYCLE-MINS
                       WHEN "EXPRESS-POLL-SECS"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-POLL-SECS
                       WHEN "EXPRESS-TIMEOUT-MS"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-EXPRESS-TIMEOUT-MS
                       WHEN "EXPRESS-MODEL"
                           MOVE SCFG-VALUE TO WS-EXPRESS-MODEL
                       WHEN "GOVERNOR-STALE-MINS"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-STALE-MINS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-WINDOW-TIMES: The daily window from the calendar's WINDOW *
      * record. With no calendar the window is always open and the     *
      * lane runs until the operator shuts it down.                    *
      *----------------------------------------------------------------*
       LOAD-WINDOW-TIMES.
           OPEN INPUT BATCH-CALENDAR
           IF WS-CAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-CALENDAR-RECORD
               UNTIL WS-CAL-FILE-STATUS NOT = "00"

           CLOSE BATCH-CALENDAR
           .

       APPLY-ONE-CALENDAR-RECORD.
           READ BATCH-CALENDAR
               AT END
                   MOVE "10" TO WS-CAL-FILE-STATUS
               NOT AT END
                   IF CAL-TYPE-WINDOW
                       MOVE CAL-START-TIME TO WS-CAL-WINDOW-START
                       MOVE CAL-END-TIME   TO WS-CAL-WINDOW-END
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * CHECK-WINDOW-STILL-OPEN: Test the clock against the window. An *
      * end time earlier than the start time means an overnight        *
      * window that wraps midnight.                                    *
      *----------------------------------------------------------------*
       CHECK-WINDOW-STILL-OPEN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(9:6) TO WS-CAL-NOW-TIME
           SET WINDOW-IS-OPEN TO TRUE

           IF WS-CAL-WINDOW-END >= WS-CAL-WINDOW-START
               IF WS-CAL-NOW-TIME < WS-CAL-WINDOW-START
                   OR WS-CAL-NOW-TIME > WS-CAL-WINDOW-END
                   SET WINDOW-IS-CLOSED TO TRUE
               END-IF
           ELSE
               IF WS-CAL-NOW-TIME < WS-CAL-WINDOW-START
                   AND WS-CAL-NOW-TIME > WS-CAL-WINDOW-END
                   SET WINDOW-IS-CLOSED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * RESET-OPERATOR-CONTROL: A start is the operator's say-so to    *
      * run, so last night's SHUTDOWN is cleared before the first      *
      * poll reads it back.                                            *
      *----------------------------------------------------------------*
       RESET-OPERATOR-CONTROL.
           OPEN OUTPUT EXPRESS-CONTROL
           IF WS-XCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: control file unavailable ("
                   WS-XCT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE "RUN"              TO XCT-COMMAND
           MOVE "STARTUP"          TO XCT-OPERATOR-ID
           MOVE WS-TODAY-DATE(1:14) TO XCT-SET-AT
           WRITE EXPRESS-CONTROL-RECORD
           CLOSE EXPRESS-CONTROL
           .

      *----------------------------------------------------------------*
      * INITIALIZE-COPILOT: Start the client once for the life of the  *
      * server, tagged with the lane's job id so the governor, audit   *
      * trail, ledger, and cross-reference all say where it came from. *
      *----------------------------------------------------------------*
       INITIALIZE-COPILOT.
           MOVE SPACES TO WS-CLI-PATH
           MOVE SPACES TO WS-CLI-URL
           MOVE 1      TO WS-AUTO-START

           CALL "COPILOT-CLIENT-INIT"
               USING WS-CLIENT-OPTIONS WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * SERVE-ONE-CYCLE: One poll -- obey the operator and the window, *
      * then answer the oldest pending request or, with none waiting,  *
      * tend the pool and sleep.                                       *
      *----------------------------------------------------------------*
       SERVE-ONE-CYCLE.
           PERFORM READ-OPERATOR-CONTROL
           PERFORM CHECK-WINDOW-STILL-OPEN

           EVALUATE TRUE
               WHEN WINDOW-IS-CLOSED
                   DISPLAY "Batch window closed -- shutting down."
                   SET LANE-STOPPING TO TRUE
                   EXIT PARAGRAPH
               WHEN CONTROL-SHUTDOWN
                   DISPLAY "Operator shutdown -- shutting down."
                   SET LANE-STOPPING TO TRUE
                   EXIT PARAGRAPH
               WHEN CONTROL-QUIESCE
                   IF NOT LANE-QUIESCED
                       PERFORM QUIESCE-LANE
                   END-IF
                   MOVE "QUIESCED" TO WS-TURN-AWAY-STATUS
                   MOVE "The express lane is quiesced by operations; res
      -        "ubmit later or use the batch queue."
                       TO WS-TURN-AWAY-TEXT
                   PERFORM TURN-AWAY-PENDING-REQUESTS
                   PERFORM WRITE-LANE-STATUS
                   PERFORM POLL-SLEEP
                   EXIT PARAGRAPH
               WHEN OTHER
                   IF LANE-QUIESCED
                       SET LANE-RUNNING TO TRUE
                       DISPLAY "Express lane resumed by operator."
                   END-IF
           END-EVALUATE

           PERFORM FIND-NEXT-REQUEST
           IF REQUEST-WAS-FOUND
               MOVE 0 TO WS-IDLE-POLLS
               PERFORM SERVE-ONE-REQUEST
           ELSE
               PERFORM TEND-WARM-POOL
               PERFORM POLL-SLEEP
           END-IF

           PERFORM WRITE-LANE-STATUS
           .

      *----------------------------------------------------------------*
      * READ-OPERATOR-CONTROL: The standing command; no file means     *
      * RUN.                                                           *
      *----------------------------------------------------------------*
       READ-OPERATOR-CONTROL.
           MOVE "RUN" TO WS-CONTROL-COMMAND

           OPEN INPUT EXPRESS-CONTROL
           IF WS-XCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ EXPRESS-CONTROL
               NOT AT END
                   MOVE XCT-COMMAND TO WS-CONTROL-COMMAND
           END-READ
           CLOSE EXPRESS-CONTROL
           .

      *----------------------------------------------------------------*
      * QUIESCE-LANE: Hand every warm session (and its governor slot)  *
      * back to the batch until the operator sets RUN again.           *
      *----------------------------------------------------------------*
       QUIESCE-LANE.
           SET LANE-QUIESCED TO TRUE
           PERFORM CLOSE-WARM-SESSIONS
           DISPLAY "Express lane quiesced by operator."
           .

      *----------------------------------------------------------------*
      * FIND-NEXT-REQUEST: Take the oldest PENDING request (and, on    *
      * the recovery scan, one left TAKEN by a dead server), marking   *
      * it TAKEN under the same open so no second server answers it.   *
      *----------------------------------------------------------------*
       FIND-NEXT-REQUEST.
           SET REQUEST-NOT-FOUND TO TRUE

           OPEN I-O EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET LOW-WATER-CAN-ADVANCE TO TRUE
           MOVE WS-LOW-WATER-ID TO XRQ-REQUEST-ID
           START EXPRESS-REQUEST KEY IS NOT LESS THAN XRQ-REQUEST-ID
               INVALID KEY
                   MOVE "10" TO WS-XRQ-FILE-STATUS
           END-START

           PERFORM EXAMINE-ONE-REQUEST
               UNTIL WS-XRQ-FILE-STATUS NOT = "00"
               OR REQUEST-WAS-FOUND

           CLOSE EXPRESS-REQUEST

           IF REQUEST-NOT-FOUND
               SET NORMAL-SCAN TO TRUE
           END-IF
           .

       EXAMINE-ONE-REQUEST.
           READ EXPRESS-REQUEST NEXT RECORD
               AT END
                   MOVE "10" TO WS-XRQ-FILE-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN XRQ-PENDING
                       WHEN XRQ-TAKEN AND RECOVERY-SCAN
                           MOVE EXPRESS-REQUEST-RECORD
                               TO WS-CUR-REQUEST
                           SET XRQ-TAKEN TO TRUE
                           REWRITE EXPRESS-REQUEST-RECORD
                           SET REQUEST-WAS-FOUND TO TRUE
                       WHEN XRQ-DONE
                       WHEN XRQ-WITHDRAWN
                           IF LOW-WATER-CAN-ADVANCE
                               MOVE XRQ-REQUEST-ID
                                   TO WS-LOW-WATER-ID
                           END-IF
                       WHEN OTHER
                           SET LOW-WATER-HELD TO TRUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * SERVE-ONE-REQUEST: Put the inquiry to a warm session, write    *
      * the reply the caller is waiting on, close the request, and     *
      * cross-reference the exchange to its business key.              *
      *----------------------------------------------------------------*
       SERVE-ONE-REQUEST.
           MOVE SPACES TO WS-REPLY-SESSION-ID
           MOVE 0      TO WS-REPLY-TURN-NO
           MOVE SPACES TO WS-REPLY-TEXT
           MOVE WS-CUR-REQUEST-ID TO WS-LAST-REQUEST-ID

           IF WS-CUR-PROMPT-TEXT = SPACES
               MOVE "ERROR" TO WS-REPLY-STATUS
               MOVE "Empty inquiry -- nothing to answer."
                   TO WS-REPLY-TEXT
           ELSE
               PERFORM ACQUIRE-EXPRESS-SESSION
               IF WS-RETURN-CODE = 0
                   PERFORM SEND-EXPRESS-INQUIRY
                   PERFORM RELEASE-EXPRESS-SESSION
               ELSE
                   MOVE "ERROR" TO WS-REPLY-STATUS
                   STRING
                       "Express lane has no session free: "
                       FUNCTION TRIM(WS-LAST-ERROR)
                       DELIMITED SIZE
                       INTO WS-REPLY-TEXT
                   END-STRING
               END-IF
           END-IF

           PERFORM WRITE-EXPRESS-REPLY
           PERFORM MARK-REQUEST-DONE

           IF WS-REPLY-SESSION-ID NOT = SPACES
               AND WS-CUR-BUSINESS-KEY NOT = SPACES
               CALL "COPILOT-LOG-BUSINESS-KEY"
                   USING WS-CLI-JOB-ID WS-REPLY-SESSION-ID
                   WS-CUR-REQUEST-ID WS-REPLY-TURN-NO
                   "EXPRESS " WS-CUR-BUSINESS-KEY
           END-IF

           IF WS-REPLY-STATUS = "OK"
               ADD 1 TO WS-SERVED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           DISPLAY "  " WS-CUR-REQUEST-ID " "
               WS-CUR-REQUESTOR " " WS-REPLY-STATUS
           .

      *----------------------------------------------------------------*
      * SEND-EXPRESS-INQUIRY: One turn on the session in hand.         *
      *----------------------------------------------------------------*
       SEND-EXPRESS-INQUIRY.
           MOVE SPACES TO WS-SEND-MESSAGE
           MOVE WS-CUR-PROMPT-TEXT TO WS-SEND-MESSAGE
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-CUR-PROMPT-TEXT TRAILING))
               TO WS-SEND-MSG-LEN
           MOVE WS-EXPRESS-TIMEOUT-MS TO WS-SEND-TIMEOUT-MS
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE SPACES TO WS-RESULT-ERROR-MSG

           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE

           MOVE WS-SESSION-ID  TO WS-REPLY-SESSION-ID
           MOVE WS-TURN-COUNT  TO WS-REPLY-TURN-NO

           IF RESULT-IS-OK AND WS-RETURN-CODE = 0
               MOVE "OK" TO WS-REPLY-STATUS
               MOVE WS-RESULT-MESSAGE TO WS-REPLY-TEXT
           ELSE
               MOVE "ERROR" TO WS-REPLY-STATUS
               MOVE WS-RESULT-ERROR-MSG TO WS-REPLY-TEXT
               IF WS-REPLY-TEXT = SPACES
                   MOVE WS-LAST-ERROR TO WS-REPLY-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-EXPRESS-REPLY: The reply record the caller polls for,    *
      * under the request's own key.                                   *
      *----------------------------------------------------------------*
       WRITE-EXPRESS-REPLY.
           OPEN I-O EXPRESS-REPLY
           IF WS-XRP-FILE-STATUS = "35"
               OPEN OUTPUT EXPRESS-REPLY
               CLOSE EXPRESS-REPLY
               OPEN I-O EXPRESS-REPLY
           END-IF

           IF WS-XRP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: reply file unavailable ("
                   WS-XRP-FILE-STATUS ") for "
                   WS-CUR-REQUEST-ID
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-CUR-REQUEST-ID   TO XRP-REQUEST-ID
           MOVE WS-REPLY-STATUS     TO XRP-STATUS
           MOVE WS-REPLY-SESSION-ID TO XRP-SESSION-ID
           MOVE WS-REPLY-TURN-NO    TO XRP-TURN-NO
           MOVE WS-TODAY-DATE(1:14) TO XRP-ANSWERED
           MOVE WS-REPLY-TEXT       TO XRP-REPLY-TEXT

           WRITE EXPRESS-REPLY-RECORD
               INVALID KEY
                   REWRITE EXPRESS-REPLY-RECORD
           END-WRITE

           CLOSE EXPRESS-REPLY
           .

      *----------------------------------------------------------------*
      * MARK-REQUEST-DONE: Close the request once its reply is down.   *
      *----------------------------------------------------------------*
       MARK-REQUEST-DONE.
           OPEN I-O EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-REQUEST-ID TO XRQ-REQUEST-ID
           READ EXPRESS-REQUEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XRQ-DONE TO TRUE
                   REWRITE EXPRESS-REQUEST-RECORD
           END-READ

           CLOSE EXPRESS-REQUEST
           .

      *----------------------------------------------------------------*
      * TURN-AWAY-PENDING-REQUESTS: Answer every PENDING request with  *
      * the turn-away status and text, so no caller sits out its full  *
      * wait on a lane that is not answering.                          *
      *----------------------------------------------------------------*
       TURN-AWAY-PENDING-REQUESTS.
           OPEN I-O EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOW-WATER-ID TO XRQ-REQUEST-ID
           START EXPRESS-REQUEST KEY IS NOT LESS THAN XRQ-REQUEST-ID
               INVALID KEY
                   MOVE "10" TO WS-XRQ-FILE-STATUS
           END-START

           PERFORM TURN-AWAY-ONE-REQUEST
               UNTIL WS-XRQ-FILE-STATUS NOT = "00"

           CLOSE EXPRESS-REQUEST
           .

       TURN-AWAY-ONE-REQUEST.
           READ EXPRESS-REQUEST NEXT RECORD
               AT END
                   MOVE "10" TO WS-XRQ-FILE-STATUS
               NOT AT END
                   IF XRQ-PENDING
                       MOVE EXPRESS-REQUEST-RECORD TO WS-CUR-REQUEST
                       SET XRQ-DONE TO TRUE
                       REWRITE EXPRESS-REQUEST-RECORD
                       MOVE WS-TURN-AWAY-STATUS TO WS-REPLY-STATUS
                       MOVE SPACES TO WS-REPLY-SESSION-ID
                       MOVE 0 TO WS-REPLY-TURN-NO
                       MOVE WS-TURN-AWAY-TEXT TO WS-REPLY-TEXT
                       PERFORM WRITE-EXPRESS-REPLY
                       ADD 1 TO WS-TURNED-AWAY-COUNT
                       DISPLAY "  " WS-CUR-REQUEST-ID " "
                           WS-CUR-REQUESTOR " " WS-REPLY-STATUS
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ACQUIRE-EXPRESS-SESSION: Hand the request the next pool slot's *
      * warm session. A slot past the first is only opened while the   *
      * governor would still have a slot free for the batch after it;  *
      * otherwise the request shares the first slot. A session past    *
      * its recycle age or use count is replaced first, and one that   *
      * will not resume is written off and replaced.                   *
      *----------------------------------------------------------------*
       ACQUIRE-EXPRESS-SESSION.
           ADD 1 TO WS-XPL-NEXT-IDX
           IF WS-XPL-NEXT-IDX > WS-XPL-SIZE
               MOVE 1 TO WS-XPL-NEXT-IDX
           END-IF
           MOVE WS-XPL-NEXT-IDX TO WS-XPL-CUR-IDX

           IF WS-XPL-CUR-IDX > 1
               AND XPL-SLOT-IDLE(WS-XPL-CUR-IDX)
               PERFORM CHECK-GOVERNOR-STATUS
               IF WS-GOV-LIMIT > 0
                   AND WS-GOV-LIVE-COUNT + 1 >= WS-GOV-LIMIT
                   MOVE 1 TO WS-XPL-CUR-IDX
                   MOVE 1 TO WS-XPL-NEXT-IDX
               END-IF
           END-IF

           PERFORM RETIRE-SLOT-IF-AGED

           IF XPL-SLOT-ACTIVE(WS-XPL-CUR-IDX)
               MOVE WS-XPL-SESSION-ID(WS-XPL-CUR-IDX)
                   TO WS-SESSION-ID
               CALL "COPILOT-SESSION-RESUME" USING WS-SESSION-STATE
                   WS-XPL-RECAP WS-RETURN-CODE
               IF WS-RETURN-CODE = 0
                   EXIT PARAGRAPH
               END-IF
               SET XPL-SLOT-IDLE(WS-XPL-CUR-IDX) TO TRUE
               MOVE SPACES TO WS-XPL-SESSION-ID(WS-XPL-CUR-IDX)
           END-IF

           PERFORM OPEN-SLOT-SESSION
           .

      *----------------------------------------------------------------*
      * RELEASE-EXPRESS-SESSION: Count the use; a session that failed  *
      * is retired at once so it never answers the next caller.        *
      *----------------------------------------------------------------*
       RELEASE-EXPRESS-SESSION.
           ADD 1 TO WS-XPL-USE-COUNT(WS-XPL-CUR-IDX)

           IF WS-REPLY-STATUS = "ERROR"
               PERFORM RETIRE-CUR-SLOT
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN-SLOT-SESSION: Create a session into the current slot.     *
      *----------------------------------------------------------------*
       OPEN-SLOT-SESSION.
           MOVE "express-lane" TO WS-SESS-AGENT-NAME
           MOVE "1.0.0"        TO WS-SESS-AGENT-VER
           MOVE "You answer short inquiries from online staff. Each mess
      -        "age is a separate inquiry: answer it briefly and never r
      -        "efer to earlier messages."
               TO WS-SESS-SYS-PROMPT
           MOVE 0 TO WS-SESS-STREAMING
           MOVE 0 TO WS-EPM-HANDLER-SET
           MOVE WS-XPL-MAX-USES TO WS-SESS-MAX-TURNS
           MOVE WS-EXPRESS-MODEL TO WS-SESS-MODEL

           CALL "COPILOT-SESSION-CREATE" USING WS-SESSION-CONFIG
               WS-SESSION-STATE WS-RETURN-CODE WS-SESS-MODEL
               WS-SESS-REASON-EFFORT WS-EPM-HANDLER-SET WS-CLI-JOB-ID

           IF WS-RETURN-CODE = 0
               PERFORM COMPUTE-NOW-SECS
               MOVE WS-SESSION-ID
                   TO WS-XPL-SESSION-ID(WS-XPL-CUR-IDX)
               MOVE 0 TO WS-XPL-USE-COUNT(WS-XPL-CUR-IDX)
               MOVE WS-NOW-SECS
                   TO WS-XPL-OPENED-SECS(WS-XPL-CUR-IDX)
               SET XPL-SLOT-ACTIVE(WS-XPL-CUR-IDX) TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * RETIRE-SLOT-IF-AGED: Replace the current slot's session once   *
      * it reaches the recycle age (ahead of the governor's staleness  *
      * sweep) or its use ceiling.                                     *
      *----------------------------------------------------------------*
       RETIRE-SLOT-IF-AGED.
           IF XPL-SLOT-IDLE(WS-XPL-CUR-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-NOW-SECS
           COMPUTE WS-SLOT-AGE-SECS =
               WS-NOW-SECS - WS-XPL-OPENED-SECS(WS-XPL-CUR-IDX)

           IF WS-SLOT-AGE-SECS >= WS-RECYCLE-SECS
               OR WS-XPL-USE-COUNT(WS-XPL-CUR-IDX)
                   >= WS-XPL-MAX-USES
               PERFORM RETIRE-CUR-SLOT
           END-IF
           .

       RETIRE-CUR-SLOT.
           MOVE WS-XPL-SESSION-ID(WS-XPL-CUR-IDX) TO WS-SESSION-ID
           MOVE 1 TO WS-SESSION-ACTIVE
           CALL "COPILOT-SESSION-DESTROY" USING WS-SESSION-STATE
               WS-RETURN-CODE
           SET XPL-SLOT-IDLE(WS-XPL-CUR-IDX) TO TRUE
           MOVE SPACES TO WS-XPL-SESSION-ID(WS-XPL-CUR-IDX)
           MOVE 0 TO WS-XPL-USE-COUNT(WS-XPL-CUR-IDX)
           .

      *----------------------------------------------------------------*
      * TEND-WARM-POOL: Idle-time housekeeping. Aged sessions are      *
      * recycled, the first slot is kept warm when the governor has    *
      * room for it, and every so often the governor is asked whether  *
      * its table is full -- if so the extra slots are given back so   *
      * a waiting batch runner gets them.                              *
      *----------------------------------------------------------------*
       TEND-WARM-POOL.
           ADD 1 TO WS-IDLE-POLLS

           PERFORM TEND-ONE-SLOT
               VARYING WS-XPL-CUR-IDX FROM 1 BY 1
               UNTIL WS-XPL-CUR-IDX > WS-XPL-SIZE

           PERFORM KEEP-FIRST-SLOT-WARM

           IF WS-IDLE-POLLS >= WS-TEND-INTERVAL
               MOVE 0 TO WS-IDLE-POLLS
               PERFORM CHECK-GOVERNOR-STATUS
               IF WS-GOV-LIMIT > 0
                   AND WS-GOV-LIVE-COUNT >= WS-GOV-LIMIT
                   PERFORM YIELD-ONE-EXTRA-SLOT
                       VARYING WS-XPL-CUR-IDX FROM 2 BY 1
                       UNTIL WS-XPL-CUR-IDX > WS-XPL-SIZE
               END-IF
           END-IF
           .

       TEND-ONE-SLOT.
           PERFORM RETIRE-SLOT-IF-AGED
           .

       YIELD-ONE-EXTRA-SLOT.
           IF XPL-SLOT-ACTIVE(WS-XPL-CUR-IDX)
               PERFORM RETIRE-CUR-SLOT
               DISPLAY "  Governor table full -- pool slot "
                   WS-XPL-CUR-IDX " given back."
           END-IF
           .

      *----------------------------------------------------------------*
      * KEEP-FIRST-SLOT-WARM: Reopen the first slot's session when it  *
      * has been recycled, provided the governor has a slot free now;  *
      * with the table full the next request waits for one instead.    *
      *----------------------------------------------------------------*
       KEEP-FIRST-SLOT-WARM.
           MOVE 1 TO WS-XPL-CUR-IDX
           IF XPL-SLOT-ACTIVE(1) OR NOT LANE-RUNNING
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-GOVERNOR-STATUS
           IF WS-GOV-LIMIT > 0
               AND WS-GOV-LIVE-COUNT >= WS-GOV-LIMIT
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SLOT-SESSION
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "WARNING: warm session not opened: "
                   FUNCTION TRIM(WS-LAST-ERROR)
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-GOVERNOR-STATUS: Live slots against the site limit; a    *
      * limit of zero means the governor is off and room is unbounded. *
      * A table that cannot be read is treated as full.                *
      *----------------------------------------------------------------*
       CHECK-GOVERNOR-STATUS.
           CALL "COPILOT-GOVERNOR-STATUS" USING WS-GOV-LIVE-COUNT
               WS-GOV-LIMIT WS-GOV-RC
           IF WS-GOV-RC NOT = 0
               MOVE WS-GOV-LIMIT TO WS-GOV-LIVE-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * CLOSE-WARM-SESSIONS: Destroy every session still in the pool.  *
      *----------------------------------------------------------------*
       CLOSE-WARM-SESSIONS.
           PERFORM CLOSE-ONE-WARM-SLOT
               VARYING WS-XPL-CUR-IDX FROM 1 BY 1
               UNTIL WS-XPL-CUR-IDX > WS-XPL-SIZE
           .

       CLOSE-ONE-WARM-SLOT.
           IF XPL-SLOT-ACTIVE(WS-XPL-CUR-IDX)
               PERFORM RETIRE-CUR-SLOT
           END-IF
           .

      *----------------------------------------------------------------*
      * SHUT-DOWN-LANE: Answer what is still pending as CLOSED, give   *
      * back every session and governor slot, and stop the client.    *
      *----------------------------------------------------------------*
       SHUT-DOWN-LANE.
           MOVE "CLOSED" TO WS-TURN-AWAY-STATUS
           MOVE "The express lane has closed for this batch window; resu
      -        "bmit through the batch queue."
               TO WS-TURN-AWAY-TEXT
           PERFORM TURN-AWAY-PENDING-REQUESTS

           PERFORM CLOSE-WARM-SESSIONS
           CALL "COPILOT-CLIENT-STOP" USING WS-RETURN-CODE

           MOVE "STOPPED" TO WS-LANE-STATE
           PERFORM WRITE-LANE-STATUS
           .

      *----------------------------------------------------------------*
      * WRITE-LANE-STATUS: Rewrite the one-record status file the      *
      * console reads; its timestamp doubles as the server heartbeat.  *
      *----------------------------------------------------------------*
       WRITE-LANE-STATUS.
           MOVE 0 TO WS-XPL-WARM-COUNT
           PERFORM COUNT-ONE-WARM-SLOT
               VARYING WS-XPL-CUR-IDX FROM 1 BY 1
               UNTIL WS-XPL-CUR-IDX > WS-XPL-SIZE

           OPEN OUTPUT EXPRESS-STATUS
           IF WS-XST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-LANE-STATE        TO XST-STATE
           MOVE WS-CLI-JOB-ID        TO XST-JOB-ID
           MOVE WS-XPL-WARM-COUNT    TO XST-WARM-COUNT
           MOVE WS-SERVED-COUNT      TO XST-SERVED-COUNT
           MOVE WS-FAILED-COUNT      TO XST-FAILED-COUNT
           MOVE WS-TURNED-AWAY-COUNT TO XST-TURNED-AWAY
           MOVE WS-LAST-REQUEST-ID   TO XST-LAST-REQUEST-ID
           MOVE WS-TODAY-DATE(1:14)  TO XST-UPDATED-AT
           WRITE EXPRESS-STATUS-RECORD
           CLOSE EXPRESS-STATUS
           .

       COUNT-ONE-WARM-SLOT.
           IF XPL-SLOT-ACTIVE(WS-XPL-CUR-IDX)
               ADD 1 TO WS-XPL-WARM-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * COMPUTE-NOW-SECS: The clock in seconds, reckoned the way the   *
      * governor stamps its slots.                                     *
      *----------------------------------------------------------------*
       COMPUTE-NOW-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE(1:8)))
               * 86400
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TODAY-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-TODAY-DATE(13:2))
           .

      *----------------------------------------------------------------*
      * POLL-SLEEP: Wait out the poll interval.                        *
      *----------------------------------------------------------------*
       POLL-SLEEP.
           MOVE SPACES TO WS-SLEEP-COMMAND
           STRING
               "sleep " WS-POLL-SECS
               DELIMITED SIZE
               INTO WS-SLEEP-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SLEEP-COMMAND
           .
