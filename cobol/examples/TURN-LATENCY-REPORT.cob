      *================================================================*
      * TURN-LATENCY-REPORT.cob                                        *
      * Where a turn's time went, rebuilt from a date range of the     *
      * structured event logs. SLA-AGING-REPORT only sees each         *
      * prompt's submit-to-reply seconds; this report takes every      *
      * turn apart instead. For each session.sendMessage the session   *
      * logged, it follows the turn's own events on that session --    *
      * the first and last message delta, each session.tool.invoke    *
      * paired with its session.tool.result by invocation id, and the  *
      * message, turn-end or error that closed the wait -- and splits  *
      * the turn into phases, in milliseconds:                         *
      *                                                                *
      *   GOVERNOR     wait for a session slot before the session the  *
      *                turn ran on was created (session.governor.wait) *
      *   FIRST-DELTA  send to the first streamed delta (the model     *
      *                starting to answer; the whole wait when the     *
      *                reply was not streamed)                         *
      *   STREAM       first delta to last delta                       *
      *   TOOL         total time our tool handlers held the turn      *
      *   MODEL        the turn less its tool time                     *
      *   TURN         send to the end of the wait                     *
      *                                                                *
      * Averages and 90th percentiles are shown per phase by model     *
      * and by template (from the runner.turn tag PROMPT-QUEUE-RUNNER  *
      * logs ahead of each send; untagged turns group under "-"), and  *
      * per tool handler for the handler's own elapsed time. Turns     *
      * whose tool time exceeds their model time are listed, since     *
      * those point at our own handlers rather than the model.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURN-LATENCY-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-LOG ASSIGN TO WS-EVT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT LATENCY-REPORT ASSIGN TO WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-LOG.
       01  EVENT-LOG-RECORD         PIC X(4096).

       FD  LATENCY-REPORT.
       01  LATENCY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EVT-LOG-NAME          PIC X(64)  VALUE SPACES.
       01  WS-EVT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RPT-FILE-NAME         PIC X(64)
           VALUE "TURN-LATENCY-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-FROM-DATE             PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE               PIC X(8)   VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-CUR-DATE-INT          PIC 9(8)   VALUE 0.
       01  WS-END-DATE-INT          PIC 9(8)   VALUE 0.
       01  WS-CUR-DATE              PIC 9(8)   VALUE 0.
       01  WS-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    One event line split into its leading tokens.
       01  WS-LINE-BUFFER           PIC X(4096) VALUE SPACES.
       01  WS-LINE-PTR              PIC 9(5)   VALUE 1.
       01  WS-TOK-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-TOK-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-TOK-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-TOK-METHOD            PIC X(64)  VALUE SPACES.
       01  WS-TOK-BODY              PIC X(4096) VALUE SPACES.
       01  WS-EVENT-MS              PIC 9(15)  VALUE 0.

      *    Body member lookup: WS-BODY-KEY (with its opening quote
      *    for a string member) is found in the body and the value
      *    after it lands in WS-BODY-VALUE.
       01  WS-BODY-KEY              PIC X(32)  VALUE SPACES.
       01  WS-BODY-KEY-LEN          PIC 9(3)   VALUE 0.
       01  WS-BODY-VALUE            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-POS              PIC 9(5)   VALUE 1.
       01  WS-FOUND-POS             PIC 9(5)   VALUE 0.
       01  WS-VALUE-PTR             PIC 9(5)   VALUE 0.
       01  WS-INVOKE-ID-SCAN        PIC X(64)  VALUE SPACES.
       01  WS-TOOL-NAME-SCAN        PIC X(32)  VALUE SPACES.

      *    Turn being built per session: the send time, first and last
      *    delta, tool time so far, and the tags that go with it. A
      *    runner tag or governor wait logged ahead of the send waits
      *    in the slot for the turn it belongs to.
       01  WS-OPEN-TURN-TABLE.
           05 WS-OT-COUNT           PIC 9(3)   VALUE 0.
           05 WS-OT-ENTRY OCCURS 100 TIMES.
               10 WS-OT-SESSION     PIC X(64)  VALUE SPACES.
               10 WS-OT-ACTIVE-FLAG PIC 9      VALUE 0.
                   88 OT-TURN-OPEN              VALUE 1.
                   88 OT-TURN-IDLE              VALUE 0.
               10 WS-OT-SEND-STAMP  PIC X(14)  VALUE SPACES.
               10 WS-OT-SEND-MS     PIC 9(15)  VALUE 0.
               10 WS-OT-FIRST-MS    PIC 9(15)  VALUE 0.
               10 WS-OT-LAST-MS     PIC 9(15)  VALUE 0.
               10 WS-OT-TOOL-MS     PIC 9(9)   VALUE 0.
               10 WS-OT-GOV-MS      PIC 9(9)   VALUE 0.
               10 WS-OT-MODEL       PIC X(32)  VALUE SPACES.
               10 WS-OT-PROMPT      PIC X(20)  VALUE SPACES.
               10 WS-OT-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-OT-TAG-PROMPT  PIC X(20)  VALUE SPACES.
               10 WS-OT-TAG-TEMPLATE PIC X(20) VALUE SPACES.
               10 WS-OT-TAG-GOV-MS  PIC 9(9)   VALUE 0.
       01  WS-OT-IDX                PIC 9(3)   VALUE 0.
       01  WS-OT-FOUND-IDX          PIC 9(3)   VALUE 0.
       01  WS-OT-DROPPED            PIC 9(7)   VALUE 0.

      *    Tool invocations waiting for their result.
       01  WS-PENDING-INVOKES.
           05 WS-PEND-COUNT         PIC 9(3)   VALUE 0.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
               10 WS-PEND-SESSION   PIC X(64)  VALUE SPACES.
               10 WS-PEND-ID        PIC X(64)  VALUE SPACES.
               10 WS-PEND-TOOL      PIC X(32)  VALUE SPACES.
               10 WS-PEND-START-MS  PIC 9(15)  VALUE 0.
       01  WS-PEND-IDX              PIC 9(3)   VALUE 0.
       01  WS-PEND-FOUND-IDX        PIC 9(3)   VALUE 0.

      *    The phases of the turn just closed.
       01  WS-PHASE-FIGURES.
           05 WS-PHASE-MS           PIC 9(9)   OCCURS 6 TIMES
                                               VALUE 0.
       01  WS-PHASE-NAME-LIST.
           05 FILLER                PIC X(11)  VALUE "GOVERNOR".
           05 FILLER                PIC X(11)  VALUE "FIRST-DELTA".
           05 FILLER                PIC X(11)  VALUE "STREAM".
           05 FILLER                PIC X(11)  VALUE "TOOL".
           05 FILLER                PIC X(11)  VALUE "MODEL".
           05 FILLER                PIC X(11)  VALUE "TURN".
       01  WS-PHASE-NAME-TABLE REDEFINES WS-PHASE-NAME-LIST.
           05 WS-PHASE-NAME         PIC X(11)  OCCURS 6 TIMES.
       01  WS-PHASE-IDX             PIC 9      VALUE 0.
       01  WS-TOOL-ELAPSED-MS       PIC 9(9)   VALUE 0.
       01  WS-TURN-SPAN-MS          PIC 9(15)  VALUE 0.

      *    Grouped figures: kind M (model), T (template) or H (tool
      *    handler), with a running sum and capped samples per phase
      *    for the averages and percentiles. Handler groups use the
      *    TOOL phase only.
       01  WS-GROUP-TABLE.
           05 WS-GRP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-GRP-ENTRY OCCURS 60 TIMES.
               10 WS-GRP-KIND       PIC X      VALUE SPACE.
               10 WS-GRP-KEY        PIC X(32)  VALUE SPACES.
               10 WS-GRP-TURNS      PIC 9(6)   VALUE 0.
               10 WS-GRP-PHASE OCCURS 6 TIMES.
                   15 WS-GRP-SUM     PIC 9(13)  VALUE 0.
                   15 WS-GRP-SAMPLES PIC 9(4)   VALUE 0.
                   15 WS-GRP-VALUE   PIC 9(9)   OCCURS 300 TIMES
                                                VALUE 0.
       01  WS-GRP-IDX               PIC 9(3)   VALUE 0.
       01  WS-GRP-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-GRP-WANT-KIND         PIC X      VALUE SPACE.
       01  WS-GRP-WANT-KEY          PIC X(32)  VALUE SPACES.
       01  WS-GRP-DROPPED           PIC 9(7)   VALUE 0.

      *    Percentile work: one group's phase samples copied out and
      *    insertion-sorted.
       01  WS-SORT-TABLE.
           05 WS-SORT-COUNT         PIC 9(4)   VALUE 0.
           05 WS-SORT-VALUE         PIC 9(9)   OCCURS 300 TIMES
                                               VALUE 0.
       01  WS-SORT-I                PIC 9(4)   VALUE 0.
       01  WS-SORT-J                PIC 9(4)   VALUE 0.
       01  WS-SORT-HOLD             PIC 9(9)   VALUE 0.
       01  WS-PCT-RANK              PIC 9(4)   VALUE 0.
       01  WS-PCT-AVG               PIC 9(9)   VALUE 0.
       01  WS-PCT-P90               PIC 9(9)   VALUE 0.
       01  WS-AVG-LINE.
           05 WS-AVG-EDIT           PIC Z(11)9 OCCURS 6 TIMES.
       01  WS-P90-LINE.
           05 WS-P90-EDIT           PIC Z(11)9 OCCURS 6 TIMES.
       01  WS-MS-EDIT               PIC Z(8)9.
       01  WS-MS-EDIT-2             PIC Z(8)9.

      *    Turns whose tool time beat their model time.
       01  WS-FLAG-TABLE.
           05 WS-FLAG-COUNT         PIC 9(3)   VALUE 0.
           05 WS-FLAG-ENTRY OCCURS 200 TIMES.
               10 WS-FLAG-STAMP     PIC X(14)  VALUE SPACES.
               10 WS-FLAG-SESSION   PIC X(64)  VALUE SPACES.
               10 WS-FLAG-PROMPT    PIC X(20)  VALUE SPACES.
               10 WS-FLAG-TEMPLATE  PIC X(20)  VALUE SPACES.
               10 WS-FLAG-TOOL-MS   PIC 9(9)   VALUE 0.
               10 WS-FLAG-MODEL-MS  PIC 9(9)   VALUE 0.
       01  WS-FLAG-IDX              PIC 9(3)   VALUE 0.
       01  WS-FLAG-TOTAL            PIC 9(7)   VALUE 0.

       01  WS-FILES-SCANNED         PIC 9(3)   VALUE 0.
       01  WS-TURN-COUNT            PIC 9(7)   VALUE 0.
       01  WS-INCOMPLETE-COUNT      PIC 9(7)   VALUE 0.
       01  WS-TOOL-CALL-COUNT       PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Turn Latency Breakdown ==="
           DISPLAY " "

           DISPLAY "From date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "To date   (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-TO-DATE
           END-IF

           MOVE FUNCTION NUMVAL(WS-FROM-DATE) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               TO WS-CUR-DATE-INT
           MOVE FUNCTION NUMVAL(WS-TO-DATE) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               TO WS-END-DATE-INT

           PERFORM SCAN-ONE-DAY-LOG
               UNTIL WS-CUR-DATE-INT > WS-END-DATE-INT

      *    A turn still open when the range runs out never closed in
      *    the logs scanned and is counted, not timed.
           PERFORM COUNT-ONE-UNCLOSED-TURN
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT

           IF WS-TURN-COUNT = 0
               DISPLAY "No complete turns in the event logs for "
                   WS-FROM-DATE " to " WS-TO-DATE "."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM WRITE-LATENCY-REPORT

           DISPLAY "Log files scanned:   " WS-FILES-SCANNED
           DISPLAY "Turns timed:         " WS-TURN-COUNT
           DISPLAY "Turns not closed:    " WS-INCOMPLETE-COUNT
           DISPLAY "Tool calls timed:    " WS-TOOL-CALL-COUNT
           DISPLAY "Tool-bound turns:    " WS-FLAG-TOTAL
           IF WS-OT-DROPPED > 0 OR WS-GRP-DROPPED > 0
               DISPLAY "WARNING: " WS-OT-DROPPED
                   " events beyond the session table and "
                   WS-GRP-DROPPED " beyond the group table"
                   " were not timed"
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * SCAN-ONE-DAY-LOG: Open and scan one day's event log, then      *
      * step to the next day in the range.                             *
      *----------------------------------------------------------------*
       SCAN-ONE-DAY-LOG.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT)
               TO WS-CUR-DATE

           MOVE SPACES TO WS-EVT-LOG-NAME
           STRING
               "EVENT-LOG-" WS-CUR-DATE ".TXT"
               DELIMITED SIZE
               INTO WS-EVT-LOG-NAME
           END-STRING

           MOVE "00" TO WS-EVT-FILE-STATUS
           OPEN INPUT EVENT-LOG
           IF WS-EVT-FILE-STATUS = "00"
               ADD 1 TO WS-FILES-SCANNED
               PERFORM SCAN-ONE-EVENT-LINE
                   UNTIL WS-EVT-FILE-STATUS NOT = "00"
               CLOSE EVENT-LOG
           END-IF

           ADD 1 TO WS-CUR-DATE-INT
           .

       SCAN-ONE-EVENT-LINE.
           READ EVENT-LOG INTO WS-LINE-BUFFER
               AT END
                   MOVE "10" TO WS-EVT-FILE-STATUS
               NOT AT END
                   PERFORM PARSE-EVENT-LINE
           END-READ
           .

      *----------------------------------------------------------------*
      * PARSE-EVENT-LINE: Split the leading tokens off the event line, *
      * turn its timestamp into milliseconds, and route the events     *
      * that mark a turn's timeline.                                   *
      *----------------------------------------------------------------*
       PARSE-EVENT-LINE.
           MOVE SPACES TO WS-TOK-TIMESTAMP
           MOVE SPACES TO WS-TOK-JOB-ID
           MOVE SPACES TO WS-TOK-SESSION-ID
           MOVE SPACES TO WS-TOK-METHOD
           MOVE 1 TO WS-LINE-PTR
           UNSTRING WS-LINE-BUFFER DELIMITED BY SPACE
               INTO WS-TOK-TIMESTAMP
                   WS-TOK-JOB-ID
                   WS-TOK-SESSION-ID
                   WS-TOK-METHOD
               WITH POINTER WS-LINE-PTR
           END-UNSTRING

           MOVE SPACES TO WS-TOK-BODY
           IF WS-LINE-PTR <= FUNCTION LENGTH(WS-LINE-BUFFER)
               MOVE WS-LINE-BUFFER(WS-LINE-PTR:) TO WS-TOK-BODY
           END-IF

           IF WS-TOK-SESSION-ID = SPACES
               OR WS-TOK-TIMESTAMP(1:16) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-TOK-TIMESTAMP(1:8)) TO WS-DATE-NUM
           COMPUTE WS-EVENT-MS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400000
               + FUNCTION NUMVAL(WS-TOK-TIMESTAMP(9:2)) * 3600000
               + FUNCTION NUMVAL(WS-TOK-TIMESTAMP(11:2)) * 60000
               + FUNCTION NUMVAL(WS-TOK-TIMESTAMP(13:2)) * 1000
               + FUNCTION NUMVAL(WS-TOK-TIMESTAMP(15:2)) * 10

           EVALUATE FUNCTION TRIM(WS-TOK-METHOD)
               WHEN "runner.turn"
                   PERFORM NOTE-RUNNER-TAG
               WHEN "session.governor.wait"
                   PERFORM NOTE-GOVERNOR-WAIT
               WHEN "session.sendMessage"
                   PERFORM OPEN-TURN
               WHEN "session.assistant.message_delta"
                   PERFORM NOTE-MESSAGE-DELTA
               WHEN "session.tool.invoke"
                   PERFORM NOTE-TOOL-INVOKE
               WHEN "session.tool.result"
                   PERFORM NOTE-TOOL-RESULT
               WHEN "session.assistant.message"
               WHEN "session.turn.end"
               WHEN "session.error"
                   PERFORM CLOSE-TURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * NOTE-RUNNER-TAG / NOTE-GOVERNOR-WAIT: Hold the prompt and      *
      * template tag, or the slot wait, for the session's next turn.   *
      *----------------------------------------------------------------*
       NOTE-RUNNER-TAG.
           PERFORM FIND-OR-ADD-SESSION-SLOT
           IF WS-OT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE '"promptId":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           MOVE WS-BODY-VALUE TO WS-OT-TAG-PROMPT(WS-OT-FOUND-IDX)
           MOVE '"templateId":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           MOVE WS-BODY-VALUE TO WS-OT-TAG-TEMPLATE(WS-OT-FOUND-IDX)
           .

       NOTE-GOVERNOR-WAIT.
           PERFORM FIND-OR-ADD-SESSION-SLOT
           IF WS-OT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE '"waitMs":' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           IF WS-BODY-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BODY-VALUE)
                   TO WS-OT-TAG-GOV-MS(WS-OT-FOUND-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN-TURN: A send starts the session's next turn, taking up    *
      * any tag and slot wait logged ahead of it. A turn still open on *
      * the session never closed and is counted, not timed.            *
      *----------------------------------------------------------------*
       OPEN-TURN.
           PERFORM FIND-OR-ADD-SESSION-SLOT
           IF WS-OT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OT-FOUND-IDX TO WS-OT-IDX

           IF OT-TURN-OPEN(WS-OT-IDX)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF

           SET OT-TURN-OPEN(WS-OT-IDX) TO TRUE
           MOVE WS-TOK-TIMESTAMP(1:14) TO WS-OT-SEND-STAMP(WS-OT-IDX)
           MOVE WS-EVENT-MS TO WS-OT-SEND-MS(WS-OT-IDX)
           MOVE 0 TO WS-OT-FIRST-MS(WS-OT-IDX)
           MOVE 0 TO WS-OT-LAST-MS(WS-OT-IDX)
           MOVE 0 TO WS-OT-TOOL-MS(WS-OT-IDX)

           MOVE '"model":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           IF WS-BODY-VALUE = SPACES
               MOVE "(server default)" TO WS-OT-MODEL(WS-OT-IDX)
           ELSE
               MOVE WS-BODY-VALUE TO WS-OT-MODEL(WS-OT-IDX)
           END-IF

           MOVE WS-OT-TAG-PROMPT(WS-OT-IDX) TO WS-OT-PROMPT(WS-OT-IDX)
           MOVE WS-OT-TAG-TEMPLATE(WS-OT-IDX)
               TO WS-OT-TEMPLATE(WS-OT-IDX)
           IF WS-OT-TEMPLATE(WS-OT-IDX) = SPACES
               MOVE "-" TO WS-OT-TEMPLATE(WS-OT-IDX)
           END-IF
           MOVE WS-OT-TAG-GOV-MS(WS-OT-IDX) TO WS-OT-GOV-MS(WS-OT-IDX)
           MOVE SPACES TO WS-OT-TAG-PROMPT(WS-OT-IDX)
           MOVE SPACES TO WS-OT-TAG-TEMPLATE(WS-OT-IDX)
           MOVE 0 TO WS-OT-TAG-GOV-MS(WS-OT-IDX)
           .

       NOTE-MESSAGE-DELTA.
           PERFORM FIND-SESSION-SLOT
           IF WS-OT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF OT-TURN-IDLE(WS-OT-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-OT-FIRST-MS(WS-OT-FOUND-IDX) = 0
               MOVE WS-EVENT-MS TO WS-OT-FIRST-MS(WS-OT-FOUND-IDX)
           END-IF
           MOVE WS-EVENT-MS TO WS-OT-LAST-MS(WS-OT-FOUND-IDX)
           .

      *----------------------------------------------------------------*
      * NOTE-TOOL-INVOKE / NOTE-TOOL-RESULT: Time each invocation from *
      * its invoke to the result our handler sent back, credit it to   *
      * the handler, and add it to the open turn's tool time.          *
      *----------------------------------------------------------------*
       NOTE-TOOL-INVOKE.
           MOVE '"name":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           MOVE WS-BODY-VALUE TO WS-TOOL-NAME-SCAN
           MOVE '"id":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           MOVE WS-BODY-VALUE TO WS-INVOKE-ID-SCAN
           IF WS-TOOL-NAME-SCAN = SPACES
               OR WS-INVOKE-ID-SCAN = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PEND-FOUND-IDX
           PERFORM TEST-ONE-FREE-PENDING-SLOT
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               OR WS-PEND-FOUND-IDX > 0
           IF WS-PEND-FOUND-IDX = 0
               IF WS-PEND-COUNT >= 200
                   ADD 1 TO WS-OT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PEND-COUNT TO WS-PEND-FOUND-IDX
           END-IF

           MOVE WS-TOK-SESSION-ID TO WS-PEND-SESSION(WS-PEND-FOUND-IDX)
           MOVE WS-INVOKE-ID-SCAN TO WS-PEND-ID(WS-PEND-FOUND-IDX)
           MOVE WS-TOOL-NAME-SCAN TO WS-PEND-TOOL(WS-PEND-FOUND-IDX)
           MOVE WS-EVENT-MS TO WS-PEND-START-MS(WS-PEND-FOUND-IDX)
           .

       TEST-ONE-FREE-PENDING-SLOT.
           IF WS-PEND-ID(WS-PEND-IDX) = SPACES
               MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
           END-IF
           .

       NOTE-TOOL-RESULT.
           MOVE '"id":"' TO WS-BODY-KEY
           PERFORM FIND-BODY-VALUE
           MOVE WS-BODY-VALUE TO WS-INVOKE-ID-SCAN
           IF WS-INVOKE-ID-SCAN = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PEND-FOUND-IDX
           PERFORM TEST-ONE-PENDING-INVOKE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               OR WS-PEND-FOUND-IDX > 0
           IF WS-PEND-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOOL-ELAPSED-MS
           IF WS-EVENT-MS > WS-PEND-START-MS(WS-PEND-FOUND-IDX)
               COMPUTE WS-TOOL-ELAPSED-MS = WS-EVENT-MS
                   - WS-PEND-START-MS(WS-PEND-FOUND-IDX)
           END-IF
           MOVE WS-PEND-TOOL(WS-PEND-FOUND-IDX) TO WS-TOOL-NAME-SCAN
           MOVE SPACES TO WS-PEND-ID(WS-PEND-FOUND-IDX)
           ADD 1 TO WS-TOOL-CALL-COUNT

           MOVE 0 TO WS-PHASE-FIGURES
           MOVE WS-TOOL-ELAPSED-MS TO WS-PHASE-MS(4)
           MOVE "H" TO WS-GRP-WANT-KIND
           MOVE WS-TOOL-NAME-SCAN TO WS-GRP-WANT-KEY
           PERFORM FIND-OR-ADD-GROUP
           IF WS-GRP-FOUND-IDX > 0
               ADD 1 TO WS-GRP-TURNS(WS-GRP-FOUND-IDX)
               MOVE 4 TO WS-PHASE-IDX
               PERFORM FOLD-ONE-PHASE
           END-IF

           PERFORM FIND-SESSION-SLOT
           IF WS-OT-FOUND-IDX > 0
               IF OT-TURN-OPEN(WS-OT-FOUND-IDX)
                   ADD WS-TOOL-ELAPSED-MS
                       TO WS-OT-TOOL-MS(WS-OT-FOUND-IDX)
               END-IF
           END-IF
           .

       TEST-ONE-PENDING-INVOKE.
           IF WS-PEND-ID(WS-PEND-IDX) = WS-INVOKE-ID-SCAN
               AND WS-PEND-SESSION(WS-PEND-IDX) = WS-TOK-SESSION-ID
               MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * CLOSE-TURN: The end of the wait closes the session's open      *
      * turn. Its phases are worked out, folded under its model and    *
      * template, and a turn whose tool time beat its model time is    *
      * kept for the tool-bound listing.                               *
      *----------------------------------------------------------------*
       CLOSE-TURN.
           PERFORM FIND-SESSION-SLOT
           IF WS-OT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OT-FOUND-IDX TO WS-OT-IDX
           IF OT-TURN-IDLE(WS-OT-IDX)
               EXIT PARAGRAPH
           END-IF

           SET OT-TURN-IDLE(WS-OT-IDX) TO TRUE
           ADD 1 TO WS-TURN-COUNT
           MOVE 0 TO WS-PHASE-FIGURES

           MOVE WS-OT-GOV-MS(WS-OT-IDX) TO WS-PHASE-MS(1)

           MOVE 0 TO WS-TURN-SPAN-MS
           IF WS-EVENT-MS > WS-OT-SEND-MS(WS-OT-IDX)
               COMPUTE WS-TURN-SPAN-MS =
                   WS-EVENT-MS - WS-OT-SEND-MS(WS-OT-IDX)
           END-IF
           MOVE WS-TURN-SPAN-MS TO WS-PHASE-MS(6)

           IF WS-OT-FIRST-MS(WS-OT-IDX) = 0
               MOVE WS-PHASE-MS(6) TO WS-PHASE-MS(2)
           ELSE
               COMPUTE WS-PHASE-MS(2) =
                   WS-OT-FIRST-MS(WS-OT-IDX) - WS-OT-SEND-MS(WS-OT-IDX)
               COMPUTE WS-PHASE-MS(3) =
                   WS-OT-LAST-MS(WS-OT-IDX) - WS-OT-FIRST-MS(WS-OT-IDX)
           END-IF

           MOVE WS-OT-TOOL-MS(WS-OT-IDX) TO WS-PHASE-MS(4)
           IF WS-PHASE-MS(6) > WS-PHASE-MS(4)
               COMPUTE WS-PHASE-MS(5) = WS-PHASE-MS(6) - WS-PHASE-MS(4)
           END-IF

           MOVE "M" TO WS-GRP-WANT-KIND
           MOVE WS-OT-MODEL(WS-OT-IDX) TO WS-GRP-WANT-KEY
           PERFORM FOLD-TURN-INTO-GROUP
           MOVE "T" TO WS-GRP-WANT-KIND
           MOVE WS-OT-TEMPLATE(WS-OT-IDX) TO WS-GRP-WANT-KEY
           PERFORM FOLD-TURN-INTO-GROUP

           IF WS-PHASE-MS(4) > WS-PHASE-MS(5)
               PERFORM KEEP-TOOL-BOUND-TURN
           END-IF
           .

       KEEP-TOOL-BOUND-TURN.
           ADD 1 TO WS-FLAG-TOTAL
           IF WS-FLAG-COUNT >= 200
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-OT-SEND-STAMP(WS-OT-IDX)
               TO WS-FLAG-STAMP(WS-FLAG-COUNT)
           MOVE WS-OT-SESSION(WS-OT-IDX)
               TO WS-FLAG-SESSION(WS-FLAG-COUNT)
           MOVE WS-OT-PROMPT(WS-OT-IDX)
               TO WS-FLAG-PROMPT(WS-FLAG-COUNT)
           MOVE WS-OT-TEMPLATE(WS-OT-IDX)
               TO WS-FLAG-TEMPLATE(WS-FLAG-COUNT)
           MOVE WS-PHASE-MS(4) TO WS-FLAG-TOOL-MS(WS-FLAG-COUNT)
           MOVE WS-PHASE-MS(5) TO WS-FLAG-MODEL-MS(WS-FLAG-COUNT)
           .

       COUNT-ONE-UNCLOSED-TURN.
           IF OT-TURN-OPEN(WS-OT-IDX)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-SESSION-SLOT / FIND-OR-ADD-SESSION-SLOT: The event's      *
      * session in the open-turn table; a new session takes an idle    *
      * slot with nothing pending, or a fresh one. 0 when the table is *
      * full.                                                          *
      *----------------------------------------------------------------*
       FIND-SESSION-SLOT.
           MOVE 0 TO WS-OT-FOUND-IDX
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               OR WS-OT-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-OT-SESSION(WS-OT-IDX) = WS-TOK-SESSION-ID
               MOVE WS-OT-IDX TO WS-OT-FOUND-IDX
           END-IF
           .

       FIND-OR-ADD-SESSION-SLOT.
           PERFORM FIND-SESSION-SLOT
           IF WS-OT-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-REUSABLE-SLOT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               OR WS-OT-FOUND-IDX > 0
           IF WS-OT-FOUND-IDX = 0
               IF WS-OT-COUNT >= 100
                   ADD 1 TO WS-OT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OT-COUNT
               MOVE WS-OT-COUNT TO WS-OT-FOUND-IDX
           END-IF

           INITIALIZE WS-OT-ENTRY(WS-OT-FOUND-IDX)
           MOVE WS-TOK-SESSION-ID TO WS-OT-SESSION(WS-OT-FOUND-IDX)
           .

       TEST-ONE-REUSABLE-SLOT.
           IF OT-TURN-IDLE(WS-OT-IDX)
               AND WS-OT-TAG-PROMPT(WS-OT-IDX) = SPACES
               AND WS-OT-TAG-GOV-MS(WS-OT-IDX) = 0
               MOVE WS-OT-IDX TO WS-OT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-BODY-VALUE: The value following WS-BODY-KEY in the event  *
      * body, up to the closing quote, comma or brace; spaces when the *
      * member is absent.                                              *
      *----------------------------------------------------------------*
       FIND-BODY-VALUE.
           MOVE SPACES TO WS-BODY-VALUE
           MOVE 0 TO WS-FOUND-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BODY-KEY))
               TO WS-BODY-KEY-LEN

           PERFORM TEST-ONE-BODY-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS + WS-BODY-KEY-LEN - 1 >
                   FUNCTION LENGTH(WS-TOK-BODY)
               OR WS-FOUND-POS > 0

           IF WS-FOUND-POS > 0
               COMPUTE WS-VALUE-PTR = WS-FOUND-POS + WS-BODY-KEY-LEN
               UNSTRING WS-TOK-BODY
                   DELIMITED BY '"' OR ',' OR '}'
                   INTO WS-BODY-VALUE
                   WITH POINTER WS-VALUE-PTR
               END-UNSTRING
           END-IF
           .

       TEST-ONE-BODY-POSITION.
           IF WS-TOK-BODY(WS-SCAN-POS:WS-BODY-KEY-LEN) =
               WS-BODY-KEY(1:WS-BODY-KEY-LEN)
               MOVE WS-SCAN-POS TO WS-FOUND-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-OR-ADD-GROUP: Slot for the wanted kind and key; 0 when    *
      * the table is full.                                             *
      *----------------------------------------------------------------*
       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM TEST-ONE-GROUP-SLOT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               OR WS-GRP-FOUND-IDX > 0

           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-COUNT >= 60
                   ADD 1 TO WS-GRP-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX
               MOVE WS-GRP-WANT-KIND
                   TO WS-GRP-KIND(WS-GRP-FOUND-IDX)
               MOVE WS-GRP-WANT-KEY
                   TO WS-GRP-KEY(WS-GRP-FOUND-IDX)
           END-IF
           .

       TEST-ONE-GROUP-SLOT.
           IF WS-GRP-KIND(WS-GRP-IDX) = WS-GRP-WANT-KIND
               AND WS-GRP-KEY(WS-GRP-IDX) = WS-GRP-WANT-KEY
               MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
           END-IF
           .

       FOLD-TURN-INTO-GROUP.
           PERFORM FIND-OR-ADD-GROUP
           IF WS-GRP-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GRP-TURNS(WS-GRP-FOUND-IDX)
           PERFORM FOLD-ONE-PHASE
               VARYING WS-PHASE-IDX FROM 1 BY 1
               UNTIL WS-PHASE-IDX > 6
           .

      *----------------------------------------------------------------*
      * FOLD-ONE-PHASE: Add the phase's figure to the group's running  *
      * sum and, while there is room, to its samples.                  *
      *----------------------------------------------------------------*
       FOLD-ONE-PHASE.
           ADD WS-PHASE-MS(WS-PHASE-IDX)
               TO WS-GRP-SUM(WS-GRP-FOUND-IDX WS-PHASE-IDX)
           IF WS-GRP-SAMPLES(WS-GRP-FOUND-IDX WS-PHASE-IDX) < 300
               ADD 1 TO WS-GRP-SAMPLES(WS-GRP-FOUND-IDX WS-PHASE-IDX)
               MOVE WS-PHASE-MS(WS-PHASE-IDX)
                   TO WS-GRP-VALUE(WS-GRP-FOUND-IDX WS-PHASE-IDX
                       WS-GRP-SAMPLES(WS-GRP-FOUND-IDX WS-PHASE-IDX))
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-LATENCY-REPORT: The by-model and by-template sections    *
      * (average and 90th percentile of each phase), the per-handler   *
      * tool section, the tool-bound turns, and the totals.            *
      *----------------------------------------------------------------*
       WRITE-LATENCY-REPORT.
           OPEN OUTPUT LATENCY-REPORT

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "TURN LATENCY BREAKDOWN  " WS-FROM-DATE " TO "
               WS-TO-DATE "  RUN " WS-TODAY-DATE(1:8) " "
               WS-TODAY-DATE(9:2) ":" WS-TODAY-DATE(11:2)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE "  (all figures in milliseconds)" TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE "BY MODEL" TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           PERFORM WRITE-PHASE-HEADING
           MOVE "M" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-TURN-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE "BY TEMPLATE" TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           PERFORM WRITE-PHASE-HEADING
           MOVE "T" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-TURN-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE "BY TOOL HANDLER" TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           IF WS-TOOL-CALL-COUNT = 0
               MOVE "  (no tool calls in range)" TO WS-OUT-LINE
               WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           END-IF
           MOVE "H" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-HANDLER-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE "TURNS WHOSE TOOL TIME EXCEEDED MODEL TIME"
               TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           IF WS-FLAG-TOTAL = 0
               MOVE "  (none)" TO WS-OUT-LINE
               WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           END-IF
           PERFORM WRITE-ONE-FLAGGED-TURN
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           IF WS-FLAG-TOTAL > WS-FLAG-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  ... and " WS-FLAG-TOTAL
                   " in all; only the first 200 are listed"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "TOTALS  turns " WS-TURN-COUNT
               "  not closed " WS-INCOMPLETE-COUNT
               "  tool calls " WS-TOOL-CALL-COUNT
               "  tool-bound " WS-FLAG-TOTAL
               "  log files " WS-FILES-SCANNED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE

           CLOSE LATENCY-REPORT
           .

       WRITE-PHASE-HEADING.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "                                    TURNS     "
               "    GOVERNOR FIRST-DELTA      STREAM        TOOL"
               "       MODEL        TURN"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-TURN-GROUP: Two lines for a model or template group: *
      * the average of each phase, then its 90th percentile.           *
      *----------------------------------------------------------------*
       WRITE-ONE-TURN-GROUP.
           IF WS-GRP-KIND(WS-GRP-IDX) NOT = WS-GRP-WANT-KIND
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ONE-PHASE-FIGURES
               VARYING WS-PHASE-IDX FROM 1 BY 1
               UNTIL WS-PHASE-IDX > 6

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-GRP-KEY(WS-GRP-IDX)
               " " WS-GRP-TURNS(WS-GRP-IDX)
               " avg" WS-AVG-LINE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "                                          "
               "p90" WS-P90-LINE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           .

       COMPUTE-ONE-PHASE-FIGURES.
           PERFORM COMPUTE-PHASE-PERCENTILE
           MOVE WS-PCT-AVG TO WS-AVG-EDIT(WS-PHASE-IDX)
           MOVE WS-PCT-P90 TO WS-P90-EDIT(WS-PHASE-IDX)
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-HANDLER-GROUP: One line per tool handler: calls,     *
      * average and 90th percentile elapsed.                           *
      *----------------------------------------------------------------*
       WRITE-ONE-HANDLER-GROUP.
           IF WS-GRP-KIND(WS-GRP-IDX) NOT = WS-GRP-WANT-KIND
               EXIT PARAGRAPH
           END-IF

           MOVE 4 TO WS-PHASE-IDX
           PERFORM COMPUTE-PHASE-PERCENTILE
           MOVE WS-PCT-AVG TO WS-MS-EDIT
           MOVE WS-PCT-P90 TO WS-MS-EDIT-2

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-GRP-KEY(WS-GRP-IDX)
               "  calls " WS-GRP-TURNS(WS-GRP-IDX)
               "  avg " WS-MS-EDIT
               "  p90 " WS-MS-EDIT-2
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           .

       WRITE-ONE-FLAGGED-TURN.
           MOVE WS-FLAG-TOOL-MS(WS-FLAG-IDX) TO WS-MS-EDIT
           MOVE WS-FLAG-MODEL-MS(WS-FLAG-IDX) TO WS-MS-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-FLAG-STAMP(WS-FLAG-IDX)(1:8) " "
               WS-FLAG-STAMP(WS-FLAG-IDX)(9:2) ":"
               WS-FLAG-STAMP(WS-FLAG-IDX)(11:2) ":"
               WS-FLAG-STAMP(WS-FLAG-IDX)(13:2)
               "  " WS-FLAG-PROMPT(WS-FLAG-IDX)
               " " WS-FLAG-TEMPLATE(WS-FLAG-IDX)
               " tool " WS-MS-EDIT
               " > model " WS-MS-EDIT-2
               "  " WS-FLAG-SESSION(WS-FLAG-IDX)(1:36)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE LATENCY-REPORT-LINE FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * COMPUTE-PHASE-PERCENTILE: Average of the group's phase over    *
      * every turn, and the 90th percentile of its samples, copied out *
      * and insertion-sorted.                                          *
      *----------------------------------------------------------------*
       COMPUTE-PHASE-PERCENTILE.
           MOVE 0 TO WS-PCT-AVG
           MOVE 0 TO WS-PCT-P90
           IF WS-GRP-TURNS(WS-GRP-IDX) > 0
               COMPUTE WS-PCT-AVG ROUNDED =
                   WS-GRP-SUM(WS-GRP-IDX WS-PHASE-IDX)
                   / WS-GRP-TURNS(WS-GRP-IDX)
           END-IF

           MOVE WS-GRP-SAMPLES(WS-GRP-IDX WS-PHASE-IDX)
               TO WS-SORT-COUNT
           IF WS-SORT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-ONE-SAMPLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-SORT-COUNT

           PERFORM SORT-ONE-SAMPLE
               VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-SORT-COUNT

           COMPUTE WS-PCT-RANK ROUNDED = WS-SORT-COUNT * 90 / 100
           IF WS-PCT-RANK < 1
               MOVE 1 TO WS-PCT-RANK
           END-IF
           IF WS-PCT-RANK > WS-SORT-COUNT
               MOVE WS-SORT-COUNT TO WS-PCT-RANK
           END-IF
           MOVE WS-SORT-VALUE(WS-PCT-RANK) TO WS-PCT-P90
           .

       COPY-ONE-SAMPLE.
           MOVE WS-GRP-VALUE(WS-GRP-IDX WS-PHASE-IDX WS-SORT-I)
               TO WS-SORT-VALUE(WS-SORT-I)
           .

      *----------------------------------------------------------------*
      * SORT-ONE-SAMPLE: Insert sample WS-SORT-I into its place among  *
      * the already-sorted samples before it.                          *
      *----------------------------------------------------------------*
       SORT-ONE-SAMPLE.
           MOVE WS-SORT-VALUE(WS-SORT-I) TO WS-SORT-HOLD
           MOVE WS-SORT-I TO WS-SORT-J
           PERFORM SHIFT-ONE-SAMPLE
               UNTIL WS-SORT-J <= 1
               OR WS-SORT-VALUE(WS-SORT-J - 1) <= WS-SORT-HOLD
           MOVE WS-SORT-HOLD TO WS-SORT-VALUE(WS-SORT-J)
           .

       SHIFT-ONE-SAMPLE.
           MOVE WS-SORT-VALUE(WS-SORT-J - 1)
               TO WS-SORT-VALUE(WS-SORT-J)
           SUBTRACT 1 FROM WS-SORT-J
           .
