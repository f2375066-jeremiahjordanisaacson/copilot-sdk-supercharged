           88 TOOL-HANDLER-FOUND                VALUE 1.
           88 TOOL-HANDLER-NOT-FOUND             VALUE 0.
       01  WS-DISPATCH-HANDLER      PIC X(30)   VALUE SPACES.
       01  WS-POLICY-VERDICT        PIC 9       VALUE 0.
           88 TOOL-CALL-ALLOWED                 VALUE 0.
           88 TOOL-CALL-REFUSED                 VALUE 1.
       01  WS-POLICY-REFUSAL        PIC X(256)  VALUE SPACES.
       01  WS-SESS-RECAP            PIC X(2048) VALUE SPACES.
       01  WS-RECAP-TURN-COUNT      PIC 9(10)   VALUE 0.
       01  WS-SFS-EVENT-PATH        PIC X(256)  VALUE SPACES.
       01  WS-TEL-MODEL             PIC X(64)   VALUE SPACES.
       01  WS-TEL-INPUT-TOKENS      PIC 9(10)   VALUE 0.
       01  WS-TEL-OUTPUT-TOKENS     PIC 9(10)   VALUE 0.
       01  WS-SUBA-EVENT-KIND       PIC X(8)    VALUE SPACES.
       01  WS-SUBA-DETAIL           PIC X(256)  VALUE SPACES.
       01  WS-SUBA-NO-MODEL         PIC X(64)   VALUE SPACES.
       01  WS-SUBA-NO-IN-TOKENS     PIC 9(10)   VALUE 0.
       01  WS-SUBA-NO-OUT-TOKENS    PIC 9(10)   VALUE 0.
       01  WS-IMG-MIME-TYPE         PIC X(32)   VALUE SPACES.
       01  WS-ELIC-REQUEST-ID       PIC X(64)   VALUE SPACES.
       01  WS-ELIC-QUESTION         PIC X(1024) VALUE SPACES.
       01  WS-ELIC-ANSWER           PIC X(512)  VALUE SPACES.
       01  WS-DELTA-ELAPSED-SECS    PIC S9(8)   VALUE 0.
       01  WS-STALL-LIMIT-SECS      PIC 9(8)    VALUE 0.
       01  WS-DELTA-BYTE-COUNT      PIC 9(10)   VALUE 0.
       01  WS-CANCEL-PROMPT-ID      PIC X(20)   VALUE SPACES.
       01  WS-CANCEL-FLAG           PIC 9       VALUE 0.
           88 CANCEL-REQUESTED                  VALUE 1.
       01  WS-CANCEL-OPERATOR       PIC X(8)    VALUE SPACES.
       01  WS-CANCEL-REASON         PIC X(64)   VALUE SPACES.
       01  WS-CANCEL-CHECK-SECS     PIC 9(8)    VALUE 0.
       01  WS-CANCEL-NOW-SECS       PIC 9(8)    VALUE 0.
      *    Requests whose wait gave up (timeout or stall), newest
      *    overwriting oldest, so a reply that turns up afterwards can
      *    be parked against the session it was sent on.
       01  WS-TIMED-OUT-TABLE.
           05 WS-TMO-COUNT          PIC 9(2)    VALUE 0.
           05 WS-TMO-NEXT           PIC 9(2)    VALUE 0.
           05 WS-TMO-ENTRY OCCURS 20 TIMES.
               10 WS-TMO-REQ-ID     PIC 9(10)   VALUE 0.
               10 WS-TMO-SESSION-ID PIC X(64)   VALUE SPACES.
       01  WS-TMO-IDX               PIC 9(2)    VALUE 0.
       01  WS-ORPHAN-SESSION        PIC X(64)   VALUE SPACES.
       01  WS-ORPHAN-REPLY          PIC X(4096) VALUE SPACES.
       01  WS-ORPHAN-RC             PIC S9(4)   VALUE 0.
      *    Turn-timing markers for the event log: the outbound send
      *    and the wait for a governor slot are logged beside the
      *    inbound events so a turn's timeline can be rebuilt.
       01  WS-TIMING-METHOD         PIC X(64)   VALUE SPACES.
       01  WS-TIMING-BODY           PIC X(4096) VALUE SPACES.
       01  WS-TIMING-NUM-TEXT       PIC Z(9)9.
       01  WS-GOV-WAIT-STAMP        PIC X(21)   VALUE SPACES.
       01  WS-GOV-START-MS          PIC 9(9)    VALUE 0.
       01  WS-GOV-END-MS            PIC 9(9)    VALUE 0.
       01  WS-GOV-WAIT-MS           PIC 9(9)    VALUE 0.

       LINKAGE SECTION.
       01  LS-RETURN-CODE           PIC S9(4).
       01  LS-AGENT-SKILLS           PIC X(1024).
       01  LS-AVAILABLE-TOOLS        PIC X(1024).

       01  LS-REMOTE-ENABLE-REQ.
           05 LS-RER-MODE            PIC X(16).
           05 LS-RER-MODE-SET        PIC 9.

       01  LS-REMOTE-ENABLE-RESULT.
           05 LS-RERES-STEERABLE     PIC 9.
           05 LS-RERES-URL           PIC X(256).

       01  LS-CANCEL-PROMPT-ID       PIC X(20).

       01  LS-LAST-REQUEST-ID        PIC 9(10).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           GOBACK
           .

      *----------------------------------------------------------------*
      * ENABLE-REMOTE: Turn remote mode on for the active session so   *
      * someone outside the batch job can join it and steer the        *
      * conversation. The session stays open under the caller; the     *
      * server answers with the URL to join at and whether the         *
      * session will accept steering from there.                       *
      * Input:  LS-REMOTE-ENABLE-REQ (mode; "on" when not set)         *
      * Output: LS-REMOTE-ENABLE-RESULT, LS-RETURN-CODE                *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-SESSION-ENABLE-REMOTE" USING
           LS-REMOTE-ENABLE-REQ LS-REMOTE-ENABLE-RESULT LS-RETURN-CODE.
           MOVE LS-REMOTE-ENABLE-REQ TO WS-REMOTE-ENABLE-REQ
           PERFORM ENABLE-REMOTE-SESSION
           MOVE WS-REMOTE-ENABLE-RESULT TO LS-REMOTE-ENABLE-RESULT
           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * SET-CANCEL-KEY: The prompt id the next sends are working on,   *
      * so an operator cancel filed against the prompt (not only one   *
      * against the session) stops the wait. Spaces = session only.    *
      * Input:  LS-CANCEL-PROMPT-ID                                    *
      * Output: LS-RETURN-CODE                                         *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-SESSION-SET-CANCEL-KEY" USING LS-CANCEL-PROMPT-ID
           LS-RETURN-CODE.
           MOVE LS-CANCEL-PROMPT-ID TO WS-CANCEL-PROMPT-ID
           MOVE 0 TO LS-RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * LAST-REQUEST-ID: The JSON-RPC id the most recent wait was      *
      * for, so the caller can record it against the attempt and a     *
      * late reply to it can be matched back afterwards.               *
      * Output: LS-LAST-REQUEST-ID, LS-RETURN-CODE                     *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-SESSION-LAST-REQUEST-ID" USING LS-LAST-REQUEST-ID
           LS-RETURN-CODE.
           MOVE WS-EXPECTED-REQ-ID TO LS-LAST-REQUEST-ID
           MOVE 0 TO LS-RETURN-CODE
           GOBACK
           .

      *================================================================*
      * INTERNAL PARAGRAPHS                                           *
      *================================================================*

      *    Admission control: the site-wide governor hands out the
      *    concurrent-session slots; a wait it cannot satisfy fails
      *    the create instead of overrunning the CLI server. The time
      *    spent waiting for the slot is kept for the event log.
           MOVE FUNCTION CURRENT-DATE TO WS-GOV-WAIT-STAMP
           PERFORM STAMP-TO-DAY-MS
           MOVE WS-GOV-END-MS TO WS-GOV-START-MS
           CALL "COPILOT-GOVERNOR-ACQUIRE" USING WS-CLI-JOB-ID
               WS-GOV-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-GOV-WAIT-STAMP
           PERFORM STAMP-TO-DAY-MS
           IF WS-GOV-END-MS < WS-GOV-START-MS
               ADD 86400000 TO WS-GOV-END-MS
           END-IF
           COMPUTE WS-GOV-WAIT-MS = WS-GOV-END-MS - WS-GOV-START-MS
           IF WS-GOV-RETURN-CODE NOT = 0
               SET RC-TIMEOUT TO TRUE
               MOVE "Session governor: no slot free"

           CALL "COPILOT-REGISTER-SESSION" USING WS-SESSION-ID
               WS-SESS-AGENT-NAME WS-REG-RETURN-CODE

           IF WS-GOV-WAIT-MS > 0
               MOVE WS-GOV-WAIT-MS TO WS-TIMING-NUM-TEXT
               MOVE SPACES TO WS-TIMING-BODY
               STRING
                   '{"waitMs":'
                   FUNCTION TRIM(WS-TIMING-NUM-TEXT)
                   '}'
                   DELIMITED SIZE
                   INTO WS-TIMING-BODY
               END-STRING
               MOVE "session.governor.wait" TO WS-TIMING-METHOD
               CALL "COPILOT-LOG-EVENT" USING WS-CLI-JOB-ID
                   WS-SESSION-ID WS-TIMING-METHOD WS-TIMING-BODY
           END-IF
           .
       CREATE-SESSION-EXIT.
           IF WS-RETURN-CODE NOT = 0
           MOVE WS-REQUEST-ID TO WS-REQ-ID
           MOVE WS-PARAMS-BUFFER TO WS-REQ-PARAMS

      *    The send itself goes in the event log as the start of the
      *    turn's timeline (request id, turn number and model only --
      *    the prompt text is already in the transcript).
           PERFORM LOG-SEND-MARKER

           PERFORM SEND-RPC-REQUEST

           IF WS-RETURN-CODE NOT = 0
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * LOG-SEND-MARKER: Log the outbound sendMessage with its request *
      * id, the turn it starts, and the session's model.               *
      *----------------------------------------------------------------*
       LOG-SEND-MARKER.
           MOVE SPACES TO WS-TIMING-BODY
           MOVE 1 TO WS-PARAMS-PTR
           MOVE WS-REQUEST-ID TO WS-TIMING-NUM-TEXT
           STRING
               '{"requestId":'
               FUNCTION TRIM(WS-TIMING-NUM-TEXT)
               DELIMITED SIZE
               INTO WS-TIMING-BODY
               WITH POINTER WS-PARAMS-PTR
           END-STRING
           COMPUTE WS-TIMING-NUM-TEXT = WS-TURN-COUNT + 1
           STRING
               ',"turn":'
               FUNCTION TRIM(WS-TIMING-NUM-TEXT)
               ',"model":"'
               FUNCTION TRIM(WS-SESS-MODEL)
               '"}'
               DELIMITED SIZE
               INTO WS-TIMING-BODY
               WITH POINTER WS-PARAMS-PTR
           END-STRING
           CALL "COPILOT-LOG-EVENT" USING WS-CLI-JOB-ID WS-SESSION-ID
               WS-REQ-METHOD WS-TIMING-BODY
           .

      *----------------------------------------------------------------*
      * STAMP-TO-DAY-MS: Milliseconds past midnight of the date-time   *
      * stamp in WS-GOV-WAIT-STAMP, into WS-GOV-END-MS.                *
      *----------------------------------------------------------------*
       STAMP-TO-DAY-MS.
           COMPUTE WS-GOV-END-MS =
               FUNCTION NUMVAL(WS-GOV-WAIT-STAMP(9:2)) * 3600000
               + FUNCTION NUMVAL(WS-GOV-WAIT-STAMP(11:2)) * 60000
               + FUNCTION NUMVAL(WS-GOV-WAIT-STAMP(13:2)) * 1000
               + FUNCTION NUMVAL(WS-GOV-WAIT-STAMP(15:2)) * 10
           .

      *----------------------------------------------------------------*
      * BUILD-SEND-PARAMS: Build params for sendMessage call.          *
      *----------------------------------------------------------------*
               GIVING WS-STALL-LIMIT-SECS
           MOVE 0 TO WS-DELTA-BYTE-COUNT
           MOVE WS-REQ-ID TO WS-EXPECTED-REQ-ID
           MOVE WS-WAIT-START-SECS TO WS-CANCEL-CHECK-SECS

           PERFORM READ-NEXT-EVENT
               UNTIL WAIT-IS-DONE
                   SET RC-TIMEOUT TO TRUE
                   MOVE "Timed out waiting for response"
                       TO WS-RESULT-ERROR-MSG
                   PERFORM REMEMBER-TIMED-OUT-REQUEST
                   EXIT PARAGRAPH
               END-IF
           END-IF
                   CALL "COPILOT-LOG-EXCEPTION" USING WS-CLI-JOB-ID
                       "session.stream.stall" WS-SESSION-ID
                       WS-RETURN-CODE WS-RESULT-ERROR-MSG
                   PERFORM REMEMBER-TIMED-OUT-REQUEST
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Operator cancel: at most once a second, look for a cancel
      *    filed from the status console against this session or the
      *    prompt it is working on, and abort the generation if so.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-CANCEL-NOW-SECS
           IF WS-CANCEL-NOW-SECS NOT = WS-CANCEL-CHECK-SECS
               MOVE WS-CANCEL-NOW-SECS TO WS-CANCEL-CHECK-SECS
               CALL "COPILOT-CHECK-CANCEL" USING WS-SESSION-ID
                   WS-CANCEL-PROMPT-ID WS-CANCEL-FLAG
                   WS-CANCEL-OPERATOR WS-CANCEL-REASON
               IF CANCEL-REQUESTED
                   PERFORM ABORT-FOR-OPERATOR-CANCEL
                   EXIT PARAGRAPH
               END-IF
           END-IF
               WHEN WS-EVENT-METHOD =
                   "session.assistant.message_delta"
                   PERFORM HANDLE-MESSAGE-DELTA
               WHEN WS-EVENT-METHOD =
                   "session.assistant.image"
                   PERFORM HANDLE-IMAGE-EVENT
               WHEN WS-EVENT-METHOD =
                   "session.turn.end"
                   SET WAIT-IS-DONE TO TRUE
                   PERFORM HANDLE-ELICITATION-REQUEST
               WHEN WS-EVENT-METHOD(1:17) = "session.telemetry"
                   PERFORM HANDLE-TELEMETRY-EVENT
               WHEN WS-EVENT-METHOD(1:17) = "session.subagent."
                   PERFORM HANDLE-SUBAGENT-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ABORT-FOR-OPERATOR-CANCEL: Tell the CLI to stop generating     *
      * (session.abort) and end the wait with RC-CANCELLED, carrying   *
      * the operator and reason back to the caller in the error text.  *
      * The session itself stays open for the caller to destroy.       *
      *----------------------------------------------------------------*
       ABORT-FOR-OPERATOR-CANCEL.
           MOVE SPACES TO WS-PARAMS-BUFFER
           MOVE 1 TO WS-PARAMS-PTR

           STRING
               '{"sessionId":"'
               FUNCTION TRIM(WS-SESSION-ID)
               '"}'
               DELIMITED SIZE
               INTO WS-PARAMS-BUFFER
               WITH POINTER WS-PARAMS-PTR
           END-STRING

           MOVE "session.abort" TO WS-REQ-METHOD
           ADD 1 TO WS-REQUEST-ID
           MOVE WS-REQUEST-ID TO WS-REQ-ID
           MOVE WS-PARAMS-BUFFER TO WS-REQ-PARAMS

           PERFORM SEND-RPC-REQUEST

           SET WAIT-IS-DONE TO TRUE
           SET RESULT-HAS-ERROR TO TRUE
           SET RC-CANCELLED TO TRUE
           MOVE SPACES TO WS-RESULT-ERROR-MSG
           STRING "Cancelled by operator "
               FUNCTION TRIM(WS-CANCEL-OPERATOR)
               ": "
               FUNCTION TRIM(WS-CANCEL-REASON)
               DELIMITED SIZE
               INTO WS-RESULT-ERROR-MSG
           END-STRING
           CALL "COPILOT-LOG-EXCEPTION" USING WS-CLI-JOB-ID
               "session.cancel" WS-SESSION-ID
               WS-RETURN-CODE WS-RESULT-ERROR-MSG
           .

      *----------------------------------------------------------------*
      * PARSE-EVENT-TYPE: Extract the method from a notification.      *
      *----------------------------------------------------------------*
      * doesn't correlate to the request this wait cycle is for (a     *
      * stray/out-of-order frame on the pipe). Notification events     *
      * carry no "id" member and always pass through.                  *
      *                                                                *
      * This assumes one request in flight per session. A mismatched   *
      * frame is logged and kept out of the current wait; one that     *
      * carries a reply (typically the answer to an earlier send       *
      * whose wait timed out) is parked in the orphan-reply file       *
      * (COPILOT-ORPHAN-REPLY) for LATE-REPLY-RECOVERY to match back   *
      * to its attempt, rather than being lost.                        *
      *----------------------------------------------------------------*
       CHECK-RESPONSE-ID.
           SET WS-EVENT-IS-CURRENT TO TRUE
                   CALL "COPILOT-LOG-EXCEPTION" USING WS-CLI-JOB-ID
                       "session.event.idMismatch" WS-SESSION-ID
                       WS-ID-MISMATCH-RC WS-LAST-ERROR
                   PERFORM PARK-STRAY-REPLY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * PARK-STRAY-REPLY: A stray frame that carries a reply is parked *
      * with its request id and the session it was sent on -- taken    *
      * from the timed-out request list, or failing that from the      *
      * frame's own sessionId. Frames with no reply in them (late      *
      * acknowledgements) only get the exception line above.           *
      *----------------------------------------------------------------*
       PARK-STRAY-REPLY.
           MOVE '"message"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSG-VALUE TO WS-ORPHAN-REPLY

           MOVE SPACES TO WS-ORPHAN-SESSION
           PERFORM FIND-TIMED-OUT-REQUEST
               VARYING WS-TMO-IDX FROM 1 BY 1
               UNTIL WS-TMO-IDX > WS-TMO-COUNT
               OR WS-ORPHAN-SESSION NOT = SPACES
           IF WS-ORPHAN-SESSION = SPACES
               MOVE '"sessionId"' TO WS-MSG-KEY
               PERFORM FIND-VALUE-IN-RESULT
               MOVE WS-MSG-VALUE TO WS-ORPHAN-SESSION
           END-IF

           CALL "COPILOT-PARK-ORPHAN-REPLY" USING WS-CLI-JOB-ID
               WS-ORPHAN-SESSION WS-EVENT-ID WS-ORPHAN-REPLY
               WS-RESP-RESULT WS-ORPHAN-RC
           .

       FIND-TIMED-OUT-REQUEST.
           IF WS-TMO-REQ-ID(WS-TMO-IDX) = WS-EVENT-ID
               MOVE WS-TMO-SESSION-ID(WS-TMO-IDX) TO WS-ORPHAN-SESSION
           END-IF
           .

      *----------------------------------------------------------------*
      * REMEMBER-TIMED-OUT-REQUEST: Note the request the wait gave up  *
      * on, and its session, in the next slot of the list.             *
      *----------------------------------------------------------------*
       REMEMBER-TIMED-OUT-REQUEST.
           ADD 1 TO WS-TMO-NEXT
           IF WS-TMO-NEXT > 20
               MOVE 1 TO WS-TMO-NEXT
           END-IF
           IF WS-TMO-COUNT < 20
               ADD 1 TO WS-TMO-COUNT
           END-IF
           MOVE WS-EXPECTED-REQ-ID TO WS-TMO-REQ-ID(WS-TMO-NEXT)
           MOVE WS-SESSION-ID TO WS-TMO-SESSION-ID(WS-TMO-NEXT)
           .

      *----------------------------------------------------------------*
      * HANDLE-ASSISTANT-MESSAGE: Extract final assistant message.     *
      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * HANDLE-IMAGE-EVENT: A session.assistant.image notification     *
      * (sessions created with the image response format) carries one  *
      * base64 piece of the generated image in "data", the pieces of   *
      * one image arriving in order. Each piece is handed to the image *
      * store's spool; the caller files the whole image after the turn *
      * through COPILOT-FILE-IMAGE.                                    *
      *----------------------------------------------------------------*
       HANDLE-IMAGE-EVENT.
           MOVE WS-RESP-RESULT TO WS-RESULT-JSON
           MOVE '"mimeType"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               MOVE '"format"' TO WS-MSG-KEY
               PERFORM FIND-VALUE-IN-RESULT
           END-IF
           MOVE WS-MSG-VALUE TO WS-IMG-MIME-TYPE

           MOVE '"data"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "COPILOT-STORE-IMAGE-CHUNK" USING WS-CLI-JOB-ID
               WS-SESSION-ID WS-TURN-COUNT WS-IMG-MIME-TYPE
               WS-MSG-VALUE
           .

      *----------------------------------------------------------------*
      * HANDLE-TOOL-INVOKE: A session.tool.invoke event arrived --     *
      * extract the invocation, dispatch it to whatever subprogram was *
      * arrived (the CLI sends them when session creation asked for    *
      * enableSessionTelemetry) -- pull the model and token counts     *
      * out and append them to the usage ledger so consumption per    *
      * session and per turn is measured, not estimated. A figure that *
      * names the sub-agent which spent it is also credited to that    *
      * agent's activity record.                                       *
      *----------------------------------------------------------------*
       HANDLE-TELEMETRY-EVENT.
           MOVE '"model"' TO WS-MSG-KEY
           CALL "COPILOT-LOG-USAGE" USING WS-CLI-JOB-ID
               WS-SESSION-ID WS-TURN-COUNT WS-TEL-MODEL
               WS-TEL-INPUT-TOKENS WS-TEL-OUTPUT-TOKENS

           PERFORM PARSE-SUBAGENT-IDS
           IF WS-EVT-AGENT-ID NOT = SPACES
               MOVE "USAGE" TO WS-SUBA-EVENT-KIND
               MOVE SPACES TO WS-SUBA-DETAIL
               CALL "COPILOT-LOG-SUBAGENT-EVENT" USING WS-CLI-JOB-ID
                   WS-SESSION-ID WS-TURN-COUNT WS-SUBA-EVENT-KIND
                   WS-EVT-AGENT-ID WS-EVT-PARENT-ID WS-SUBA-DETAIL
                   WS-TEL-MODEL WS-TEL-INPUT-TOKENS
                   WS-TEL-OUTPUT-TOKENS
           END-IF
           .

      *----------------------------------------------------------------*
      * HANDLE-SUBAGENT-EVENT: A session.subagent.* notification       *
      * arrived (sent when session creation asked for                  *
      * includeSubAgentStreamingEvents) -- classify it as a start,     *
      * message, tool call, finish or failure of the delegated agent   *
      * and record it against that agent in the sub-agent activity     *
      * file, parent linkage and all.                                  *
      *----------------------------------------------------------------*
       HANDLE-SUBAGENT-EVENT.
           MOVE WS-RESP-RESULT TO WS-RESULT-JSON
           PERFORM PARSE-SUBAGENT-IDS
           MOVE SPACES TO WS-SUBA-EVENT-KIND
           MOVE SPACES TO WS-SUBA-DETAIL

           EVALUATE TRUE
               WHEN WS-EVENT-METHOD(18:5) = "start"
                   MOVE "START" TO WS-SUBA-EVENT-KIND
                   MOVE '"agentName"' TO WS-MSG-KEY
                   PERFORM FIND-VALUE-IN-RESULT
                   IF WS-MSG-VALUE = SPACES
                       MOVE '"name"' TO WS-MSG-KEY
                       PERFORM FIND-VALUE-IN-RESULT
                   END-IF
                   MOVE WS-MSG-VALUE TO WS-SUBA-DETAIL
               WHEN WS-EVENT-METHOD(18:7) = "message"
                   MOVE "MESSAGE" TO WS-SUBA-EVENT-KIND
                   MOVE '"message"' TO WS-MSG-KEY
                   PERFORM FIND-VALUE-IN-RESULT
                   IF WS-MSG-VALUE = SPACES
                       MOVE '"content"' TO WS-MSG-KEY
                       PERFORM FIND-VALUE-IN-RESULT
                   END-IF
                   MOVE WS-MSG-VALUE TO WS-SUBA-DETAIL
               WHEN WS-EVENT-METHOD(18:4) = "tool"
                   MOVE "TOOL" TO WS-SUBA-EVENT-KIND
                   MOVE '"toolName"' TO WS-MSG-KEY
                   PERFORM FIND-VALUE-IN-RESULT
                   IF WS-MSG-VALUE = SPACES
                       MOVE '"name"' TO WS-MSG-KEY
                       PERFORM FIND-VALUE-IN-RESULT
                   END-IF
                   MOVE WS-MSG-VALUE TO WS-SUBA-DETAIL
               WHEN WS-EVENT-METHOD(18:8) = "complete"
                   OR WS-EVENT-METHOD(18:6) = "finish"
                   OR WS-EVENT-METHOD(18:3) = "end"
                   MOVE "FINISH" TO WS-SUBA-EVENT-KIND
               WHEN WS-EVENT-METHOD(18:4) = "fail"
                   OR WS-EVENT-METHOD(18:5) = "error"
                   MOVE "FAIL" TO WS-SUBA-EVENT-KIND
                   MOVE '"error"' TO WS-MSG-KEY
                   PERFORM FIND-VALUE-IN-RESULT
                   MOVE WS-MSG-VALUE TO WS-SUBA-DETAIL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           CALL "COPILOT-LOG-SUBAGENT-EVENT" USING WS-CLI-JOB-ID
               WS-SESSION-ID WS-TURN-COUNT WS-SUBA-EVENT-KIND
               WS-EVT-AGENT-ID WS-EVT-PARENT-ID WS-SUBA-DETAIL
               WS-SUBA-NO-MODEL WS-SUBA-NO-IN-TOKENS
               WS-SUBA-NO-OUT-TOKENS
           .

      *----------------------------------------------------------------*
      * PARSE-SUBAGENT-IDS: The agent and parent-agent ids an event    *
      * carries, camelCase or snake_case. Blank parent = delegated     *
      * straight from the session's own agent.                         *
      *----------------------------------------------------------------*
       PARSE-SUBAGENT-IDS.
           MOVE '"agentId"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               MOVE '"agent_id"' TO WS-MSG-KEY
               PERFORM FIND-VALUE-IN-RESULT
           END-IF
           MOVE WS-MSG-VALUE TO WS-EVT-AGENT-ID

           MOVE '"parentId"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               MOVE '"parent_id"' TO WS-MSG-KEY
               PERFORM FIND-VALUE-IN-RESULT
           END-IF
           MOVE WS-MSG-VALUE TO WS-EVT-PARENT-ID
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * DISPATCH-TOOL-INVOCATION: Look up the handler registered for   *
      * WS-INVOKE-NAME and CALL it; fail the invocation if none was    *
      * ever registered for that tool. The tool policy sees every call *
      * first -- one it refuses never reaches the handler, and the     *
      * refusal goes back to the assistant as the tool's failed result.*
      *----------------------------------------------------------------*
       DISPATCH-TOOL-INVOCATION.
           SET TOOL-HANDLER-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-TRES-OUTPUT

           IF TOOL-HANDLER-FOUND
               CALL "COPILOT-POLICY-CHECK" USING WS-CLI-JOB-ID
                   WS-SESSION-ID WS-INVOKE-NAME WS-DISPATCH-HANDLER
                   WS-INVOKE-ARGS WS-POLICY-VERDICT WS-POLICY-REFUSAL
               IF TOOL-CALL-REFUSED
                   MOVE WS-POLICY-REFUSAL TO WS-TRES-OUTPUT
                   EXIT PARAGRAPH
               END-IF
      *        The session id rides along so handlers that journal
      *        proposed changes can record which conversation asked
      *        for them.
       DESTROY-SESSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ENABLE-REMOTE-SESSION: session.remote.enable for the active    *
      * session.                                                       *
      * Input:  WS-REMOTE-ENABLE-REQ, WS-SESSION-ID                    *
      * Output: WS-REMOTE-ENABLE-RESULT, WS-RETURN-CODE                *
      *----------------------------------------------------------------*
       ENABLE-REMOTE-SESSION.
           SET RERES-STEERABLE-NO TO TRUE
           MOVE SPACES TO WS-RERES-URL

           IF NOT SESSION-IS-ACTIVE
               MOVE -4 TO WS-RETURN-CODE
               MOVE "Session is not active" TO WS-LAST-ERROR
               GO TO ENABLE-REMOTE-SESSION-EXIT
           END-IF

           IF RER-MODE-SET-YES AND WS-RER-MODE NOT = SPACES
               MOVE WS-RER-MODE TO WS-REMOTE-SESSION-MODE
           ELSE
               SET REMOTE-MODE-ON TO TRUE
           END-IF

           MOVE SPACES TO WS-PARAMS-BUFFER
           MOVE 1 TO WS-PARAMS-PTR

           STRING
               '{"sessionId":"'
               FUNCTION TRIM(WS-SESSION-ID)
               '","mode":"'
               FUNCTION TRIM(WS-REMOTE-SESSION-MODE)
               '"}'
               DELIMITED SIZE
               INTO WS-PARAMS-BUFFER
               WITH POINTER WS-PARAMS-PTR
           END-STRING

           MOVE "session.remote.enable" TO WS-REQ-METHOD
           ADD 1 TO WS-REQUEST-ID
           MOVE WS-REQUEST-ID TO WS-REQ-ID
           MOVE WS-PARAMS-BUFFER TO WS-REQ-PARAMS

           PERFORM SEND-RPC-REQUEST

           IF WS-RETURN-CODE NOT = 0
               GO TO ENABLE-REMOTE-SESSION-EXIT
           END-IF

           MOVE WS-RESP-RESULT TO WS-RESULT-JSON
           MOVE '"url"' TO WS-MSG-KEY
           PERFORM FIND-VALUE-IN-RESULT
           IF WS-MSG-VALUE = SPACES
               MOVE '"remoteUrl"' TO WS-MSG-KEY
               PERFORM FIND-VALUE-IN-RESULT
           END-IF
           MOVE WS-MSG-VALUE TO WS-RERES-URL

           MOVE '"steerable"' TO WS-MSG-KEY
           PERFORM FIND-NUMERIC-VALUE-IN-RESULT
           IF FUNCTION TRIM(WS-MSG-VALUE) = "true"
               SET RERES-STEERABLE-YES TO TRUE
           END-IF
           MOVE 0 TO WS-RETURN-CODE
           .
       ENABLE-REMOTE-SESSION-EXIT.
           IF WS-RETURN-CODE NOT = 0
               CALL "COPILOT-LOG-EXCEPTION" USING WS-CLI-JOB-ID
                   "session.remote.enable" WS-SESSION-ID
                   WS-RETURN-CODE WS-LAST-ERROR
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * RESUME-SESSION: Resume a session already known to the server   *
      * by ID, then recap its prior turns from the transcript file.    *
