      * registered, so the assistant can fetch current customer and   *
      * order data itself instead of the operator front-loading it    *
      * into the prompt text. Registers CUSTOMER-LOOKUP-TOOL,         *
      * ORDER-STATUS-TOOL, the update-type ADDRESS-UPDATE-TOOL        *
      * (which journals a proposed change for operator approval      *
      * instead of writing the master), and PRIOR-ANSWER-TOOL (what   *
      * we already told the customer, from the response archive)      *
      * through COPILOT-SESSION-REGISTER-TOOL, then runs the same     *
      * prompt loop as BASIC-EXAMPLE.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-LOOKUP-SESSION.

           DISPLAY "Session created: " TRIM(WS-SESSION-ID)
           DISPLAY "Tools available: customer_lookup, "
               "order_status, address_update, prior_answers"
           DISPLAY " "

           PERFORM CONVERSATION-LOOP
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "WARNING: could not register address_update"
           END-IF

      *    Read-only look back over delivered replies, so the
      *    assistant can check what it told the customer before.
           MOVE "prior_answers"     TO WS-REG-TOOL-NAME
           MOVE "PRIOR-ANSWER-TOOL" TO WS-REG-TOOL-HANDLER
           CALL "COPILOT-SESSION-REGISTER-TOOL" USING
               WS-REG-TOOL-NAME WS-REG-TOOL-HANDLER WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "WARNING: could not register prior_answers"
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE "master-lookup-session" TO WS-SESS-AGENT-NAME
           MOVE "1.0.0"                 TO WS-SESS-AGENT-VER
           MOVE "You can look up live customer and order data with th
      -        "e registered tools. Check prior_answers before replying
      -        " so you do not contradict what the customer was told."
               TO WS-SESS-SYS-PROMPT
           MOVE 0 TO WS-SESS-STREAMING
           MOVE 0 TO WS-EPM-HANDLER-SET
