      *================================================================*
      * COPILOT-TOOL-POLICY.cob                                        *
      * Policy gate CALLed by COPILOT-SESSION's DISPATCH-TOOL-         *
      * INVOCATION before any tool handler runs. TOOL-POLICY.DAT says  *
      * which agent profiles (SREG-PROFILE-ID of the calling session)  *
      * may call which tools, how many calls each may make per session *
      * and per job, and which argument rule applies:                  *
      *   ACTIVE-ACCT  the account in the arguments must be on the     *
      *                customer master with status ACTIVE;             *
      *   QUEUE-KEY    the arguments must name the business key of     *
      *                the queue record being run (declared through    *
      *                COPILOT-POLICY-SET-KEY; with none declared, as  *
      *                in an interactive session, the rule passes).    *
      * The first row whose profile and tool match decides; a profile  *
      * of "*" matches any session and "-" a session run under no      *
      * profile, and the tool matches on either the registered tool    *
      * name or the handler program. With a policy file present a call *
      * no row entitles is refused; with none at all the gate is off,  *
      * the long-standing behaviour.                                   *
      *                                                                *
      * A refused call never reaches its handler: the caller hands the *
      * refusal text back to the assistant as the tool's result, and   *
      * the refusal is appended to the dated TOOL-DENIAL-LOG-          *
      * yyyymmdd.TXT (timestamp, job, session, profile, tool, reason   *
      * code, detail -- space-delimited, blanks as "-") for            *
      * TOOL-DENIAL-REPORT. Only allowed calls count toward limits.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-TOOL-POLICY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOOL-POLICY ASSIGN TO WS-TPL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-FILE-STATUS.
           SELECT DENIAL-LOG ASSIGN TO WS-TDL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDL-FILE-STATUS.
           SELECT SESSION-REGISTRY ASSIGN TO WS-SESSION-REG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-SESSION-ID
               FILE STATUS IS WS-SREG-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One entitlement row per line. Limits blank or zero mean
      *    unlimited; access DENY refuses the tool outright.
       FD  TOOL-POLICY.
       01  TOOL-POLICY-RECORD.
           05 TPL-PROFILE-ID        PIC X(12).
           05 TPL-TOOL              PIC X(30).
           05 TPL-ACCESS            PIC X(5).
           05 TPL-MAX-PER-SESSION   PIC X(5).
           05 TPL-MAX-PER-JOB       PIC X(5).
           05 TPL-ARG-RULE          PIC X(12).

       FD  DENIAL-LOG.
       01  DENIAL-LOG-RECORD        PIC X(512).

      *    Field-for-field match of WS-SESSION-REGISTRY-RECORD in      *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  SESSION-REGISTRY.
       01  SESSION-REGISTRY-RECORD.
           05 SREG-SESSION-ID       PIC X(64).
           05 SREG-JOB-ID           PIC X(20).
           05 SREG-AGENT-NAME       PIC X(64).
           05 SREG-CREATE-TS        PIC X(21).
           05 SREG-STATUS           PIC X(10).
           05 SREG-TRACEPARENT      PIC X(64).
           05 SREG-TRACESTATE       PIC X(64).
           05 SREG-PROFILE-ID       PIC X(12).

      *    Field-for-field match of the master record layout in        *
      *    CUSTOMER-LOOKUP-TOOL -- keep the two in sync by hand.       *
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ACCOUNT-NO       PIC X(10).
           05 CUST-NAME             PIC X(64).
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-TPL-FILE-NAME         PIC X(64)
           VALUE "TOOL-POLICY.DAT".
       01  WS-TPL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TDL-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TDL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SESSION-REG-NAME      PIC X(64)
           VALUE "SESSION-REGISTRY.DAT".
       01  WS-SREG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

      *    The policy, loaded once on the first check of the run.
       01  WS-POLICY-LOADED-FLAG    PIC 9      VALUE 0.
           88 POLICY-IS-LOADED                 VALUE 1.
       01  WS-POLICY-PRESENT-FLAG   PIC 9      VALUE 0.
           88 POLICY-IS-PRESENT                VALUE 1.
           88 POLICY-IS-ABSENT                 VALUE 0.
       01  WS-POLICY-TABLE.
           05 WS-POL-COUNT          PIC 9(3)   VALUE 0.
           05 WS-POL-ENTRY OCCURS 50 TIMES.
               10 WS-POL-PROFILE-ID PIC X(12)  VALUE SPACES.
               10 WS-POL-TOOL       PIC X(30)  VALUE SPACES.
               10 WS-POL-ACCESS     PIC X(5)   VALUE SPACES.
               10 WS-POL-MAX-SESS   PIC 9(5)   VALUE 0.
               10 WS-POL-MAX-JOB    PIC 9(5)   VALUE 0.
               10 WS-POL-ARG-RULE   PIC X(12)  VALUE SPACES.
      *            Allowed calls this job has made under the row.
               10 WS-POL-JOB-CALLS  PIC 9(5)   VALUE 0.
       01  WS-POL-IDX               PIC 9(3)   VALUE 0.
       01  WS-MATCH-IDX             PIC 9(3)   VALUE 0.

      *    Allowed calls per session under each row.
       01  WS-SESSION-CALLS.
           05 WS-SCL-COUNT          PIC 9(3)   VALUE 0.
           05 WS-SCL-ENTRY OCCURS 200 TIMES.
               10 WS-SCL-SESSION-ID PIC X(64)  VALUE SPACES.
               10 WS-SCL-POL-IDX    PIC 9(3)   VALUE 0.
               10 WS-SCL-CALLS      PIC 9(5)   VALUE 0.
       01  WS-SCL-IDX               PIC 9(3)   VALUE 0.
       01  WS-SCL-FOUND-IDX         PIC 9(3)   VALUE 0.

      *    The calling session's profile, cached by session id so a
      *    run of calls on one session reads the registry once.
       01  WS-CACHED-SESSION-ID     PIC X(64)  VALUE SPACES.
       01  WS-SESSION-PROFILE       PIC X(12)  VALUE SPACES.
       01  WS-QUEUE-BUSINESS-KEY    PIC X(20)  VALUE SPACES.

       01  WS-DENY-REASON           PIC X(16)  VALUE SPACES.
       01  WS-DENY-DETAIL           PIC X(128) VALUE SPACES.
       01  WS-ACCOUNT-NO            PIC X(10)  VALUE SPACES.
       01  WS-SCAN-POS              PIC 9(5)   VALUE 0.
       01  WS-FOUND-POS             PIC 9(5)   VALUE 0.
       01  WS-VALUE-PTR             PIC 9(5)   VALUE 0.
       01  WS-DIGIT-IDX             PIC 9(2)   VALUE 0.
       01  WS-KEY-LEN               PIC 9(3)   VALUE 0.
       01  WS-KEY-TALLY             PIC 9(5)   VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(512) VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(5)   VALUE 1.
       01  WS-JOB-TOK               PIC X(20)  VALUE SPACES.
       01  WS-SESSION-TOK           PIC X(64)  VALUE SPACES.
       01  WS-PROFILE-TOK           PIC X(12)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-ID                PIC X(20).
       01  LS-SESSION-ID            PIC X(64).
       01  LS-TOOL-NAME             PIC X(64).
       01  LS-TOOL-HANDLER          PIC X(30).
       01  LS-INVOKE-ARGS           PIC X(2048).
       01  LS-POLICY-VERDICT        PIC 9.
       01  LS-REFUSAL-TEXT          PIC X(256).
       01  LS-BUSINESS-KEY          PIC X(20).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * POLICY-CHECK: Verdict 0 lets the call through; verdict 1       *
      * refuses it, with the text to hand the assistant.               *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-POLICY-CHECK" USING LS-JOB-ID LS-SESSION-ID
           LS-TOOL-NAME LS-TOOL-HANDLER LS-INVOKE-ARGS
           LS-POLICY-VERDICT LS-REFUSAL-TEXT.

           MOVE 0 TO LS-POLICY-VERDICT
           MOVE SPACES TO LS-REFUSAL-TEXT

           IF NOT POLICY-IS-LOADED
               PERFORM LOAD-TOOL-POLICY
           END-IF
           IF POLICY-IS-ABSENT
               GOBACK
           END-IF

           PERFORM FETCH-SESSION-PROFILE
           MOVE SPACES TO WS-DENY-REASON
           MOVE SPACES TO WS-DENY-DETAIL

           MOVE 0 TO WS-MATCH-IDX
           PERFORM TEST-ONE-POLICY-ROW
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-MATCH-IDX > 0

           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "NOT-ENTITLED" TO WS-DENY-REASON
                   MOVE "profile is not entitled to this tool"
                       TO WS-DENY-DETAIL
               WHEN WS-POL-ACCESS(WS-MATCH-IDX) = "DENY"
                   MOVE "NOT-ENTITLED" TO WS-DENY-REASON
                   MOVE "tool is barred for this profile"
                       TO WS-DENY-DETAIL
               WHEN OTHER
                   PERFORM CHECK-CALL-LIMITS
                   IF WS-DENY-REASON = SPACES
                       PERFORM CHECK-ARGUMENT-RULE
                   END-IF
           END-EVALUATE

           IF WS-DENY-REASON = SPACES
               PERFORM COUNT-ALLOWED-CALL
               GOBACK
           END-IF

           MOVE 1 TO LS-POLICY-VERDICT
           STRING
               "Refused by tool policy (" FUNCTION TRIM(WS-DENY-REASON)
               "): " FUNCTION TRIM(WS-DENY-DETAIL)
               ". Do not retry this call; answer without it or say "
               "what cannot be done."
               DELIMITED SIZE
               INTO LS-REFUSAL-TEXT
           END-STRING
           PERFORM WRITE-DENIAL-LINE
           GOBACK
           .

      *----------------------------------------------------------------*
      * POLICY-SET-KEY: Declare the business key of the queue record   *
      * about to run (blank when none), for the QUEUE-KEY rule.        *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-POLICY-SET-KEY" USING LS-BUSINESS-KEY.
           MOVE LS-BUSINESS-KEY TO WS-QUEUE-BUSINESS-KEY
           GOBACK
           .

      *----------------------------------------------------------------*
      * LOAD-TOOL-POLICY: Table the policy rows, and pick up the       *
      * site's registry name and failover file set so the profile is   *
      * read from the registry the client is actually writing.         *
      *----------------------------------------------------------------*
       LOAD-TOOL-POLICY.
           SET POLICY-IS-LOADED TO TRUE
           SET POLICY-IS-ABSENT TO TRUE
           MOVE 0 TO WS-POL-COUNT

           OPEN INPUT TOOL-POLICY
           IF WS-TPL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET POLICY-IS-PRESENT TO TRUE
           PERFORM TABLE-ONE-POLICY-ROW
               UNTIL WS-TPL-FILE-STATUS NOT = "00"
           CLOSE TOOL-POLICY

           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS = "00"
               PERFORM APPLY-ONE-SITE-CONFIG-RECORD
                   UNTIL WS-SCFG-FILE-STATUS NOT = "00"
               CLOSE SITE-CONFIG
           END-IF

           IF FILE-SET-MIRROR
               MOVE WS-SESSION-REG-NAME TO WS-MIRROR-NAME-WORK
               MOVE SPACES TO WS-SESSION-REG-NAME
               STRING
                   FUNCTION TRIM(WS-MIRROR-DIR) "/"
                   FUNCTION TRIM(WS-MIRROR-NAME-WORK)
                   DELIMITED SIZE
                   INTO WS-SESSION-REG-NAME
               END-STRING
           END-IF
           .

       TABLE-ONE-POLICY-ROW.
           READ TOOL-POLICY
               AT END
                   MOVE "10" TO WS-TPL-FILE-STATUS
               NOT AT END
                   IF TPL-PROFILE-ID NOT = SPACES
                       AND TPL-PROFILE-ID(1:1) NOT = "#"
                       AND WS-POL-COUNT < 50
                       ADD 1 TO WS-POL-COUNT
                       MOVE TPL-PROFILE-ID
                           TO WS-POL-PROFILE-ID(WS-POL-COUNT)
                       MOVE TPL-TOOL TO WS-POL-TOOL(WS-POL-COUNT)
                       MOVE FUNCTION UPPER-CASE(TPL-ACCESS)
                           TO WS-POL-ACCESS(WS-POL-COUNT)
                       MOVE FUNCTION NUMVAL(TPL-MAX-PER-SESSION)
                           TO WS-POL-MAX-SESS(WS-POL-COUNT)
                       MOVE FUNCTION NUMVAL(TPL-MAX-PER-JOB)
                           TO WS-POL-MAX-JOB(WS-POL-COUNT)
                       MOVE FUNCTION UPPER-CASE(TPL-ARG-RULE)
                           TO WS-POL-ARG-RULE(WS-POL-COUNT)
                   END-IF
           END-READ
           .

       APPLY-ONE-SITE-CONFIG-RECORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "SESSION-REGISTRY"
                           MOVE SCFG-VALUE TO WS-SESSION-REG-NAME
                       WHEN "MIRROR-DIR"
                           MOVE SCFG-VALUE TO WS-MIRROR-DIR
                       WHEN "FILE-SET"
                           MOVE SCFG-VALUE(1:8) TO WS-FILE-SET
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * FETCH-SESSION-PROFILE: The profile the calling session was     *
      * created under, from its registry entry; "-" for none.          *
      *----------------------------------------------------------------*
       FETCH-SESSION-PROFILE.
           IF LS-SESSION-ID = WS-CACHED-SESSION-ID
               AND WS-CACHED-SESSION-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LS-SESSION-ID TO WS-CACHED-SESSION-ID
           MOVE SPACES TO WS-SESSION-PROFILE

           OPEN INPUT SESSION-REGISTRY
           IF WS-SREG-FILE-STATUS = "00"
               MOVE LS-SESSION-ID TO SREG-SESSION-ID
               READ SESSION-REGISTRY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SREG-PROFILE-ID TO WS-SESSION-PROFILE
               END-READ
               CLOSE SESSION-REGISTRY
           END-IF

           IF WS-SESSION-PROFILE = SPACES
               MOVE "-" TO WS-SESSION-PROFILE
           END-IF
           .

      *----------------------------------------------------------------*
      * TEST-ONE-POLICY-ROW: Does this row cover the profile and tool? *
      *----------------------------------------------------------------*
       TEST-ONE-POLICY-ROW.
           IF (WS-POL-PROFILE-ID(WS-POL-IDX) = "*"
               OR WS-POL-PROFILE-ID(WS-POL-IDX) = WS-SESSION-PROFILE)
               AND (WS-POL-TOOL(WS-POL-IDX) = "*"
               OR WS-POL-TOOL(WS-POL-IDX) = LS-TOOL-NAME
               OR WS-POL-TOOL(WS-POL-IDX) = LS-TOOL-HANDLER)
               MOVE WS-POL-IDX TO WS-MATCH-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-CALL-LIMITS: Per-job, then per-session ceilings of the   *
      * matching row. A session the counter table has no room for      *
      * cannot be counted, so a row with a session ceiling refuses it. *
      *----------------------------------------------------------------*
       CHECK-CALL-LIMITS.
           IF WS-POL-MAX-JOB(WS-MATCH-IDX) > 0
               AND WS-POL-JOB-CALLS(WS-MATCH-IDX)
                   >= WS-POL-MAX-JOB(WS-MATCH-IDX)
               MOVE "JOB-LIMIT" TO WS-DENY-REASON
               STRING
                   "job has used its " WS-POL-MAX-JOB(WS-MATCH-IDX)
                   " calls of this tool"
                   DELIMITED SIZE
                   INTO WS-DENY-DETAIL
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-POL-MAX-SESS(WS-MATCH-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SESSION-COUNTER
           IF WS-SCL-FOUND-IDX = 0
               AND WS-SCL-COUNT >= 200
               MOVE "SESSION-LIMIT" TO WS-DENY-REASON
               MOVE "session counter table full" TO WS-DENY-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-SCL-FOUND-IDX > 0
               IF WS-SCL-CALLS(WS-SCL-FOUND-IDX)
                   >= WS-POL-MAX-SESS(WS-MATCH-IDX)
                   MOVE "SESSION-LIMIT" TO WS-DENY-REASON
                   STRING
                       "session has used its "
                       WS-POL-MAX-SESS(WS-MATCH-IDX)
                       " calls of this tool"
                       DELIMITED SIZE
                       INTO WS-DENY-DETAIL
                   END-STRING
               END-IF
           END-IF
           .

       FIND-SESSION-COUNTER.
           MOVE 0 TO WS-SCL-FOUND-IDX
           PERFORM TEST-ONE-SESSION-COUNTER
               VARYING WS-SCL-IDX FROM 1 BY 1
               UNTIL WS-SCL-IDX > WS-SCL-COUNT
               OR WS-SCL-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-COUNTER.
           IF WS-SCL-SESSION-ID(WS-SCL-IDX) = LS-SESSION-ID
               AND WS-SCL-POL-IDX(WS-SCL-IDX) = WS-MATCH-IDX
               MOVE WS-SCL-IDX TO WS-SCL-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-ARGUMENT-RULE: The row's argument rule, if it has one.   *
      *----------------------------------------------------------------*
       CHECK-ARGUMENT-RULE.
           EVALUATE WS-POL-ARG-RULE(WS-MATCH-IDX)
               WHEN "ACTIVE-ACCT"
                   PERFORM CHECK-ACCOUNT-ACTIVE
               WHEN "QUEUE-KEY"
                   PERFORM CHECK-QUEUE-KEY-NAMED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-ACCOUNT-ACTIVE: The "accountNumber" member (or, failing  *
      * that, the first run of digits) must be an ACTIVE customer.     *
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-ACTIVE.
           PERFORM EXTRACT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NO = SPACES
               MOVE "ACCT-UNKNOWN" TO WS-DENY-REASON
               MOVE "no account number in the arguments"
                   TO WS-DENY-DETAIL
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-FILE-STATUS NOT = "00"
               MOVE "ACCT-INACTIVE" TO WS-DENY-REASON
               MOVE "customer master unavailable to confirm status"
                   TO WS-DENY-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-NO TO CUST-ACCOUNT-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "ACCT-UNKNOWN" TO WS-DENY-REASON
                   STRING
                       "account " FUNCTION TRIM(WS-ACCOUNT-NO)
                       " is not on the customer master"
                       DELIMITED SIZE
                       INTO WS-DENY-DETAIL
                   END-STRING
               NOT INVALID KEY
                   IF CUST-STATUS NOT = "ACTIVE"
                       MOVE "ACCT-INACTIVE" TO WS-DENY-REASON
                       STRING
                           "account " FUNCTION TRIM(WS-ACCOUNT-NO)
                           " has status "
                           FUNCTION TRIM(CUST-STATUS)
                           DELIMITED SIZE
                           INTO WS-DENY-DETAIL
                       END-STRING
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER
           .

       EXTRACT-ACCOUNT-NUMBER.
           MOVE SPACES TO WS-ACCOUNT-NO
           MOVE 0 TO WS-FOUND-POS
           PERFORM TEST-ONE-ARG-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS + 16 > LENGTH OF LS-INVOKE-ARGS
               OR WS-FOUND-POS > 0

           IF WS-FOUND-POS > 0
               COMPUTE WS-VALUE-PTR = WS-FOUND-POS + 17
               UNSTRING LS-INVOKE-ARGS
                   DELIMITED '"'
                   INTO WS-ACCOUNT-NO
                   WITH POINTER WS-VALUE-PTR
               END-UNSTRING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DIGIT-IDX
           PERFORM TAKE-ONE-DIGIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > LENGTH OF LS-INVOKE-ARGS
               OR (WS-DIGIT-IDX > 0
                   AND LS-INVOKE-ARGS(WS-SCAN-POS:1) NOT NUMERIC)
           .

       TEST-ONE-ARG-POSITION.
           IF LS-INVOKE-ARGS(WS-SCAN-POS:17) = '"accountNumber":"'
               MOVE WS-SCAN-POS TO WS-FOUND-POS
           END-IF
           .

       TAKE-ONE-DIGIT.
           IF LS-INVOKE-ARGS(WS-SCAN-POS:1) NUMERIC
               AND WS-DIGIT-IDX < 10
               ADD 1 TO WS-DIGIT-IDX
               MOVE LS-INVOKE-ARGS(WS-SCAN-POS:1)
                   TO WS-ACCOUNT-NO(WS-DIGIT-IDX:1)
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-QUEUE-KEY-NAMED: The arguments must carry the declared   *
      * queue business key; with none declared there is nothing to     *
      * hold the call to.                                              *
      *----------------------------------------------------------------*
       CHECK-QUEUE-KEY-NAMED.
           IF WS-QUEUE-BUSINESS-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEY-TALLY
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-QUEUE-BUSINESS-KEY TRAILING))
               TO WS-KEY-LEN
           INSPECT LS-INVOKE-ARGS TALLYING WS-KEY-TALLY
               FOR ALL WS-QUEUE-BUSINESS-KEY(1:WS-KEY-LEN)

           IF WS-KEY-TALLY = 0
               MOVE "KEY-MISMATCH" TO WS-DENY-REASON
               STRING
                   "lookups are limited to business key "
                   FUNCTION TRIM(WS-QUEUE-BUSINESS-KEY)
                   DELIMITED SIZE
                   INTO WS-DENY-DETAIL
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * COUNT-ALLOWED-CALL: Charge the call to the row's job counter   *
      * and, for a row with a session ceiling, its session counter.    *
      *----------------------------------------------------------------*
       COUNT-ALLOWED-CALL.
           IF WS-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POL-JOB-CALLS(WS-MATCH-IDX)
           IF WS-POL-MAX-SESS(WS-MATCH-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SESSION-COUNTER
           IF WS-SCL-FOUND-IDX = 0
               AND WS-SCL-COUNT < 200
               ADD 1 TO WS-SCL-COUNT
               MOVE WS-SCL-COUNT TO WS-SCL-FOUND-IDX
               MOVE LS-SESSION-ID
                   TO WS-SCL-SESSION-ID(WS-SCL-FOUND-IDX)
               MOVE WS-MATCH-IDX TO WS-SCL-POL-IDX(WS-SCL-FOUND-IDX)
               MOVE 0 TO WS-SCL-CALLS(WS-SCL-FOUND-IDX)
           END-IF
           IF WS-SCL-FOUND-IDX > 0
               ADD 1 TO WS-SCL-CALLS(WS-SCL-FOUND-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-DENIAL-LINE: Append the refusal to today's denial log.   *
      *----------------------------------------------------------------*
       WRITE-DENIAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE SPACES TO WS-TDL-FILE-NAME
           STRING
               "TOOL-DENIAL-LOG-" WS-TODAY-DATE(1:8) ".TXT"
               DELIMITED SIZE
               INTO WS-TDL-FILE-NAME
           END-STRING

           MOVE LS-JOB-ID TO WS-JOB-TOK
           IF WS-JOB-TOK = SPACES
               MOVE "-" TO WS-JOB-TOK
           END-IF
           MOVE LS-SESSION-ID TO WS-SESSION-TOK
           IF WS-SESSION-TOK = SPACES
               MOVE "-" TO WS-SESSION-TOK
           END-IF
           MOVE WS-SESSION-PROFILE TO WS-PROFILE-TOK

           OPEN EXTEND DENIAL-LOG
           IF WS-TDL-FILE-STATUS = "35" OR WS-TDL-FILE-STATUS = "05"
               OPEN OUTPUT DENIAL-LOG
           END-IF
           IF WS-TDL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING
               WS-TODAY-DATE(1:14) " "
               FUNCTION TRIM(WS-JOB-TOK) " "
               FUNCTION TRIM(WS-SESSION-TOK) " "
               FUNCTION TRIM(WS-PROFILE-TOK) " "
               FUNCTION TRIM(LS-TOOL-NAME) " "
               FUNCTION TRIM(WS-DENY-REASON) " "
               FUNCTION TRIM(WS-DENY-DETAIL)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING

           WRITE DENIAL-LOG-RECORD FROM WS-OUT-LINE
           CLOSE DENIAL-LOG
           .

       STOP RUN.
