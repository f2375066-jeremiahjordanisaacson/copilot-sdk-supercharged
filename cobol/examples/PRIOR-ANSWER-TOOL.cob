      *================================================================*
      * PRIOR-ANSWER-TOOL.cob                                          *
      * Tool handler: what have we already told this customer. Given  *
      * a business key (a "businessKey" member of the arguments, or   *
      * failing that the first digit run in them) and optional        *
      * "keywords", the prompt ids the business-key cross-reference   *
      * ties to the key are looked up in the response archive and    *
      * the most recent relevant answers come back with their dates   *
      * and prompt ids, so the assistant does not contradict itself.  *
      *                                                                *
      * Only replies archived OK and listed in DELIVERED-REGISTER.DAT *
      * are returned. Nothing comes back for a key under a legal hold *
      * in force or named in a pending PURGE-REQUEST.DAT, and a reply *
      * whose session, job or date a hold reaches, or whose session   *
      * is named for erasure, is passed over. With keywords, a reply  *
      * must carry at least one of them (case ignored). Every         *
      * retrieval is logged to the cross-reference under kind         *
      * PRIORANS -- one line per answer returned, or one with no      *
      * prompt id when none was -- so the customer activity console   *
      * shows that prior answers were consulted.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-ANSWER-TOOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-XREF ASSIGN TO WS-BXR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXR-FILE-STATUS.
           SELECT DELIVERED-REGISTER ASSIGN TO WS-DRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
           SELECT PURGE-REQUEST ASSIGN TO WS-PRQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-XREF.
       01  BUSINESS-XREF-RECORD     PIC X(256).

       FD  DELIVERED-REGISTER.
       01  DELIVERED-REGISTER-RECORD PIC X(20).

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

      *    Field-for-field match of the legal-hold record in           *
      *    LEGAL-HOLD-CONSOLE -- keep the two in sync by hand.         *
       FD  LEGAL-HOLD.
       01  LEGAL-HOLD-RECORD.
           05 LGH-KIND              PIC X(8).
               88 LGH-KIND-KEY                  VALUE "KEY".
               88 LGH-KIND-SESSION              VALUE "SESSION".
               88 LGH-KIND-JOB                  VALUE "JOB".
               88 LGH-KIND-DATES                VALUE "DATES".
           05 LGH-VALUE             PIC X(64).
           05 LGH-DATE-FROM         PIC X(8).
           05 LGH-DATE-TO           PIC X(8).
           05 LGH-MATTER-NO         PIC X(20).
           05 LGH-ATTORNEY          PIC X(32).
           05 LGH-EFFECTIVE-DATE    PIC X(8).
           05 LGH-STATUS            PIC X(8).
               88 LGH-STATUS-RELEASED           VALUE "RELEASED".
           05 LGH-ADDED-BY          PIC X(8).
           05 LGH-ADDED-TS          PIC X(21).
           05 LGH-RELEASED-BY       PIC X(8).
           05 LGH-RELEASED-TS       PIC X(21).
           05 LGH-RELEASE-REASON    PIC X(64).

      *    Field-for-field match of the purge request record in        *
      *    RIGHT-TO-ERASURE-PURGE -- keep the two in sync by hand.     *
       FD  PURGE-REQUEST.
       01  PURGE-REQUEST-RECORD.
           05 PRQ-KIND              PIC X(8).
               88 PRQ-KIND-KEY                  VALUE "KEY".
               88 PRQ-KIND-SESSION              VALUE "SESSION".
           05 PRQ-VALUE             PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DRG-FILE-NAME         PIC X(64)
           VALUE "DELIVERED-REGISTER.DAT".
       01  WS-DRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PRQ-FILE-NAME         PIC X(64)
           VALUE "PURGE-REQUEST.DAT".
       01  WS-PRQ-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-BUSINESS-KEY          PIC X(20)  VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(5)   VALUE 1.
       01  WS-REFUSAL               PIC X(80)  VALUE SPACES.

      *    Argument parsing: one quoted member at a time.
       01  WS-ARG-MEMBER            PIC X(20)  VALUE SPACES.
       01  WS-ARG-MEMBER-LEN        PIC 9(2)   VALUE 0.
       01  WS-ARG-VALUE             PIC X(128) VALUE SPACES.
       01  WS-SCAN-POS              PIC 9(5)   VALUE 1.
       01  WS-SCAN-LIMIT            PIC 9(5)   VALUE 0.
       01  WS-FOUND-POS             PIC 9(5)   VALUE 0.
       01  WS-VALUE-PTR             PIC 9(5)   VALUE 0.
       01  WS-DIGIT-IDX             PIC 9(2)   VALUE 0.
       01  WS-DIGIT-RUN-FLAG        PIC 9      VALUE 0.
           88 DIGIT-RUN-ENDED                  VALUE 1.
           88 DIGIT-RUN-OPEN                   VALUE 0.

      *    Keywords, upper-cased, and the reply they are matched in.
       01  WS-KW-TABLE.
           05 WS-KW-COUNT           PIC 9      VALUE 0.
           05 WS-KW-WORD            PIC X(32)  OCCURS 5 TIMES.
       01  WS-KW-IDX                PIC 9      VALUE 0.
       01  WS-KW-LEN                PIC 9(2)   VALUE 0.
       01  WS-KW-HITS               PIC 9(4)   VALUE 0.
       01  WS-MATCH-TEXT            PIC X(4096) VALUE SPACES.

      *    Cross-reference line tokens.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-BXR-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-BXR-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-BXR-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-BXR-TURN-TOK          PIC X(10)  VALUE SPACES.
       01  WS-BXR-KIND              PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY               PIC X(20)  VALUE SPACES.

      *    Prompt ids the key has touched, flagged once delivered.
       01  WS-CAND-TABLE.
           05 WS-CAND-COUNT         PIC 9(3)   VALUE 0.
           05 WS-CAND-ENTRY OCCURS 200 TIMES.
               10 WS-CAND-PROMPT-ID PIC X(20)  VALUE SPACES.
               10 WS-CAND-DLV-FLAG  PIC 9      VALUE 0.
                   88 CAND-DELIVERED           VALUE 1.
       01  WS-CAND-IDX              PIC 9(3)   VALUE 0.
       01  WS-CAND-LOOKUP-ID        PIC X(20)  VALUE SPACES.
       01  WS-CAND-SLOT             PIC 9(3)   VALUE 0.

      *    Legal holds in force today.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT         PIC 9(3)   VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
               10 WS-HOLD-KIND      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-VALUE     PIC X(64)  VALUE SPACES.
               10 WS-HOLD-FROM      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-TO        PIC X(8)   VALUE SPACES.
               10 WS-HOLD-MATTER    PIC X(20)  VALUE SPACES.
       01  WS-HOLD-IDX              PIC 9(3)   VALUE 0.

      *    Sessions named in pending erasure requests.
       01  WS-ERASE-TABLE.
           05 WS-ERASE-COUNT        PIC 9(3)   VALUE 0.
           05 WS-ERASE-SESSION      PIC X(64)  OCCURS 100 TIMES.
       01  WS-ERASE-IDX             PIC 9(3)   VALUE 0.

       01  WS-REPLY-FLAG            PIC 9      VALUE 0.
           88 REPLY-USABLE                     VALUE 1.
           88 REPLY-BARRED                     VALUE 0.

      *    The most recent answers, newest first.
       01  WS-TOP-MAX               PIC 9      VALUE 3.
       01  WS-TOP-TABLE.
           05 WS-TOP-COUNT          PIC 9      VALUE 0.
           05 WS-TOP-ENTRY OCCURS 3 TIMES.
               10 WS-TOP-TIMESTAMP  PIC X(21).
               10 WS-TOP-PROMPT-ID  PIC X(20).
               10 WS-TOP-EXCERPT    PIC X(600).
       01  WS-TOP-IDX               PIC 9      VALUE 0.
       01  WS-TOP-HOLD-ENTRY.
           05 WS-TOP-HOLD-TIMESTAMP PIC X(21).
           05 WS-TOP-HOLD-PROMPT-ID PIC X(20).
           05 WS-TOP-HOLD-EXCERPT   PIC X(600).
       01  WS-TOP-DATE              PIC X(10)  VALUE SPACES.

       01  WS-XREF-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-XREF-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-XREF-TURN-NO          PIC 9(10)  VALUE 0.

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       LINKAGE SECTION.
       01  LS-INVOKE-ARGS           PIC X(2048).
       01  LS-TOOL-RESULT.
           05 LS-TRES-SUCCESS       PIC 9.
           05 LS-TRES-OUTPUT        PIC X(2048).
       01  LS-SESSION-ID            PIC X(64).

       PROCEDURE DIVISION USING LS-INVOKE-ARGS LS-TOOL-RESULT
           LS-SESSION-ID.
       MAIN-HANDLER.
           MOVE 0 TO LS-TRES-SUCCESS
           MOVE SPACES TO LS-TRES-OUTPUT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           PERFORM EXTRACT-BUSINESS-KEY
           IF WS-BUSINESS-KEY = SPACES
               MOVE "No business key in tool arguments"
                   TO LS-TRES-OUTPUT
               GOBACK
           END-IF

           PERFORM EXTRACT-KEYWORDS

           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-ERASURE-REQUESTS
           IF WS-REFUSAL NOT = SPACES
               MOVE WS-REFUSAL TO LS-TRES-OUTPUT
               MOVE SPACES TO WS-XREF-PROMPT-ID
               PERFORM LOG-RETRIEVAL
               GOBACK
           END-IF

           PERFORM COLLECT-KEY-PROMPTS
           PERFORM FLAG-DELIVERED-PROMPTS
           PERFORM PICK-RECENT-ANSWERS
           PERFORM FORMAT-PRIOR-ANSWERS

           MOVE 1 TO LS-TRES-SUCCESS
           GOBACK
           .

      *----------------------------------------------------------------*
      * EXTRACT-BUSINESS-KEY: Prefer a "businessKey" member in the     *
      * arguments; otherwise take the first run of digits.             *
      *----------------------------------------------------------------*
       EXTRACT-BUSINESS-KEY.
           MOVE SPACES TO WS-BUSINESS-KEY
           MOVE '"businessKey":"' TO WS-ARG-MEMBER
           MOVE 15 TO WS-ARG-MEMBER-LEN
           PERFORM FIND-ARG-MEMBER
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-BUSINESS-KEY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DIGIT-IDX
           SET DIGIT-RUN-OPEN TO TRUE
           PERFORM TAKE-ONE-DIGIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > FUNCTION LENGTH(LS-INVOKE-ARGS)
               OR DIGIT-RUN-ENDED
           .

       TAKE-ONE-DIGIT.
           IF LS-INVOKE-ARGS(WS-SCAN-POS:1) NUMERIC
               IF WS-DIGIT-IDX < 20
                   ADD 1 TO WS-DIGIT-IDX
                   MOVE LS-INVOKE-ARGS(WS-SCAN-POS:1)
                       TO WS-BUSINESS-KEY(WS-DIGIT-IDX:1)
               END-IF
           ELSE
               IF WS-DIGIT-IDX > 0
                   SET DIGIT-RUN-ENDED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * EXTRACT-KEYWORDS: Up to five words from a "keywords" member,   *
      * upper-cased for a case-blind match.                            *
      *----------------------------------------------------------------*
       EXTRACT-KEYWORDS.
           MOVE 0 TO WS-KW-COUNT
           MOVE SPACES TO WS-KW-WORD(1) WS-KW-WORD(2) WS-KW-WORD(3)
               WS-KW-WORD(4) WS-KW-WORD(5)
           MOVE '"keywords":"' TO WS-ARG-MEMBER
           MOVE 12 TO WS-ARG-MEMBER-LEN
           PERFORM FIND-ARG-MEMBER
           IF WS-ARG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-VALUE
           UNSTRING WS-ARG-VALUE DELIMITED BY ALL SPACE OR ","
               INTO WS-KW-WORD(1) WS-KW-WORD(2) WS-KW-WORD(3)
                   WS-KW-WORD(4) WS-KW-WORD(5)
           END-UNSTRING

           PERFORM COUNT-ONE-KEYWORD
               VARYING WS-KW-IDX FROM 1 BY 1
               UNTIL WS-KW-IDX > 5
           .

       COUNT-ONE-KEYWORD.
           IF WS-KW-WORD(WS-KW-IDX) NOT = SPACES
               ADD 1 TO WS-KW-COUNT
               MOVE WS-KW-WORD(WS-KW-IDX) TO WS-KW-WORD(WS-KW-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-ARG-MEMBER: The string value of the quoted member named   *
      * in WS-ARG-MEMBER (its opening quote included), into            *
      * WS-ARG-VALUE; spaces when the member is absent.                *
      *----------------------------------------------------------------*
       FIND-ARG-MEMBER.
           MOVE SPACES TO WS-ARG-VALUE
           MOVE 0 TO WS-FOUND-POS
           COMPUTE WS-SCAN-LIMIT = FUNCTION LENGTH(LS-INVOKE-ARGS)
               - WS-ARG-MEMBER-LEN + 1
           PERFORM TEST-ONE-ARG-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
               OR WS-FOUND-POS > 0

           IF WS-FOUND-POS > 0
               COMPUTE WS-VALUE-PTR = WS-FOUND-POS + WS-ARG-MEMBER-LEN
               UNSTRING LS-INVOKE-ARGS
                   DELIMITED '"'
                   INTO WS-ARG-VALUE
                   WITH POINTER WS-VALUE-PTR
               END-UNSTRING
           END-IF
           .

       TEST-ONE-ARG-POSITION.
           IF LS-INVOKE-ARGS(WS-SCAN-POS:WS-ARG-MEMBER-LEN) =
               WS-ARG-MEMBER(1:WS-ARG-MEMBER-LEN)
               MOVE WS-SCAN-POS TO WS-FOUND-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS: Table every hold in force today -- not       *
      * released and past its effective date. A KEY hold on the key    *
      * asked about refuses the whole retrieval.                       *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS.
           MOVE SPACES TO WS-REFUSAL
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           .

       LOAD-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   IF NOT LGH-STATUS-RELEASED
                       AND (LGH-EFFECTIVE-DATE = SPACES
                           OR LGH-EFFECTIVE-DATE
                               <= WS-TODAY-DATE(1:8))
                       AND (LGH-VALUE NOT = SPACES
                           OR LGH-KIND-DATES)
                       PERFORM TABLE-ONE-LEGAL-HOLD
                   END-IF
           END-READ
           .

       TABLE-ONE-LEGAL-HOLD.
           IF LGH-KIND-KEY
               AND LGH-VALUE(1:20) = WS-BUSINESS-KEY
               MOVE SPACES TO WS-REFUSAL
               STRING
                   "Prior answers for " FUNCTION TRIM(WS-BUSINESS-KEY)
                   " are under legal hold (matter "
                   FUNCTION TRIM(LGH-MATTER-NO) ")"
                   DELIMITED SIZE
                   INTO WS-REFUSAL
               END-STRING
           END-IF

           IF WS-HOLD-COUNT < 100
               ADD 1 TO WS-HOLD-COUNT
               MOVE LGH-KIND TO WS-HOLD-KIND(WS-HOLD-COUNT)
               MOVE LGH-VALUE TO WS-HOLD-VALUE(WS-HOLD-COUNT)
               MOVE LGH-DATE-FROM TO WS-HOLD-FROM(WS-HOLD-COUNT)
               MOVE LGH-DATE-TO TO WS-HOLD-TO(WS-HOLD-COUNT)
               MOVE LGH-MATTER-NO TO WS-HOLD-MATTER(WS-HOLD-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-ERASURE-REQUESTS: A pending erasure of the key refuses    *
      * the retrieval; sessions named for erasure are tabled.          *
      *----------------------------------------------------------------*
       LOAD-ERASURE-REQUESTS.
           MOVE 0 TO WS-ERASE-COUNT
           MOVE "00" TO WS-PRQ-FILE-STATUS
           OPEN INPUT PURGE-REQUEST
           IF WS-PRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-ERASURE-REQUEST
               UNTIL WS-PRQ-FILE-STATUS NOT = "00"

           CLOSE PURGE-REQUEST
           .

       LOAD-ONE-ERASURE-REQUEST.
           READ PURGE-REQUEST
               AT END
                   MOVE "10" TO WS-PRQ-FILE-STATUS
               NOT AT END
                   IF PRQ-KIND-KEY
                       AND PRQ-VALUE(1:20) = WS-BUSINESS-KEY
                       AND WS-REFUSAL = SPACES
                       MOVE SPACES TO WS-REFUSAL
                       STRING
                           "Prior answers for "
                           FUNCTION TRIM(WS-BUSINESS-KEY)
                           " are pending erasure"
                           DELIMITED SIZE
                           INTO WS-REFUSAL
                       END-STRING
                   END-IF
                   IF PRQ-KIND-SESSION
                       AND WS-ERASE-COUNT < 100
                       ADD 1 TO WS-ERASE-COUNT
                       MOVE PRQ-VALUE
                           TO WS-ERASE-SESSION(WS-ERASE-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * COLLECT-KEY-PROMPTS: Every distinct prompt id the cross-       *
      * reference ties to the key.                                     *
      *----------------------------------------------------------------*
       COLLECT-KEY-PROMPTS.
           MOVE 0 TO WS-CAND-COUNT
           MOVE "00" TO WS-BXR-FILE-STATUS
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM JUDGE-ONE-XREF-LINE
               UNTIL WS-BXR-FILE-STATUS NOT = "00"

           CLOSE BUSINESS-XREF
           .

       JUDGE-ONE-XREF-LINE.
           READ BUSINESS-XREF INTO WS-BXR-LINE
               AT END
                   MOVE "10" TO WS-BXR-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-BXR-TIMESTAMP
                   MOVE SPACES TO WS-BXR-JOB-ID
                   MOVE SPACES TO WS-BXR-SESSION-ID
                   MOVE SPACES TO WS-BXR-PROMPT-ID
                   MOVE SPACES TO WS-BXR-TURN-TOK
                   MOVE SPACES TO WS-BXR-KIND
                   MOVE SPACES TO WS-BXR-KEY
                   UNSTRING WS-BXR-LINE DELIMITED BY SPACE
                       INTO WS-BXR-TIMESTAMP WS-BXR-JOB-ID
                           WS-BXR-SESSION-ID WS-BXR-PROMPT-ID
                           WS-BXR-TURN-TOK WS-BXR-KIND WS-BXR-KEY
                   END-UNSTRING
                   IF WS-BXR-KEY = WS-BUSINESS-KEY
                       AND WS-BXR-PROMPT-ID NOT = "-"
                       AND WS-BXR-PROMPT-ID NOT = SPACES
                       PERFORM ADD-CANDIDATE-PROMPT
                   END-IF
           END-READ
           .

       ADD-CANDIDATE-PROMPT.
           MOVE WS-BXR-PROMPT-ID TO WS-CAND-LOOKUP-ID
           PERFORM FIND-CANDIDATE-SLOT
           IF WS-CAND-SLOT = 0
               AND WS-CAND-COUNT < 200
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-BXR-PROMPT-ID
                   TO WS-CAND-PROMPT-ID(WS-CAND-COUNT)
               MOVE 0 TO WS-CAND-DLV-FLAG(WS-CAND-COUNT)
           END-IF
           .

       FIND-CANDIDATE-SLOT.
           MOVE 0 TO WS-CAND-SLOT
           PERFORM TEST-ONE-CANDIDATE-SLOT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               OR WS-CAND-SLOT > 0
           .

       TEST-ONE-CANDIDATE-SLOT.
           IF WS-CAND-PROMPT-ID(WS-CAND-IDX) = WS-CAND-LOOKUP-ID
               MOVE WS-CAND-IDX TO WS-CAND-SLOT
           END-IF
           .

      *----------------------------------------------------------------*
      * FLAG-DELIVERED-PROMPTS: Mark the candidates the delivery       *
      * register shows actually went out.                              *
      *----------------------------------------------------------------*
       FLAG-DELIVERED-PROMPTS.
           IF WS-CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-DRG-FILE-STATUS
           OPEN INPUT DELIVERED-REGISTER
           IF WS-DRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM FLAG-ONE-DELIVERED-ID
               UNTIL WS-DRG-FILE-STATUS NOT = "00"

           CLOSE DELIVERED-REGISTER
           .

       FLAG-ONE-DELIVERED-ID.
           READ DELIVERED-REGISTER
               AT END
                   MOVE "10" TO WS-DRG-FILE-STATUS
               NOT AT END
                   MOVE DELIVERED-REGISTER-RECORD TO WS-CAND-LOOKUP-ID
                   PERFORM FIND-CANDIDATE-SLOT
                   IF WS-CAND-SLOT > 0
                       MOVE 1 TO WS-CAND-DLV-FLAG(WS-CAND-SLOT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * PICK-RECENT-ANSWERS: Keyed read of each delivered candidate;   *
      * a usable OK reply goes into the newest-first table.            *
      *----------------------------------------------------------------*
       PICK-RECENT-ANSWERS.
           MOVE 0 TO WS-TOP-COUNT
           IF WS-CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM JUDGE-ONE-CANDIDATE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT

           CLOSE RESPONSE-ARCHIVE
           .

       JUDGE-ONE-CANDIDATE.
           IF NOT CAND-DELIVERED(WS-CAND-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND-PROMPT-ID(WS-CAND-IDX) TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF RA-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REPLY-USABLE
           IF REPLY-BARRED
               EXIT PARAGRAPH
           END-IF

      *    Clear-text authority is the calling run's; an answer this
      *    run may not read back is no answer at all.
           PERFORM DECRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-KW-COUNT > 0
               MOVE FUNCTION UPPER-CASE(RA-REPLY-TEXT)
                   TO WS-MATCH-TEXT
               MOVE 0 TO WS-KW-HITS
               PERFORM COUNT-KEYWORD-HITS
                   VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               IF WS-KW-HITS = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FILE-RECENT-ANSWER
           .

       COUNT-KEYWORD-HITS.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-KW-WORD(WS-KW-IDX))) TO WS-KW-LEN
           INSPECT WS-MATCH-TEXT TALLYING WS-KW-HITS
               FOR ALL WS-KW-WORD(WS-KW-IDX)(1:WS-KW-LEN)
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-ARCHIVE-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING RA-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO RA-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-REPLY-USABLE: A hold in force reaching the reply's       *
      * session, job or day, or an erasure request naming its session, *
      * bars it.                                                       *
      *----------------------------------------------------------------*
       CHECK-REPLY-USABLE.
           SET REPLY-USABLE TO TRUE
           PERFORM TEST-ONE-HOLD-AGAINST-REPLY
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR REPLY-BARRED
           PERFORM TEST-ONE-ERASURE-SESSION
               VARYING WS-ERASE-IDX FROM 1 BY 1
               UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               OR REPLY-BARRED
           .

       TEST-ONE-HOLD-AGAINST-REPLY.
           EVALUATE WS-HOLD-KIND(WS-HOLD-IDX)
               WHEN "SESSION"
                   IF WS-HOLD-VALUE(WS-HOLD-IDX) = RA-SESSION-ID
                       SET REPLY-BARRED TO TRUE
                   END-IF
               WHEN "JOB"
                   IF RA-JOB-ID NOT = SPACES
                       AND WS-HOLD-VALUE(WS-HOLD-IDX)(1:20) = RA-JOB-ID
                       SET REPLY-BARRED TO TRUE
                   END-IF
               WHEN "DATES"
                   IF RA-TIMESTAMP(1:8) >= WS-HOLD-FROM(WS-HOLD-IDX)
                       AND (WS-HOLD-TO(WS-HOLD-IDX) = SPACES
                           OR RA-TIMESTAMP(1:8)
                               <= WS-HOLD-TO(WS-HOLD-IDX))
                       SET REPLY-BARRED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TEST-ONE-ERASURE-SESSION.
           IF WS-ERASE-SESSION(WS-ERASE-IDX) = RA-SESSION-ID
               SET REPLY-BARRED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * FILE-RECENT-ANSWER: Place the reply in the newest-first table  *
      * of WS-TOP-MAX answers -- appended while there is room, else in *
      * the oldest slot when newer than it -- then bubble it up.       *
      *----------------------------------------------------------------*
       FILE-RECENT-ANSWER.
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
           ELSE
               IF RA-TIMESTAMP NOT > WS-TOP-TIMESTAMP(WS-TOP-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TOP-COUNT TO WS-TOP-IDX
           MOVE RA-TIMESTAMP TO WS-TOP-TIMESTAMP(WS-TOP-IDX)
           MOVE RA-PROMPT-ID TO WS-TOP-PROMPT-ID(WS-TOP-IDX)
           MOVE FUNCTION TRIM(RA-REPLY-TEXT)
               TO WS-TOP-EXCERPT(WS-TOP-IDX)

           PERFORM BUBBLE-ONE-ANSWER-UP
               UNTIL WS-TOP-IDX = 1
               OR WS-TOP-TIMESTAMP(WS-TOP-IDX - 1)
                   >= WS-TOP-TIMESTAMP(WS-TOP-IDX)
           .

       BUBBLE-ONE-ANSWER-UP.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1) TO WS-TOP-HOLD-ENTRY
           MOVE WS-TOP-ENTRY(WS-TOP-IDX) TO WS-TOP-ENTRY(WS-TOP-IDX - 1)
           MOVE WS-TOP-HOLD-ENTRY TO WS-TOP-ENTRY(WS-TOP-IDX)
           SUBTRACT 1 FROM WS-TOP-IDX
           .

      *----------------------------------------------------------------*
      * FORMAT-PRIOR-ANSWERS: One block per answer, newest first --    *
      * date, prompt id and the start of the reply -- and a            *
      * cross-reference line for each one returned.                    *
      *----------------------------------------------------------------*
       FORMAT-PRIOR-ANSWERS.
           MOVE SPACES TO LS-TRES-OUTPUT
           MOVE 1 TO WS-OUT-PTR

           IF WS-TOP-COUNT = 0
               STRING
                   "No delivered prior answers on file for "
                   FUNCTION TRIM(WS-BUSINESS-KEY)
                   DELIMITED SIZE
                   INTO LS-TRES-OUTPUT
               END-STRING
               MOVE SPACES TO WS-XREF-PROMPT-ID
               PERFORM LOG-RETRIEVAL
               EXIT PARAGRAPH
           END-IF

           STRING
               "Prior answers for " FUNCTION TRIM(WS-BUSINESS-KEY)
               ", newest first:"
               DELIMITED SIZE
               INTO LS-TRES-OUTPUT
               WITH POINTER WS-OUT-PTR
           END-STRING

           PERFORM FORMAT-ONE-PRIOR-ANSWER
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT
           .

       FORMAT-ONE-PRIOR-ANSWER.
           MOVE SPACES TO WS-TOP-DATE
           STRING
               WS-TOP-TIMESTAMP(WS-TOP-IDX)(1:4) "-"
               WS-TOP-TIMESTAMP(WS-TOP-IDX)(5:2) "-"
               WS-TOP-TIMESTAMP(WS-TOP-IDX)(7:2)
               DELIMITED SIZE
               INTO WS-TOP-DATE
           END-STRING

           STRING
               " [" WS-TOP-DATE " prompt "
               FUNCTION TRIM(WS-TOP-PROMPT-ID(WS-TOP-IDX)) "] "
               FUNCTION TRIM(WS-TOP-EXCERPT(WS-TOP-IDX))
               DELIMITED SIZE
               INTO LS-TRES-OUTPUT
               WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING

           MOVE WS-TOP-PROMPT-ID(WS-TOP-IDX) TO WS-XREF-PROMPT-ID
           PERFORM LOG-RETRIEVAL
           .

      *----------------------------------------------------------------*
      * LOG-RETRIEVAL: Cross-reference the consultation against the    *
      * key so the customer activity console lists it.                 *
      *----------------------------------------------------------------*
       LOG-RETRIEVAL.
           CALL "COPILOT-LOG-BUSINESS-KEY" USING
               WS-XREF-JOB-ID LS-SESSION-ID
               WS-XREF-PROMPT-ID WS-XREF-TURN-NO
               "PRIORANS" WS-BUSINESS-KEY
           .
