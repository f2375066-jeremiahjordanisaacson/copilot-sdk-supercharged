      *================================================================*
      * CHAMPION-CHALLENGER-RUN.cob                                    *
      * Champion/challenger model comparison over real work. Takes a   *
      * configurable sample of tonight's queue records and runs each   *
      * one twice, in separate sessions: once under the model          *
      * MODEL-ROUTING.DAT routes its class to (the champion) and once  *
      * under a named challenger model. Both replies are stored side   *
      * by side in CHALLENGER-COMPARISON.DAT and each is scored by a   *
      * grading session under the site rubric in GRADING-RUBRIC.TXT,   *
      * the same rubric QUALITY-GRADING-SAMPLE grades with. Measured   *
      * tokens for each side come from the usage ledger and are        *
      * priced with the MODEL-PRICE.DAT rates; turnaround is timed     *
      * around each send.                                              *
      *                                                                *
      * CHALLENGER-REPORT.TXT shows the score, cost and speed deltas   *
      * (challenger minus champion) by template and by model class,    *
      * with a recommendation per class.                               *
      *                                                                *
      * Nothing here writes the results master, the response archive  *
      * or the delivery files: the production reply for a sampled      *
      * record is still the one the runner produces under the          *
      * champion, so comparison runs never change production output.   *
      *                                                                *
      * CHALLENGER-CONFIG.DAT, one keyword and value per record:       *
      *   CHALLENGER    model id to compare (required)                 *
      *   SAMPLE-PCT    percent of eligible records (default 10)       *
      *   MAX-SAMPLES   ceiling on records compared (default 50)       *
      *   MODEL-CLASS   compare one class only (default every class)   *
      *   SCORE-MARGIN  average-score gap that counts (default 0.5)    *
      *   MIN-PAIRS     graded pairs a class needs before a            *
      *                 recommendation is made (default 5)             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMPION-CHALLENGER-RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHALLENGER-CONFIG ASSIGN TO WS-CCF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCF-FILE-STATUS.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT MODEL-ROUTING ASSIGN TO WS-MRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRT-FILE-STATUS.
           SELECT MODEL-PRICE-FILE ASSIGN TO WS-MPR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPR-FILE-STATUS.
           SELECT GRADING-RUBRIC ASSIGN TO WS-RUB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUB-FILE-STATUS.
           SELECT CHALLENGER-COMPARISON ASSIGN TO WS-CMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT CHALLENGER-REPORT ASSIGN TO WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHALLENGER-CONFIG.
       01  CHALLENGER-CONFIG-RECORD.
           05 CCF-KEYWORD           PIC X(24).
           05 CCF-VALUE             PIC X(64).

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
               88 PQ-IS-HELD                    VALUE "HOLD".
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

      *    Field-for-field match of the routing record layout in       *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  MODEL-ROUTING.
       01  MODEL-ROUTING-RECORD.
           05 MRT-CLASS             PIC X(16).
           05 MRT-PREFERRED         PIC X(64).
           05 MRT-FALLBACK-1        PIC X(64).
           05 MRT-FALLBACK-2        PIC X(64).

      *    Field-for-field match of the price record layout in         *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  MODEL-PRICE-FILE.
       01  MODEL-PRICE-RECORD.
           05 MPR-MODEL             PIC X(64).
           05 MPR-BATCH-SIZE        PIC X(10).
           05 MPR-CACHE-PRICE       PIC X(10).
           05 MPR-INPUT-PRICE       PIC X(10).
           05 MPR-OUTPUT-PRICE      PIC X(10).

       FD  GRADING-RUBRIC.
       01  GRADING-RUBRIC-RECORD    PIC X(256).

      *    One record per compared queue record: the champion side in
      *    occurrence 1, the challenger side in occurrence 2. A side's
      *    status is OK when it replied and was graded, UNGRADED when
      *    it replied but the grader gave no score, ERROR when the
      *    send itself failed.
       FD  CHALLENGER-COMPARISON.
       01  CHALLENGER-COMPARISON-RECORD.
           05 CMP-RUN-DATE          PIC X(8).
           05 CMP-PROMPT-ID         PIC X(20).
           05 CMP-TEMPLATE-ID       PIC X(20).
           05 CMP-TEMPLATE-VERSION  PIC 9(3).
           05 CMP-MODEL-CLASS       PIC X(16).
           05 CMP-SIDE OCCURS 2 TIMES.
               10 CMP-MODEL         PIC X(64).
               10 CMP-SESSION-ID    PIC X(64).
               10 CMP-STATUS        PIC X(10).
               10 CMP-SCORE         PIC 9(2).
               10 CMP-INPUT-TOKENS  PIC 9(10).
               10 CMP-OUTPUT-TOKENS PIC 9(10).
               10 CMP-COST-CENTS    PIC 9(7)V99.
               10 CMP-ELAPSED-SECS  PIC 9(5)V99.
               10 CMP-REPLY-TEXT    PIC X(4096).

       FD  CHALLENGER-REPORT.
       01  CHALLENGER-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       COPY "COPILOT-VERSION.cpy".

       01  WS-CCF-FILE-NAME         PIC X(64)
           VALUE "CHALLENGER-CONFIG.DAT".
       01  WS-CCF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-MRT-FILE-NAME         PIC X(64)
           VALUE "MODEL-ROUTING.DAT".
       01  WS-MRT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MPR-FILE-NAME         PIC X(64)
           VALUE "MODEL-PRICE.DAT".
       01  WS-MPR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RUB-FILE-NAME         PIC X(64)
           VALUE "GRADING-RUBRIC.TXT".
       01  WS-RUB-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CMP-FILE-NAME         PIC X(64)
           VALUE "CHALLENGER-COMPARISON.DAT".
       01  WS-CMP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RPT-FILE-NAME         PIC X(64)
           VALUE "CHALLENGER-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-TODAY-YMD             PIC X(8)   VALUE SPACES.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 8.

      *    Run settings from CHALLENGER-CONFIG.DAT.
       01  WS-CHALLENGER-MODEL      PIC X(64)  VALUE SPACES.
       01  WS-ONLY-CLASS            PIC X(16)  VALUE SPACES.
       01  WS-SAMPLE-PCT            PIC 9(3)   VALUE 10.
       01  WS-SAMPLE-STRIDE         PIC 9(3)   VALUE 10.
       01  WS-MAX-SAMPLES           PIC 9(5)   VALUE 50.
       01  WS-SCORE-MARGIN          PIC 9V9    VALUE 0.5.
       01  WS-MIN-PAIRS             PIC 9(3)   VALUE 5.

      *    Routing table: only the preferred model matters here -- it
      *    is the champion the class is judged against.
       01  WS-ROUTING-TABLE.
           05 WS-MRT-COUNT          PIC 9(2)   VALUE 0.
           05 WS-MRT-ENTRY OCCURS 20 TIMES.
               10 WS-MRT-CLASS      PIC X(16)  VALUE SPACES.
               10 WS-MRT-PREFERRED  PIC X(64)  VALUE SPACES.
       01  WS-MRT-IDX               PIC 9(2)   VALUE 0.
       01  WS-MRT-FOUND-IDX         PIC 9(2)   VALUE 0.

      *    Price catalog, cents per million tokens, with the DEFAULT
      *    row covering models without one of their own.
       01  WS-PRICE-TABLE.
           05 WS-MPR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-MPR-ENTRY OCCURS 50 TIMES.
               10 WS-MPR-ID         PIC X(64)  VALUE SPACES.
               10 WS-MPR-INPUT      PIC 9(10)  VALUE 0.
               10 WS-MPR-OUTPUT     PIC 9(10)  VALUE 0.
       01  WS-MPR-IDX               PIC 9(3)   VALUE 0.
       01  WS-MPR-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-PRICE-MODEL           PIC X(64)  VALUE SPACES.

       01  WS-RUBRIC-TEXT           PIC X(1536) VALUE SPACES.
       01  WS-RUBRIC-PTR            PIC 9(5)   VALUE 1.
       01  WS-GRADE-MESSAGE         PIC X(4096) VALUE SPACES.
       01  WS-GRADE-PTR             PIC 9(5)   VALUE 1.

      *    Counts for the run.
       01  WS-RECORDS-READ          PIC 9(6)   VALUE 0.
       01  WS-ELIGIBLE-SEEN         PIC 9(6)   VALUE 0.
       01  WS-SAMPLED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-SAME-MODEL-COUNT      PIC 9(5)   VALUE 0.
       01  WS-COMPARED-COUNT        PIC 9(5)   VALUE 0.
       01  WS-STRIDE-REM            PIC 9(3)   VALUE 0.

      *    The prompt under comparison, expanded the way the runner
      *    expands it: a template record's wording in effect today
      *    with PQ-PARAM-VALUE(1..5) substituted for &1..&5.
       01  WS-SEND-TEXT             PIC X(4096) VALUE SPACES.
       01  WS-EXPAND-PTR            PIC 9(5)   VALUE 1.
       01  WS-TPL-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-TPL-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-TPL-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-TPL-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-TPL-RC                PIC S9(4)  VALUE 0.
       01  WS-TPL-SCAN-POS          PIC 9(5)   VALUE 1.
       01  WS-TPL-TEXT-LEN          PIC 9(5)   VALUE 0.
       01  WS-TPL-PARAM-NO          PIC 9      VALUE 0.
       01  WS-CHAMPION-MODEL        PIC X(64)  VALUE SPACES.

      *    Per-side work: which side is running, its clock readings,
      *    and its measured token totals.
       01  WS-SIDE                  PIC 9      VALUE 0.
       01  WS-SIDE-NAME             PIC X(10)  VALUE SPACES.
       01  WS-CLOCK-STAMP           PIC X(21)  VALUE SPACES.
       01  WS-CLOCK-SECS            PIC 9(12)V99 VALUE 0.
       01  WS-START-SECS            PIC 9(12)V99 VALUE 0.
       01  WS-SIDE-IN-TOKENS        PIC 9(12)  VALUE 0.
       01  WS-SIDE-OUT-TOKENS       PIC 9(12)  VALUE 0.
       01  WS-TELEMETRY-WANTED      PIC 9      VALUE 1.

      *    The grading session, kept apart from the two compared
      *    sessions so its own turns never count against either side.
       01  WS-GRADER-STATE.
           05 WS-GRADER-SESSION-ID  PIC X(64)  VALUE SPACES.
           05 WS-GRADER-ACTIVE      PIC 9      VALUE 0.
           05 WS-GRADER-TURNS       PIC 9(10)  VALUE 0.
       01  WS-SIDE-STATE.
           05 WS-SIDE-SESSION-ID    PIC X(64)  VALUE SPACES.
           05 WS-SIDE-ACTIVE        PIC 9      VALUE 0.
           05 WS-SIDE-TURNS         PIC 9(10)  VALUE 0.
       01  WS-GRADER-UP-FLAG        PIC 9      VALUE 0.
           88 GRADER-SESSION-UP                 VALUE 1.
           88 GRADER-SESSION-DOWN               VALUE 0.

       01  WS-SCORE-VALUE           PIC 9(2)   VALUE 0.
       01  WS-SCORE-TOK             PIC X(4)   VALUE SPACES.
       01  WS-SCORE-FOUND           PIC 9      VALUE 0.
           88 SCORE-WAS-PARSED                  VALUE 1.
           88 SCORE-NOT-PARSED                  VALUE 0.
       01  WS-SCAN-POS              PIC 9(5)   VALUE 1.
       01  WS-FOUND-POS             PIC 9(5)   VALUE 0.
       01  WS-TOK-PTR               PIC 9(5)   VALUE 0.

      *    Figures grouped by template ("T") and by model class ("C").
      *    Scores are summed over pairs where both sides were graded;
      *    cost and turnaround over pairs where both sides replied.
       01  WS-GROUP-TABLE.
           05 WS-GRP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-GRP-ENTRY OCCURS 80 TIMES.
               10 WS-GRP-KIND       PIC X      VALUE SPACE.
               10 WS-GRP-KEY        PIC X(20)  VALUE SPACES.
               10 WS-GRP-PAIRS      PIC 9(5)   VALUE 0.
               10 WS-GRP-GRADED     PIC 9(5)   VALUE 0.
               10 WS-GRP-SCORE      PIC 9(7)   OCCURS 2 TIMES
                                               VALUE 0.
               10 WS-GRP-CENTS      PIC 9(9)V99 OCCURS 2 TIMES
                                               VALUE 0.
               10 WS-GRP-SECS       PIC 9(9)V99 OCCURS 2 TIMES
                                               VALUE 0.
       01  WS-GRP-IDX               PIC 9(3)   VALUE 0.
       01  WS-GRP-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-GRP-WANT-KIND         PIC X      VALUE SPACE.
       01  WS-GRP-WANT-KEY          PIC X(20)  VALUE SPACES.

      *    Averages and deltas (challenger minus champion) for one
      *    group line.
       01  WS-AVG-SCORE             PIC 9(2)V9 OCCURS 2 TIMES.
       01  WS-AVG-CENTS             PIC 9(7)V99 OCCURS 2 TIMES.
       01  WS-AVG-SECS              PIC 9(5)V99 OCCURS 2 TIMES.
       01  WS-DELTA-SCORE           PIC S9(2)V9 VALUE 0.
       01  WS-DELTA-CENTS           PIC S9(7)V99 VALUE 0.
       01  WS-DELTA-SECS            PIC S9(5)V99 VALUE 0.
       01  WS-NEG-MARGIN            PIC S9V9   VALUE 0.
       01  WS-ED-SCORE-1            PIC Z9.9.
       01  WS-ED-SCORE-2            PIC Z9.9.
       01  WS-ED-SCORE-D            PIC +Z9.9.
       01  WS-ED-CENTS-1            PIC Z(6)9.99.
       01  WS-ED-CENTS-2            PIC Z(6)9.99.
       01  WS-ED-CENTS-D            PIC +Z(6)9.99.
       01  WS-ED-SECS-1             PIC Z(4)9.99.
       01  WS-ED-SECS-2             PIC Z(4)9.99.
       01  WS-ED-SECS-D             PIC +Z(4)9.99.
       01  WS-RECOMMENDATION        PIC X(60)  VALUE SPACES.

       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Champion / Challenger Comparison Run ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YMD

           PERFORM LOAD-CHALLENGER-CONFIG
           IF WS-CHALLENGER-MODEL = SPACES
               DISPLAY "ERROR: no CHALLENGER model in "
                   FUNCTION TRIM(WS-CCF-FILE-NAME)
               STOP RUN RETURNING WS-FAIL-RC
           END-IF
           DISPLAY "Challenger:  " FUNCTION TRIM(WS-CHALLENGER-MODEL)
           DISPLAY "Sample:      " WS-SAMPLE-PCT "% up to "
               WS-MAX-SAMPLES " records"
           IF WS-ONLY-CLASS NOT = SPACES
               DISPLAY "Class:       " FUNCTION TRIM(WS-ONLY-CLASS)
           END-IF

           PERFORM LOAD-MODEL-ROUTING
           PERFORM LOAD-MODEL-PRICES
           PERFORM LOAD-GRADING-RUBRIC

           PERFORM INITIALIZE-COPILOT
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: Failed to initialize client"
               DISPLAY "       " WS-LAST-ERROR
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

      *    Measured tokens per side come from the usage ledger, which
      *    is only written for sessions that ask for telemetry.
           CALL "COPILOT-SESSION-SET-TELEMETRY"
               USING WS-TELEMETRY-WANTED WS-RETURN-CODE

           PERFORM OPEN-GRADER-SESSION
           IF GRADER-SESSION-DOWN
               DISPLAY "ERROR: grading session did not open"
               PERFORM SHUTDOWN-CLIENT
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           OPEN EXTEND CHALLENGER-COMPARISON
           IF WS-CMP-FILE-STATUS = "35" OR WS-CMP-FILE-STATUS = "05"
               OPEN OUTPUT CHALLENGER-COMPARISON
           END-IF

           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               DISPLAY "No prompt queue found ("
                   FUNCTION TRIM(WS-PQ-FILE-NAME) ")."
           ELSE
               PERFORM CONSIDER-ONE-QUEUE-RECORD
                   UNTIL WS-PQ-FILE-STATUS NOT = "00"
                   OR WS-SAMPLED-COUNT >= WS-MAX-SAMPLES
               CLOSE PROMPT-QUEUE
           END-IF

           CLOSE CHALLENGER-COMPARISON

           MOVE WS-GRADER-STATE TO WS-SESSION-STATE
           CALL "COPILOT-SESSION-DESTROY" USING WS-SESSION-STATE
               WS-RETURN-CODE
           PERFORM SHUTDOWN-CLIENT

           PERFORM WRITE-COMPARISON-REPORT

           DISPLAY " "
           DISPLAY "Queue records read:    " WS-RECORDS-READ
           DISPLAY "Eligible:              " WS-ELIGIBLE-SEEN
           DISPLAY "Sampled:               " WS-SAMPLED-COUNT
           DISPLAY "Already on challenger: " WS-SAME-MODEL-COUNT
           DISPLAY "Compared:              " WS-COMPARED-COUNT
           DISPLAY "Comparisons written to "
               FUNCTION TRIM(WS-CMP-FILE-NAME)
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-CHALLENGER-CONFIG: The challenger model and the sampling  *
      * and judging settings; anything absent keeps its default.       *
      *----------------------------------------------------------------*
       LOAD-CHALLENGER-CONFIG.
           OPEN INPUT CHALLENGER-CONFIG
           IF WS-CCF-FILE-STATUS = "00"
               PERFORM APPLY-ONE-CONFIG-RECORD
                   UNTIL WS-CCF-FILE-STATUS NOT = "00"
               CLOSE CHALLENGER-CONFIG
           END-IF

           IF WS-SAMPLE-PCT < 1 OR WS-SAMPLE-PCT > 100
               MOVE 10 TO WS-SAMPLE-PCT
           END-IF
           COMPUTE WS-SAMPLE-STRIDE = 100 / WS-SAMPLE-PCT
           IF WS-SAMPLE-STRIDE < 1
               MOVE 1 TO WS-SAMPLE-STRIDE
           END-IF
           IF WS-MAX-SAMPLES = 0
               MOVE 50 TO WS-MAX-SAMPLES
           END-IF
           IF WS-MIN-PAIRS = 0
               MOVE 1 TO WS-MIN-PAIRS
           END-IF
           .

       APPLY-ONE-CONFIG-RECORD.
           READ CHALLENGER-CONFIG
               AT END
                   MOVE "10" TO WS-CCF-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(CCF-KEYWORD)
                       WHEN "CHALLENGER"
                           MOVE CCF-VALUE TO WS-CHALLENGER-MODEL
                       WHEN "SAMPLE-PCT"
                           MOVE FUNCTION NUMVAL(CCF-VALUE)
                               TO WS-SAMPLE-PCT
                       WHEN "MAX-SAMPLES"
                           MOVE FUNCTION NUMVAL(CCF-VALUE)
                               TO WS-MAX-SAMPLES
                       WHEN "MODEL-CLASS"
                           MOVE CCF-VALUE(1:16) TO WS-ONLY-CLASS
                       WHEN "SCORE-MARGIN"
                           MOVE FUNCTION NUMVAL(CCF-VALUE)
                               TO WS-SCORE-MARGIN
                       WHEN "MIN-PAIRS"
                           MOVE FUNCTION NUMVAL(CCF-VALUE)
                               TO WS-MIN-PAIRS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-ROUTING: The preferred model per class -- the       *
      * champion each compared record is run under.                    *
      *----------------------------------------------------------------*
       LOAD-MODEL-ROUTING.
           OPEN INPUT MODEL-ROUTING
           IF WS-MRT-FILE-STATUS NOT = "00"
               DISPLAY "Note: no routing table; every champion is "
                   "the session default model."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-ROUTING-ROW
               UNTIL WS-MRT-FILE-STATUS NOT = "00"

           CLOSE MODEL-ROUTING
           .

       LOAD-ONE-ROUTING-ROW.
           READ MODEL-ROUTING
               AT END
                   MOVE "10" TO WS-MRT-FILE-STATUS
               NOT AT END
                   IF WS-MRT-COUNT < 20
                       ADD 1 TO WS-MRT-COUNT
                       MOVE MRT-CLASS
                           TO WS-MRT-CLASS(WS-MRT-COUNT)
                       MOVE MRT-PREFERRED
                           TO WS-MRT-PREFERRED(WS-MRT-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-PRICES: The same rate catalog the month-end         *
      * chargeback prices with.                                        *
      *----------------------------------------------------------------*
       LOAD-MODEL-PRICES.
           OPEN INPUT MODEL-PRICE-FILE
           IF WS-MPR-FILE-STATUS NOT = "00"
               DISPLAY "Note: no price catalog; both sides price at "
                   "zero."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-PRICE-ROW
               UNTIL WS-MPR-FILE-STATUS NOT = "00"

           CLOSE MODEL-PRICE-FILE
           .

       LOAD-ONE-PRICE-ROW.
           READ MODEL-PRICE-FILE
               AT END
                   MOVE "10" TO WS-MPR-FILE-STATUS
               NOT AT END
                   IF WS-MPR-COUNT < 50
                       ADD 1 TO WS-MPR-COUNT
                       MOVE MPR-MODEL TO WS-MPR-ID(WS-MPR-COUNT)
                       IF MPR-INPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-INPUT-PRICE)
                               TO WS-MPR-INPUT(WS-MPR-COUNT)
                       END-IF
                       IF MPR-OUTPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-OUTPUT-PRICE)
                               TO WS-MPR-OUTPUT(WS-MPR-COUNT)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-GRADING-RUBRIC: The site-maintained rubric prompt, the    *
      * lines folded into one text.                                    *
      *----------------------------------------------------------------*
       LOAD-GRADING-RUBRIC.
           MOVE "Grade the reply to the prompt on a 0-10 scale."
               TO WS-RUBRIC-TEXT
           MOVE 1 TO WS-RUBRIC-PTR

           OPEN INPUT GRADING-RUBRIC
           IF WS-RUB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RUBRIC-TEXT
           PERFORM FOLD-ONE-RUBRIC-LINE
               UNTIL WS-RUB-FILE-STATUS NOT = "00"

           CLOSE GRADING-RUBRIC
           .

       FOLD-ONE-RUBRIC-LINE.
           READ GRADING-RUBRIC
               AT END
                   MOVE "10" TO WS-RUB-FILE-STATUS
               NOT AT END
                   STRING
                       FUNCTION TRIM(GRADING-RUBRIC-RECORD TRAILING)
                       " "
                       DELIMITED SIZE
                       INTO WS-RUBRIC-TEXT
                       WITH POINTER WS-RUBRIC-PTR
                       ON OVERFLOW
                           MOVE "10" TO WS-RUB-FILE-STATUS
                   END-STRING
           END-READ
           .

      *----------------------------------------------------------------*
      * INITIALIZE-COPILOT / SHUTDOWN-CLIENT                           *
      *----------------------------------------------------------------*
       INITIALIZE-COPILOT.
           MOVE SPACES TO WS-CLI-PATH
           MOVE SPACES TO WS-CLI-URL
           MOVE 1      TO WS-AUTO-START

           CALL "COPILOT-CLIENT-INIT"
               USING WS-CLIENT-OPTIONS WS-RETURN-CODE
           .

       SHUTDOWN-CLIENT.
           CALL "COPILOT-CLIENT-STOP" USING WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * OPEN-GRADER-SESSION: One session grades every reply of the     *
      * run, both sides, under the same rubric.                        *
      *----------------------------------------------------------------*
       OPEN-GRADER-SESSION.
           SET GRADER-SESSION-DOWN TO TRUE

           MOVE "challenger-grader" TO WS-SESS-AGENT-NAME
           MOVE "1.0.0"             TO WS-SESS-AGENT-VER
           MOVE "You grade assistant replies strictly against the r
      -        "ubric you are given."
               TO WS-SESS-SYS-PROMPT
           MOVE SPACES TO WS-SESS-MODEL
           MOVE 0 TO WS-SESS-STREAMING
           MOVE 0 TO WS-SESS-MAX-TURNS
           MOVE 0 TO WS-EPM-HANDLER-SET
           SET ELICITATION-ON TO TRUE

           CALL "COPILOT-SESSION-CREATE" USING WS-SESSION-CONFIG
               WS-SESSION-STATE WS-RETURN-CODE WS-SESS-MODEL
               WS-SESS-REASON-EFFORT WS-EPM-HANDLER-SET WS-CLI-JOB-ID

           IF WS-RETURN-CODE = 0
               MOVE WS-SESSION-STATE TO WS-GRADER-STATE
               SET GRADER-SESSION-UP TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * CONSIDER-ONE-QUEUE-RECORD: Every k-th eligible record -- not   *
      * held, and of the configured class when one is named -- is      *
      * compared. A record whose class already routes to the           *
      * challenger has nothing to compare and is passed over.          *
      *----------------------------------------------------------------*
       CONSIDER-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
           END-READ
           IF WS-PQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECORDS-READ
           IF PQ-PROMPT-ID = SPACES OR PQ-IS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-CLASS NOT = SPACES
               AND PQ-MODEL-CLASS NOT = WS-ONLY-CLASS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ELIGIBLE-SEEN
           COMPUTE WS-STRIDE-REM =
               FUNCTION MOD(WS-ELIGIBLE-SEEN, WS-SAMPLE-STRIDE)
           IF WS-STRIDE-REM NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SAMPLED-COUNT
           PERFORM FIND-CHAMPION-MODEL
           IF WS-CHAMPION-MODEL = WS-CHALLENGER-MODEL
               ADD 1 TO WS-SAME-MODEL-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPARE-ONE-RECORD
           .

       FIND-CHAMPION-MODEL.
           MOVE SPACES TO WS-CHAMPION-MODEL
           MOVE 0 TO WS-MRT-FOUND-IDX
           IF PQ-MODEL-CLASS = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-ROUTING-ROW
               VARYING WS-MRT-IDX FROM 1 BY 1
               UNTIL WS-MRT-IDX > WS-MRT-COUNT
               OR WS-MRT-FOUND-IDX > 0
           IF WS-MRT-FOUND-IDX > 0
               MOVE WS-MRT-PREFERRED(WS-MRT-FOUND-IDX)
                   TO WS-CHAMPION-MODEL
           END-IF
           .

       TEST-ONE-ROUTING-ROW.
           IF WS-MRT-CLASS(WS-MRT-IDX) = PQ-MODEL-CLASS
               MOVE WS-MRT-IDX TO WS-MRT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * COMPARE-ONE-RECORD: Expand the prompt once, run it under each  *
      * side in turn, grade both replies, then file the pair and fold  *
      * it into the template and class figures.                        *
      *----------------------------------------------------------------*
       COMPARE-ONE-RECORD.
           PERFORM EXPAND-PROMPT-TEXT
           IF WS-SEND-TEXT = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(PQ-PROMPT-ID)
                   " has no prompt text; not compared"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHALLENGER-COMPARISON-RECORD
           MOVE WS-TODAY-YMD      TO CMP-RUN-DATE
           MOVE PQ-PROMPT-ID      TO CMP-PROMPT-ID
           MOVE PQ-TEMPLATE-ID    TO CMP-TEMPLATE-ID
           MOVE WS-TPL-VERSION-NO TO CMP-TEMPLATE-VERSION
           MOVE PQ-MODEL-CLASS    TO CMP-MODEL-CLASS
           MOVE WS-CHAMPION-MODEL   TO CMP-MODEL(1)
           MOVE WS-CHALLENGER-MODEL TO CMP-MODEL(2)

           PERFORM RUN-ONE-SIDE
               VARYING WS-SIDE FROM 1 BY 1
               UNTIL WS-SIDE > 2

           WRITE CHALLENGER-COMPARISON-RECORD
           ADD 1 TO WS-COMPARED-COUNT

           DISPLAY FUNCTION TRIM(PQ-PROMPT-ID)
               "  champion " CMP-STATUS(1) " score " CMP-SCORE(1)
               "  challenger " CMP-STATUS(2) " score " CMP-SCORE(2)

           MOVE "T" TO WS-GRP-WANT-KIND
           MOVE PQ-TEMPLATE-ID TO WS-GRP-WANT-KEY
           IF WS-GRP-WANT-KEY = SPACES
               MOVE "-" TO WS-GRP-WANT-KEY
           END-IF
           PERFORM FOLD-PAIR-INTO-GROUP
           MOVE "C" TO WS-GRP-WANT-KIND
           MOVE SPACES TO WS-GRP-WANT-KEY
           MOVE PQ-MODEL-CLASS TO WS-GRP-WANT-KEY(1:16)
           IF WS-GRP-WANT-KEY = SPACES
               MOVE "-" TO WS-GRP-WANT-KEY
           END-IF
           PERFORM FOLD-PAIR-INTO-GROUP
           .

      *----------------------------------------------------------------*
      * EXPAND-PROMPT-TEXT: The literal prompt, or the template's      *
      * wording in effect today with its &1..&5 markers replaced.      *
      *----------------------------------------------------------------*
       EXPAND-PROMPT-TEXT.
           MOVE SPACES TO WS-SEND-TEXT
           MOVE 0 TO WS-TPL-VERSION-NO

           IF PQ-TEMPLATE-ID = SPACES
               MOVE PQ-PROMPT-TEXT TO WS-SEND-TEXT
               EXIT PARAGRAPH
           END-IF

           CALL "TEMPLATE-IN-EFFECT" USING PQ-TEMPLATE-ID
               WS-TODAY-YMD WS-TPL-TEXT WS-TPL-MAPPING-ID
               WS-TPL-RELEASE-REVIEW WS-TPL-VERSION-NO WS-TPL-RC
           IF WS-TPL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-EXPAND-PTR
           MOVE 1 TO WS-TPL-SCAN-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-TPL-TEXT TRAILING))
               TO WS-TPL-TEXT-LEN
           PERFORM APPEND-ONE-TEMPLATE-PIECE
               UNTIL WS-TPL-SCAN-POS > WS-TPL-TEXT-LEN
           .

      *----------------------------------------------------------------*
      * APPEND-ONE-TEMPLATE-PIECE: Append either the parameter value   *
      * for a &n marker at the scan position, or the single literal    *
      * character there, advancing the scan position past what was     *
      * consumed.                                                      *
      *----------------------------------------------------------------*
       APPEND-ONE-TEMPLATE-PIECE.
           IF WS-TPL-TEXT(WS-TPL-SCAN-POS:1) = "&"
               AND WS-TPL-SCAN-POS < WS-TPL-TEXT-LEN
               AND WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1) >= "1"
               AND WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1) <= "5"
               MOVE FUNCTION NUMVAL(
                   WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1))
                   TO WS-TPL-PARAM-NO
               STRING
                   FUNCTION TRIM(PQ-PARAM-VALUE(WS-TPL-PARAM-NO))
                   DELIMITED SIZE
                   INTO WS-SEND-TEXT
                   WITH POINTER WS-EXPAND-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               ADD 2 TO WS-TPL-SCAN-POS
           ELSE
               STRING
                   WS-TPL-TEXT(WS-TPL-SCAN-POS:1)
                   DELIMITED SIZE
                   INTO WS-SEND-TEXT
                   WITH POINTER WS-EXPAND-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               ADD 1 TO WS-TPL-SCAN-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * RUN-ONE-SIDE: A fresh session under the side's model, one      *
      * timed send, the session's measured tokens priced, and the      *
      * reply graded.                                                  *
      *----------------------------------------------------------------*
       RUN-ONE-SIDE.
           MOVE "ERROR" TO CMP-STATUS(WS-SIDE)
           MOVE 0 TO CMP-SCORE(WS-SIDE)
           MOVE 0 TO CMP-INPUT-TOKENS(WS-SIDE)
           MOVE 0 TO CMP-OUTPUT-TOKENS(WS-SIDE)
           MOVE 0 TO CMP-COST-CENTS(WS-SIDE)
           MOVE 0 TO CMP-ELAPSED-SECS(WS-SIDE)

           MOVE "champion-challenger" TO WS-SESS-AGENT-NAME
           MOVE "1.0.0"               TO WS-SESS-AGENT-VER
           MOVE "You are a helpful assistant for COBOL developers."
               TO WS-SESS-SYS-PROMPT
           MOVE CMP-MODEL(WS-SIDE) TO WS-SESS-MODEL
           MOVE 0 TO WS-SESS-STREAMING
           MOVE 0 TO WS-SESS-MAX-TURNS
           MOVE 0 TO WS-EPM-HANDLER-SET
           SET ELICITATION-ON TO TRUE

           CALL "COPILOT-SESSION-CREATE" USING WS-SESSION-CONFIG
               WS-SESSION-STATE WS-RETURN-CODE WS-SESS-MODEL
               WS-SESS-REASON-EFFORT WS-EPM-HANDLER-SET WS-CLI-JOB-ID
           IF WS-RETURN-CODE NOT = 0
               MOVE "session did not open" TO CMP-REPLY-TEXT(WS-SIDE)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSION-STATE TO WS-SIDE-STATE
           MOVE WS-SESSION-ID TO CMP-SESSION-ID(WS-SIDE)

           MOVE WS-SEND-TEXT TO WS-SEND-MESSAGE
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-SEND-TEXT TRAILING))
               TO WS-SEND-MSG-LEN
           MOVE 120000 TO WS-SEND-TIMEOUT-MS

           PERFORM TAKE-CLOCK-SECS
           MOVE WS-CLOCK-SECS TO WS-START-SECS
           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE
           PERFORM TAKE-CLOCK-SECS
           COMPUTE CMP-ELAPSED-SECS(WS-SIDE) =
               WS-CLOCK-SECS - WS-START-SECS

           MOVE WS-SIDE-STATE TO WS-SESSION-STATE
           CALL "COPILOT-SESSION-DESTROY" USING WS-SESSION-STATE
               WS-RETURN-CODE

           IF RESULT-HAS-ERROR
               MOVE WS-RESULT-ERROR-MSG TO CMP-REPLY-TEXT(WS-SIDE)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESULT-MESSAGE TO CMP-REPLY-TEXT(WS-SIDE)

           PERFORM PRICE-SIDE-USAGE
           PERFORM GRADE-SIDE-REPLY
           .

      *----------------------------------------------------------------*
      * PRICE-SIDE-USAGE: The session's measured tokens from the usage *
      * ledger, priced at the side model's rates (the DEFAULT row for  *
      * a model without one of its own).                               *
      *----------------------------------------------------------------*
       PRICE-SIDE-USAGE.
           CALL "COPILOT-USAGE-SESSION-TOTALS"
               USING CMP-SESSION-ID(WS-SIDE)
               WS-SIDE-IN-TOKENS WS-SIDE-OUT-TOKENS
           MOVE WS-SIDE-IN-TOKENS  TO CMP-INPUT-TOKENS(WS-SIDE)
           MOVE WS-SIDE-OUT-TOKENS TO CMP-OUTPUT-TOKENS(WS-SIDE)

           MOVE CMP-MODEL(WS-SIDE) TO WS-PRICE-MODEL
           PERFORM FIND-MODEL-PRICE-ROW
           IF WS-MPR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE CMP-COST-CENTS(WS-SIDE) ROUNDED =
               (WS-SIDE-IN-TOKENS * WS-MPR-INPUT(WS-MPR-FOUND-IDX)
               + WS-SIDE-OUT-TOKENS * WS-MPR-OUTPUT(WS-MPR-FOUND-IDX))
               / 1000000
           .

       FIND-MODEL-PRICE-ROW.
           MOVE 0 TO WS-MPR-FOUND-IDX
           IF WS-PRICE-MODEL NOT = SPACES
               PERFORM TEST-ONE-PRICE-ROW
                   VARYING WS-MPR-IDX FROM 1 BY 1
                   UNTIL WS-MPR-IDX > WS-MPR-COUNT
                   OR WS-MPR-FOUND-IDX > 0
           END-IF

           IF WS-MPR-FOUND-IDX = 0
               PERFORM TEST-DEFAULT-PRICE-ROW
                   VARYING WS-MPR-IDX FROM 1 BY 1
                   UNTIL WS-MPR-IDX > WS-MPR-COUNT
                   OR WS-MPR-FOUND-IDX > 0
           END-IF
           .

       TEST-ONE-PRICE-ROW.
           IF WS-MPR-ID(WS-MPR-IDX) = WS-PRICE-MODEL
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-DEFAULT-PRICE-ROW.
           IF FUNCTION TRIM(WS-MPR-ID(WS-MPR-IDX)) = "DEFAULT"
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * GRADE-SIDE-REPLY: Send the prompt and the side's reply to the  *
      * grading session under the rubric. The grader is not told which *
      * side it is judging.                                            *
      *----------------------------------------------------------------*
       GRADE-SIDE-REPLY.
           MOVE "UNGRADED" TO CMP-STATUS(WS-SIDE)

           MOVE SPACES TO WS-GRADE-MESSAGE
           MOVE 1 TO WS-GRADE-PTR
           STRING
               FUNCTION TRIM(WS-RUBRIC-TEXT TRAILING)
               "  PROMPT: "
               FUNCTION TRIM(WS-SEND-TEXT(1:1024) TRAILING)
               "  REPLY: "
               FUNCTION TRIM(CMP-REPLY-TEXT(WS-SIDE) TRAILING)
               DELIMITED SIZE
               INTO WS-GRADE-MESSAGE
               WITH POINTER WS-GRADE-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           STRING
               "  Answer with SCORE: n on the 0-10 scale, then a "
               "one-line critique."
               DELIMITED SIZE
               INTO WS-GRADE-MESSAGE
               WITH POINTER WS-GRADE-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING

           MOVE WS-GRADE-MESSAGE TO WS-SEND-MESSAGE
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-GRADE-MESSAGE TRAILING))
               TO WS-SEND-MSG-LEN
           MOVE 60000 TO WS-SEND-TIMEOUT-MS

           MOVE WS-GRADER-STATE TO WS-SESSION-STATE
           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE
           MOVE WS-SESSION-STATE TO WS-GRADER-STATE

           IF RESULT-HAS-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-SCORE
           IF SCORE-WAS-PARSED
               MOVE WS-SCORE-VALUE TO CMP-SCORE(WS-SIDE)
               MOVE "OK" TO CMP-STATUS(WS-SIDE)
           END-IF
           .

      *----------------------------------------------------------------*
      * PARSE-SCORE: The value after the grader's SCORE: marker.       *
      *----------------------------------------------------------------*
       PARSE-SCORE.
           SET SCORE-NOT-PARSED TO TRUE
           MOVE 0 TO WS-SCORE-VALUE

           MOVE 0 TO WS-FOUND-POS
           PERFORM TEST-ONE-SCORE-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS + 5 >
                   FUNCTION LENGTH(WS-RESULT-MESSAGE)
               OR WS-FOUND-POS > 0
           IF WS-FOUND-POS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOK-PTR = WS-FOUND-POS + 6
           PERFORM SKIP-ONE-SCORE-BLANK
               UNTIL WS-TOK-PTR >
                   FUNCTION LENGTH(WS-RESULT-MESSAGE)
               OR WS-RESULT-MESSAGE(WS-TOK-PTR:1) NOT = SPACE

           MOVE SPACES TO WS-SCORE-TOK
           UNSTRING WS-RESULT-MESSAGE
               DELIMITED BY " " OR "." OR ","
               INTO WS-SCORE-TOK
               WITH POINTER WS-TOK-PTR
           END-UNSTRING
           IF WS-SCORE-TOK = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-SCORE-TOK) TO WS-SCORE-VALUE
           IF WS-SCORE-VALUE > 10
               MOVE 10 TO WS-SCORE-VALUE
           END-IF
           SET SCORE-WAS-PARSED TO TRUE
           .

       TEST-ONE-SCORE-POSITION.
           IF WS-RESULT-MESSAGE(WS-SCAN-POS:6) = "SCORE:"
               MOVE WS-SCAN-POS TO WS-FOUND-POS
           END-IF
           .

       SKIP-ONE-SCORE-BLANK.
           ADD 1 TO WS-TOK-PTR
           .

      *----------------------------------------------------------------*
      * TAKE-CLOCK-SECS: The wall clock in seconds and hundredths.     *
      *----------------------------------------------------------------*
       TAKE-CLOCK-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
           COMPUTE WS-CLOCK-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CLOCK-STAMP(1:8)))
               * 86400
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(13:2))
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(15:2)) / 100
           .

      *----------------------------------------------------------------*
      * FOLD-PAIR-INTO-GROUP: Add the pair to the group slot for the   *
      * wanted kind and key. Cost and speed count when both sides      *
      * replied; scores count when both sides were graded.             *
      *----------------------------------------------------------------*
       FOLD-PAIR-INTO-GROUP.
           IF CMP-STATUS(1) = "ERROR" OR CMP-STATUS(2) = "ERROR"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM TEST-ONE-GROUP-SLOT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               OR WS-GRP-FOUND-IDX > 0

           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-COUNT >= 80
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX
               MOVE WS-GRP-WANT-KIND
                   TO WS-GRP-KIND(WS-GRP-FOUND-IDX)
               MOVE WS-GRP-WANT-KEY
                   TO WS-GRP-KEY(WS-GRP-FOUND-IDX)
           END-IF

           ADD 1 TO WS-GRP-PAIRS(WS-GRP-FOUND-IDX)
           PERFORM FOLD-ONE-SIDE-FIGURES
               VARYING WS-SIDE FROM 1 BY 1
               UNTIL WS-SIDE > 2

           IF CMP-STATUS(1) = "OK" AND CMP-STATUS(2) = "OK"
               ADD 1 TO WS-GRP-GRADED(WS-GRP-FOUND-IDX)
               ADD CMP-SCORE(1)
                   TO WS-GRP-SCORE(WS-GRP-FOUND-IDX 1)
               ADD CMP-SCORE(2)
                   TO WS-GRP-SCORE(WS-GRP-FOUND-IDX 2)
           END-IF
           .

       FOLD-ONE-SIDE-FIGURES.
           ADD CMP-COST-CENTS(WS-SIDE)
               TO WS-GRP-CENTS(WS-GRP-FOUND-IDX WS-SIDE)
           ADD CMP-ELAPSED-SECS(WS-SIDE)
               TO WS-GRP-SECS(WS-GRP-FOUND-IDX WS-SIDE)
           .

       TEST-ONE-GROUP-SLOT.
           IF WS-GRP-KIND(WS-GRP-IDX) = WS-GRP-WANT-KIND
               AND WS-GRP-KEY(WS-GRP-IDX) = WS-GRP-WANT-KEY
               MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-COMPARISON-REPORT: The template section, then the model  *
      * class section with a recommendation under each class.          *
      *----------------------------------------------------------------*
       WRITE-COMPARISON-REPORT.
           OPEN OUTPUT CHALLENGER-REPORT

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "CHAMPION / CHALLENGER COMPARISON  " WS-TODAY-YMD
               "  challenger " FUNCTION TRIM(WS-CHALLENGER-MODEL)
               "  compared " WS-COMPARED-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Figures are champion / challenger averages per record"
               " and the delta, challenger minus champion;"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "cost in cents, turnaround in seconds, scores over "
               "pairs where both replies were graded."
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
           MOVE "BY TEMPLATE" TO WS-OUT-LINE
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
           MOVE "T" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
           MOVE "BY MODEL CLASS" TO WS-OUT-LINE
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
           MOVE "C" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           CLOSE CHALLENGER-REPORT
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-GROUP-LINE: One group's averages and deltas; a class *
      * line is followed by its recommendation.                        *
      *----------------------------------------------------------------*
       WRITE-ONE-GROUP-LINE.
           IF WS-GRP-KIND(WS-GRP-IDX) NOT = WS-GRP-WANT-KIND
               OR WS-GRP-PAIRS(WS-GRP-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-GROUP-AVERAGES

           MOVE WS-AVG-SCORE(1) TO WS-ED-SCORE-1
           MOVE WS-AVG-SCORE(2) TO WS-ED-SCORE-2
           MOVE WS-DELTA-SCORE  TO WS-ED-SCORE-D
           MOVE WS-AVG-CENTS(1) TO WS-ED-CENTS-1
           MOVE WS-AVG-CENTS(2) TO WS-ED-CENTS-2
           MOVE WS-DELTA-CENTS  TO WS-ED-CENTS-D
           MOVE WS-AVG-SECS(1)  TO WS-ED-SECS-1
           MOVE WS-AVG-SECS(2)  TO WS-ED-SECS-2
           MOVE WS-DELTA-SECS   TO WS-ED-SECS-D

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-GRP-KEY(WS-GRP-IDX)
               " " WS-GRP-PAIRS(WS-GRP-IDX)
               "  score " WS-ED-SCORE-1 "/" WS-ED-SCORE-2
               " " WS-ED-SCORE-D
               "  cost " WS-ED-CENTS-1 "/" WS-ED-CENTS-2
               " " WS-ED-CENTS-D
               "  secs " WS-ED-SECS-1 "/" WS-ED-SECS-2
               " " WS-ED-SECS-D
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE

           IF WS-GRP-WANT-KIND = "C"
               PERFORM CHOOSE-RECOMMENDATION
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "      recommendation: "
                   FUNCTION TRIM(WS-RECOMMENDATION)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE CHALLENGER-REPORT-LINE FROM WS-OUT-LINE
               DISPLAY "Class " FUNCTION TRIM(WS-GRP-KEY(WS-GRP-IDX))
                   ": " FUNCTION TRIM(WS-RECOMMENDATION)
           END-IF
           .

       COMPUTE-GROUP-AVERAGES.
           MOVE 0 TO WS-AVG-SCORE(1)
           MOVE 0 TO WS-AVG-SCORE(2)
           IF WS-GRP-GRADED(WS-GRP-IDX) > 0
               COMPUTE WS-AVG-SCORE(1) ROUNDED =
                   WS-GRP-SCORE(WS-GRP-IDX 1)
                   / WS-GRP-GRADED(WS-GRP-IDX)
               COMPUTE WS-AVG-SCORE(2) ROUNDED =
                   WS-GRP-SCORE(WS-GRP-IDX 2)
                   / WS-GRP-GRADED(WS-GRP-IDX)
           END-IF
           COMPUTE WS-AVG-CENTS(1) ROUNDED =
               WS-GRP-CENTS(WS-GRP-IDX 1) / WS-GRP-PAIRS(WS-GRP-IDX)
           COMPUTE WS-AVG-CENTS(2) ROUNDED =
               WS-GRP-CENTS(WS-GRP-IDX 2) / WS-GRP-PAIRS(WS-GRP-IDX)
           COMPUTE WS-AVG-SECS(1) ROUNDED =
               WS-GRP-SECS(WS-GRP-IDX 1) / WS-GRP-PAIRS(WS-GRP-IDX)
           COMPUTE WS-AVG-SECS(2) ROUNDED =
               WS-GRP-SECS(WS-GRP-IDX 2) / WS-GRP-PAIRS(WS-GRP-IDX)

           COMPUTE WS-DELTA-SCORE = WS-AVG-SCORE(2) - WS-AVG-SCORE(1)
           COMPUTE WS-DELTA-CENTS = WS-AVG-CENTS(2) - WS-AVG-CENTS(1)
           COMPUTE WS-DELTA-SECS  = WS-AVG-SECS(2)  - WS-AVG-SECS(1)
           .

      *----------------------------------------------------------------*
      * CHOOSE-RECOMMENDATION: Quality first -- a challenger that      *
      * scores worse by more than the margin is never recommended; one *
      * that scores better is adopted unless it also costs more; one   *
      * within the margin is adopted only if it is cheaper.            *
      *----------------------------------------------------------------*
       CHOOSE-RECOMMENDATION.
           COMPUTE WS-NEG-MARGIN = 0 - WS-SCORE-MARGIN

           EVALUATE TRUE
               WHEN WS-GRP-GRADED(WS-GRP-IDX) < WS-MIN-PAIRS
                   MOVE "KEEP CHAMPION - too few graded pairs to judge"
                       TO WS-RECOMMENDATION
               WHEN WS-DELTA-SCORE < WS-NEG-MARGIN
                   MOVE "KEEP CHAMPION - challenger scores lower"
                       TO WS-RECOMMENDATION
               WHEN WS-DELTA-SCORE > WS-SCORE-MARGIN
                   AND WS-DELTA-CENTS > 0
                   MOVE "REVIEW - challenger scores higher but costs mo
      -                "re"
                       TO WS-RECOMMENDATION
               WHEN WS-DELTA-SCORE > WS-SCORE-MARGIN
                   MOVE "ADOPT CHALLENGER - scores higher at no extra c
      -                "ost"
                       TO WS-RECOMMENDATION
               WHEN WS-DELTA-CENTS < 0
                   MOVE "ADOPT CHALLENGER - comparable score at lower c
      -                "ost"
                       TO WS-RECOMMENDATION
               WHEN OTHER
                   MOVE "KEEP CHAMPION - no material gain"
                       TO WS-RECOMMENDATION
           END-EVALUATE
           .
