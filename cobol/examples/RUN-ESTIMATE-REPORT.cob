      *================================================================*
      * RUN-ESTIMATE-REPORT.cob                                        *
      * Pre-run estimate of tonight's batch, run before the window     *
      * opens. Every record of PROMPT-QUEUE.DAT the runner would still *
      * send -- not on HOLD, and without a finished latest attempt in  *
      * RESULTS-MASTER.DAT -- is priced from history:                  *
      *                                                                *
      *   tokens   the average measured input and output tokens per    *
      *            attempt for the record's template and model class   *
      *            (USAGE-LEDGER.DAT sessions tied to their attempts   *
      *            through the results master), falling back to the    *
      *            template's average over all classes and then to the *
      *            average over all work. Input is never taken below   *
      *            the expanded prompt's size at four characters a     *
      *            token.                                              *
      *   cost     those tokens at the MODEL-PRICE.DAT rates of the    *
      *            class's preferred model in MODEL-ROUTING.DAT, with  *
      *            the chargeback's DEFAULT-row rule.                  *
      *   elapsed  the average turnaround in SLA-TRACKING.DAT, with    *
      *            the same fallbacks.                                 *
      *                                                                *
      * The report lists the estimate by department (the requestor in  *
      * INTAKE-REGISTER.DAT, else DIRECT) and template, sets each      *
      * department's tokens against its JOB-BUDGET.DAT limit (the row  *
      * named for the department, else the DEFAULT row), and spreads   *
      * the serial time over the PARTITION-PLAN.DAT partition count to *
      * check it against tonight's BATCH-CALENDAR.DAT window. A        *
      * department over budget, a run that will not fit the window, or *
      * a night the calendar closes ends the step RETURNING 8; no      *
      * readable queue or report file ends it RETURNING 16.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-ESTIMATE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO WS-RM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.
           SELECT SLA-TRACKING ASSIGN TO WS-SLAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAT-FILE-STATUS.
           SELECT MODEL-PRICE-FILE ASSIGN TO WS-MPR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPR-FILE-STATUS.
           SELECT MODEL-ROUTING ASSIGN TO WS-MRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRT-FILE-STATUS.
           SELECT INTAKE-REGISTER ASSIGN TO WS-IRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRG-FILE-STATUS.
           SELECT JOB-BUDGET ASSIGN TO WS-JB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JB-FILE-STATUS.
           SELECT BATCH-CALENDAR ASSIGN TO WS-CAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT PARTITION-PLAN ASSIGN TO WS-PLN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Field-for-field match of the master record layout in        *
      *    RESULTS-MASTER-IO -- keep the two in sync by hand.          *
       FD  RESULTS-MASTER.
       01  RESULTS-MASTER-RECORD.
           05 RM-KEY.
               10 RM-PROMPT-ID      PIC X(20).
               10 RM-ATTEMPT-NO     PIC 9(3).
           05 RM-STATUS             PIC X(10).
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
           05 RM-REQUEST-ID         PIC 9(10).

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

       FD  SLA-TRACKING.
       01  SLA-TRACKING-RECORD      PIC X(160).

      *    Field-for-field match of the rate catalog layout in         *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  MODEL-PRICE-FILE.
       01  MODEL-PRICE-RECORD.
           05 MPR-MODEL             PIC X(64).
           05 MPR-BATCH-SIZE        PIC X(10).
           05 MPR-CACHE-PRICE       PIC X(10).
           05 MPR-INPUT-PRICE       PIC X(10).
           05 MPR-OUTPUT-PRICE      PIC X(10).

      *    Field-for-field match of the routing table layout in        *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  MODEL-ROUTING.
       01  MODEL-ROUTING-RECORD.
           05 MRT-CLASS             PIC X(16).
           05 MRT-PREFERRED         PIC X(64).
           05 MRT-FALLBACK-1        PIC X(64).
           05 MRT-FALLBACK-2        PIC X(64).

      *    Field-for-field match of the register record written by     *
      *    FILE-DROP-INTAKE -- keep the two in sync by hand.           *
       FD  INTAKE-REGISTER.
       01  INTAKE-REGISTER-RECORD.
           05 IRG-PROMPT-ID         PIC X(20).
           05 IRG-REQUESTOR         PIC X(20).
           05 IRG-SOURCE-FILE       PIC X(64).
           05 IRG-TIMESTAMP         PIC X(21).

      *    Field-for-field match of the budget record layout in        *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  JOB-BUDGET.
       01  JOB-BUDGET-RECORD.
           05 JB-JOB-ID             PIC X(20).
           05 JB-TOKEN-LIMIT        PIC X(12).

      *    Field-for-field match of the calendar record layout in      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  BATCH-CALENDAR.
       01  BATCH-CALENDAR-RECORD.
           05 CAL-RECORD-TYPE       PIC X(10).
               88 CAL-TYPE-WINDOW               VALUE "WINDOW".
               88 CAL-TYPE-BLACKOUT             VALUE "BLACKOUT".
               88 CAL-TYPE-PROCDATE             VALUE "PROCDATE".
           05 CAL-DATE              PIC X(8).
           05 CAL-START-TIME        PIC X(6).
           05 CAL-END-TIME          PIC X(6).

      *    Field-for-field match of the plan record layout in          *
      *    PROMPT-QUEUE-DISPATCHER -- keep the two in sync by hand.    *
       FD  PARTITION-PLAN.
       01  PARTITION-PLAN-RECORD.
           05 PLN-KEYWORD           PIC X(8).
           05 PLN-VALUE             PIC X(20).
           05 PLN-PART              PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RM-FILE-NAME          PIC X(64)
           VALUE "RESULTS-MASTER.DAT".
       01  WS-RM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-SLAT-FILE-NAME        PIC X(64)
           VALUE "SLA-TRACKING.DAT".
       01  WS-SLAT-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MPR-FILE-NAME         PIC X(64)
           VALUE "MODEL-PRICE.DAT".
       01  WS-MPR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MRT-FILE-NAME         PIC X(64)
           VALUE "MODEL-ROUTING.DAT".
       01  WS-MRT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IRG-FILE-NAME         PIC X(64)
           VALUE "INTAKE-REGISTER.DAT".
       01  WS-IRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-JB-FILE-NAME          PIC X(64)
           VALUE "JOB-BUDGET.DAT".
       01  WS-JB-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-CAL-FILE-NAME         PIC X(64)
           VALUE "BATCH-CALENDAR.DAT".
       01  WS-CAL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PLN-FILE-NAME         PIC X(64)
           VALUE "PARTITION-PLAN.DAT".
       01  WS-PLN-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "RUN-ESTIMATE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-RUN-DATE              PIC X(8)   VALUE SPACES.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.
       01  WS-WARN-RC               PIC 9(4)   VALUE 8.
       01  WS-TABLE-FULL-COUNT      PIC 9(7)   VALUE 0.
       01  WS-WARNING-FLAG          PIC 9      VALUE 0.
           88 ESTIMATE-NEEDS-ATTENTION         VALUE 1.

       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    Tonight's queue, one slot per prompt id, with the expanded
      *    prompt's size and whether the runner would still send it.
       01  WS-QUEUE-TABLE.
           05 WS-QT-COUNT           PIC 9(5)   VALUE 0.
           05 WS-QT-ENTRY OCCURS 5000 TIMES.
               10 WS-QT-ID          PIC X(20)  VALUE SPACES.
               10 WS-QT-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-QT-CLASS       PIC X(16)  VALUE SPACES.
               10 WS-QT-DEPT        PIC X(20)  VALUE SPACES.
               10 WS-QT-CHARS       PIC 9(5)   VALUE 0.
               10 WS-QT-LAST-STATUS PIC X(10)  VALUE SPACES.
               10 WS-QT-STATE       PIC 9      VALUE 0.
                   88 QT-ELIGIBLE               VALUE 0.
                   88 QT-HELD                   VALUE 1.
                   88 QT-DONE                   VALUE 2.
       01  WS-QT-IDX                PIC 9(5)   VALUE 0.
       01  WS-QT-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-CANCEL-FLAG           PIC 9      VALUE 0.

      *    Template wording in effect tonight, measured once per
      *    template: its length and how often each &1..&5 marker
      *    appears in it.
       01  WS-TEMPLATE-CACHE.
           05 WS-TC-COUNT           PIC 9(3)   VALUE 0.
           05 WS-TC-ENTRY OCCURS 200 TIMES.
               10 WS-TC-ID          PIC X(20)  VALUE SPACES.
               10 WS-TC-FOUND-FLAG  PIC 9      VALUE 0.
                   88 TC-TEMPLATE-FOUND         VALUE 1.
               10 WS-TC-LEN         PIC 9(4)   VALUE 0.
               10 WS-TC-MARKS       PIC 9(3)   OCCURS 5 TIMES
                                               VALUE 0.
       01  WS-TC-IDX                PIC 9(3)   VALUE 0.
       01  WS-TC-FOUND-IDX          PIC 9(3)   VALUE 0.
       01  WS-TIE-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-TIE-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-TIE-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-TIE-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-TIE-RC                PIC S9(4)  VALUE 0.
       01  WS-TEXT-POS              PIC 9(4)   VALUE 0.
       01  WS-TEXT-LEN              PIC 9(4)   VALUE 0.
       01  WS-PARAM-NO              PIC 9      VALUE 0.
       01  WS-PARAM-LEN             PIC 9(4)   VALUE 0.
       01  WS-EXPANDED-CHARS        PIC 9(7)   VALUE 0.
       01  WS-MISSING-TEMPLATE-COUNT PIC 9(5)  VALUE 0.

      *    Who asked for which prompt id.
       01  WS-REQUESTOR-TABLE.
           05 WS-RQ-COUNT           PIC 9(5)   VALUE 0.
           05 WS-RQ-ENTRY OCCURS 5000 TIMES.
               10 WS-RQ-PROMPT-ID   PIC X(20)  VALUE SPACES.
               10 WS-RQ-REQUESTOR   PIC X(20)  VALUE SPACES.
       01  WS-RQ-IDX                PIC 9(5)   VALUE 0.
       01  WS-RQ-FOUND-IDX          PIC 9(5)   VALUE 0.

      *    Usage ledger folded per session.
       01  WS-SESSION-TABLE.
           05 WS-SS-COUNT           PIC 9(5)   VALUE 0.
           05 WS-SS-ENTRY OCCURS 5000 TIMES.
               10 WS-SS-SESSION     PIC X(64)  VALUE SPACES.
               10 WS-SS-IN-TOKENS   PIC 9(10)  VALUE 0.
               10 WS-SS-OUT-TOKENS  PIC 9(10)  VALUE 0.
               10 WS-SS-USED-FLAG   PIC 9      VALUE 0.
                   88 SS-COUNTED                VALUE 1.
       01  WS-SS-IDX                PIC 9(5)   VALUE 0.
       01  WS-SS-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-LED-INPUT-TOKENS      PIC 9(10)  VALUE 0.
       01  WS-LED-OUTPUT-TOKENS     PIC 9(10)  VALUE 0.
       01  WS-LED-MODEL             PIC X(64)  VALUE SPACES.

      *    The template and class each tracked prompt ran under,
      *    the last tracking line for a prompt id winning.
       01  WS-HISTORY-TABLE.
           05 WS-HP-COUNT           PIC 9(5)   VALUE 0.
           05 WS-HP-ENTRY OCCURS 5000 TIMES.
               10 WS-HP-PROMPT-ID   PIC X(20)  VALUE SPACES.
               10 WS-HP-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-HP-CLASS       PIC X(16)  VALUE SPACES.
       01  WS-HP-IDX                PIC 9(5)   VALUE 0.
       01  WS-HP-FOUND-IDX          PIC 9(5)   VALUE 0.

      *    History totals per template and class. A template's row
      *    over all classes is kept under class "*", and all work
      *    under template "*" and class "*".
       01  WS-STAT-TABLE.
           05 WS-ST-COUNT           PIC 9(4)   VALUE 0.
           05 WS-ST-ENTRY OCCURS 1000 TIMES.
               10 WS-ST-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-ST-CLASS       PIC X(16)  VALUE SPACES.
               10 WS-ST-SECS-COUNT  PIC 9(7)   VALUE 0.
               10 WS-ST-SECS-SUM    PIC 9(12)  VALUE 0.
               10 WS-ST-TOK-COUNT   PIC 9(7)   VALUE 0.
               10 WS-ST-IN-SUM      PIC 9(13)  VALUE 0.
               10 WS-ST-OUT-SUM     PIC 9(13)  VALUE 0.
       01  WS-ST-IDX                PIC 9(4)   VALUE 0.
       01  WS-ST-FOUND-IDX          PIC 9(4)   VALUE 0.
       01  WS-ST-WANT-TEMPLATE      PIC X(20)  VALUE SPACES.
       01  WS-ST-WANT-CLASS         PIC X(16)  VALUE SPACES.
       01  WS-ST-ADD-SECS           PIC 9(7)   VALUE 0.
       01  WS-ST-ADD-IN             PIC 9(10)  VALUE 0.
       01  WS-ST-ADD-OUT            PIC 9(10)  VALUE 0.
       01  WS-ST-ADD-KIND           PIC 9      VALUE 0.
           88 ST-ADDING-SECS                   VALUE 1.
           88 ST-ADDING-TOKENS                 VALUE 2.

      *    Per-model rate catalog, as the chargeback loads it.
       01  WS-PRICE-TABLE.
           05 WS-MPR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-MPR-ENTRY OCCURS 50 TIMES.
               10 WS-MPR-ID         PIC X(64)  VALUE SPACES.
               10 WS-MPR-INPUT      PIC 9(10)  VALUE 0.
               10 WS-MPR-OUTPUT     PIC 9(10)  VALUE 0.
       01  WS-MPR-IDX               PIC 9(3)   VALUE 0.
       01  WS-MPR-FOUND-IDX         PIC 9(3)   VALUE 0.

      *    Preferred model per prompt class.
       01  WS-ROUTING-TABLE.
           05 WS-MRT-COUNT          PIC 9(2)   VALUE 0.
           05 WS-MRT-ENTRY OCCURS 20 TIMES.
               10 WS-MRT-CLASS      PIC X(16)  VALUE SPACES.
               10 WS-MRT-PREFERRED  PIC X(64)  VALUE SPACES.
       01  WS-MRT-IDX               PIC 9(2)   VALUE 0.
       01  WS-MRT-FOUND-IDX         PIC 9(2)   VALUE 0.

      *    Token budgets, with the DEFAULT row pulled aside.
       01  WS-BUDGET-TABLE.
           05 WS-JB-COUNT           PIC 9(3)   VALUE 0.
           05 WS-JB-ENTRY OCCURS 100 TIMES.
               10 WS-JB-ID          PIC X(20)  VALUE SPACES.
               10 WS-JB-LIMIT       PIC 9(12)  VALUE 0.
       01  WS-JB-IDX                PIC 9(3)   VALUE 0.
       01  WS-JB-FOUND-IDX          PIC 9(3)   VALUE 0.
       01  WS-DEFAULT-BUDGET        PIC 9(12)  VALUE 0.
       01  WS-DEFAULT-BUDGET-FLAG   PIC 9      VALUE 0.
           88 DEFAULT-BUDGET-LISTED            VALUE 1.

      *    Tonight's window, as the chain orchestrator reads it.
       01  WS-CAL-WINDOW-START      PIC X(6)   VALUE "000000".
       01  WS-CAL-WINDOW-END        PIC X(6)   VALUE "235959".
       01  WS-CAL-PROCDATE-FLAGS.
           05 WS-CAL-HAVE-PROCDATES PIC 9      VALUE 0.
               88 CAL-PROCDATES-LISTED          VALUE 1.
           05 WS-CAL-TODAY-LISTED   PIC 9      VALUE 0.
               88 CAL-TODAY-IS-LISTED           VALUE 1.
       01  WS-CAL-BLACKOUT-FLAG     PIC 9      VALUE 0.
           88 CAL-TODAY-BLACKED-OUT             VALUE 1.
       01  WS-CAL-FOUND-FLAG        PIC 9      VALUE 0.
           88 CAL-FILE-READ                     VALUE 1.
       01  WS-HHMMSS.
           05 WS-HMS-HH             PIC 9(2).
           05 WS-HMS-MM             PIC 9(2).
           05 WS-HMS-SS             PIC 9(2).
       01  WS-WINDOW-START-SECS     PIC 9(6)   VALUE 0.
       01  WS-WINDOW-END-SECS       PIC 9(6)   VALUE 0.
       01  WS-WINDOW-SECS           PIC 9(6)   VALUE 0.
       01  WS-PART-COUNT            PIC 9      VALUE 4.
       01  WS-PLAN-COUNT            PIC 9(2)   VALUE 0.

      *    One record's estimate.
       01  WS-EST-TEMPLATE          PIC X(20)  VALUE SPACES.
       01  WS-EST-CLASS             PIC X(16)  VALUE SPACES.
       01  WS-EST-IN                PIC 9(10)  VALUE 0.
       01  WS-EST-OUT               PIC 9(10)  VALUE 0.
       01  WS-EST-CHAR-TOKENS       PIC 9(10)  VALUE 0.
       01  WS-EST-CENTS             PIC 9(11)  VALUE 0.
       01  WS-EST-SECS              PIC 9(7)   VALUE 0.
       01  WS-EST-FALLBACK-FLAG     PIC 9      VALUE 0.
           88 EST-FROM-ALL-WORK                VALUE 1.

      *    Estimate totals per department and template.
       01  WS-DEPT-TEMPLATE-TABLE.
           05 WS-DT-COUNT           PIC 9(3)   VALUE 0.
           05 WS-DT-ENTRY OCCURS 500 TIMES.
               10 WS-DT-DEPT        PIC X(20)  VALUE SPACES.
               10 WS-DT-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-DT-PROMPTS     PIC 9(5)   VALUE 0.
               10 WS-DT-IN          PIC 9(12)  VALUE 0.
               10 WS-DT-OUT         PIC 9(12)  VALUE 0.
               10 WS-DT-CENTS       PIC 9(11)  VALUE 0.
               10 WS-DT-SECS        PIC 9(9)   VALUE 0.
       01  WS-DT-IDX                PIC 9(3)   VALUE 0.
       01  WS-DT-FOUND-IDX          PIC 9(3)   VALUE 0.

      *    Estimate totals per department.
       01  WS-DEPT-TABLE.
           05 WS-DP-COUNT           PIC 9(3)   VALUE 0.
           05 WS-DP-ENTRY OCCURS 100 TIMES.
               10 WS-DP-DEPT        PIC X(20)  VALUE SPACES.
               10 WS-DP-PROMPTS     PIC 9(5)   VALUE 0.
               10 WS-DP-IN          PIC 9(12)  VALUE 0.
               10 WS-DP-OUT         PIC 9(12)  VALUE 0.
               10 WS-DP-CENTS       PIC 9(11)  VALUE 0.
               10 WS-DP-SECS        PIC 9(9)   VALUE 0.
       01  WS-DP-IDX                PIC 9(3)   VALUE 0.
       01  WS-DP-FOUND-IDX          PIC 9(3)   VALUE 0.
       01  WS-DEPT-WANT             PIC X(20)  VALUE SPACES.
       01  WS-DEPT-TOKENS           PIC 9(12)  VALUE 0.
       01  WS-DEPT-LIMIT            PIC 9(12)  VALUE 0.
       01  WS-DEPT-OVER             PIC 9(12)  VALUE 0.
       01  WS-LIMIT-SOURCE          PIC X(20)  VALUE SPACES.

      *    Run totals.
       01  WS-QUEUE-READ-COUNT      PIC 9(7)   VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5)   VALUE 0.
       01  WS-DONE-COUNT            PIC 9(5)   VALUE 0.
       01  WS-ELIGIBLE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-FALLBACK-COUNT        PIC 9(5)   VALUE 0.
       01  WS-NO-TIME-COUNT         PIC 9(5)   VALUE 0.
       01  WS-OVER-BUDGET-COUNT     PIC 9(3)   VALUE 0.
       01  WS-TOTAL-IN              PIC 9(12)  VALUE 0.
       01  WS-TOTAL-OUT             PIC 9(12)  VALUE 0.
       01  WS-TOTAL-CENTS           PIC 9(13)  VALUE 0.
       01  WS-SERIAL-SECS           PIC 9(9)   VALUE 0.
       01  WS-LONGEST-SECS          PIC 9(7)   VALUE 0.
       01  WS-ELAPSED-SECS          PIC 9(9)   VALUE 0.
       01  WS-FIT-FLAG              PIC 9      VALUE 1.
           88 RUN-FITS-WINDOW                  VALUE 1.
           88 RUN-OVERRUNS-WINDOW              VALUE 0.

      *    Parsed tokens of the flat files.
       01  WS-SCAN-LINE             PIC X(512) VALUE SPACES.
       01  WS-SCAN-TIMESTAMP        PIC X(21)  VALUE SPACES.
       01  WS-SCAN-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-SCAN-TURN-NO          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-MODEL            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-IN-TOK           PIC X(12)  VALUE SPACES.
       01  WS-SCAN-OUT-TOK          PIC X(12)  VALUE SPACES.
       01  WS-SCAN-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-SCAN-TEMPLATE         PIC X(20)  VALUE SPACES.
       01  WS-SCAN-CLASS            PIC X(16)  VALUE SPACES.
       01  WS-SCAN-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-SCAN-DUE-BY           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-END-TS           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-ELAPSED          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-VERDICT          PIC X(6)   VALUE SPACES.
       01  WS-SCAN-VERSION          PIC X(3)   VALUE SPACES.

      *    Edited figures for the report lines.
       01  WS-ED-COUNT              PIC ZZ,ZZ9.
       01  WS-ED-IN                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-OUT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-TOKENS             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-LIMIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-AMOUNT             PIC $$$,$$$,$$9.99.
       01  WS-ED-SECS               PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-WORK           PIC 9(11)V99 VALUE 0.
       01  WS-CLOCK-SECS            PIC 9(9)   VALUE 0.
       01  WS-CLOCK-HOURS           PIC 9(5)   VALUE 0.
       01  WS-CLOCK-MINUTES         PIC 9(2)   VALUE 0.
       01  WS-CLOCK-SECONDS         PIC 9(2)   VALUE 0.
       01  WS-CLOCK-REST            PIC 9(9)   VALUE 0.
       01  WS-CLOCK-TEXT            PIC X(11)  VALUE SPACES.
       01  WS-ED-HOURS              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Run Estimate Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-RUN-DATE

           PERFORM LOAD-INTAKE-REGISTER
           PERFORM LOAD-PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS = "99"
               DISPLAY "ERROR: No prompt queue to estimate ("
                   FUNCTION TRIM(WS-PQ-FILE-NAME) ")."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-MODEL-PRICES
           PERFORM LOAD-MODEL-ROUTING
           PERFORM LOAD-JOB-BUDGETS
           PERFORM LOAD-PARTITION-PLAN
           PERFORM LOAD-BATCH-CALENDAR
           PERFORM LOAD-USAGE-LEDGER
           PERFORM LOAD-SLA-TRACKING
           PERFORM SCAN-RESULTS-MASTER

           PERFORM ESTIMATE-ONE-RECORD
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT

           PERFORM CHECK-ELAPSED-AGAINST-WINDOW

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-DEPARTMENT-ESTIMATES
           PERFORM PRINT-RUN-TOTALS
           PERFORM PRINT-ELAPSED-CHECK

           CLOSE REPORT-FILE

           DISPLAY "Queue records read:   " WS-QUEUE-READ-COUNT
           DISPLAY "  on hold:            " WS-HELD-COUNT
           DISPLAY "  already done:       " WS-DONE-COUNT
           DISPLAY "  estimated:          " WS-ELIGIBLE-COUNT
           DISPLAY "Input tokens:         " WS-TOTAL-IN
           DISPLAY "Output tokens:        " WS-TOTAL-OUT
           DISPLAY "Cost (cents):         " WS-TOTAL-CENTS
           DISPLAY "Estimated elapsed:    " WS-ELAPSED-SECS " secs"
           DISPLAY "Departments over:     " WS-OVER-BUDGET-COUNT
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "WARNING: " WS-TABLE-FULL-COUNT
                   " source lines left out (lookup tables full)."
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)

           IF ESTIMATE-NEEDS-ATTENTION
               DISPLAY "WARNING: tonight's run needs attention --"
                   " see the report."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-INTAKE-REGISTER: The requestor behind each prompt id      *
      * that came in through the file drop -- its department for the   *
      * estimate. A later registration of the same id wins.            *
      *----------------------------------------------------------------*
       LOAD-INTAKE-REGISTER.
           OPEN INPUT INTAKE-REGISTER
           IF WS-IRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-REGISTER-ROW
               UNTIL WS-IRG-FILE-STATUS NOT = "00"

           CLOSE INTAKE-REGISTER
           .

       LOAD-ONE-REGISTER-ROW.
           READ INTAKE-REGISTER
               AT END
                   MOVE "10" TO WS-IRG-FILE-STATUS
               NOT AT END
                   IF IRG-PROMPT-ID NOT = SPACES
                       AND IRG-REQUESTOR NOT = SPACES
                       PERFORM STORE-REQUESTOR
                   END-IF
           END-READ
           .

       STORE-REQUESTOR.
           MOVE IRG-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-REQUESTOR
           IF WS-RQ-FOUND-IDX = 0
               IF WS-RQ-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RQ-COUNT
               MOVE WS-RQ-COUNT TO WS-RQ-FOUND-IDX
               MOVE IRG-PROMPT-ID TO WS-RQ-PROMPT-ID(WS-RQ-FOUND-IDX)
           END-IF
           MOVE IRG-REQUESTOR TO WS-RQ-REQUESTOR(WS-RQ-FOUND-IDX)
           .

       FIND-REQUESTOR.
           MOVE 0 TO WS-RQ-FOUND-IDX
           PERFORM TEST-ONE-REQUESTOR
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               OR WS-RQ-FOUND-IDX > 0
           .

       TEST-ONE-REQUESTOR.
           IF WS-RQ-PROMPT-ID(WS-RQ-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-RQ-IDX TO WS-RQ-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-PROMPT-QUEUE: Tonight's queue, one slot per prompt id (a  *
      * repeated id keeps its first record, as the runner sends it     *
      * once). Held records are marked here; whether the rest are      *
      * already done is settled from the results master. A queue that  *
      * cannot be opened leaves status "99".                           *
      *----------------------------------------------------------------*
       LOAD-PROMPT-QUEUE.
           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               MOVE "99" TO WS-PQ-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"

           CLOSE PROMPT-QUEUE
           .

       LOAD-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID NOT = SPACES
                       ADD 1 TO WS-QUEUE-READ-COUNT
                       PERFORM TABLE-ONE-QUEUE-RECORD
                   END-IF
           END-READ
           .

       TABLE-ONE-QUEUE-RECORD.
           MOVE PQ-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-QT-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QT-COUNT
           MOVE PQ-PROMPT-ID TO WS-QT-ID(WS-QT-COUNT)
           IF PQ-TEMPLATE-ID = SPACES
               MOVE "-" TO WS-QT-TEMPLATE(WS-QT-COUNT)
           ELSE
               MOVE PQ-TEMPLATE-ID TO WS-QT-TEMPLATE(WS-QT-COUNT)
           END-IF
           IF PQ-MODEL-CLASS = SPACES
               MOVE "-" TO WS-QT-CLASS(WS-QT-COUNT)
           ELSE
               MOVE PQ-MODEL-CLASS TO WS-QT-CLASS(WS-QT-COUNT)
           END-IF

           PERFORM FIND-REQUESTOR
           IF WS-RQ-FOUND-IDX > 0
               MOVE WS-RQ-REQUESTOR(WS-RQ-FOUND-IDX)
                   TO WS-QT-DEPT(WS-QT-COUNT)
           ELSE
               MOVE "DIRECT" TO WS-QT-DEPT(WS-QT-COUNT)
           END-IF

           IF PQ-HOLD-STATUS = "HOLD"
               SET QT-HELD(WS-QT-COUNT) TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-EXPANDED-PROMPT
           IF WS-EXPANDED-CHARS > 99999
               MOVE 99999 TO WS-QT-CHARS(WS-QT-COUNT)
           ELSE
               MOVE WS-EXPANDED-CHARS TO WS-QT-CHARS(WS-QT-COUNT)
           END-IF
           .

       FIND-QUEUE-SLOT.
           MOVE 0 TO WS-QT-FOUND-IDX
           PERFORM TEST-ONE-QUEUE-SLOT
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               OR WS-QT-FOUND-IDX > 0
           .

       TEST-ONE-QUEUE-SLOT.
           IF WS-QT-ID(WS-QT-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-QT-IDX TO WS-QT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * MEASURE-EXPANDED-PROMPT: The size the runner's expansion will  *
      * give the current queue record -- the template wording in       *
      * effect tonight with each &n marker replaced by its trimmed     *
      * parameter, or the literal prompt text. A template that cannot  *
      * be found measures as nothing and is counted.                   *
      *----------------------------------------------------------------*
       MEASURE-EXPANDED-PROMPT.
           MOVE 0 TO WS-EXPANDED-CHARS

           IF PQ-TEMPLATE-ID = SPACES
               IF PQ-PROMPT-TEXT NOT = SPACES
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(PQ-PROMPT-TEXT TRAILING))
                       TO WS-EXPANDED-CHARS
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CACHED-TEMPLATE
           IF WS-TC-FOUND-IDX = 0
               ADD 1 TO WS-MISSING-TEMPLATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-TEMPLATE-FOUND(WS-TC-FOUND-IDX)
               ADD 1 TO WS-MISSING-TEMPLATE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TC-LEN(WS-TC-FOUND-IDX) TO WS-EXPANDED-CHARS
           PERFORM ADD-ONE-PARAM-LENGTH
               VARYING WS-PARAM-NO FROM 1 BY 1
               UNTIL WS-PARAM-NO > 5
           .

       ADD-ONE-PARAM-LENGTH.
           IF WS-TC-MARKS(WS-TC-FOUND-IDX WS-PARAM-NO) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PARAM-LEN
           IF PQ-PARAM-VALUE(WS-PARAM-NO) NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(PQ-PARAM-VALUE(WS-PARAM-NO)))
                   TO WS-PARAM-LEN
           END-IF
           COMPUTE WS-EXPANDED-CHARS = WS-EXPANDED-CHARS
               + WS-TC-MARKS(WS-TC-FOUND-IDX WS-PARAM-NO)
                   * WS-PARAM-LEN
           .

      *----------------------------------------------------------------*
      * FIND-CACHED-TEMPLATE: The measured wording for the queue       *
      * record's template, fetched through TEMPLATE-IN-EFFECT for      *
      * tonight's date the first time the template is met. Its length  *
      * is held net of the markers, which expansion replaces.          *
      *----------------------------------------------------------------*
       FIND-CACHED-TEMPLATE.
           MOVE 0 TO WS-TC-FOUND-IDX
           PERFORM TEST-ONE-CACHED-TEMPLATE
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT
               OR WS-TC-FOUND-IDX > 0
           IF WS-TC-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TC-COUNT >= 200
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TC-COUNT
           MOVE WS-TC-COUNT TO WS-TC-FOUND-IDX
           MOVE PQ-TEMPLATE-ID TO WS-TC-ID(WS-TC-FOUND-IDX)

           CALL "TEMPLATE-IN-EFFECT" USING PQ-TEMPLATE-ID
               WS-RUN-DATE WS-TIE-TEXT WS-TIE-MAPPING-ID
               WS-TIE-RELEASE-REVIEW WS-TIE-VERSION-NO WS-TIE-RC
           IF WS-TIE-RC NOT = 0 OR WS-TIE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           SET TC-TEMPLATE-FOUND(WS-TC-FOUND-IDX) TO TRUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TIE-TEXT TRAILING))
               TO WS-TEXT-LEN
           MOVE WS-TEXT-LEN TO WS-TC-LEN(WS-TC-FOUND-IDX)
           PERFORM COUNT-ONE-TEMPLATE-MARKER
               VARYING WS-TEXT-POS FROM 1 BY 1
               UNTIL WS-TEXT-POS >= WS-TEXT-LEN
           .

       TEST-ONE-CACHED-TEMPLATE.
           IF WS-TC-ID(WS-TC-IDX) = PQ-TEMPLATE-ID
               MOVE WS-TC-IDX TO WS-TC-FOUND-IDX
           END-IF
           .

       COUNT-ONE-TEMPLATE-MARKER.
           IF WS-TIE-TEXT(WS-TEXT-POS:1) = "&"
               AND WS-TIE-TEXT(WS-TEXT-POS + 1:1) >= "1"
               AND WS-TIE-TEXT(WS-TEXT-POS + 1:1) <= "5"
               MOVE FUNCTION NUMVAL(WS-TIE-TEXT(WS-TEXT-POS + 1:1))
                   TO WS-PARAM-NO
               ADD 1 TO WS-TC-MARKS(WS-TC-FOUND-IDX WS-PARAM-NO)
               SUBTRACT 2 FROM WS-TC-LEN(WS-TC-FOUND-IDX)
               ADD 1 TO WS-TEXT-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-PRICES: The per-model rate catalog. Without one     *
      * the estimate still carries tokens, priced at nothing.          *
      *----------------------------------------------------------------*
       LOAD-MODEL-PRICES.
           OPEN INPUT MODEL-PRICE-FILE
           IF WS-MPR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no rate catalog ("
                   FUNCTION TRIM(WS-MPR-FILE-NAME)
                   "); cost is estimated as zero."
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
                       MOVE MPR-MODEL
                           TO WS-MPR-ID(WS-MPR-COUNT)
                       IF MPR-INPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-INPUT-PRICE)
                               TO WS-MPR-INPUT(WS-MPR-COUNT)
                       END-IF
                       IF MPR-OUTPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-OUTPUT-PRICE)
                               TO WS-MPR-OUTPUT(WS-MPR-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-MODEL-PRICE-ROW: The model's own row, or failing that     *
      * the DEFAULT row, or failing that row 1 -- the chargeback's     *
      * rule. Zero when there is no catalog at all.                    *
      *----------------------------------------------------------------*
       FIND-MODEL-PRICE-ROW.
           MOVE 0 TO WS-MPR-FOUND-IDX
           IF WS-LED-MODEL NOT = SPACES
               PERFORM TEST-ONE-PRICE-ROW
                   VARYING WS-MPR-IDX FROM 1 BY 1
                   UNTIL WS-MPR-IDX > WS-MPR-COUNT
                   OR WS-MPR-FOUND-IDX > 0
               IF WS-MPR-FOUND-IDX > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM TEST-ONE-DEFAULT-PRICE-ROW
               VARYING WS-MPR-IDX FROM 1 BY 1
               UNTIL WS-MPR-IDX > WS-MPR-COUNT
               OR WS-MPR-FOUND-IDX > 0

           IF WS-MPR-FOUND-IDX = 0 AND WS-MPR-COUNT > 0
               MOVE 1 TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-PRICE-ROW.
           IF WS-MPR-ID(WS-MPR-IDX) = WS-LED-MODEL
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-DEFAULT-PRICE-ROW.
           IF FUNCTION TRIM(WS-MPR-ID(WS-MPR-IDX)) = "DEFAULT"
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-ROUTING: The preferred model per prompt class, the  *
      * model tonight's work is priced at. A class with no row (or no  *
      * class) is priced at the DEFAULT rates.                         *
      *----------------------------------------------------------------*
       LOAD-MODEL-ROUTING.
           OPEN INPUT MODEL-ROUTING
           IF WS-MRT-FILE-STATUS NOT = "00"
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
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

       FIND-ROUTING-ROW.
           MOVE 0 TO WS-MRT-FOUND-IDX
           PERFORM TEST-ONE-ROUTING-ROW
               VARYING WS-MRT-IDX FROM 1 BY 1
               UNTIL WS-MRT-IDX > WS-MRT-COUNT
               OR WS-MRT-FOUND-IDX > 0
           .

       TEST-ONE-ROUTING-ROW.
           IF WS-MRT-CLASS(WS-MRT-IDX) = WS-EST-CLASS
               MOVE WS-MRT-IDX TO WS-MRT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-JOB-BUDGETS: Token limits, the DEFAULT row kept aside for *
      * departments without a row of their own. A limit of zero, or no *
      * row at all, leaves a department unlimited as it leaves a job.  *
      *----------------------------------------------------------------*
       LOAD-JOB-BUDGETS.
           OPEN INPUT JOB-BUDGET
           IF WS-JB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-BUDGET-ROW
               UNTIL WS-JB-FILE-STATUS NOT = "00"

           CLOSE JOB-BUDGET
           .

       LOAD-ONE-BUDGET-ROW.
           READ JOB-BUDGET
               AT END
                   MOVE "10" TO WS-JB-FILE-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN JB-JOB-ID = SPACES
                           CONTINUE
                       WHEN FUNCTION TRIM(JB-JOB-ID) = "DEFAULT"
                           SET DEFAULT-BUDGET-LISTED TO TRUE
                           MOVE FUNCTION NUMVAL(JB-TOKEN-LIMIT)
                               TO WS-DEFAULT-BUDGET
                       WHEN WS-JB-COUNT < 100
                           ADD 1 TO WS-JB-COUNT
                           MOVE JB-JOB-ID TO WS-JB-ID(WS-JB-COUNT)
                           MOVE FUNCTION NUMVAL(JB-TOKEN-LIMIT)
                               TO WS-JB-LIMIT(WS-JB-COUNT)
                       WHEN OTHER
                           ADD 1 TO WS-TABLE-FULL-COUNT
                   END-EVALUATE
           END-READ
           .

       FIND-BUDGET-ROW.
           MOVE 0 TO WS-JB-FOUND-IDX
           PERFORM TEST-ONE-BUDGET-ROW
               VARYING WS-JB-IDX FROM 1 BY 1
               UNTIL WS-JB-IDX > WS-JB-COUNT
               OR WS-JB-FOUND-IDX > 0
           .

       TEST-ONE-BUDGET-ROW.
           IF WS-JB-ID(WS-JB-IDX) = WS-DEPT-WANT
               MOVE WS-JB-IDX TO WS-JB-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-PARTITION-PLAN: The planned partition count from the      *
      * plan's COUNT line, the dispatcher's default of 4 without one.  *
      *----------------------------------------------------------------*
       LOAD-PARTITION-PLAN.
           OPEN INPUT PARTITION-PLAN
           IF WS-PLN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-PLAN-LINE
               UNTIL WS-PLN-FILE-STATUS NOT = "00"

           CLOSE PARTITION-PLAN

           IF WS-PLAN-COUNT >= 1 AND WS-PLAN-COUNT <= 9
               MOVE WS-PLAN-COUNT TO WS-PART-COUNT
           END-IF
           .

       LOAD-ONE-PLAN-LINE.
           READ PARTITION-PLAN
               AT END
                   MOVE "10" TO WS-PLN-FILE-STATUS
               NOT AT END
                   IF FUNCTION TRIM(PLN-KEYWORD) = "COUNT"
                       MOVE FUNCTION NUMVAL(PLN-VALUE(1:2))
                           TO WS-PLAN-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-BATCH-CALENDAR: Tonight's window and whether the calendar *
      * lets a run start tonight at all, by the rules the chain        *
      * orchestrator applies. No calendar leaves the whole day open.   *
      *----------------------------------------------------------------*
       LOAD-BATCH-CALENDAR.
           OPEN INPUT BATCH-CALENDAR
           IF WS-CAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET CAL-FILE-READ TO TRUE

           PERFORM APPLY-ONE-CALENDAR-RECORD
               UNTIL WS-CAL-FILE-STATUS NOT = "00"

           CLOSE BATCH-CALENDAR
           .

       APPLY-ONE-CALENDAR-RECORD.
           READ BATCH-CALENDAR
               AT END
                   MOVE "10" TO WS-CAL-FILE-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-TYPE-WINDOW
                           MOVE CAL-START-TIME TO WS-CAL-WINDOW-START
                           MOVE CAL-END-TIME   TO WS-CAL-WINDOW-END
                       WHEN CAL-TYPE-BLACKOUT
                           IF CAL-DATE = WS-RUN-DATE
                               SET CAL-TODAY-BLACKED-OUT TO TRUE
                           END-IF
                       WHEN CAL-TYPE-PROCDATE
                           SET CAL-PROCDATES-LISTED TO TRUE
                           IF CAL-DATE = WS-RUN-DATE
                               SET CAL-TODAY-IS-LISTED TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-USAGE-LEDGER: Fold the ledger per session, tokens summed. *
      *----------------------------------------------------------------*
       LOAD-USAGE-LEDGER.
           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no usage ledger ("
                   FUNCTION TRIM(WS-ULED-FILE-NAME)
                   "); tokens come from prompt size alone."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LEDGER-LINE
               UNTIL WS-ULED-FILE-STATUS NOT = "00"

           CLOSE USAGE-LEDGER
           .

       LOAD-ONE-LEDGER-LINE.
           READ USAGE-LEDGER INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-ULED-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-JOB-ID
                   MOVE SPACES TO WS-SCAN-SESSION-ID
                   MOVE SPACES TO WS-SCAN-TURN-NO
                   MOVE SPACES TO WS-SCAN-MODEL
                   MOVE SPACES TO WS-SCAN-IN-TOK
                   MOVE SPACES TO WS-SCAN-OUT-TOK
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-JOB-ID
                           WS-SCAN-SESSION-ID WS-SCAN-TURN-NO
                           WS-SCAN-MODEL WS-SCAN-IN-TOK
                           WS-SCAN-OUT-TOK
                   END-UNSTRING
                   IF WS-SCAN-SESSION-ID NOT = SPACES
                       PERFORM FOLD-LEDGER-LINE
                   END-IF
           END-READ
           .

       FOLD-LEDGER-LINE.
           PERFORM FIND-SESSION-SLOT
           IF WS-SS-FOUND-IDX = 0
               IF WS-SS-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-FOUND-IDX
               MOVE WS-SCAN-SESSION-ID
                   TO WS-SS-SESSION(WS-SS-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-LED-INPUT-TOKENS
           MOVE 0 TO WS-LED-OUTPUT-TOKENS
           IF WS-SCAN-IN-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-IN-TOK)
                   TO WS-LED-INPUT-TOKENS
           END-IF
           IF WS-SCAN-OUT-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-OUT-TOK)
                   TO WS-LED-OUTPUT-TOKENS
           END-IF

           ADD WS-LED-INPUT-TOKENS  TO WS-SS-IN-TOKENS(WS-SS-FOUND-IDX)
           ADD WS-LED-OUTPUT-TOKENS
               TO WS-SS-OUT-TOKENS(WS-SS-FOUND-IDX)
           .

       FIND-SESSION-SLOT.
           MOVE 0 TO WS-SS-FOUND-IDX
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-COUNT
               OR WS-SS-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-SS-SESSION(WS-SS-IDX) = WS-SCAN-SESSION-ID
               MOVE WS-SS-IDX TO WS-SS-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-SLA-TRACKING: Each tracking line's turnaround goes to the *
      * history totals for its template and class, and the line tells  *
      * which template and class its prompt id ran under.              *
      *----------------------------------------------------------------*
       LOAD-SLA-TRACKING.
           OPEN INPUT SLA-TRACKING
           IF WS-SLAT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no SLA tracking ("
                   FUNCTION TRIM(WS-SLAT-FILE-NAME)
                   "); elapsed time cannot be estimated."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-TRACKING-LINE
               UNTIL WS-SLAT-FILE-STATUS NOT = "00"

           CLOSE SLA-TRACKING
           .

       LOAD-ONE-TRACKING-LINE.
           READ SLA-TRACKING INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-SLAT-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-PROMPT-ID
                   MOVE SPACES TO WS-SCAN-TEMPLATE
                   MOVE SPACES TO WS-SCAN-CLASS
                   MOVE SPACES TO WS-SCAN-ELAPSED
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-PROMPT-ID WS-SCAN-TEMPLATE
                           WS-SCAN-CLASS WS-SCAN-STATUS
                           WS-SCAN-DUE-BY WS-SCAN-END-TS
                           WS-SCAN-ELAPSED WS-SCAN-VERDICT
                           WS-SCAN-VERSION
                   END-UNSTRING
                   IF WS-SCAN-PROMPT-ID NOT = SPACES
                       PERFORM STORE-TRACKING-LINE
                   END-IF
           END-READ
           .

       STORE-TRACKING-LINE.
           IF WS-SCAN-TEMPLATE = SPACES
               MOVE "-" TO WS-SCAN-TEMPLATE
           END-IF
           IF WS-SCAN-CLASS = SPACES
               MOVE "-" TO WS-SCAN-CLASS
           END-IF

           PERFORM FIND-HISTORY-PROMPT
           IF WS-HP-FOUND-IDX = 0
               IF WS-HP-COUNT < 5000
                   ADD 1 TO WS-HP-COUNT
                   MOVE WS-HP-COUNT TO WS-HP-FOUND-IDX
                   MOVE WS-SCAN-PROMPT-ID
                       TO WS-HP-PROMPT-ID(WS-HP-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           IF WS-HP-FOUND-IDX > 0
               MOVE WS-SCAN-TEMPLATE TO WS-HP-TEMPLATE(WS-HP-FOUND-IDX)
               MOVE WS-SCAN-CLASS    TO WS-HP-CLASS(WS-HP-FOUND-IDX)
           END-IF

           IF WS-SCAN-ELAPSED = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SCAN-ELAPSED) TO WS-ST-ADD-SECS
           SET ST-ADDING-SECS TO TRUE
           MOVE WS-SCAN-TEMPLATE TO WS-EST-TEMPLATE
           MOVE WS-SCAN-CLASS    TO WS-EST-CLASS
           PERFORM ADD-TO-HISTORY-TOTALS
           .

       FIND-HISTORY-PROMPT.
           MOVE 0 TO WS-HP-FOUND-IDX
           PERFORM TEST-ONE-HISTORY-PROMPT
               VARYING WS-HP-IDX FROM 1 BY 1
               UNTIL WS-HP-IDX > WS-HP-COUNT
               OR WS-HP-FOUND-IDX > 0
           .

       TEST-ONE-HISTORY-PROMPT.
           IF WS-HP-PROMPT-ID(WS-HP-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-HP-IDX TO WS-HP-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-TO-HISTORY-TOTALS: Add one observation -- a turnaround or  *
      * an attempt's tokens -- to the totals for its template and      *
      * class, for its template over all classes, and for all work.    *
      *----------------------------------------------------------------*
       ADD-TO-HISTORY-TOTALS.
           MOVE WS-EST-TEMPLATE TO WS-ST-WANT-TEMPLATE
           MOVE WS-EST-CLASS    TO WS-ST-WANT-CLASS
           PERFORM ADD-TO-ONE-STAT-ROW

           MOVE "*" TO WS-ST-WANT-CLASS
           PERFORM ADD-TO-ONE-STAT-ROW

           MOVE "*" TO WS-ST-WANT-TEMPLATE
           PERFORM ADD-TO-ONE-STAT-ROW
           .

       ADD-TO-ONE-STAT-ROW.
           PERFORM FIND-STAT-ROW
           IF WS-ST-FOUND-IDX = 0
               IF WS-ST-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
               MOVE WS-ST-WANT-TEMPLATE
                   TO WS-ST-TEMPLATE(WS-ST-FOUND-IDX)
               MOVE WS-ST-WANT-CLASS TO WS-ST-CLASS(WS-ST-FOUND-IDX)
           END-IF

           IF ST-ADDING-SECS
               ADD 1 TO WS-ST-SECS-COUNT(WS-ST-FOUND-IDX)
               ADD WS-ST-ADD-SECS TO WS-ST-SECS-SUM(WS-ST-FOUND-IDX)
           ELSE
               ADD 1 TO WS-ST-TOK-COUNT(WS-ST-FOUND-IDX)
               ADD WS-ST-ADD-IN  TO WS-ST-IN-SUM(WS-ST-FOUND-IDX)
               ADD WS-ST-ADD-OUT TO WS-ST-OUT-SUM(WS-ST-FOUND-IDX)
           END-IF
           .

       FIND-STAT-ROW.
           MOVE 0 TO WS-ST-FOUND-IDX
           PERFORM TEST-ONE-STAT-ROW
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               OR WS-ST-FOUND-IDX > 0
           .

       TEST-ONE-STAT-ROW.
           IF WS-ST-TEMPLATE(WS-ST-IDX) = WS-ST-WANT-TEMPLATE
               AND WS-ST-CLASS(WS-ST-IDX) = WS-ST-WANT-CLASS
               MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * SCAN-RESULTS-MASTER: One pass in key order. Each attempt's     *
      * session ties its measured ledger tokens to the template and    *
      * class its prompt ran under; and the last attempt seen for a    *
      * prompt in tonight's queue is that prompt's latest, which says  *
      * whether the runner will send it again. Without a master, no    *
      * prompt is done and tokens come from prompt size alone.         *
      *----------------------------------------------------------------*
       SCAN-RESULTS-MASTER.
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no results master ("
                   FUNCTION TRIM(WS-RM-FILE-NAME)
                   "); every queued prompt is estimated."
           ELSE
               PERFORM SCAN-ONE-ATTEMPT
                   UNTIL WS-RM-FILE-STATUS NOT = "00"
               CLOSE RESULTS-MASTER
           END-IF

           PERFORM SETTLE-ONE-QUEUE-SLOT
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           .

       SCAN-ONE-ATTEMPT.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
               NOT AT END
                   MOVE RM-PROMPT-ID TO WS-SCAN-PROMPT-ID
                   PERFORM FIND-QUEUE-SLOT
                   IF WS-QT-FOUND-IDX > 0
                       MOVE RM-STATUS
                           TO WS-QT-LAST-STATUS(WS-QT-FOUND-IDX)
                   END-IF
                   IF RM-SESSION-ID NOT = SPACES
                       PERFORM NOTE-ATTEMPT-TOKENS
                   END-IF
           END-READ
           .

       NOTE-ATTEMPT-TOKENS.
           MOVE RM-SESSION-ID TO WS-SCAN-SESSION-ID
           PERFORM FIND-SESSION-SLOT
           IF WS-SS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF SS-COUNTED(WS-SS-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HISTORY-PROMPT
           EVALUATE TRUE
               WHEN WS-HP-FOUND-IDX > 0
                   MOVE WS-HP-TEMPLATE(WS-HP-FOUND-IDX)
                       TO WS-EST-TEMPLATE
                   MOVE WS-HP-CLASS(WS-HP-FOUND-IDX) TO WS-EST-CLASS
               WHEN WS-QT-FOUND-IDX > 0
                   MOVE WS-QT-TEMPLATE(WS-QT-FOUND-IDX)
                       TO WS-EST-TEMPLATE
                   MOVE WS-QT-CLASS(WS-QT-FOUND-IDX) TO WS-EST-CLASS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           SET SS-COUNTED(WS-SS-FOUND-IDX) TO TRUE
           MOVE WS-SS-IN-TOKENS(WS-SS-FOUND-IDX)  TO WS-ST-ADD-IN
           MOVE WS-SS-OUT-TOKENS(WS-SS-FOUND-IDX) TO WS-ST-ADD-OUT
           SET ST-ADDING-TOKENS TO TRUE
           PERFORM ADD-TO-HISTORY-TOTALS
           .

      *----------------------------------------------------------------*
      * SETTLE-ONE-QUEUE-SLOT: A prompt whose latest attempt finished  *
      * is done, as the runner judges it; a CANCELLED one stays done   *
      * until an operator releases the cancel.                         *
      *----------------------------------------------------------------*
       SETTLE-ONE-QUEUE-SLOT.
           IF QT-HELD(WS-QT-IDX)
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-QT-LAST-STATUS(WS-QT-IDX)
               WHEN "OK"
               WHEN "LATE-OK"
               WHEN "CACHED"
               WHEN "VALFAIL"
               WHEN "SCREENREJ"
               WHEN "DISCLOSE"
                   SET QT-DONE(WS-QT-IDX) TO TRUE
               WHEN "CANCELLED"
                   CALL "COPILOT-CANCEL-RELEASED"
                       USING WS-QT-ID(WS-QT-IDX) WS-CANCEL-FLAG
                   IF WS-CANCEL-FLAG = 0
                       SET QT-DONE(WS-QT-IDX) TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF QT-DONE(WS-QT-IDX)
               ADD 1 TO WS-DONE-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * ESTIMATE-ONE-RECORD: Tokens, cost and elapsed time for one     *
      * prompt the runner will send, added to its department's and     *
      * template's totals and to the run's.                            *
      *----------------------------------------------------------------*
       ESTIMATE-ONE-RECORD.
           IF NOT QT-ELIGIBLE(WS-QT-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ELIGIBLE-COUNT

           MOVE WS-QT-TEMPLATE(WS-QT-IDX) TO WS-EST-TEMPLATE
           MOVE WS-QT-CLASS(WS-QT-IDX)    TO WS-EST-CLASS
           MOVE 0 TO WS-EST-IN
           MOVE 0 TO WS-EST-OUT
           MOVE 0 TO WS-EST-SECS
           MOVE 0 TO WS-EST-CENTS
           MOVE 0 TO WS-EST-FALLBACK-FLAG

           SET ST-ADDING-TOKENS TO TRUE
           PERFORM FIND-HISTORY-ROW
           IF WS-ST-FOUND-IDX > 0
               COMPUTE WS-EST-IN ROUNDED =
                   WS-ST-IN-SUM(WS-ST-FOUND-IDX)
                   / WS-ST-TOK-COUNT(WS-ST-FOUND-IDX)
               COMPUTE WS-EST-OUT ROUNDED =
                   WS-ST-OUT-SUM(WS-ST-FOUND-IDX)
                   / WS-ST-TOK-COUNT(WS-ST-FOUND-IDX)
           END-IF
           COMPUTE WS-EST-CHAR-TOKENS =
               (WS-QT-CHARS(WS-QT-IDX) + 3) / 4
           IF WS-EST-CHAR-TOKENS > WS-EST-IN
               MOVE WS-EST-CHAR-TOKENS TO WS-EST-IN
           END-IF

           SET ST-ADDING-SECS TO TRUE
           PERFORM FIND-HISTORY-ROW
           IF WS-ST-FOUND-IDX > 0
               COMPUTE WS-EST-SECS ROUNDED =
                   WS-ST-SECS-SUM(WS-ST-FOUND-IDX)
                   / WS-ST-SECS-COUNT(WS-ST-FOUND-IDX)
           ELSE
               ADD 1 TO WS-NO-TIME-COUNT
           END-IF
           IF EST-FROM-ALL-WORK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF

           MOVE SPACES TO WS-LED-MODEL
           PERFORM FIND-ROUTING-ROW
           IF WS-MRT-FOUND-IDX > 0
               MOVE WS-MRT-PREFERRED(WS-MRT-FOUND-IDX) TO WS-LED-MODEL
           END-IF
           PERFORM FIND-MODEL-PRICE-ROW
           IF WS-MPR-FOUND-IDX > 0
               COMPUTE WS-EST-CENTS ROUNDED =
                   (WS-EST-IN * WS-MPR-INPUT(WS-MPR-FOUND-IDX)
                   + WS-EST-OUT * WS-MPR-OUTPUT(WS-MPR-FOUND-IDX))
                   / 1000000
           END-IF

           ADD WS-EST-IN    TO WS-TOTAL-IN
           ADD WS-EST-OUT   TO WS-TOTAL-OUT
           ADD WS-EST-CENTS TO WS-TOTAL-CENTS
           ADD WS-EST-SECS  TO WS-SERIAL-SECS
           IF WS-EST-SECS > WS-LONGEST-SECS
               MOVE WS-EST-SECS TO WS-LONGEST-SECS
           END-IF

           PERFORM ADD-TO-DEPARTMENT-TOTALS
           .

      *----------------------------------------------------------------*
      * FIND-HISTORY-ROW: The history row to average for the record's  *
      * template and class: its own, else its template's over all      *
      * classes, else all work -- the first with observations of the   *
      * kind wanted. Falling to all work flags the estimate.           *
      *----------------------------------------------------------------*
       FIND-HISTORY-ROW.
           MOVE WS-EST-TEMPLATE TO WS-ST-WANT-TEMPLATE
           MOVE WS-EST-CLASS    TO WS-ST-WANT-CLASS
           PERFORM FIND-STAT-ROW
           PERFORM DROP-EMPTY-STAT-ROW
           IF WS-ST-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "*" TO WS-ST-WANT-CLASS
           PERFORM FIND-STAT-ROW
           PERFORM DROP-EMPTY-STAT-ROW
           IF WS-ST-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "*" TO WS-ST-WANT-TEMPLATE
           PERFORM FIND-STAT-ROW
           PERFORM DROP-EMPTY-STAT-ROW
           IF WS-ST-FOUND-IDX > 0
               SET EST-FROM-ALL-WORK TO TRUE
           END-IF
           .

       DROP-EMPTY-STAT-ROW.
           IF WS-ST-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF ST-ADDING-SECS
               IF WS-ST-SECS-COUNT(WS-ST-FOUND-IDX) = 0
                   MOVE 0 TO WS-ST-FOUND-IDX
               END-IF
           ELSE
               IF WS-ST-TOK-COUNT(WS-ST-FOUND-IDX) = 0
                   MOVE 0 TO WS-ST-FOUND-IDX
               END-IF
           END-IF
           .

       ADD-TO-DEPARTMENT-TOTALS.
           MOVE WS-QT-DEPT(WS-QT-IDX) TO WS-DEPT-WANT

           MOVE 0 TO WS-DP-FOUND-IDX
           PERFORM TEST-ONE-DEPARTMENT
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               OR WS-DP-FOUND-IDX > 0
           IF WS-DP-FOUND-IDX = 0
               IF WS-DP-COUNT >= 100
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-FOUND-IDX
               MOVE WS-DEPT-WANT TO WS-DP-DEPT(WS-DP-FOUND-IDX)
           END-IF
           ADD 1            TO WS-DP-PROMPTS(WS-DP-FOUND-IDX)
           ADD WS-EST-IN    TO WS-DP-IN(WS-DP-FOUND-IDX)
           ADD WS-EST-OUT   TO WS-DP-OUT(WS-DP-FOUND-IDX)
           ADD WS-EST-CENTS TO WS-DP-CENTS(WS-DP-FOUND-IDX)
           ADD WS-EST-SECS  TO WS-DP-SECS(WS-DP-FOUND-IDX)

           MOVE 0 TO WS-DT-FOUND-IDX
           PERFORM TEST-ONE-DEPT-TEMPLATE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               OR WS-DT-FOUND-IDX > 0
           IF WS-DT-FOUND-IDX = 0
               IF WS-DT-COUNT >= 500
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND-IDX
               MOVE WS-DEPT-WANT TO WS-DT-DEPT(WS-DT-FOUND-IDX)
               MOVE WS-EST-TEMPLATE TO WS-DT-TEMPLATE(WS-DT-FOUND-IDX)
           END-IF
           ADD 1            TO WS-DT-PROMPTS(WS-DT-FOUND-IDX)
           ADD WS-EST-IN    TO WS-DT-IN(WS-DT-FOUND-IDX)
           ADD WS-EST-OUT   TO WS-DT-OUT(WS-DT-FOUND-IDX)
           ADD WS-EST-CENTS TO WS-DT-CENTS(WS-DT-FOUND-IDX)
           ADD WS-EST-SECS  TO WS-DT-SECS(WS-DT-FOUND-IDX)
           .

       TEST-ONE-DEPARTMENT.
           IF WS-DP-DEPT(WS-DP-IDX) = WS-DEPT-WANT
               MOVE WS-DP-IDX TO WS-DP-FOUND-IDX
           END-IF
           .

       TEST-ONE-DEPT-TEMPLATE.
           IF WS-DT-DEPT(WS-DT-IDX) = WS-DEPT-WANT
               AND WS-DT-TEMPLATE(WS-DT-IDX) = WS-EST-TEMPLATE
               MOVE WS-DT-IDX TO WS-DT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-ELAPSED-AGAINST-WINDOW: The serial time spread over the  *
      * planned partitions -- never less than the longest single       *
      * prompt -- against the length of tonight's window (a window     *
      * whose end is not after its start runs past midnight). A        *
      * blackout, or a night missing from a listed set of processing   *
      * dates, closes the window outright.                             *
      *----------------------------------------------------------------*
       CHECK-ELAPSED-AGAINST-WINDOW.
           COMPUTE WS-ELAPSED-SECS =
               (WS-SERIAL-SECS + WS-PART-COUNT - 1) / WS-PART-COUNT
           IF WS-LONGEST-SECS > WS-ELAPSED-SECS
               MOVE WS-LONGEST-SECS TO WS-ELAPSED-SECS
           END-IF

           MOVE WS-CAL-WINDOW-START TO WS-HHMMSS
           COMPUTE WS-WINDOW-START-SECS =
               WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           MOVE WS-CAL-WINDOW-END TO WS-HHMMSS
           COMPUTE WS-WINDOW-END-SECS =
               WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           IF WS-WINDOW-END-SECS > WS-WINDOW-START-SECS
               COMPUTE WS-WINDOW-SECS =
                   WS-WINDOW-END-SECS - WS-WINDOW-START-SECS
           ELSE
               COMPUTE WS-WINDOW-SECS =
                   WS-WINDOW-END-SECS + 86400 - WS-WINDOW-START-SECS
           END-IF

           SET RUN-FITS-WINDOW TO TRUE
           IF WS-ELAPSED-SECS > WS-WINDOW-SECS
               SET RUN-OVERRUNS-WINDOW TO TRUE
               SET ESTIMATE-NEEDS-ATTENTION TO TRUE
           END-IF
           IF CAL-TODAY-BLACKED-OUT
               OR (CAL-PROCDATES-LISTED AND NOT CAL-TODAY-IS-LISTED)
               IF WS-ELIGIBLE-COUNT > 0
                   SET ESTIMATE-NEEDS-ATTENTION TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-DEPARTMENT-ESTIMATES: For each department, its lines by  *
      * template, its total, and its total set against its budget.     *
      *----------------------------------------------------------------*
       PRINT-DEPARTMENT-ESTIMATES.
           MOVE "ESTIMATE BY DEPARTMENT AND TEMPLATE" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  DEPARTMENT           TEMPLATE             PROMPTS"
               "     INPUT TOKENS   OUTPUT TOKENS"
               "       EST. COST    EST. SECS"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-DP-COUNT = 0
               PERFORM WRITE-BLANK-LINE
               MOVE "  No queued prompts left to run tonight."
                   TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
           .

       PRINT-ONE-DEPARTMENT.
           PERFORM WRITE-BLANK-LINE
           MOVE WS-DP-DEPT(WS-DP-IDX) TO WS-DEPT-WANT
           PERFORM PRINT-ONE-DEPT-TEMPLATE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT

           MOVE WS-DP-PROMPTS(WS-DP-IDX) TO WS-ED-COUNT
           MOVE WS-DP-IN(WS-DP-IDX)      TO WS-ED-IN
           MOVE WS-DP-OUT(WS-DP-IDX)     TO WS-ED-OUT
           COMPUTE WS-AMOUNT-WORK = WS-DP-CENTS(WS-DP-IDX) / 100
           MOVE WS-AMOUNT-WORK           TO WS-ED-AMOUNT
           MOVE WS-DP-SECS(WS-DP-IDX)    TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-DEPT-WANT " " "DEPARTMENT TOTAL    "
               " " WS-ED-COUNT "  " WS-ED-IN " " WS-ED-OUT
               " " WS-ED-AMOUNT " " WS-ED-SECS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-DEPARTMENT-BUDGET
           .

       PRINT-ONE-DEPT-TEMPLATE.
           IF WS-DT-DEPT(WS-DT-IDX) NOT = WS-DEPT-WANT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DT-PROMPTS(WS-DT-IDX) TO WS-ED-COUNT
           MOVE WS-DT-IN(WS-DT-IDX)      TO WS-ED-IN
           MOVE WS-DT-OUT(WS-DT-IDX)     TO WS-ED-OUT
           COMPUTE WS-AMOUNT-WORK = WS-DT-CENTS(WS-DT-IDX) / 100
           MOVE WS-AMOUNT-WORK           TO WS-ED-AMOUNT
           MOVE WS-DT-SECS(WS-DT-IDX)    TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           IF WS-DT-TEMPLATE(WS-DT-IDX) = "-"
               STRING
                   "  " WS-DT-DEPT(WS-DT-IDX) " " "(literal prompts)   "
                   " " WS-ED-COUNT "  " WS-ED-IN " " WS-ED-OUT
                   " " WS-ED-AMOUNT " " WS-ED-SECS
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING
                   "  " WS-DT-DEPT(WS-DT-IDX)
                   " " WS-DT-TEMPLATE(WS-DT-IDX)
                   " " WS-ED-COUNT "  " WS-ED-IN " " WS-ED-OUT
                   " " WS-ED-AMOUNT " " WS-ED-SECS
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-DEPARTMENT-BUDGET: The department's estimated tokens     *
      * against the JOB-BUDGET.DAT row named for it, else the DEFAULT  *
      * row; past the limit it is flagged OVER BUDGET.                 *
      *----------------------------------------------------------------*
       PRINT-DEPARTMENT-BUDGET.
           COMPUTE WS-DEPT-TOKENS =
               WS-DP-IN(WS-DP-IDX) + WS-DP-OUT(WS-DP-IDX)
           MOVE 0 TO WS-DEPT-LIMIT
           MOVE SPACES TO WS-LIMIT-SOURCE
           PERFORM FIND-BUDGET-ROW
           IF WS-JB-FOUND-IDX > 0
               MOVE WS-JB-LIMIT(WS-JB-FOUND-IDX) TO WS-DEPT-LIMIT
               MOVE "own row" TO WS-LIMIT-SOURCE
           ELSE
               IF DEFAULT-BUDGET-LISTED
                   MOVE WS-DEFAULT-BUDGET TO WS-DEPT-LIMIT
                   MOVE "DEFAULT row" TO WS-LIMIT-SOURCE
               END-IF
           END-IF

           MOVE WS-DEPT-TOKENS TO WS-ED-TOKENS
           MOVE SPACES TO WS-OUT-LINE
           IF WS-DEPT-LIMIT = 0
               STRING
                   "      Budget: tokens " WS-ED-TOKENS
                   "  -- no token limit"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEPT-LIMIT TO WS-ED-LIMIT
           IF WS-DEPT-TOKENS > WS-DEPT-LIMIT
               ADD 1 TO WS-OVER-BUDGET-COUNT
               SET ESTIMATE-NEEDS-ATTENTION TO TRUE
               COMPUTE WS-DEPT-OVER = WS-DEPT-TOKENS - WS-DEPT-LIMIT
               MOVE WS-DEPT-OVER TO WS-ED-IN
               STRING
                   "      Budget: tokens " WS-ED-TOKENS
                   "  limit " WS-ED-LIMIT
                   " (" FUNCTION TRIM(WS-LIMIT-SOURCE) ")"
                   "  *** OVER BUDGET by "
                   FUNCTION TRIM(WS-ED-IN) " ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING
                   "      Budget: tokens " WS-ED-TOKENS
                   "  limit " WS-ED-LIMIT
                   " (" FUNCTION TRIM(WS-LIMIT-SOURCE) ")"
                   "  within budget"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-RUN-TOTALS: The whole queue's estimate and how it was    *
      * arrived at.                                                    *
      *----------------------------------------------------------------*
       PRINT-RUN-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-ELIGIBLE-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-IN       TO WS-ED-IN
           MOVE WS-TOTAL-OUT      TO WS-ED-OUT
           COMPUTE WS-AMOUNT-WORK = WS-TOTAL-CENTS / 100
           MOVE WS-AMOUNT-WORK    TO WS-ED-AMOUNT
           MOVE WS-SERIAL-SECS    TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  RUN TOTAL                                 "
               WS-ED-COUNT "  " WS-ED-IN " " WS-ED-OUT
               " " WS-ED-AMOUNT " " WS-ED-SECS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Queue records read " WS-QUEUE-READ-COUNT
               "   on hold " WS-HELD-COUNT
               "   already done " WS-DONE-COUNT
               "   to run " WS-ELIGIBLE-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Estimated from all-work averages (no history for"
               " their template) " WS-FALLBACK-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-MISSING-TEMPLATE-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  Templates not found in the library "
                   WS-MISSING-TEMPLATE-COUNT
                   " (prompt size not counted)"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-ELAPSED-CHECK: The elapsed-time estimate at the planned  *
      * partition count, set against tonight's window.                 *
      *----------------------------------------------------------------*
       PRINT-ELAPSED-CHECK.
           PERFORM WRITE-BLANK-LINE
           MOVE "ELAPSED TIME AGAINST TONIGHT'S WINDOW" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE WS-SERIAL-SECS TO WS-CLOCK-SECS
           PERFORM FORMAT-CLOCK-TEXT
           MOVE WS-SERIAL-SECS TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Serial turnaround        " WS-ED-SECS " secs  ("
               WS-CLOCK-TEXT ")"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Planned partitions       " WS-PART-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-LONGEST-SECS TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Longest single prompt    " WS-ED-SECS " secs"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-ELAPSED-SECS TO WS-CLOCK-SECS
           PERFORM FORMAT-CLOCK-TEXT
           MOVE WS-ELAPSED-SECS TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Estimated elapsed        " WS-ED-SECS " secs  ("
               WS-CLOCK-TEXT ")"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-WINDOW-SECS TO WS-CLOCK-SECS
           PERFORM FORMAT-CLOCK-TEXT
           MOVE WS-WINDOW-SECS TO WS-ED-SECS
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Window " WS-CAL-WINDOW-START " to "
               WS-CAL-WINDOW-END "    " WS-ED-SECS " secs  ("
               WS-CLOCK-TEXT ")"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF NOT CAL-FILE-READ
               MOVE "  (no batch calendar -- the whole day is open)"
                   TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-NO-TIME-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  Prompts with no turnaround history "
                   WS-NO-TIME-COUNT " (counted as no time)"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE TRUE
               WHEN WS-ELIGIBLE-COUNT = 0
                   MOVE "  Nothing left to run tonight."
                       TO WS-OUT-LINE
               WHEN CAL-TODAY-BLACKED-OUT
                   STRING
                       "  *** WARNING: tonight is a blackout date"
                       " -- the queue will not run ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               WHEN CAL-PROCDATES-LISTED AND NOT CAL-TODAY-IS-LISTED
                   STRING
                       "  *** WARNING: tonight is not a listed"
                       " processing date -- the queue will not run"
                       " ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               WHEN RUN-OVERRUNS-WINDOW
                   COMPUTE WS-CLOCK-SECS =
                       WS-ELAPSED-SECS - WS-WINDOW-SECS
                   PERFORM FORMAT-CLOCK-TEXT
                   STRING
                       "  *** WARNING: estimated elapsed time will not"
                       " fit tonight's window -- short by "
                       WS-CLOCK-TEXT " ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-CLOCK-SECS =
                       WS-WINDOW-SECS - WS-ELAPSED-SECS
                   PERFORM FORMAT-CLOCK-TEXT
                   STRING
                       "  Estimated run fits tonight's window with "
                       WS-CLOCK-TEXT " to spare."
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "End of run estimate.  Departments over budget: "
               WS-OVER-BUDGET-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * FORMAT-CLOCK-TEXT: WS-CLOCK-SECS as hours:minutes:seconds.     *
      *----------------------------------------------------------------*
       FORMAT-CLOCK-TEXT.
           DIVIDE WS-CLOCK-SECS BY 3600
               GIVING WS-CLOCK-HOURS REMAINDER WS-CLOCK-REST
           DIVIDE WS-CLOCK-REST BY 60
               GIVING WS-CLOCK-MINUTES REMAINDER WS-CLOCK-SECONDS
           MOVE WS-CLOCK-HOURS TO WS-ED-HOURS
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING
               FUNCTION TRIM(WS-ED-HOURS) ":" WS-CLOCK-MINUTES ":"
               WS-CLOCK-SECONDS
               DELIMITED SIZE
               INTO WS-CLOCK-TEXT
           END-STRING
           .

      *----------------------------------------------------------------*
      * WRITE-REPORT-LINE: Emit one line, breaking to a new page with  *
      * its header when the current page is full.                      *
      *----------------------------------------------------------------*
       WRITE-REPORT-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF

           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-PAGE-HEADER: Start a new page: title line with the run   *
      * date and page number, then a separator.                        *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "RUN ESTIMATE FOR " WS-RUN-DATE
               "      Page " WS-PAGE-NO
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO

           MOVE ALL "-" TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .
