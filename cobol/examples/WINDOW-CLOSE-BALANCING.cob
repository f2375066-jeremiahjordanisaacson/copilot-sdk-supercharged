      *================================================================*
      * WINDOW-CLOSE-BALANCING.cob                                     *
      * Control report proving every PROMPT-QUEUE.DAT record was       *
      * accounted for when the batch window closed. Each queue record  *
      * is put in exactly one bucket -- OK, CACHED, LATE-OK (a late    *
      * reply filed by LATE-REPLY-RECOVERY), VALFAIL, SCREENREJ,       *
      * DISCLOSE (reply held for disclosure review), CANCELLED         *
      * (operator cancel),                                             *
      * SCREENED (parked for screening review), ERROR,                 *
      * BUDGETHELD, HELD (operator HOLD), DEPBLOCKED (depends-on       *
      * prompt not answered), or NOTREACHED -- from the latest         *
      * attempt in RESULTS-MASTER.DAT and the queue record's own       *
      * scheduling fields, and the buckets are cross-footed against    *
      * the other records the runner leaves behind for an attempt:     *
      *                                                                *
      *   RESULTS-MASTER.DAT  latest attempt made in this window       *
      *   SLA-TRACKING.DAT    last tracking line in this window        *
      *   PROMPT-RESULTS.DAT  last flat result line for the id         *
      *   USAGE-LEDGER.DAT    distinct sessions billed to the          *
      *                       window's job ids                         *
      *                                                                *
      * The window runs from the BATCH-CALENDAR WINDOW start time      *
      * (the previous day's when the clock has not reached it yet,     *
      * which covers an overnight window) to the time of this run;     *
      * no calendar means the window opened at midnight. The job ids   *
      * are those the response archive recorded for the window's       *
      * attempts, plus the one in RUNNER-JOB-ID.DAT.                   *
      *                                                                *
      * Every out-of-balance record is listed under its bucket in      *
      * WINDOW-BALANCE-REPORT.TXT, along with results for ids not in   *
      * the queue, duplicate queue ids, and billed sessions no         *
      * attempt accounts for. Meant as the chain step ahead of the     *
      * delivery steps: it ends RETURNING 8 when anything is out of    *
      * balance and 16 when the queue cannot be read, so a HALT entry  *
      * in CHAIN-SCHEDULE.DAT stops delivery of an unproven window.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINDOW-CLOSE-BALANCING.

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
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT JOB-ID-FILE ASSIGN TO WS-JOBID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBID-FILE-STATUS.
           SELECT SLA-TRACKING ASSIGN TO WS-SLAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAT-FILE-STATUS.
           SELECT PROMPT-RESULTS ASSIGN TO WS-PR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.
           SELECT BATCH-CALENDAR ASSIGN TO WS-CAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
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

      *    Field-for-field match of the archive record layout in       *
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

       FD  JOB-ID-FILE.
       01  JOB-ID-RECORD            PIC X(20).

       FD  SLA-TRACKING.
       01  SLA-TRACKING-RECORD      PIC X(160).

       FD  PROMPT-RESULTS.
       01  PROMPT-RESULTS-RECORD    PIC X(2200).

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RM-FILE-NAME          PIC X(64)
           VALUE "RESULTS-MASTER.DAT".
       01  WS-RM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-JOBID-FILE-NAME       PIC X(64)
           VALUE "RUNNER-JOB-ID.DAT".
       01  WS-JOBID-FILE-STATUS     PIC XX     VALUE "00".
       01  WS-SLAT-FILE-NAME        PIC X(64)
           VALUE "SLA-TRACKING.DAT".
       01  WS-SLAT-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-PR-FILE-NAME          PIC X(64)
           VALUE "PROMPT-RESULTS.DAT".
       01  WS-PR-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-CAL-FILE-NAME         PIC X(64)
           VALUE "BATCH-CALENDAR.DAT".
       01  WS-CAL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "WINDOW-BALANCE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-OUT-OF-BALANCE-RC     PIC 9(4)   VALUE 8.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.

      *    The window being balanced: opened at the calendar's WINDOW
      *    start time, closed now.
       01  WS-CAL-WINDOW-START      PIC X(6)   VALUE "000000".
       01  WS-WINDOW-OPEN-TS        PIC X(14)  VALUE SPACES.
       01  WS-WINDOW-CLOSE-TS       PIC X(14)  VALUE SPACES.
       01  WS-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-DATE-INT              PIC 9(8)   VALUE 0.

      *    One slot per distinct queue prompt id.
       01  WS-QUEUE-TABLE.
           05 WS-QT-COUNT           PIC 9(5)   VALUE 0.
           05 WS-QT-ENTRY OCCURS 5000 TIMES.
               10 WS-QT-ID          PIC X(20)  VALUE SPACES.
               10 WS-QT-HELD-FLAG   PIC 9      VALUE 0.
                   88 QT-ON-HOLD                VALUE 1.
               10 WS-QT-DEPENDS-ON  PIC X(20)  VALUE SPACES.
               10 WS-QT-DUP-COUNT   PIC 9(3)   VALUE 0.
               10 WS-QT-BUCKET      PIC X(10)  VALUE SPACES.
               10 WS-QT-RM-STATUS   PIC X(10)  VALUE SPACES.
               10 WS-QT-RM-TS       PIC X(14)  VALUE SPACES.
               10 WS-QT-RM-SESSION  PIC X(64)  VALUE SPACES.
               10 WS-QT-WINDOW-FLAG PIC 9      VALUE 0.
                   88 QT-IN-WINDOW              VALUE 1.
               10 WS-QT-SLA-STATUS  PIC X(10)  VALUE SPACES.
               10 WS-QT-FLAT-STATUS PIC X(10)  VALUE SPACES.
               10 WS-QT-CHECKS.
                   15 WS-QT-SLA-BAD     PIC 9  VALUE 0.
                   15 WS-QT-FLAT-BAD    PIC 9  VALUE 0.
                   15 WS-QT-USAGE-BAD   PIC 9  VALUE 0.
       01  WS-QT-IDX                PIC 9(5)   VALUE 0.
       01  WS-QT-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-QT-LOOKUP-ID          PIC X(20)  VALUE SPACES.
       01  WS-QUEUE-READ-COUNT      PIC 9(7)   VALUE 0.
       01  WS-DUPLICATE-COUNT       PIC 9(5)   VALUE 0.
       01  WS-QUEUE-FLAG            PIC 9      VALUE 0.
           88 QUEUE-LOADED                     VALUE 0.
           88 QUEUE-FAILED                     VALUE 1.

      *    Window attempts (master) and tracking lines (SLA) for
      *    prompt ids the queue does not carry.
       01  WS-ORPHAN-TABLE.
           05 WS-ORP-COUNT          PIC 9(4)   VALUE 0.
           05 WS-ORP-ENTRY OCCURS 500 TIMES.
               10 WS-ORP-SOURCE     PIC X(8)   VALUE SPACES.
               10 WS-ORP-ID         PIC X(20)  VALUE SPACES.
               10 WS-ORP-STATUS     PIC X(10)  VALUE SPACES.
               10 WS-ORP-SESSION    PIC X(64)  VALUE SPACES.
       01  WS-ORP-IDX               PIC 9(4)   VALUE 0.
       01  WS-ORP-OVERFLOW          PIC 9(5)   VALUE 0.

      *    The buckets, in report order, with their cross-foot
      *    columns.
       01  WS-BUCKET-NAME-LIST.
           05 FILLER                PIC X(10)  VALUE "OK".
           05 FILLER                PIC X(10)  VALUE "CACHED".
           05 FILLER                PIC X(10)  VALUE "LATE-OK".
           05 FILLER                PIC X(10)  VALUE "VALFAIL".
           05 FILLER                PIC X(10)  VALUE "SCREENREJ".
           05 FILLER                PIC X(10)  VALUE "DISCLOSE".
           05 FILLER                PIC X(10)  VALUE "CANCELLED".
           05 FILLER                PIC X(10)  VALUE "SCREENED".
           05 FILLER                PIC X(10)  VALUE "ERROR".
           05 FILLER                PIC X(10)  VALUE "BUDGETHELD".
           05 FILLER                PIC X(10)  VALUE "HELD".
           05 FILLER                PIC X(10)  VALUE "DEPBLOCKED".
           05 FILLER                PIC X(10)  VALUE "NOTREACHED".
           05 FILLER                PIC X(10)  VALUE "OTHER".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-LIST.
           05 WS-BKT-NAME           PIC X(10)  OCCURS 14 TIMES.
       01  WS-BUCKET-COUNT          PIC 9(2)   VALUE 14.
       01  WS-BUCKET-FIGURES.
           05 WS-BKT-FIG OCCURS 14 TIMES.
               10 WS-BKT-QUEUE      PIC 9(5)   VALUE 0.
               10 WS-BKT-PRIOR      PIC 9(5)   VALUE 0.
               10 WS-BKT-MASTER     PIC 9(5)   VALUE 0.
               10 WS-BKT-SLA        PIC 9(5)   VALUE 0.
               10 WS-BKT-FLAT       PIC 9(5)   VALUE 0.
               10 WS-BKT-EXCEPT     PIC 9(5)   VALUE 0.
       01  WS-BKT-IDX               PIC 9(2)   VALUE 0.
       01  WS-BKT-FOUND-IDX         PIC 9(2)   VALUE 0.
       01  WS-BKT-LOOKUP            PIC X(10)  VALUE SPACES.
       01  WS-TOTAL-FIGURES.
           05 WS-TOT-QUEUE          PIC 9(5)   VALUE 0.
           05 WS-TOT-PRIOR          PIC 9(5)   VALUE 0.
           05 WS-TOT-MASTER         PIC 9(5)   VALUE 0.
           05 WS-TOT-SLA            PIC 9(5)   VALUE 0.
           05 WS-TOT-FLAT           PIC 9(5)   VALUE 0.
           05 WS-TOT-EXCEPT         PIC 9(5)   VALUE 0.
       01  WS-BKT-VERDICT           PIC X(14)  VALUE SPACES.

      *    Latest-attempt fold over the master: the master is read in
      *    key order, so the last record before the prompt id changes
      *    is that id's latest attempt.
       01  WS-HELD-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-HELD-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-HELD-TS               PIC X(14)  VALUE SPACES.
       01  WS-HELD-SESSION          PIC X(64)  VALUE SPACES.
       01  WS-MASTER-FLAG           PIC 9      VALUE 0.
           88 MASTER-PRESENT                   VALUE 1.
           88 MASTER-ABSENT                    VALUE 0.
       01  WS-RML-STATUS            PIC X(10)  VALUE SPACES.
       01  WS-RML-ATTEMPTS          PIC 9(3)   VALUE 0.
       01  WS-RML-SESSION           PIC X(64)  VALUE SPACES.
       01  WS-RML-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RML-RC                PIC S9(4)  VALUE 0.
       01  WS-DEP-STATUS            PIC X(10)  VALUE SPACES.

      *    The window's job ids.
       01  WS-JOB-TABLE.
           05 WS-JOB-COUNT          PIC 9(3)   VALUE 0.
           05 WS-JOB-ID             PIC X(20)  OCCURS 50 TIMES
                                               VALUE SPACES.
       01  WS-JOB-IDX               PIC 9(3)   VALUE 0.
       01  WS-JOB-FOUND             PIC 9(3)   VALUE 0.
       01  WS-JOB-LOOKUP            PIC X(20)  VALUE SPACES.

      *    Distinct sessions the usage ledger billed to those jobs
      *    inside the window.
       01  WS-LEDGER-TABLE.
           05 WS-LS-COUNT           PIC 9(5)   VALUE 0.
           05 WS-LS-ENTRY OCCURS 5000 TIMES.
               10 WS-LS-SESSION     PIC X(64)  VALUE SPACES.
               10 WS-LS-JOB-ID      PIC X(20)  VALUE SPACES.
               10 WS-LS-MATCH-FLAG  PIC 9      VALUE 0.
                   88 LS-MATCHED                VALUE 1.
       01  WS-LS-IDX                PIC 9(5)   VALUE 0.
       01  WS-LS-FOUND              PIC 9(5)   VALUE 0.
       01  WS-LS-OVERFLOW           PIC 9(5)   VALUE 0.
       01  WS-LEDGER-ONLY-COUNT     PIC 9(5)   VALUE 0.
       01  WS-WINDOW-SESSION-COUNT  PIC 9(5)   VALUE 0.
       01  WS-SESSION-LOOKUP        PIC X(64)  VALUE SPACES.
       01  WS-SESSION-FOUND         PIC 9      VALUE 0.
           88 SESSION-WAS-FOUND                VALUE 1.

      *    Parsed tokens of the flat files.
       01  WS-SCAN-LINE             PIC X(2200) VALUE SPACES.
       01  WS-SCAN-ID               PIC X(20)  VALUE SPACES.
       01  WS-SCAN-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-SCAN-TEMPLATE         PIC X(20)  VALUE SPACES.
       01  WS-SCAN-CLASS            PIC X(16)  VALUE SPACES.
       01  WS-SCAN-DUE-BY           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-END-TS           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-TIMESTAMP        PIC X(21)  VALUE SPACES.
       01  WS-SCAN-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SESSION-ID       PIC X(64)  VALUE SPACES.

      *    Report paging and the exception count behind the return
      *    code.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-EXCEPTION-COUNT       PIC 9(5)   VALUE 0.
       01  WS-SECTION-COUNT         PIC 9(5)   VALUE 0.
       01  WS-REASON-TEXT           PIC X(80)  VALUE SPACES.
       01  WS-REASON-PTR            PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Window-Close Balancing ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:14) TO WS-WINDOW-CLOSE-TS
           PERFORM COMPUTE-WINDOW-OPEN

           PERFORM LOAD-PROMPT-QUEUE
           IF QUEUE-FAILED
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-RESULTS-MASTER
           PERFORM CLASSIFY-ONE-QUEUE-RECORD
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           PERFORM LOAD-WINDOW-JOB-IDS
           PERFORM LOAD-USAGE-SESSIONS
           PERFORM LOAD-SLA-TRACKING
           PERFORM LOAD-FLAT-RESULTS

           PERFORM CROSS-FOOT-ONE-QUEUE-RECORD
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           PERFORM CROSS-FOOT-ONE-ORPHAN
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT
           PERFORM MATCH-ONE-LEDGER-SESSION
               VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT

           COMPUTE WS-EXCEPTION-COUNT = WS-TOT-EXCEPT
               + WS-DUPLICATE-COUNT + WS-ORP-OVERFLOW
               + WS-LEDGER-ONLY-COUNT + WS-LS-OVERFLOW
           PERFORM WRITE-BALANCING-REPORT

           DISPLAY "Window:            " WS-WINDOW-OPEN-TS " to "
               WS-WINDOW-CLOSE-TS
           DISPLAY "Queue records:     " WS-QUEUE-READ-COUNT
           PERFORM DISPLAY-ONE-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
           DISPLAY "Exceptions:        " WS-EXCEPTION-COUNT
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)

           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "Window is OUT OF BALANCE."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-OUT-OF-BALANCE-RC
           END-IF

           DISPLAY "Window is in balance."
           DISPLAY "=== Done ==="
           STOP RUN
           .

       DISPLAY-ONE-BUCKET.
           IF WS-BKT-QUEUE(WS-BKT-IDX) > 0
               DISPLAY "  " WS-BKT-NAME(WS-BKT-IDX) "       "
                   WS-BKT-QUEUE(WS-BKT-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * COMPUTE-WINDOW-OPEN: The window opened at the calendar WINDOW  *
      * start time today, or yesterday when the clock has not reached  *
      * that time yet (an overnight window balanced after midnight).   *
      *----------------------------------------------------------------*
       COMPUTE-WINDOW-OPEN.
           MOVE "00" TO WS-CAL-FILE-STATUS
           OPEN INPUT BATCH-CALENDAR
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM APPLY-ONE-CALENDAR-RECORD
                   UNTIL WS-CAL-FILE-STATUS NOT = "00"
               CLOSE BATCH-CALENDAR
           END-IF

           IF WS-CAL-WINDOW-START IS NOT NUMERIC
               MOVE "000000" TO WS-CAL-WINDOW-START
           END-IF

           MOVE FUNCTION NUMVAL(WS-TODAY-DATE(1:8)) TO WS-DATE-NUM
           IF WS-TODAY-DATE(9:6) < WS-CAL-WINDOW-START
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
           END-IF

           MOVE SPACES TO WS-WINDOW-OPEN-TS
           STRING
               WS-DATE-NUM WS-CAL-WINDOW-START
               DELIMITED SIZE
               INTO WS-WINDOW-OPEN-TS
           END-STRING
           .

       APPLY-ONE-CALENDAR-RECORD.
           READ BATCH-CALENDAR
               AT END
                   MOVE "10" TO WS-CAL-FILE-STATUS
               NOT AT END
                   IF CAL-TYPE-WINDOW
                       MOVE CAL-START-TIME TO WS-CAL-WINDOW-START
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-PROMPT-QUEUE: One table slot per distinct prompt id; a    *
      * repeated id is counted against the slot it repeats.            *
      *----------------------------------------------------------------*
       LOAD-PROMPT-QUEUE.
           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-PQ-FILE-NAME)
               SET QUEUE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"
               OR QUEUE-FAILED

           CLOSE PROMPT-QUEUE
           .

       LOAD-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID NOT = SPACES
                       PERFORM TABLE-ONE-QUEUE-RECORD
                   END-IF
           END-READ
           .

       TABLE-ONE-QUEUE-RECORD.
           ADD 1 TO WS-QUEUE-READ-COUNT
           MOVE PQ-PROMPT-ID TO WS-QT-LOOKUP-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               ADD 1 TO WS-QT-DUP-COUNT(WS-QT-FOUND-IDX)
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-COUNT >= 5000
               DISPLAY "ERROR: More than 5000 queue records; the "
                   "window cannot be balanced in one pass."
               SET QUEUE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QT-COUNT
           MOVE PQ-PROMPT-ID  TO WS-QT-ID(WS-QT-COUNT)
           MOVE PQ-DEPENDS-ON TO WS-QT-DEPENDS-ON(WS-QT-COUNT)
           IF PQ-IS-HELD
               MOVE 1 TO WS-QT-HELD-FLAG(WS-QT-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-QUEUE-SLOT: WS-QT-FOUND-IDX names the slot holding        *
      * WS-QT-LOOKUP-ID, zero when the queue does not carry it.        *
      *----------------------------------------------------------------*
       FIND-QUEUE-SLOT.
           MOVE 0 TO WS-QT-FOUND-IDX
           PERFORM TEST-ONE-QUEUE-SLOT
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               OR WS-QT-FOUND-IDX > 0
           .

       TEST-ONE-QUEUE-SLOT.
           IF WS-QT-ID(WS-QT-IDX) = WS-QT-LOOKUP-ID
               MOVE WS-QT-IDX TO WS-QT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-RESULTS-MASTER: Fold each prompt id's latest attempt onto *
      * its queue slot. A latest attempt made in the window for an id  *
      * the queue does not carry is an orphan result.                  *
      *----------------------------------------------------------------*
       LOAD-RESULTS-MASTER.
           SET MASTER-ABSENT TO TRUE
           MOVE SPACES TO WS-HELD-PROMPT-ID
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "No results master on file ("
                   FUNCTION TRIM(WS-RM-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF
           SET MASTER-PRESENT TO TRUE

           PERFORM READ-ONE-MASTER-RECORD
               UNTIL WS-RM-FILE-STATUS NOT = "00"

           CLOSE RESULTS-MASTER
           PERFORM POST-HELD-LATEST-ATTEMPT
           .

       READ-ONE-MASTER-RECORD.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
               NOT AT END
                   IF RM-PROMPT-ID NOT = WS-HELD-PROMPT-ID
                       PERFORM POST-HELD-LATEST-ATTEMPT
                   END-IF
                   MOVE RM-PROMPT-ID       TO WS-HELD-PROMPT-ID
                   MOVE RM-STATUS          TO WS-HELD-STATUS
                   MOVE RM-TIMESTAMP(1:14) TO WS-HELD-TS
                   MOVE RM-SESSION-ID      TO WS-HELD-SESSION
           END-READ
           .

       POST-HELD-LATEST-ATTEMPT.
           IF WS-HELD-PROMPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HELD-PROMPT-ID TO WS-QT-LOOKUP-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               MOVE WS-HELD-STATUS  TO WS-QT-RM-STATUS(WS-QT-FOUND-IDX)
               MOVE WS-HELD-TS      TO WS-QT-RM-TS(WS-QT-FOUND-IDX)
               MOVE WS-HELD-SESSION
                   TO WS-QT-RM-SESSION(WS-QT-FOUND-IDX)
               IF WS-HELD-TS >= WS-WINDOW-OPEN-TS
                   MOVE 1 TO WS-QT-WINDOW-FLAG(WS-QT-FOUND-IDX)
               END-IF
           ELSE
               IF WS-HELD-TS >= WS-WINDOW-OPEN-TS
                   MOVE "MASTER"          TO WS-SCAN-TEMPLATE
                   MOVE WS-HELD-PROMPT-ID TO WS-SCAN-ID
                   MOVE WS-HELD-STATUS    TO WS-SCAN-STATUS
                   MOVE WS-HELD-SESSION   TO WS-SCAN-SESSION-ID
                   PERFORM ADD-ORPHAN-ENTRY
               END-IF
           END-IF
           MOVE SPACES TO WS-HELD-PROMPT-ID
           .

       ADD-ORPHAN-ENTRY.
           IF WS-ORP-COUNT >= 500
               ADD 1 TO WS-ORP-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORP-COUNT
           MOVE WS-SCAN-TEMPLATE   TO WS-ORP-SOURCE(WS-ORP-COUNT)
           MOVE WS-SCAN-ID         TO WS-ORP-ID(WS-ORP-COUNT)
           MOVE WS-SCAN-STATUS     TO WS-ORP-STATUS(WS-ORP-COUNT)
           MOVE WS-SCAN-SESSION-ID TO WS-ORP-SESSION(WS-ORP-COUNT)
           .

      *----------------------------------------------------------------*
      * CLASSIFY-ONE-QUEUE-RECORD: An attempt in the window decides    *
      * the bucket outright, as does a completed answer from an        *
      * earlier window (the runner never re-sends OK, CACHED, LATE-OK, *
      * VALFAIL, SCREENREJ, DISCLOSE or CANCELLED). Otherwise the      *
      * record was skipped this window: on HOLD, waiting on its        *
      * depends-on prompt, or never reached.                           *
      *----------------------------------------------------------------*
       CLASSIFY-ONE-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN QT-IN-WINDOW(WS-QT-IDX)
                   MOVE WS-QT-RM-STATUS(WS-QT-IDX)
                       TO WS-QT-BUCKET(WS-QT-IDX)
               WHEN WS-QT-RM-STATUS(WS-QT-IDX) = "OK"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "CACHED"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "LATE-OK"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "VALFAIL"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "SCREENREJ"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "DISCLOSE"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "CANCELLED"
                   MOVE WS-QT-RM-STATUS(WS-QT-IDX)
                       TO WS-QT-BUCKET(WS-QT-IDX)
               WHEN QT-ON-HOLD(WS-QT-IDX)
                   MOVE "HELD" TO WS-QT-BUCKET(WS-QT-IDX)
               WHEN WS-QT-DEPENDS-ON(WS-QT-IDX) NOT = SPACES
                   PERFORM CHECK-DEPENDENCY-ANSWERED
                   IF WS-DEP-STATUS = "OK"
                       OR WS-DEP-STATUS = "CACHED"
                       OR WS-DEP-STATUS = "LATE-OK"
                       MOVE "NOTREACHED" TO WS-QT-BUCKET(WS-QT-IDX)
                   ELSE
                       MOVE "DEPBLOCKED" TO WS-QT-BUCKET(WS-QT-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "NOTREACHED" TO WS-QT-BUCKET(WS-QT-IDX)
           END-EVALUATE

           MOVE WS-QT-BUCKET(WS-QT-IDX) TO WS-BKT-LOOKUP
           PERFORM FIND-BUCKET
           MOVE WS-BKT-LOOKUP TO WS-QT-BUCKET(WS-QT-IDX)
           ADD 1 TO WS-BKT-QUEUE(WS-BKT-FOUND-IDX)
           ADD 1 TO WS-TOT-QUEUE
           IF NOT QT-IN-WINDOW(WS-QT-IDX)
               AND WS-QT-RM-STATUS(WS-QT-IDX) NOT = SPACES
               AND WS-QT-BUCKET(WS-QT-IDX) = WS-QT-RM-STATUS(WS-QT-IDX)
               ADD 1 TO WS-BKT-PRIOR(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-PRIOR
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-DEPENDENCY-ANSWERED: The depends-on prompt's latest      *
      * status, from its queue slot or, for a prompt outside this      *
      * queue, from the results master.                                *
      *----------------------------------------------------------------*
       CHECK-DEPENDENCY-ANSWERED.
           MOVE SPACES TO WS-DEP-STATUS
           MOVE WS-QT-IDX TO WS-ORP-IDX
           MOVE WS-QT-DEPENDS-ON(WS-QT-IDX) TO WS-QT-LOOKUP-ID
           PERFORM FIND-QUEUE-SLOT
           MOVE WS-ORP-IDX TO WS-QT-IDX
           IF WS-QT-FOUND-IDX > 0
               MOVE WS-QT-RM-STATUS(WS-QT-FOUND-IDX) TO WS-DEP-STATUS
               EXIT PARAGRAPH
           END-IF

           IF MASTER-PRESENT
               CALL "RESULTS-MASTER-LATEST" USING
                   WS-QT-DEPENDS-ON(WS-QT-IDX)
                   WS-RML-STATUS WS-RML-ATTEMPTS WS-RML-SESSION
                   WS-RML-DETAIL WS-RML-RC
               IF WS-RML-RC = 0
                   MOVE WS-RML-STATUS TO WS-DEP-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-BUCKET: WS-BKT-FOUND-IDX names the bucket called          *
      * WS-BKT-LOOKUP; a status the runner does not write falls in     *
      * OTHER, which never balances.                                   *
      *----------------------------------------------------------------*
       FIND-BUCKET.
           MOVE 0 TO WS-BKT-FOUND-IDX
           PERFORM TEST-ONE-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               OR WS-BKT-FOUND-IDX > 0
           IF WS-BKT-FOUND-IDX = 0
               MOVE WS-BUCKET-COUNT TO WS-BKT-FOUND-IDX
               MOVE WS-BKT-NAME(WS-BKT-FOUND-IDX) TO WS-BKT-LOOKUP
           END-IF
           .

       TEST-ONE-BUCKET.
           IF WS-BKT-NAME(WS-BKT-IDX) = WS-BKT-LOOKUP
               MOVE WS-BKT-IDX TO WS-BKT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-WINDOW-JOB-IDS: The job id the archive recorded for each  *
      * window attempt, plus this site's runner job id.                *
      *----------------------------------------------------------------*
       LOAD-WINDOW-JOB-IDS.
           OPEN INPUT JOB-ID-FILE
           IF WS-JOBID-FILE-STATUS = "00"
               READ JOB-ID-FILE
                   NOT AT END
                       MOVE JOB-ID-RECORD TO WS-JOB-LOOKUP
                       PERFORM ADD-WINDOW-JOB-ID
               END-READ
               CLOSE JOB-ID-FILE
           END-IF

           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-ARCHIVE-JOB-ID
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           CLOSE RESPONSE-ARCHIVE
           .

       READ-ONE-ARCHIVE-JOB-ID.
           IF NOT QT-IN-WINDOW(WS-QT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QT-ID(WS-QT-IDX) TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RA-TIMESTAMP(1:14) >= WS-WINDOW-OPEN-TS
                       MOVE RA-JOB-ID TO WS-JOB-LOOKUP
                       PERFORM ADD-WINDOW-JOB-ID
                   END-IF
           END-READ
           .

       ADD-WINDOW-JOB-ID.
           MOVE 0 TO WS-JOB-FOUND
           PERFORM TEST-ONE-JOB-ID
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               OR WS-JOB-FOUND > 0
           IF WS-JOB-FOUND = 0 AND WS-JOB-COUNT < 50
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-LOOKUP TO WS-JOB-ID(WS-JOB-COUNT)
           END-IF
           .

       TEST-ONE-JOB-ID.
           IF WS-JOB-ID(WS-JOB-IDX) = WS-JOB-LOOKUP
               MOVE WS-JOB-IDX TO WS-JOB-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-USAGE-SESSIONS: Distinct sessions the ledger billed to    *
      * the window's job ids since the window opened.                  *
      *----------------------------------------------------------------*
       LOAD-USAGE-SESSIONS.
           MOVE "00" TO WS-ULED-FILE-STATUS
           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-LEDGER-LINE
               UNTIL WS-ULED-FILE-STATUS NOT = "00"
           CLOSE USAGE-LEDGER
           .

       READ-ONE-LEDGER-LINE.
           READ USAGE-LEDGER INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-ULED-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-TIMESTAMP
                   MOVE SPACES TO WS-SCAN-JOB-ID
                   MOVE SPACES TO WS-SCAN-SESSION-ID
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-JOB-ID
                           WS-SCAN-SESSION-ID
                   END-UNSTRING
                   IF WS-SCAN-TIMESTAMP(1:14) >= WS-WINDOW-OPEN-TS
                       AND WS-SCAN-SESSION-ID NOT = SPACES
                       MOVE WS-SCAN-JOB-ID TO WS-JOB-LOOKUP
                       MOVE 0 TO WS-JOB-FOUND
                       PERFORM TEST-ONE-JOB-ID
                           VARYING WS-JOB-IDX FROM 1 BY 1
                           UNTIL WS-JOB-IDX > WS-JOB-COUNT
                           OR WS-JOB-FOUND > 0
                       IF WS-JOB-FOUND > 0
                           PERFORM ADD-LEDGER-SESSION
                       END-IF
                   END-IF
           END-READ
           .

       ADD-LEDGER-SESSION.
           MOVE 0 TO WS-LS-FOUND
           PERFORM TEST-ONE-LEDGER-SESSION
               VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               OR WS-LS-FOUND > 0
           IF WS-LS-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LS-COUNT >= 5000
               ADD 1 TO WS-LS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LS-COUNT
           MOVE WS-SCAN-SESSION-ID TO WS-LS-SESSION(WS-LS-COUNT)
           MOVE WS-SCAN-JOB-ID     TO WS-LS-JOB-ID(WS-LS-COUNT)
           .

       TEST-ONE-LEDGER-SESSION.
           IF WS-LS-SESSION(WS-LS-IDX) = WS-SCAN-SESSION-ID
               MOVE WS-LS-IDX TO WS-LS-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-SLA-TRACKING: The last tracking line finished inside the  *
      * window for each prompt id; lines for ids outside the queue     *
      * are orphans.                                                   *
      *----------------------------------------------------------------*
       LOAD-SLA-TRACKING.
           MOVE "00" TO WS-SLAT-FILE-STATUS
           OPEN INPUT SLA-TRACKING
           IF WS-SLAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-SLA-LINE
               UNTIL WS-SLAT-FILE-STATUS NOT = "00"
           CLOSE SLA-TRACKING
           .

       READ-ONE-SLA-LINE.
           READ SLA-TRACKING INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-SLAT-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-ID
                   MOVE SPACES TO WS-SCAN-TEMPLATE
                   MOVE SPACES TO WS-SCAN-CLASS
                   MOVE SPACES TO WS-SCAN-STATUS
                   MOVE SPACES TO WS-SCAN-DUE-BY
                   MOVE SPACES TO WS-SCAN-END-TS
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-ID WS-SCAN-TEMPLATE
                           WS-SCAN-CLASS WS-SCAN-STATUS
                           WS-SCAN-DUE-BY WS-SCAN-END-TS
                   END-UNSTRING
                   IF WS-SCAN-ID NOT = SPACES
                       AND WS-SCAN-END-TS >= WS-WINDOW-OPEN-TS
                       PERFORM POST-ONE-SLA-LINE
                   END-IF
           END-READ
           .

       POST-ONE-SLA-LINE.
           MOVE WS-SCAN-ID TO WS-QT-LOOKUP-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               MOVE WS-SCAN-STATUS
                   TO WS-QT-SLA-STATUS(WS-QT-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

      *    An id already carried as an orphan only needs its status
      *    brought up to the later line.
           MOVE 0 TO WS-SESSION-FOUND
           PERFORM TEST-ONE-SLA-ORPHAN
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT
               OR SESSION-WAS-FOUND
           IF SESSION-WAS-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE "SLA" TO WS-SCAN-TEMPLATE
           MOVE SPACES TO WS-SCAN-SESSION-ID
           PERFORM ADD-ORPHAN-ENTRY
           .

       TEST-ONE-SLA-ORPHAN.
           IF WS-ORP-SOURCE(WS-ORP-IDX) = "SLA"
               AND WS-ORP-ID(WS-ORP-IDX) = WS-SCAN-ID
               MOVE WS-SCAN-STATUS TO WS-ORP-STATUS(WS-ORP-IDX)
               MOVE 1 TO WS-SESSION-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-FLAT-RESULTS: The last flat result line per queue id; the *
      * flat file is the write-behind of the master, so for an         *
      * attempt in the window the two must agree.                      *
      *----------------------------------------------------------------*
       LOAD-FLAT-RESULTS.
           MOVE "00" TO WS-PR-FILE-STATUS
           OPEN INPUT PROMPT-RESULTS
           IF WS-PR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-FLAT-RESULT
               UNTIL WS-PR-FILE-STATUS NOT = "00"
           CLOSE PROMPT-RESULTS
           .

       READ-ONE-FLAT-RESULT.
           READ PROMPT-RESULTS INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-PR-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-ID
                   MOVE SPACES TO WS-SCAN-STATUS
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-ID WS-SCAN-STATUS
                   END-UNSTRING
                   IF WS-SCAN-ID NOT = SPACES
                       MOVE WS-SCAN-ID TO WS-QT-LOOKUP-ID
                       PERFORM FIND-QUEUE-SLOT
                       IF WS-QT-FOUND-IDX > 0
                           MOVE WS-SCAN-STATUS
                               TO WS-QT-FLAT-STATUS(WS-QT-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * CROSS-FOOT-ONE-QUEUE-RECORD: For an attempt in the window the  *
      * tracking line and flat result must carry the master's status   *
      * (a BUDGETHELD marking and a recovered LATE-OK reply write no   *
      * tracking line, nor does a recovered reply held DISCLOSE), and  *
      * a replied attempt's session must be on the                     *
      * usage ledger. A record the window never attempted must have    *
      * left no tracking line.                                         *
      *----------------------------------------------------------------*
       CROSS-FOOT-ONE-QUEUE-RECORD.
           MOVE WS-QT-BUCKET(WS-QT-IDX) TO WS-BKT-LOOKUP
           PERFORM FIND-BUCKET

           IF NOT QT-IN-WINDOW(WS-QT-IDX)
               IF WS-QT-SLA-STATUS(WS-QT-IDX) NOT = SPACES
                   MOVE 1 TO WS-QT-SLA-BAD(WS-QT-IDX)
               END-IF
               PERFORM COUNT-RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BKT-MASTER(WS-BKT-FOUND-IDX)
           ADD 1 TO WS-TOT-MASTER
           IF WS-QT-SLA-STATUS(WS-QT-IDX) = WS-QT-RM-STATUS(WS-QT-IDX)
               ADD 1 TO WS-BKT-SLA(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-SLA
           END-IF
           IF WS-QT-FLAT-STATUS(WS-QT-IDX)
               = WS-QT-RM-STATUS(WS-QT-IDX)
               ADD 1 TO WS-BKT-FLAT(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-FLAT
           END-IF

           EVALUATE TRUE
               WHEN WS-QT-RM-STATUS(WS-QT-IDX) = "BUDGETHELD"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "LATE-OK"
                   IF WS-QT-SLA-STATUS(WS-QT-IDX) NOT = SPACES
                       MOVE 1 TO WS-QT-SLA-BAD(WS-QT-IDX)
                   END-IF
               WHEN WS-QT-RM-STATUS(WS-QT-IDX) = "DISCLOSE"
                   IF WS-QT-SLA-STATUS(WS-QT-IDX) NOT = SPACES
                       AND WS-QT-SLA-STATUS(WS-QT-IDX) NOT = "DISCLOSE"
                       MOVE 1 TO WS-QT-SLA-BAD(WS-QT-IDX)
                   END-IF
               WHEN WS-QT-SLA-STATUS(WS-QT-IDX)
                   NOT = WS-QT-RM-STATUS(WS-QT-IDX)
                   MOVE 1 TO WS-QT-SLA-BAD(WS-QT-IDX)
           END-EVALUATE

           IF WS-QT-FLAT-STATUS(WS-QT-IDX)
               NOT = WS-QT-RM-STATUS(WS-QT-IDX)
               MOVE 1 TO WS-QT-FLAT-BAD(WS-QT-IDX)
           END-IF

           IF WS-QT-RM-SESSION(WS-QT-IDX) NOT = SPACES
               ADD 1 TO WS-WINDOW-SESSION-COUNT
               IF WS-QT-RM-STATUS(WS-QT-IDX) = "OK"
                   OR WS-QT-RM-STATUS(WS-QT-IDX) = "VALFAIL"
                   MOVE WS-QT-RM-SESSION(WS-QT-IDX)
                       TO WS-SCAN-SESSION-ID
                   MOVE 0 TO WS-LS-FOUND
                   PERFORM TEST-ONE-LEDGER-SESSION
                       VARYING WS-LS-IDX FROM 1 BY 1
                       UNTIL WS-LS-IDX > WS-LS-COUNT
                       OR WS-LS-FOUND > 0
                   IF WS-LS-FOUND = 0
                       MOVE 1 TO WS-QT-USAGE-BAD(WS-QT-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM COUNT-RECORD-EXCEPTION
           .

       COUNT-RECORD-EXCEPTION.
           IF WS-QT-CHECKS(WS-QT-IDX) NOT = "000"
               ADD 1 TO WS-BKT-EXCEPT(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-EXCEPT
           END-IF
           .

      *----------------------------------------------------------------*
      * CROSS-FOOT-ONE-ORPHAN: A result outside the queue still lands  *
      * in its status bucket's master or tracking column, so the       *
      * bucket cannot foot to the queue.                               *
      *----------------------------------------------------------------*
       CROSS-FOOT-ONE-ORPHAN.
           MOVE WS-ORP-STATUS(WS-ORP-IDX) TO WS-BKT-LOOKUP
           PERFORM FIND-BUCKET
           ADD 1 TO WS-BKT-EXCEPT(WS-BKT-FOUND-IDX)
           ADD 1 TO WS-TOT-EXCEPT
           IF WS-ORP-SOURCE(WS-ORP-IDX) = "MASTER"
               ADD 1 TO WS-BKT-MASTER(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-MASTER
           ELSE
               ADD 1 TO WS-BKT-SLA(WS-BKT-FOUND-IDX)
               ADD 1 TO WS-TOT-SLA
           END-IF
           .

      *----------------------------------------------------------------*
      * MATCH-ONE-LEDGER-SESSION: A billed session must belong to some *
      * attempt of the window -- queued or orphan.                     *
      *----------------------------------------------------------------*
       MATCH-ONE-LEDGER-SESSION.
           MOVE WS-LS-SESSION(WS-LS-IDX) TO WS-SESSION-LOOKUP
           MOVE 0 TO WS-SESSION-FOUND
           PERFORM TEST-ONE-WINDOW-SESSION
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               OR SESSION-WAS-FOUND
           PERFORM TEST-ONE-ORPHAN-SESSION
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT
               OR SESSION-WAS-FOUND
           IF SESSION-WAS-FOUND
               MOVE 1 TO WS-LS-MATCH-FLAG(WS-LS-IDX)
           ELSE
               ADD 1 TO WS-LEDGER-ONLY-COUNT
           END-IF
           .

       TEST-ONE-WINDOW-SESSION.
           IF QT-IN-WINDOW(WS-QT-IDX)
               AND WS-QT-RM-SESSION(WS-QT-IDX) = WS-SESSION-LOOKUP
               MOVE 1 TO WS-SESSION-FOUND
           END-IF
           .

       TEST-ONE-ORPHAN-SESSION.
           IF WS-ORP-SESSION(WS-ORP-IDX) = WS-SESSION-LOOKUP
               MOVE 1 TO WS-SESSION-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-BALANCING-REPORT: The window, the bucket cross-foot, the *
      * usage cross-foot, then every exception record by record.       *
      *----------------------------------------------------------------*
       WRITE-BALANCING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-NO
           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-WINDOW-SECTION
           PERFORM PRINT-BUCKET-SECTION
           PERFORM PRINT-USAGE-SECTION
           PERFORM PRINT-EXCEPTION-SECTION
           PERFORM PRINT-REPORT-TOTALS

           CLOSE REPORT-FILE
           .

       PRINT-WINDOW-SECTION.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Window opened " WS-WINDOW-OPEN-TS
               "   balanced at " WS-WINDOW-CLOSE-TS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Queue records read " WS-QUEUE-READ-COUNT
               "   distinct prompt ids " WS-QT-COUNT
               "   duplicate ids " WS-DUPLICATE-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF MASTER-ABSENT
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Results master not on file: no attempt can be "
                   "accounted for."
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-REASON-PTR
           STRING
               "Window job ids:"
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-REASON-PTR
           END-STRING
           PERFORM APPEND-ONE-JOB-ID
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           PERFORM WRITE-REPORT-LINE
           .

       APPEND-ONE-JOB-ID.
           IF WS-JOB-ID(WS-JOB-IDX) = SPACES
               STRING
                   " (blank)"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-REASON-PTR
               END-STRING
           ELSE
               STRING
                   " " FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX))
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-BUCKET-SECTION: Per bucket, the queue records, how many  *
      * were answered in an earlier window, and the window's master,   *
      * tracking and flat-result figures. QUEUE less PRIOR must equal  *
      * MASTER, TRACKING and RESULTS (TRACKING stays zero for          *
      * BUDGETHELD).                                                   *
      *----------------------------------------------------------------*
       PRINT-BUCKET-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "QUEUE DISPOSITION AND CROSS-FOOT" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Bucket        Queue  Prior  Master  Tracking  Results"
               "  Exceptions  Status"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-ONE-BUCKET-LINE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BUCKET-COUNT

           IF WS-TOT-QUEUE = WS-QT-COUNT
               MOVE "IN BALANCE" TO WS-BKT-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BKT-VERDICT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Total      " WS-TOT-QUEUE "  " WS-TOT-PRIOR "  "
               WS-TOT-MASTER "     " WS-TOT-SLA "     "
               WS-TOT-FLAT "       " WS-TOT-EXCEPT "  "
               WS-BKT-VERDICT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-BUCKET-LINE.
           IF WS-BKT-EXCEPT(WS-BKT-IDX) > 0
               MOVE "OUT OF BALANCE" TO WS-BKT-VERDICT
           ELSE
               MOVE "IN BALANCE" TO WS-BKT-VERDICT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING
               WS-BKT-NAME(WS-BKT-IDX) " "
               WS-BKT-QUEUE(WS-BKT-IDX) "  "
               WS-BKT-PRIOR(WS-BKT-IDX) "  "
               WS-BKT-MASTER(WS-BKT-IDX) "     "
               WS-BKT-SLA(WS-BKT-IDX) "     "
               WS-BKT-FLAT(WS-BKT-IDX) "       "
               WS-BKT-EXCEPT(WS-BKT-IDX) "  "
               WS-BKT-VERDICT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-USAGE-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "USAGE CROSS-FOOT" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Window attempts carrying a session "
               WS-WINDOW-SESSION-COUNT
               "   distinct sessions on the usage ledger " WS-LS-COUNT
               "   ledger sessions with no attempt "
               WS-LEDGER-ONLY-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-EXCEPTION-SECTION: Each out-of-balance queue record      *
      * under its bucket, then the duplicates, orphan results and      *
      * unaccounted ledger sessions.                                   *
      *----------------------------------------------------------------*
       PRINT-EXCEPTION-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "EXCEPTIONS" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT

           PERFORM PRINT-ONE-BUCKET-EXCEPTIONS
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BUCKET-COUNT

           PERFORM PRINT-ONE-DUPLICATE
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           PERFORM PRINT-ONE-ORPHAN
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT
           IF WS-ORP-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  " WS-ORP-OVERFLOW
                   " further results outside the queue not listed"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF
           PERFORM PRINT-ONE-LEDGER-ONLY
               VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
           IF WS-LS-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  " WS-LS-OVERFLOW
                   " further ledger sessions beyond the table not "
                   "matched"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF

           IF WS-SECTION-COUNT = 0
               MOVE "  (none)" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

       PRINT-ONE-BUCKET-EXCEPTIONS.
           IF WS-BKT-EXCEPT(WS-BKT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " FUNCTION TRIM(WS-BKT-NAME(WS-BKT-IDX))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-RECORD-EXCEPTION
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
           .

       PRINT-ONE-RECORD-EXCEPTION.
           IF WS-QT-BUCKET(WS-QT-IDX) NOT = WS-BKT-NAME(WS-BKT-IDX)
               OR WS-QT-CHECKS(WS-QT-IDX) = "000"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-PTR
           IF WS-QT-SLA-BAD(WS-QT-IDX) = 1
               STRING
                   "tracking " WS-QT-SLA-STATUS(WS-QT-IDX) " "
                   DELIMITED SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-QT-FLAT-BAD(WS-QT-IDX) = 1
               STRING
                   "results " WS-QT-FLAT-STATUS(WS-QT-IDX) " "
                   DELIMITED SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-QT-USAGE-BAD(WS-QT-IDX) = 1
               STRING
                   "no usage billed"
                   DELIMITED SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "    " WS-QT-ID(WS-QT-IDX)
               " master " WS-QT-RM-STATUS(WS-QT-IDX)
               " " WS-QT-RM-TS(WS-QT-IDX) "  "
               FUNCTION TRIM(WS-REASON-TEXT)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-DUPLICATE.
           IF WS-QT-DUP-COUNT(WS-QT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  DUPLICATE  " WS-QT-ID(WS-QT-IDX)
               " queued " WS-QT-DUP-COUNT(WS-QT-IDX)
               " more time(s) than once"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-ORPHAN.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  NOT QUEUED " WS-ORP-ID(WS-ORP-IDX) " "
               FUNCTION TRIM(WS-ORP-SOURCE(WS-ORP-IDX)) " "
               FUNCTION TRIM(WS-ORP-STATUS(WS-ORP-IDX))
               " in the window for an id not in the queue"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-LEDGER-ONLY.
           IF LS-MATCHED(WS-LS-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  LEDGER ONLY job "
               FUNCTION TRIM(WS-LS-JOB-ID(WS-LS-IDX))
               " session " FUNCTION TRIM(WS-LS-SESSION(WS-LS-IDX))
               " billed with no attempt in the window"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-REPORT-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           IF WS-EXCEPTION-COUNT = 0
               STRING
                   "End of report.  Queue records " WS-QUEUE-READ-COUNT
                   "   WINDOW IN BALANCE"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING
                   "End of report.  Queue records " WS-QUEUE-READ-COUNT
                   "   Exceptions " WS-EXCEPTION-COUNT
                   "   WINDOW OUT OF BALANCE"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
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
               "WINDOW-CLOSE BALANCING REPORT        Run date "
               WS-TODAY-DATE(1:8)
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
