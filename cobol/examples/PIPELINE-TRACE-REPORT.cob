      *================================================================*
      * PIPELINE-TRACE-REPORT.cob                                      *
      * End-to-end trace of prompt pipelines. A queue record whose     *
      * template parameters take a predecessor's reply (@REPLY or      *
      * @REPLY:key) has the predecessor's prompt id stamped on its     *
      * results master attempt; this report follows those links back   *
      * from the last step of each pipeline to the prompt that         *
      * started it, and prints every step with its latest outcome --   *
      * so a denial letter that failed can be traced to the fact       *
      * extraction it was built from, and a failure at any step is     *
      * visible with its reason.                                       *
      *                                                                *
      * Given a prompt id, the report traces that prompt's pipeline    *
      * only and lists the prompts its reply went on to feed; left     *
      * blank, it traces every pipeline on the master.                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPELINE-TRACE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-MASTER ASSIGN TO WS-RM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the results-master record in       *
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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RM-FILE-NAME          PIC X(64)
           VALUE "RESULTS-MASTER.DAT".
       01  WS-RM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "PIPELINE-TRACE.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-ASKED-ID              PIC X(20)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    Latest attempt per prompt id, one pass of the master. Rows
      *    arrive in (prompt id, attempt) order, so a row for the id
      *    just stored is a later attempt and replaces it.
       01  WS-LINK-TABLE.
           05 WS-LNK-COUNT          PIC 9(4)   VALUE 0.
           05 WS-LNK-ENTRY OCCURS 5000 TIMES.
               10 WS-LNK-ID         PIC X(20)  VALUE SPACES.
               10 WS-LNK-FED-BY     PIC X(20)  VALUE SPACES.
               10 WS-LNK-STATUS     PIC X(10)  VALUE SPACES.
               10 WS-LNK-ATTEMPTS   PIC 9(3)   VALUE 0.
               10 WS-LNK-TIMESTAMP  PIC X(21)  VALUE SPACES.
               10 WS-LNK-DETAIL     PIC X(60)  VALUE SPACES.
               10 WS-LNK-FEEDS-FLAG PIC 9      VALUE 0.
                   88 LNK-FEEDS-ANOTHER         VALUE 1.
       01  WS-LNK-IDX               PIC 9(4)   VALUE 0.
       01  WS-LNK-FOUND-IDX         PIC 9(4)   VALUE 0.
       01  WS-LNK-SCAN-IDX          PIC 9(4)   VALUE 0.
       01  WS-LNK-DROPPED           PIC 9(7)   VALUE 0.
       01  WS-LOOKUP-ID             PIC X(20)  VALUE SPACES.

      *    One pipeline, walked back from its last step: the table
      *    index of each step (zero for a feeder with no attempt on
      *    the master) and its prompt id.
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-COUNT        PIC 9(2)   VALUE 0.
           05 WS-CHAIN-ENTRY OCCURS 20 TIMES.
               10 WS-CHAIN-LNK      PIC 9(4)   VALUE 0.
               10 WS-CHAIN-ID       PIC X(20)  VALUE SPACES.
       01  WS-CHAIN-IDX             PIC 9(2)   VALUE 0.
       01  WS-CHAIN-STEP            PIC 9(2)   VALUE 0.
       01  WS-WALK-IDX              PIC 9(4)   VALUE 0.
       01  WS-WALK-FLAG             PIC 9      VALUE 0.
           88 CHAIN-WALK-DONE                  VALUE 1.
           88 CHAIN-WALKING                    VALUE 0.
       01  WS-REPEAT-FLAG           PIC 9      VALUE 0.
           88 CHAIN-LINK-REPEATS               VALUE 1.
           88 CHAIN-LINK-NEW                   VALUE 0.
       01  WS-CHAIN-NOTE            PIC X(40)  VALUE SPACES.

       01  WS-PIPELINE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-STEP-COUNT            PIC 9(7)   VALUE 0.
       01  WS-FAILED-STEP-COUNT     PIC 9(7)   VALUE 0.
       01  WS-FEEDS-SHOWN           PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Pipeline Trace Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           DISPLAY "Prompt id (blank = every pipeline): "
               WITH NO ADVANCING
           ACCEPT WS-ASKED-ID

           PERFORM LOAD-LATEST-ATTEMPTS
           IF WS-LNK-COUNT = 0
               DISPLAY "No attempts on the results master."
               STOP RUN
           END-IF

           PERFORM MARK-FEEDING-PROMPTS
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-COUNT

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PIPELINE TRACE  " WS-TODAY-DATE(1:8)
               "  " WS-TODAY-DATE(9:2) ":" WS-TODAY-DATE(11:2)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           IF WS-ASKED-ID = SPACES
               PERFORM TRACE-ONE-PIPELINE-END
                   VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
           ELSE
               PERFORM TRACE-ASKED-PROMPT
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Pipelines traced: " WS-PIPELINE-COUNT
               "   Steps: " WS-STEP-COUNT
               "   Steps not OK: " WS-FAILED-STEP-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Pipelines traced: " WS-PIPELINE-COUNT
           DISPLAY "Steps not OK:     " WS-FAILED-STEP-COUNT
           IF WS-LNK-DROPPED > 0
               DISPLAY "WARNING: " WS-LNK-DROPPED
                   " prompt ids beyond the table were not traced"
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-LATEST-ATTEMPTS: One pass of the master into the link     *
      * table, a later attempt for the same id replacing the earlier.  *
      *----------------------------------------------------------------*
       LOAD-LATEST-ATTEMPTS.
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-MASTER-ROW
               UNTIL WS-RM-FILE-STATUS NOT = "00"

           CLOSE RESULTS-MASTER
           .

       LOAD-ONE-MASTER-ROW.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
               NOT AT END
                   IF WS-LNK-COUNT = 0
                       OR WS-LNK-ID(WS-LNK-COUNT) NOT = RM-PROMPT-ID
                       IF WS-LNK-COUNT >= 5000
                           ADD 1 TO WS-LNK-DROPPED
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-LNK-COUNT
                   END-IF
                   MOVE RM-PROMPT-ID  TO WS-LNK-ID(WS-LNK-COUNT)
                   MOVE RM-FED-BY     TO WS-LNK-FED-BY(WS-LNK-COUNT)
                   MOVE RM-STATUS     TO WS-LNK-STATUS(WS-LNK-COUNT)
                   MOVE RM-ATTEMPT-NO TO WS-LNK-ATTEMPTS(WS-LNK-COUNT)
                   MOVE RM-TIMESTAMP
                       TO WS-LNK-TIMESTAMP(WS-LNK-COUNT)
                   MOVE RM-DETAIL(1:60)
                       TO WS-LNK-DETAIL(WS-LNK-COUNT)
           END-READ
           .

      *----------------------------------------------------------------*
      * MARK-FEEDING-PROMPTS: Flag the prompt each fed prompt names,   *
      * so the last step of a pipeline is the one that feeds nothing.  *
      *----------------------------------------------------------------*
       MARK-FEEDING-PROMPTS.
           IF WS-LNK-FED-BY(WS-LNK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LNK-FED-BY(WS-LNK-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-LINK-SLOT
           IF WS-LNK-FOUND-IDX > 0
               MOVE 1 TO WS-LNK-FEEDS-FLAG(WS-LNK-FOUND-IDX)
           END-IF
           .

       FIND-LINK-SLOT.
           MOVE 0 TO WS-LNK-FOUND-IDX
           PERFORM TEST-ONE-LINK-SLOT
               VARYING WS-LNK-SCAN-IDX FROM 1 BY 1
               UNTIL WS-LNK-SCAN-IDX > WS-LNK-COUNT
               OR WS-LNK-FOUND-IDX > 0
           .

       TEST-ONE-LINK-SLOT.
           IF WS-LNK-ID(WS-LNK-SCAN-IDX) = WS-LOOKUP-ID
               MOVE WS-LNK-SCAN-IDX TO WS-LNK-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * TRACE-ONE-PIPELINE-END: A fed prompt that feeds nothing        *
      * further is the last step of a pipeline; trace it back.         *
      *----------------------------------------------------------------*
       TRACE-ONE-PIPELINE-END.
           IF WS-LNK-FED-BY(WS-LNK-IDX) = SPACES
               OR LNK-FEEDS-ANOTHER(WS-LNK-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LNK-IDX TO WS-LNK-FOUND-IDX
           PERFORM WALK-CHAIN-BACK
           PERFORM WRITE-CHAIN
           .

      *----------------------------------------------------------------*
      * TRACE-ASKED-PROMPT: The asked prompt's pipeline up to it, then *
      * the prompts its own reply went on to feed.                     *
      *----------------------------------------------------------------*
       TRACE-ASKED-PROMPT.
           MOVE WS-ASKED-ID TO WS-LOOKUP-ID
           PERFORM FIND-LINK-SLOT
           IF WS-LNK-FOUND-IDX = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Prompt " FUNCTION TRIM(WS-ASKED-ID)
                   " has no attempt on the results master."
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-OUT-LINE
               DISPLAY FUNCTION TRIM(WS-OUT-LINE)
               EXIT PARAGRAPH
           END-IF

           PERFORM WALK-CHAIN-BACK
           PERFORM WRITE-CHAIN

           MOVE 0 TO WS-FEEDS-SHOWN
           PERFORM WRITE-ONE-FED-PROMPT
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-COUNT
           IF WS-FEEDS-SHOWN = 0
               MOVE "  Its reply has fed no other prompt."
                   TO WS-OUT-LINE
               WRITE REPORT-LINE FROM WS-OUT-LINE
           END-IF
           .

       WRITE-ONE-FED-PROMPT.
           IF WS-LNK-FED-BY(WS-LNK-IDX) NOT = WS-ASKED-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FEEDS-SHOWN
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Feeds " WS-LNK-ID(WS-LNK-IDX)
               "  " WS-LNK-STATUS(WS-LNK-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * WALK-CHAIN-BACK: From the step at WS-LNK-FOUND-IDX follow the  *
      * fed-by links to the prompt that started the pipeline. The     *
      * walk stops at a feeder with no attempt on file, at a link that *
      * would repeat (a loop keyed in by hand), or at 20 steps.        *
      *----------------------------------------------------------------*
       WALK-CHAIN-BACK.
           MOVE 0 TO WS-CHAIN-COUNT
           MOVE SPACES TO WS-CHAIN-NOTE
           MOVE WS-LNK-FOUND-IDX TO WS-WALK-IDX
           SET CHAIN-WALKING TO TRUE
           PERFORM ADD-ONE-CHAIN-LINK
               UNTIL CHAIN-WALK-DONE
           .

       ADD-ONE-CHAIN-LINK.
           ADD 1 TO WS-CHAIN-COUNT
           MOVE WS-WALK-IDX TO WS-CHAIN-LNK(WS-CHAIN-COUNT)
           MOVE WS-LNK-ID(WS-WALK-IDX) TO WS-CHAIN-ID(WS-CHAIN-COUNT)

           IF WS-LNK-FED-BY(WS-WALK-IDX) = SPACES
               SET CHAIN-WALK-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAIN-COUNT >= 20
               MOVE "(earlier steps not shown)" TO WS-CHAIN-NOTE
               SET CHAIN-WALK-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LNK-FED-BY(WS-WALK-IDX) TO WS-LOOKUP-ID
           SET CHAIN-LINK-NEW TO TRUE
           PERFORM TEST-ONE-CHAIN-REPEAT
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
               OR CHAIN-LINK-REPEATS
           IF CHAIN-LINK-REPEATS
               MOVE "(links loop back on themselves)" TO WS-CHAIN-NOTE
               SET CHAIN-WALK-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LINK-SLOT
           IF WS-LNK-FOUND-IDX = 0
               ADD 1 TO WS-CHAIN-COUNT
               MOVE 0 TO WS-CHAIN-LNK(WS-CHAIN-COUNT)
               MOVE WS-LOOKUP-ID TO WS-CHAIN-ID(WS-CHAIN-COUNT)
               SET CHAIN-WALK-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LNK-FOUND-IDX TO WS-WALK-IDX
           .

       TEST-ONE-CHAIN-REPEAT.
           IF WS-CHAIN-ID(WS-CHAIN-IDX) = WS-LOOKUP-ID
               SET CHAIN-LINK-REPEATS TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-CHAIN: The pipeline first step first -- the walk         *
      * collected it last step first.                                  *
      *----------------------------------------------------------------*
       WRITE-CHAIN.
           ADD 1 TO WS-PIPELINE-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PIPELINE ENDING AT "
               FUNCTION TRIM(WS-CHAIN-ID(1))
               "  (" WS-CHAIN-COUNT " steps) "
               WS-CHAIN-NOTE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  STEP PROMPT ID             STATUS     TRIES "
               "LAST ATTEMPT   DETAIL"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           MOVE 0 TO WS-CHAIN-STEP
           PERFORM WRITE-ONE-CHAIN-STEP
               VARYING WS-CHAIN-IDX FROM WS-CHAIN-COUNT BY -1
               UNTIL WS-CHAIN-IDX < 1
           .

       WRITE-ONE-CHAIN-STEP.
           ADD 1 TO WS-CHAIN-STEP
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO WS-OUT-LINE

           IF WS-CHAIN-LNK(WS-CHAIN-IDX) = 0
               ADD 1 TO WS-FAILED-STEP-COUNT
               STRING
                   "    " WS-CHAIN-STEP " " WS-CHAIN-ID(WS-CHAIN-IDX)
                   " (no attempt on the results master)"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHAIN-LNK(WS-CHAIN-IDX) TO WS-WALK-IDX
           IF WS-LNK-STATUS(WS-WALK-IDX) NOT = "OK"
               AND WS-LNK-STATUS(WS-WALK-IDX) NOT = "CACHED"
               AND WS-LNK-STATUS(WS-WALK-IDX) NOT = "LATE-OK"
               ADD 1 TO WS-FAILED-STEP-COUNT
           END-IF

           STRING
               "    " WS-CHAIN-STEP " " WS-LNK-ID(WS-WALK-IDX)
               " " WS-LNK-STATUS(WS-WALK-IDX)
               " " WS-LNK-ATTEMPTS(WS-WALK-IDX) "   "
               WS-LNK-TIMESTAMP(WS-WALK-IDX)(1:8) " "
               WS-LNK-TIMESTAMP(WS-WALK-IDX)(9:2) ":"
               WS-LNK-TIMESTAMP(WS-WALK-IDX)(11:2) " "
               WS-LNK-DETAIL(WS-WALK-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           .
