      * pair to a grading session under the site-maintained rubric    *
      * (GRADING-RUBRIC.TXT). The returned SCORE: value (0-10) and    *
      * critique land in GRADED-SAMPLE.DAT, and the summary report    *
      * gives the average score by template id, by template version   *
      * and by model class, flagging any template or version whose    *
      * average drops below the configured threshold. A reply is      *
      * graded against the template version that produced it.         *
      *                                                                *
      * GRADING-CONFIG.DAT: sample percent (default 10) and flag      *
      * threshold (default 7).                                        *
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT GRADED-SAMPLE ASSIGN TO WS-GSM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSM-FILE-STATUS.
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

      *    Field-for-field match of the queue record layout in         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       FD  GRADED-SAMPLE.
       01  GRADED-SAMPLE-RECORD     PIC X(512).
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-GSM-FILE-NAME         PIC X(64)
           VALUE "GRADED-SAMPLE.DAT".
       01  WS-GSM-FILE-STATUS       PIC XX     VALUE "00".
           VALUE "GRADING-SUMMARY-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "QUALITY-GRADING-SAMPLE".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-TODAY-YMD             PIC X(8)   VALUE SPACES.
       01  WS-SAMPLE-PCT            PIC 9(3)   VALUE 10.

       01  WS-SAMPLE-TEMPLATE       PIC X(20)  VALUE SPACES.
       01  WS-SAMPLE-CLASS          PIC X(16)  VALUE SPACES.
       01  WS-SAMPLE-VERSION        PIC 9(3)   VALUE 0.
       01  WS-SAMPLE-PROMPT         PIC X(1024) VALUE SPACES.
      *    Template-expansion work fields, per the runner's
      *    EXPAND-PROMPT-TEXT, so a template-based sample is graded
           88 TEMPLATE-WAS-FOUND                VALUE 1.
           88 TEMPLATE-NOT-FOUND                VALUE 0.
       01  WS-TPL-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-TPL-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-TPL-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-TPL-RC                PIC S9(4)  VALUE 0.
       01  WS-TPL-SCAN-POS          PIC 9(5)   VALUE 1.
       01  WS-TPL-TEXT-LEN          PIC 9(5)   VALUE 0.
       01  WS-TPL-PARAM-NO          PIC 9      VALUE 0.
       01  WS-RPT-LINE              PIC X(132) VALUE SPACES.
       01  WS-AVG-EDIT              PIC Z9.9   VALUE 0.

      *    Score accumulation grouped by template, by template
      *    version ("id vNNN"), and by model class.
       01  WS-GROUP-TABLE.
           05 WS-GRP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-GRP-ENTRY OCCURS 120 TIMES.
               10 WS-GRP-KIND       PIC X      VALUE SPACE.
               10 WS-GRP-KEY        PIC X(26)  VALUE SPACES.
               10 WS-GRP-SCORE-SUM  PIC 9(7)   VALUE 0.
               10 WS-GRP-SCORE-CNT  PIC 9(5)   VALUE 0.
       01  WS-GRP-IDX               PIC 9(3)   VALUE 0.
       01  WS-GRP-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-GRP-WANT-KIND         PIC X      VALUE SPACE.
       01  WS-GRP-WANT-KEY          PIC X(26)  VALUE SPACES.
       01  WS-GRP-AVG               PIC 9(2)V9 VALUE 0.

       01  WS-SESSION-UP-FLAG       PIC 9      VALUE 0.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YMD

           PERFORM LOAD-MIRROR-CONFIG
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           PERFORM LOAD-GRADING-CONFIG
           PERFORM LOAD-GRADING-RUBRIC

           END-READ
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
      * GRADE-ONE-REPLY: Pair the reply with its originating prompt,   *
      * send the pair under the rubric, and record the score.          *
      *----------------------------------------------------------------*
       GRADE-ONE-REPLY.
           PERFORM DECRYPT-ARCHIVE-TEXT
           PERFORM LOOK-UP-QUEUE-RECORD

           MOVE SPACES TO WS-GRADE-MESSAGE
           MOVE "T" TO WS-GRP-WANT-KIND
           MOVE WS-SAMPLE-TEMPLATE TO WS-GRP-WANT-KEY
           PERFORM FOLD-SCORE-INTO-GROUP
           IF WS-SAMPLE-TEMPLATE NOT = "-"
               MOVE "V" TO WS-GRP-WANT-KIND
               MOVE SPACES TO WS-GRP-WANT-KEY
               STRING
                   FUNCTION TRIM(WS-SAMPLE-TEMPLATE) " v"
                   WS-SAMPLE-VERSION
                   DELIMITED SIZE
                   INTO WS-GRP-WANT-KEY
               END-STRING
               PERFORM FOLD-SCORE-INTO-GROUP
           END-IF
           MOVE "C" TO WS-GRP-WANT-KIND
           MOVE WS-SAMPLE-CLASS TO WS-GRP-WANT-KEY(1:16)
           PERFORM FOLD-SCORE-INTO-GROUP
           SET QUEUE-RECORD-MISSING TO TRUE
           MOVE "-" TO WS-SAMPLE-TEMPLATE
           MOVE "-" TO WS-SAMPLE-CLASS
           MOVE RA-TEMPLATE-VERSION TO WS-SAMPLE-VERSION
           MOVE "(original prompt not on file)"
               TO WS-SAMPLE-PROMPT


      *----------------------------------------------------------------*
      * EXPAND-TEMPLATE-PROMPT: Re-expand the sample's template the    *
      * way the runner did when it sent the prompt -- the wording of   *
      * the template version the archive records for the reply, with   *
      * PQ-PARAM-VALUE(1..5) substituted for its &1..&5 markers. A     *
      * version no longer on file leaves a note in place of the        *
      * prompt rather than grading against nothing.                    *
      *----------------------------------------------------------------*
       EXPAND-TEMPLATE-PROMPT.
           PERFORM READ-SAMPLE-TEMPLATE
               STRING
                   "(template "
                   FUNCTION TRIM(PQ-TEMPLATE-ID)
                   " v" WS-SAMPLE-VERSION
                   " no longer on file)"
                   DELIMITED SIZE
                   INTO WS-SAMPLE-PROMPT
               END-STRING
       READ-SAMPLE-TEMPLATE.
           SET TEMPLATE-WAS-FOUND TO TRUE

           CALL "TEMPLATE-VERSION-TEXT" USING PQ-TEMPLATE-ID
               WS-SAMPLE-VERSION WS-TPL-TEXT WS-TPL-MAPPING-ID
               WS-TPL-RELEASE-REVIEW WS-TPL-RC
           IF WS-TPL-RC NOT = 0
               SET TEMPLATE-NOT-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
               FUNCTION TRIM(WS-TODAY-DATE) " "
               FUNCTION TRIM(RA-PROMPT-ID) " "
               FUNCTION TRIM(WS-SAMPLE-TEMPLATE) " "
               WS-SAMPLE-VERSION " "
               FUNCTION TRIM(WS-SAMPLE-CLASS) " "
               WS-SCORE-VALUE " "
               FUNCTION TRIM(WS-CRITIQUE)
               OR WS-GRP-FOUND-IDX > 0

           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-COUNT >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
           .

      *----------------------------------------------------------------*
      * WRITE-SUMMARY-REPORT: Average score by template, by template   *
      * version and by model class, the templates and versions below   *
      * the threshold flagged.                                         *
      *----------------------------------------------------------------*
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE "BY TEMPLATE VERSION" TO WS-RPT-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-RPT-LINE
           MOVE "V" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE "BY MODEL CLASS" TO WS-RPT-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-RPT-LINE
           MOVE "C" TO WS-GRP-WANT-KIND
               INTO WS-RPT-LINE
           END-STRING

           IF (WS-GRP-WANT-KIND = "T" OR WS-GRP-WANT-KIND = "V")
               AND WS-GRP-AVG < WS-FLAG-THRESHOLD
               STRING
                   FUNCTION TRIM(WS-RPT-LINE TRAILING)
