      * Window-end service-level report over SLA-TRACKING.DAT, the    *
      * per-prompt submit-to-reply timings PROMPT-QUEUE-RUNNER        *
      * captures. Reports met / missed / no-commitment counts and     *
      * turnaround percentiles (median and 90th) grouped three ways   *
      * -- by template id, by template version, and by model class -- *
      * so service levels can be defended to the departments with     *
      * figures instead of anecdotes, and a wording change can be     *
      * seen in the turnaround it produced. Lines whose template or   *
      * class field is "-" (a literal prompt or an unrouted record)   *
      * group under that marker; lines written before versions were   *
      * tracked carry no version and count as version 000.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-AGING-REPORT.
       01  WS-TRK-END-TS            PIC X(14)  VALUE SPACES.
       01  WS-TRK-ELAPSED-TOK       PIC X(10)  VALUE SPACES.
       01  WS-TRK-VERDICT           PIC X(6)   VALUE SPACES.
       01  WS-TRK-VERSION-TOK       PIC X(3)   VALUE SPACES.
       01  WS-TRK-VERSION           PIC 9(3)   VALUE 0.
       01  WS-TRK-ELAPSED           PIC 9(7)   VALUE 0.

       01  WS-LINE-COUNT            PIC 9(6)   VALUE 0.
       01  WS-MISSED-TOTAL          PIC 9(6)   VALUE 0.
       01  WS-NODUE-TOTAL           PIC 9(6)   VALUE 0.

      *    Grouped figures, one slot per template id, template
      *    version ("id vNNN"), or model class.
      *    Each slot keeps its own elapsed samples (capped) for the
      *    percentile computation.
       01  WS-GROUP-TABLE.
           05 WS-GRP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-GRP-ENTRY OCCURS 120 TIMES.
               10 WS-GRP-KIND       PIC X      VALUE SPACE.
               10 WS-GRP-KEY        PIC X(26)  VALUE SPACES.
               10 WS-GRP-MET        PIC 9(6)   VALUE 0.
               10 WS-GRP-MISSED     PIC 9(6)   VALUE 0.
               10 WS-GRP-NODUE      PIC 9(6)   VALUE 0.
       01  WS-GRP-IDX               PIC 9(3)   VALUE 0.
       01  WS-GRP-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-GRP-WANT-KIND         PIC X      VALUE SPACE.
       01  WS-GRP-WANT-KEY          PIC X(26)  VALUE SPACES.

      *    Percentile work: one group's samples copied out and
      *    insertion-sorted.

      *----------------------------------------------------------------*
      * FOLD-ONE-TRACKING-LINE: Parse the next tracking line and fold  *
      * it into the template, template-version and class groups.       *
      *----------------------------------------------------------------*
       FOLD-ONE-TRACKING-LINE.
           READ SLA-TRACKING INTO WS-TRK-LINE
                   MOVE SPACES TO WS-TRK-END-TS
                   MOVE SPACES TO WS-TRK-ELAPSED-TOK
                   MOVE SPACES TO WS-TRK-VERDICT
                   MOVE SPACES TO WS-TRK-VERSION-TOK
                   UNSTRING WS-TRK-LINE DELIMITED BY SPACE
                       INTO WS-TRK-PROMPT-ID WS-TRK-TEMPLATE
                           WS-TRK-CLASS WS-TRK-STATUS
                           WS-TRK-DUE-BY WS-TRK-END-TS
                           WS-TRK-ELAPSED-TOK WS-TRK-VERDICT
                           WS-TRK-VERSION-TOK
                   END-UNSTRING
                   IF WS-TRK-PROMPT-ID NOT = SPACES
                       ADD 1 TO WS-LINE-COUNT
                       MOVE "T" TO WS-GRP-WANT-KIND
                       MOVE WS-TRK-TEMPLATE TO WS-GRP-WANT-KEY
                       PERFORM FOLD-INTO-GROUP
                       IF WS-TRK-TEMPLATE NOT = "-"
                           PERFORM FOLD-INTO-VERSION-GROUP
                       END-IF
                       MOVE "C" TO WS-GRP-WANT-KIND
                       MOVE WS-TRK-CLASS(1:16)
                           TO WS-GRP-WANT-KEY
           END-READ
           .

      *----------------------------------------------------------------*
      * FOLD-INTO-VERSION-GROUP: Fold the line into its "id vNNN"      *
      * group; a line with no version token is version 000.            *
      *----------------------------------------------------------------*
       FOLD-INTO-VERSION-GROUP.
           MOVE 0 TO WS-TRK-VERSION
           IF WS-TRK-VERSION-TOK IS NUMERIC
               MOVE WS-TRK-VERSION-TOK TO WS-TRK-VERSION
           END-IF
           MOVE "V" TO WS-GRP-WANT-KIND
           MOVE SPACES TO WS-GRP-WANT-KEY
           STRING
               FUNCTION TRIM(WS-TRK-TEMPLATE) " v" WS-TRK-VERSION
               DELIMITED SIZE
               INTO WS-GRP-WANT-KEY
           END-STRING
           PERFORM FOLD-INTO-GROUP
           .

       TALLY-OVERALL-VERDICT.
           EVALUATE WS-TRK-VERDICT
               WHEN "MET"
               OR WS-GRP-FOUND-IDX > 0

           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-COUNT >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
           .

      *----------------------------------------------------------------*
      * WRITE-SLA-REPORT: The template section, the template-version   *
      * section, the model-class section, and the overall totals.      *
      *----------------------------------------------------------------*
       WRITE-SLA-REPORT.
           OPEN OUTPUT SLA-REPORT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           MOVE "BY TEMPLATE VERSION" TO WS-OUT-LINE
           WRITE SLA-REPORT-LINE FROM WS-OUT-LINE
           MOVE "V" TO WS-GRP-WANT-KIND
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-OUT-LINE
           MOVE "BY MODEL CLASS" TO WS-OUT-LINE
           WRITE SLA-REPORT-LINE FROM WS-OUT-LINE
