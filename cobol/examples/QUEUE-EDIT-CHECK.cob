      * duplicate or blank prompt ids, blank literal text, template   *
      * references that do not exist, expansions that cannot fit the  *
      * 4096-byte send buffer, and depends-on references to ids not   *
      * in the queue (or to the record itself), and @REPLY pipeline   *
      * parameters on a record with no depends-on, an output kind     *
      * other than TEXT or IMAGE, and an IMAGE record that also names *
      * a reply mapping -- writing an edit                            *
      * report and a cleaned accepted-records file the runner can be  *
      * pointed at. When the reject rate crosses the threshold the    *
      * job ends with return code 8 so the scheduler fails the run    *
      * up front instead of discovering bad records one prompt at a   *
      * time. An earlier queue can be re-checked by naming a          *
      * cataloged generation, PROMPT-QUEUE.DAT(-1) and the like, at   *
      * the queue-file prompt.                                        *

      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-EDIT-CHECK.
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

      *    Field-for-field match of the template record layout in      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

       FD  ACCEPTED-QUEUE.
       01  ACCEPTED-QUEUE-RECORD    PIC X(3887).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-LINE         PIC X(160).
           VALUE "QUEUE-EDIT-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-QUEUE-INPUT           PIC X(64)  VALUE SPACES.
       01  WS-GDG-RC                PIC S9(4)  VALUE 0.
       01  WS-THRESH-INPUT          PIC X(5)   VALUE SPACES.
       01  WS-REJECT-THRESHOLD      PIC 9(3)   VALUE 10.

       01  WS-REJECT-COUNT          PIC 9(5)   VALUE 0.
       01  WS-REJECT-RATE           PIC 9(3)   VALUE 0.
       01  WS-REJECT-REASON         PIC X(64)  VALUE SPACES.
       01  WS-LANGUAGE-CHECK        PIC X(2)   VALUE SPACES.
           88 LANGUAGE-IS-KNOWN     VALUE SPACES "EN" "FR" "DE" "ES"
                                          "IT" "PT" "NL".
       01  WS-TPL-FOUND-FLAG        PIC 9      VALUE 0.
           88 TEMPLATE-EXISTS                  VALUE 1.
           88 TEMPLATE-MISSING                 VALUE 0.

       01  WS-EXPANDED-LEN          PIC 9(7)   VALUE 0.
      *    The wording in effect today for a referenced template, per
      *    TEMPLATE-VERSION-IO's interface -- an approved version may
      *    be longer or shorter than the library record.
       01  WS-EFF-RUN-DATE          PIC X(8)   VALUE SPACES.
       01  WS-EFF-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-EFF-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-EFF-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-EFF-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-EFF-RC                PIC S9(4)  VALUE 0.
       01  WS-PARAM-IDX             PIC 9      VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(160) VALUE SPACES.
                   TO WS-REJECT-THRESHOLD
           END-IF

      *    A cataloged generation can be re-checked by relative
      *    number, e.g. PROMPT-QUEUE.DAT(-1) for the previous run's.
           DISPLAY "Queue file (default PROMPT-QUEUE.DAT, or BASE(0)"
               " / BASE(-n) for a cataloged generation): "
               WITH NO ADVANCING
           ACCEPT WS-QUEUE-INPUT
           IF WS-QUEUE-INPUT NOT = SPACES
               MOVE WS-QUEUE-INPUT TO WS-PQ-FILE-NAME
               CALL "GDG-RESOLVE-NAME" USING WS-PQ-FILE-NAME WS-GDG-RC
               IF WS-GDG-RC NOT = 0
                   DISPLAY "ERROR: No such generation cataloged: "
                       FUNCTION TRIM(WS-QUEUE-INPUT)
                   STOP RUN RETURNING WS-FAIL-RC
               END-IF
               DISPLAY "Checking " FUNCTION TRIM(WS-PQ-FILE-NAME)
           END-IF


           PERFORM COLLECT-ALL-QUEUE-IDS
           IF WS-TOTAL-COUNT = 0
               DISPLAY "Queue is empty; nothing to check."
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Output kind: blank or TEXT for an ordinary reply, IMAGE
      *    for a generated image. An image cannot be mapped into
      *    structured fields.
           IF PQ-OUTPUT-KIND NOT = SPACES
               AND PQ-OUTPUT-KIND NOT = "TEXT"
               AND NOT PQ-WANTS-IMAGE
               MOVE "unknown output kind" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PQ-WANTS-IMAGE
               AND PQ-REPLY-MAPPING-ID NOT = SPACES
               MOVE "image output with a reply mapping"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    Reply language: blank (the customer master decides) or a
      *    language the runner can translate into.
           MOVE PQ-LANGUAGE TO WS-LANGUAGE-CHECK
           IF NOT LANGUAGE-IS-KNOWN
               MOVE "unknown language code" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    A pipeline parameter takes its value from the depends-on
      *    prompt's reply, so it is meaningless without one.
           IF PQ-TEMPLATE-ID NOT = SPACES
               AND PQ-DEPENDS-ON = SPACES
               PERFORM TEST-ONE-PIPELINE-PARAM
                   VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > 5
                   OR WS-REJECT-REASON NOT = SPACES
           END-IF
           .

       TEST-ONE-PIPELINE-PARAM.
           IF PQ-PARAM-VALUE(WS-PARAM-IDX)(1:6) = "@REPLY"
               AND (PQ-PARAM-VALUE(WS-PARAM-IDX)(7:1) = SPACE
                   OR PQ-PARAM-VALUE(WS-PARAM-IDX)(7:1) = ":")
               MOVE "@REPLY parameter without a depends-on id"
                   TO WS-REJECT-REASON
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-TEMPLATE-REFERENCE: The named template must exist, and   *
      * the worst-case expansion of its wording in effect today        *
      * (template text plus every parameter in full) must fit the      *
      * 4096-byte send buffer.                                         *
      *----------------------------------------------------------------*
       CHECK-TEMPLATE-REFERENCE.
           SET TEMPLATE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE(1:8) TO WS-EFF-RUN-DATE
           CALL "TEMPLATE-IN-EFFECT" USING PQ-TEMPLATE-ID
               WS-EFF-RUN-DATE WS-EFF-TEXT WS-EFF-MAPPING-ID
               WS-EFF-RELEASE-REVIEW WS-EFF-VERSION-NO WS-EFF-RC
           IF WS-EFF-RC = 0
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EFF-TEXT TRAILING))
                   TO WS-EXPANDED-LEN
           END-IF

           PERFORM ADD-ONE-PARAM-LENGTH
               VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > 5
