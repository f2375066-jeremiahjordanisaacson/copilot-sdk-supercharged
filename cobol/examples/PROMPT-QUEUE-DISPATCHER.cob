           SELECT PARTITION-PLAN ASSIGN TO WS-PLN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FILE-STATUS.
           SELECT PARTITION-MASTER ASSIGN TO WS-PART-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       FD  PARTITION-QUEUE.
       01  PARTITION-QUEUE-RECORD   PIC X(3887).

       FD  PARTITION-RESULTS.
       01  PARTITION-RESULTS-RECORD PIC X(2200).
           05 PLN-VALUE             PIC X(20).
           05 PLN-PART              PIC X(2).

      *    The partition runner's own results master, read only for
      *    the template version each merged attempt was sent as.
      *    Field-for-field match of the master record layout in
      *    RESULTS-MASTER-IO -- keep the two in sync by hand.
       FD  PARTITION-MASTER.
       01  PARTITION-MASTER-RECORD.
           05 PRM-KEY.
               10 PRM-PROMPT-ID     PIC X(20).
               10 PRM-ATTEMPT-NO    PIC 9(3).
           05 PRM-STATUS            PIC X(10).
           05 PRM-SESSION-ID        PIC X(64).
           05 PRM-TIMESTAMP         PIC X(21).
           05 PRM-DETAIL            PIC X(256).
           05 PRM-TEMPLATE-VERSION  PIC 9(3).
           05 PRM-FED-BY            PIC X(20).
           05 PRM-REQUEST-ID        PIC 9(10).

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       01  WS-MRG-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-MRG-PTR               PIC 9(5)   VALUE 1.
       01  WS-MRG-RC                PIC S9(4)  VALUE 0.
       01  WS-MRG-VERSION           PIC 9(3)   VALUE 0.
       01  WS-MRG-FED-BY            PIC X(20)  VALUE SPACES.
       01  WS-MRG-REQUEST-ID        PIC 9(10)  VALUE 0.
       01  WS-PART-MASTER-NAME      PIC X(64)  VALUE SPACES.
       01  WS-PRM-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PRM-OPEN-FLAG         PIC 9      VALUE 0.
           88 PARTITION-MASTER-OPEN            VALUE 1.
           88 PARTITION-MASTER-SHUT            VALUE 0.
       01  WS-PRM-PROBE             PIC 9(3)   VALUE 0.
       01  WS-PRM-PROBE-FLAG        PIC 9      VALUE 0.
           88 PRM-PROBE-HIT                    VALUE 1.
           88 PRM-PROBE-MISSED                 VALUE 0.

      *    Generation cataloging of the queue dispatched and the
      *    merged results, under a job id for the dispatch itself.
       01  WS-GDG-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-GDG-BASE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-GDG-GEN-NAME          PIC X(64)  VALUE SPACES.
       01  WS-GDG-RC                PIC S9(4)  VALUE 0.

      *    Run-statistics and tuning-plan state.
       01  WS-PLG-FILE-NAME         PIC X(64)  VALUE SPACES.
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE SPACES TO WS-GDG-JOB-ID
           STRING
               "DISPATCH-" WS-TODAY-DATE(9:6)
               DELIMITED SIZE
               INTO WS-GDG-JOB-ID
           END-STRING
           MOVE WS-PQ-FILE-NAME TO WS-GDG-BASE-NAME
           PERFORM CATALOG-ONE-GENERATION

           PERFORM LAUNCH-PARTITION-RUNNERS
           PERFORM WAIT-FOR-ALL-RUNNERS
           PERFORM MERGE-PARTITION-RESULTS
           PERFORM WRITE-RUN-STATISTICS

           MOVE WS-PR-FILE-NAME TO WS-GDG-BASE-NAME
           PERFORM CATALOG-ONE-GENERATION

           DISPLAY " "
           DISPLAY "Partitions run:   " WS-PART-COUNT
           DISPLAY "Queue records:    " WS-SEQ-NO
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CATALOG-ONE-GENERATION: Catalog WS-GDG-BASE-NAME as a new      *
      * generation when GENERATION-LIMITS.DAT defines it. The limits   *
      * file is not copied into the partitions, so only the top-level  *
      * queue and merged results are cataloged.                        *
      *----------------------------------------------------------------*
       CATALOG-ONE-GENERATION.
           CALL "GDG-NEW-GENERATION" USING WS-GDG-BASE-NAME
               WS-GDG-JOB-ID WS-GDG-GEN-NAME WS-GDG-RC
           IF WS-GDG-RC = 0
               DISPLAY "Cataloged " FUNCTION TRIM(WS-GDG-BASE-NAME)
                   " as " FUNCTION TRIM(WS-GDG-GEN-NAME)
           END-IF
           .

      *----------------------------------------------------------------*
      * ASK-PARTITION-COUNT: How many concurrent runners to launch     *

      * (1-9, default 4).                                              *
      *----------------------------------------------------------------*
       ASK-PARTITION-COUNT.

      *    The runner resolves its control files relative to its own
      *    working directory, so each partition needs copies of the
      *    shared ones -- template library and its version history,
      *    batch calendar, model routing and snapshot, pool and site
      *    configuration -- or template records fail and the window
      *    calendar is bypassed. Absent files are simply not copied.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "cp -f PROMPT-TEMPLATE.DAT TEMPLATE-VERSION.DAT "
               "BATCH-CALENDAR.DAT "
               "MODEL-ROUTING.DAT MODEL-SNAPSHOT.DAT "
               "PROMPT-POOL-CONFIG.DAT SITE-CONFIG.DAT "
               "PARTITION" WS-PART-IDX "/ 2>/dev/null"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PART-MASTER-NAME
           STRING
               "PARTITION" WS-PART-IDX "/RESULTS-MASTER.DAT"
               DELIMITED SIZE
               INTO WS-PART-MASTER-NAME
           END-STRING
           SET PARTITION-MASTER-SHUT TO TRUE
           OPEN INPUT PARTITION-MASTER
           IF WS-PRM-FILE-STATUS = "00"
               SET PARTITION-MASTER-OPEN TO TRUE
           END-IF

           PERFORM COPY-ONE-RESULT-LINE
               UNTIL WS-PART-FILE-STATUS NOT = "00"

           CLOSE PARTITION-RESULTS
           IF PARTITION-MASTER-OPEN
               CLOSE PARTITION-MASTER
           END-IF

      *    Set the merged file aside so a later dispatch cannot merge
      *    the same lines into the master results twice.
      *----------------------------------------------------------------*
      * FOLD-LINE-INTO-MASTER: Parse the merged line's leading id and  *
      * status tokens and write the attempt into the top-level         *
      * indexed results master, carrying the template version and the  *
      * feeding pipeline prompt id the partition's own master recorded *
      * for its latest attempt.                                        *
      *----------------------------------------------------------------*
       FOLD-LINE-INTO-MASTER.
           MOVE SPACES TO WS-MRG-PROMPT-ID
                   TO WS-MRG-DETAIL
           END-IF

           PERFORM FIND-PARTITION-VERSION

           CALL "RESULTS-MASTER-WRITE-REQUEST" USING
               WS-MRG-PROMPT-ID WS-MRG-STATUS WS-MRG-SESSION
               WS-MRG-DETAIL WS-MRG-VERSION WS-MRG-FED-BY
               WS-MRG-REQUEST-ID WS-MRG-RC
           .

      *----------------------------------------------------------------*
      * FIND-PARTITION-VERSION: Keyed probes up the partition master's *
      * dense attempt sequence for the merged id; the last attempt     *
      * found gives the version and feeding prompt id. No partition    *
      * master means 000 and no feeder.                                *
      *----------------------------------------------------------------*
       FIND-PARTITION-VERSION.
           MOVE 0 TO WS-MRG-VERSION
           MOVE SPACES TO WS-MRG-FED-BY
           MOVE 0 TO WS-MRG-REQUEST-ID
           IF PARTITION-MASTER-SHUT
               EXIT PARAGRAPH
           END-IF

           SET PRM-PROBE-HIT TO TRUE
           MOVE 0 TO WS-PRM-PROBE
           PERFORM PROBE-ONE-PARTITION-ATTEMPT
               UNTIL PRM-PROBE-MISSED
               OR WS-PRM-PROBE >= 999
           .

       PROBE-ONE-PARTITION-ATTEMPT.
           ADD 1 TO WS-PRM-PROBE
           MOVE WS-MRG-PROMPT-ID TO PRM-PROMPT-ID
           MOVE WS-PRM-PROBE TO PRM-ATTEMPT-NO
           READ PARTITION-MASTER
               INVALID KEY
                   SET PRM-PROBE-MISSED TO TRUE
               NOT INVALID KEY
                   MOVE PRM-TEMPLATE-VERSION TO WS-MRG-VERSION
                   MOVE PRM-FED-BY TO WS-MRG-FED-BY
                   MOVE PRM-REQUEST-ID TO WS-MRG-REQUEST-ID
           END-READ
           .

      *----------------------------------------------------------------*
