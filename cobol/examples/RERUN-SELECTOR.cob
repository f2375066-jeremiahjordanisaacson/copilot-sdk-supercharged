      *================================================================*
      * RERUN-SELECTOR.cob                                             *
      * Incident-driven mass re-run. PROMPT-RETRY-REQUEUE only redoes  *
      * prompts whose latest outcome is ERROR; when a model misbehaved *
      * for a stretch, or a template carried a bad instruction, the    *
      * answers that came back OK in that period need redoing too.     *
      * This utility picks archived OK / CACHED answers by any mix of  *
      * archive time range, model (the routing log's substitution for  *
      * the prompt, else the usage ledger's model for its session),    *
      * template id, agent profile and job id, and rebuilds their      *
      * queue records into PROMPT-RERUN-QUEUE.DAT -- queue format, for *
      * the runner to be pointed at -- under new "RR" prompt ids.      *
      * Each new id is recorded in the indexed RERUN-LINK.DAT against  *
      * the original it redoes and the incident it was raised for;    *
      * RERUN-COMPARISON-REPORT later sets the two replies side by     *
      * side and marks the original archive entry superseded, which    *
      * is how REPLY-DELIVERY and CORRESPONDENCE-WRITER learn that a   *
      * corrected answer exists.                                       *
      * An answer already superseded, or already waiting on a re-run,  *
      * is not picked again. A re-run record whose depends-on prompt   *
      * is also being re-run is pointed at its predecessor's new id.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN-SELECTOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT RERUN-QUEUE ASSIGN TO WS-RRQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRQ-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT RERUN-LINK ASSIGN TO WS-RRL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRL-NEW-PROMPT-ID
               FILE STATUS IS WS-RRL-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.
           SELECT MODEL-ROUTING-LOG ASSIGN TO WS-MRL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRL-FILE-STATUS.

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

       FD  RERUN-QUEUE.
       01  RERUN-QUEUE-RECORD       PIC X(3887).

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

      *    One record per re-run prompt, keyed by its new id.
       FD  RERUN-LINK.
       01  RERUN-LINK-RECORD.
           05 RRL-NEW-PROMPT-ID     PIC X(20).
           05 RRL-ORIGINAL-PROMPT-ID PIC X(20).
           05 RRL-INCIDENT-ID       PIC X(12).
           05 RRL-INCIDENT-NOTE     PIC X(64).
           05 RRL-SELECTED-AT       PIC X(14).
           05 RRL-STATE             PIC X(10).
               88 RRL-STATE-QUEUED              VALUE "QUEUED".
               88 RRL-STATE-SUPERSEDED          VALUE "SUPERSEDED".
           05 RRL-RESOLVED-AT       PIC X(14).

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

       FD  MODEL-ROUTING-LOG.
       01  MODEL-ROUTING-LOG-RECORD PIC X(256).

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, this program opens the
      *    mirror copies under MIRROR-DIR instead of the primaries.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RRQ-FILE-NAME         PIC X(64)
           VALUE "PROMPT-RERUN-QUEUE.DAT".
       01  WS-RRQ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RRL-FILE-NAME         PIC X(64)
           VALUE "RERUN-LINK.DAT".
       01  WS-RRL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MRL-FILE-NAME         PIC X(64)
           VALUE "MODEL-ROUTING-LOG.TXT".
       01  WS-MRL-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-QUEUE-INPUT           PIC X(64)  VALUE SPACES.
       01  WS-GDG-RC                PIC S9(4)  VALUE 0.
       01  WS-CONFIRM               PIC X      VALUE SPACES.

      *    Selection criteria; a blank criterion matches anything.
       01  WS-INCIDENT-ID           PIC X(12)  VALUE SPACES.
       01  WS-INCIDENT-NOTE         PIC X(64)  VALUE SPACES.
       01  WS-SEL-FROM-TS           PIC X(12)  VALUE SPACES.
       01  WS-SEL-TO-TS             PIC X(12)  VALUE SPACES.
       01  WS-SEL-MODEL             PIC X(64)  VALUE SPACES.
       01  WS-SEL-TEMPLATE-ID       PIC X(20)  VALUE SPACES.
       01  WS-SEL-PROFILE-ID        PIC X(12)  VALUE SPACES.
       01  WS-SEL-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-CRITERIA-COUNT        PIC 9      VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-ID-STAMP              PIC X(12)  VALUE SPACES.
       01  WS-PROMPT-MODEL          PIC X(64)  VALUE SPACES.
       01  WS-MATCH-FLAG            PIC 9      VALUE 0.
           88 RECORD-MATCHES                   VALUE 1.
           88 RECORD-DOES-NOT-MATCH            VALUE 0.

      *    Usage ledger: the model each session last reported.
       01  WS-SESSION-MODELS.
           05 WS-SMD-COUNT          PIC 9(4)   VALUE 0.
           05 WS-SMD-ENTRY OCCURS 1000 TIMES.
               10 WS-SMD-SESSION-ID PIC X(64)  VALUE SPACES.
               10 WS-SMD-MODEL      PIC X(64)  VALUE SPACES.
       01  WS-SMD-IDX               PIC 9(4)   VALUE 0.
       01  WS-SMD-FOUND-IDX         PIC 9(4)   VALUE 0.

      *    Routing log: the fallback model a prompt was routed to.
       01  WS-ROUTED-PROMPTS.
           05 WS-RTP-COUNT          PIC 9(4)   VALUE 0.
           05 WS-RTP-ENTRY OCCURS 500 TIMES.
               10 WS-RTP-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-RTP-MODEL      PIC X(64)  VALUE SPACES.
       01  WS-RTP-IDX               PIC 9(4)   VALUE 0.
       01  WS-RTP-FOUND-IDX         PIC 9(4)   VALUE 0.

       01  WS-SCAN-LINE             PIC X(512) VALUE SPACES.
       01  WS-SCAN-TIMESTAMP        PIC X(21)  VALUE SPACES.
       01  WS-SCAN-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-SCAN-TURN-NO          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-MODEL            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-SCAN-REST             PIC X(256) VALUE SPACES.
       01  WS-SCAN-LEAD             PIC X(256) VALUE SPACES.
       01  WS-SCAN-PTR              PIC 9(5)   VALUE 1.
       01  WS-SCAN-TALLY            PIC 9(3)   VALUE 0.

      *    Originals already waiting on an earlier re-run.
       01  WS-OPEN-LINKS.
           05 WS-OPL-COUNT          PIC 9(4)   VALUE 0.
           05 WS-OPL-ENTRY OCCURS 2000 TIMES.
               10 WS-OPL-ORIGINAL-ID PIC X(20) VALUE SPACES.
       01  WS-OPL-IDX               PIC 9(4)   VALUE 0.
       01  WS-OPL-FLAG              PIC 9      VALUE 0.
           88 ALREADY-AWAITING-RERUN           VALUE 1.
           88 NOT-AWAITING-RERUN               VALUE 0.

      *    This run's selection: original id and the new id it gets.
       01  WS-SELECTION.
           05 WS-SEL-COUNT          PIC 9(4)   VALUE 0.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
               10 WS-SEL-ORIGINAL-ID PIC X(20) VALUE SPACES.
               10 WS-SEL-NEW-ID     PIC X(20)  VALUE SPACES.
               10 WS-SEL-WRITTEN    PIC 9      VALUE 0.
       01  WS-SEL-IDX               PIC 9(4)   VALUE 0.
       01  WS-CUR-SEL-IDX           PIC 9(4)   VALUE 0.
       01  WS-SEL-FOUND-IDX         PIC 9(4)   VALUE 0.
       01  WS-SEL-SEQ               PIC 9(4)   VALUE 0.
       01  WS-LOOKUP-ID             PIC X(20)  VALUE SPACES.

       01  WS-QUEUE-READ-COUNT      PIC 9(5)   VALUE 0.
       01  WS-NOT-ARCHIVED-COUNT    PIC 9(5)   VALUE 0.
       01  WS-SKIPPED-OPEN-COUNT    PIC 9(5)   VALUE 0.
       01  WS-SELECTION-FULL-COUNT  PIC 9(5)   VALUE 0.
       01  WS-WRITTEN-COUNT         PIC 9(5)   VALUE 0.
       01  WS-REMAPPED-COUNT        PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Incident Re-Run Selector ==="
           DISPLAY " "

           PERFORM ASK-SELECTION-CRITERIA
           IF WS-INCIDENT-ID = SPACES
               DISPLAY "An incident id is required."
               STOP RUN
           END-IF
           IF WS-CRITERIA-COUNT = 0
               DISPLAY "At least one selection criterion is required;"
               DISPLAY "re-running the whole archive is not an option."
               STOP RUN
           END-IF

           PERFORM LOAD-MIRROR-CONFIG
           IF WS-SEL-MODEL NOT = SPACES
               PERFORM LOAD-SESSION-MODELS
               PERFORM LOAD-ROUTED-PROMPTS
           END-IF
           PERFORM LOAD-OPEN-LINKS

           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "No response archive ("
                   FUNCTION TRIM(WS-RA-FILE-NAME) ")."
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(3:12) TO WS-ID-STAMP

           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-PQ-FILE-NAME
               CLOSE RESPONSE-ARCHIVE
               STOP RUN
           END-IF
           PERFORM SELECT-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"
           CLOSE PROMPT-QUEUE
           CLOSE RESPONSE-ARCHIVE

           DISPLAY " "
           DISPLAY "Queue records read:      " WS-QUEUE-READ-COUNT
           DISPLAY "Not in the archive:      " WS-NOT-ARCHIVED-COUNT
           DISPLAY "Already awaiting re-run: " WS-SKIPPED-OPEN-COUNT
           IF WS-SELECTION-FULL-COUNT > 0
               DISPLAY "Left out (table full):   "
                   WS-SELECTION-FULL-COUNT
           END-IF
           DISPLAY "Selected for re-run:     " WS-SEL-COUNT

           IF WS-SEL-COUNT = 0
               DISPLAY "Nothing matched; no re-run queue written."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "Write the re-run queue and links (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancelled; nothing written."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM WRITE-RERUN-QUEUE

           DISPLAY " "
           DISPLAY "Re-run records written:  " WS-WRITTEN-COUNT
           IF WS-REMAPPED-COUNT > 0
               DISPLAY "Dependencies remapped:   " WS-REMAPPED-COUNT
           END-IF
           DISPLAY "Re-run queue:            "
               FUNCTION TRIM(WS-RRQ-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * ASK-SELECTION-CRITERIA: The incident, then each criterion;     *
      * a partial time is widened to the start or end of the period    *
      * it names.                                                      *
      *----------------------------------------------------------------*
       ASK-SELECTION-CRITERIA.
           DISPLAY "Incident id: " WITH NO ADVANCING
           ACCEPT WS-INCIDENT-ID
           DISPLAY "Incident note: " WITH NO ADVANCING
           ACCEPT WS-INCIDENT-NOTE
           DISPLAY " "
           DISPLAY "Blank criteria match anything."
           DISPLAY "Answered from (YYYYMMDDHHMM): " WITH NO ADVANCING
           ACCEPT WS-SEL-FROM-TS
           DISPLAY "Answered to   (YYYYMMDDHHMM): " WITH NO ADVANCING
           ACCEPT WS-SEL-TO-TS
           DISPLAY "Model:                        " WITH NO ADVANCING
           ACCEPT WS-SEL-MODEL
           DISPLAY "Template id:                  " WITH NO ADVANCING
           ACCEPT WS-SEL-TEMPLATE-ID
           DISPLAY "Agent profile:                " WITH NO ADVANCING
           ACCEPT WS-SEL-PROFILE-ID
           DISPLAY "Job id:                       " WITH NO ADVANCING
           ACCEPT WS-SEL-JOB-ID
           DISPLAY "Queue file (blank = PROMPT-QUEUE.DAT): "
               WITH NO ADVANCING
           ACCEPT WS-QUEUE-INPUT

           MOVE 0 TO WS-CRITERIA-COUNT
           IF WS-SEL-FROM-TS NOT = SPACES
               INSPECT WS-SEL-FROM-TS REPLACING ALL SPACES BY "0"
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF
           IF WS-SEL-TO-TS NOT = SPACES
               INSPECT WS-SEL-TO-TS REPLACING ALL SPACES BY "9"
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF
           IF WS-SEL-MODEL NOT = SPACES
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF
           IF WS-SEL-TEMPLATE-ID NOT = SPACES
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF
           IF WS-SEL-PROFILE-ID NOT = SPACES
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF
           IF WS-SEL-JOB-ID NOT = SPACES
               ADD 1 TO WS-CRITERIA-COUNT
           END-IF

           IF WS-QUEUE-INPUT NOT = SPACES
               MOVE WS-QUEUE-INPUT TO WS-PQ-FILE-NAME
               CALL "GDG-RESOLVE-NAME" USING WS-PQ-FILE-NAME WS-GDG-RC
               IF WS-GDG-RC NOT = 0
                   DISPLAY "ERROR: No such generation cataloged: "
                       FUNCTION TRIM(WS-QUEUE-INPUT)
                   STOP RUN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MIRROR-CONFIG: Pick up the hot-standby keywords. With    *
      * the FILE-SET failover switch thrown, the archive is read out  *
      * of the mirror directory like every other reader's.            *
      *----------------------------------------------------------------*
       LOAD-MIRROR-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-MIRROR-KEYWORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG

           IF FILE-SET-MIRROR
               PERFORM APPLY-FAILOVER-FILE-SET
           END-IF
           .

       APPLY-ONE-MIRROR-KEYWORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "MIRROR-DIR"
                           MOVE SCFG-VALUE TO WS-MIRROR-DIR
                       WHEN "FILE-SET"
                           MOVE SCFG-VALUE(1:8) TO WS-FILE-SET
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       APPLY-FAILOVER-FILE-SET.
           MOVE WS-RA-FILE-NAME TO WS-MIRROR-NAME-WORK
           MOVE SPACES TO WS-RA-FILE-NAME
           STRING
               FUNCTION TRIM(WS-MIRROR-DIR) "/"
               FUNCTION TRIM(WS-MIRROR-NAME-WORK)
               DELIMITED SIZE
               INTO WS-RA-FILE-NAME
           END-STRING
           .

      *----------------------------------------------------------------*
      * LOAD-SESSION-MODELS: The usage ledger's model per session, the *
      * last line for a session winning.                               *
      *----------------------------------------------------------------*
       LOAD-SESSION-MODELS.
           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no usage ledger; model is matched on"
                   " the routing log only."
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
                   MOVE SPACES TO WS-SCAN-SESSION-ID
                   MOVE SPACES TO WS-SCAN-MODEL
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-JOB-ID
                           WS-SCAN-SESSION-ID WS-SCAN-TURN-NO
                           WS-SCAN-MODEL
                   END-UNSTRING
                   IF WS-SCAN-SESSION-ID NOT = SPACES
                       AND WS-SCAN-MODEL NOT = SPACES
                       PERFORM STORE-SESSION-MODEL
                   END-IF
           END-READ
           .

       STORE-SESSION-MODEL.
           PERFORM FIND-SESSION-MODEL
           IF WS-SMD-FOUND-IDX = 0
               IF WS-SMD-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SMD-COUNT
               MOVE WS-SMD-COUNT TO WS-SMD-FOUND-IDX
               MOVE WS-SCAN-SESSION-ID
                   TO WS-SMD-SESSION-ID(WS-SMD-FOUND-IDX)
           END-IF
           MOVE WS-SCAN-MODEL TO WS-SMD-MODEL(WS-SMD-FOUND-IDX)
           .

       FIND-SESSION-MODEL.
           MOVE 0 TO WS-SMD-FOUND-IDX
           PERFORM TEST-ONE-SESSION-MODEL
               VARYING WS-SMD-IDX FROM 1 BY 1
               UNTIL WS-SMD-IDX > WS-SMD-COUNT
               OR WS-SMD-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-MODEL.
           IF WS-SMD-SESSION-ID(WS-SMD-IDX) = WS-SCAN-SESSION-ID
               MOVE WS-SMD-IDX TO WS-SMD-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-ROUTED-PROMPTS: Prompts the runner routed to a fallback   *
      * model ("... routed to <model>"); for those the routing log,    *
      * not the class's preferred model, says what answered.           *
      *----------------------------------------------------------------*
       LOAD-ROUTED-PROMPTS.
           OPEN INPUT MODEL-ROUTING-LOG
           IF WS-MRL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-ROUTING-LINE
               UNTIL WS-MRL-FILE-STATUS NOT = "00"

           CLOSE MODEL-ROUTING-LOG
           .

       LOAD-ONE-ROUTING-LINE.
           READ MODEL-ROUTING-LOG INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-MRL-FILE-STATUS
               NOT AT END
                   MOVE 0 TO WS-SCAN-TALLY
                   INSPECT WS-SCAN-LINE TALLYING WS-SCAN-TALLY
                       FOR ALL " routed to "
                   IF WS-SCAN-TALLY > 0
                       PERFORM STORE-ROUTED-PROMPT
                   END-IF
           END-READ
           .

       STORE-ROUTED-PROMPT.
           MOVE SPACES TO WS-SCAN-PROMPT-ID
           MOVE SPACES TO WS-SCAN-MODEL
           MOVE SPACES TO WS-SCAN-LEAD
           MOVE SPACES TO WS-SCAN-REST
           UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
               INTO WS-SCAN-TIMESTAMP WS-SCAN-PROMPT-ID
           END-UNSTRING
           UNSTRING WS-SCAN-LINE DELIMITED BY " routed to "
               INTO WS-SCAN-LEAD WS-SCAN-REST
           END-UNSTRING
           UNSTRING WS-SCAN-REST DELIMITED BY SPACE
               INTO WS-SCAN-MODEL
           END-UNSTRING

           IF WS-SCAN-PROMPT-ID = SPACES OR WS-SCAN-MODEL = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ROUTED-PROMPT
           IF WS-RTP-FOUND-IDX = 0
               IF WS-RTP-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RTP-COUNT
               MOVE WS-RTP-COUNT TO WS-RTP-FOUND-IDX
               MOVE WS-SCAN-PROMPT-ID
                   TO WS-RTP-PROMPT-ID(WS-RTP-FOUND-IDX)
           END-IF
           MOVE WS-SCAN-MODEL TO WS-RTP-MODEL(WS-RTP-FOUND-IDX)
           .

       FIND-ROUTED-PROMPT.
           MOVE 0 TO WS-RTP-FOUND-IDX
           PERFORM TEST-ONE-ROUTED-PROMPT
               VARYING WS-RTP-IDX FROM 1 BY 1
               UNTIL WS-RTP-IDX > WS-RTP-COUNT
               OR WS-RTP-FOUND-IDX > 0
           .

       TEST-ONE-ROUTED-PROMPT.
           IF WS-RTP-PROMPT-ID(WS-RTP-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-RTP-IDX TO WS-RTP-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-OPEN-LINKS: Originals an earlier selection queued for     *
      * re-run that have not been superseded yet.                      *
      *----------------------------------------------------------------*
       LOAD-OPEN-LINKS.
           OPEN INPUT RERUN-LINK
           IF WS-RRL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-OPEN-LINK
               UNTIL WS-RRL-FILE-STATUS NOT = "00"

           CLOSE RERUN-LINK
           .

       LOAD-ONE-OPEN-LINK.
           READ RERUN-LINK NEXT RECORD
               AT END
                   MOVE "10" TO WS-RRL-FILE-STATUS
               NOT AT END
                   IF RRL-STATE-QUEUED
                       AND WS-OPL-COUNT < 2000
                       ADD 1 TO WS-OPL-COUNT
                       MOVE RRL-ORIGINAL-PROMPT-ID
                           TO WS-OPL-ORIGINAL-ID(WS-OPL-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SELECT-ONE-QUEUE-RECORD: Read the next queue record, fetch its *
      * archived answer, and take it into the selection when every     *
      * criterion given matches.                                       *
      *----------------------------------------------------------------*
       SELECT-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ-COUNT
                   PERFORM JUDGE-ONE-QUEUE-RECORD
           END-READ
           .

       JUDGE-ONE-QUEUE-RECORD.
           MOVE PQ-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   ADD 1 TO WS-NOT-ARCHIVED-COUNT
                   EXIT PARAGRAPH
           END-READ

           PERFORM TEST-SELECTION-CRITERIA
           IF RECORD-DOES-NOT-MATCH
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AWAITING-RERUN
           IF ALREADY-AWAITING-RERUN
               ADD 1 TO WS-SKIPPED-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-PROMPT-ID TO WS-LOOKUP-ID
           PERFORM FIND-SELECTED-ORIGINAL
           IF WS-SEL-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-COUNT >= 2000
               ADD 1 TO WS-SELECTION-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEL-COUNT
           ADD 1 TO WS-SEL-SEQ
           MOVE PQ-PROMPT-ID TO WS-SEL-ORIGINAL-ID(WS-SEL-COUNT)
           STRING
               "RR" WS-ID-STAMP WS-SEL-SEQ
               DELIMITED SIZE
               INTO WS-SEL-NEW-ID(WS-SEL-COUNT)
           END-STRING
           .

      *----------------------------------------------------------------*
      * TEST-SELECTION-CRITERIA: Only a delivered-quality answer that  *
      * nothing has superseded yet, inside every criterion given.      *
      *----------------------------------------------------------------*
       TEST-SELECTION-CRITERIA.
           SET RECORD-DOES-NOT-MATCH TO TRUE

           IF RA-STATUS NOT = "OK" AND RA-STATUS NOT = "CACHED"
               AND RA-STATUS NOT = "LATE-OK"
               EXIT PARAGRAPH
           END-IF
           IF RA-SUPERSEDED-BY NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-FROM-TS NOT = SPACES
               AND RA-TIMESTAMP(1:12) < WS-SEL-FROM-TS
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TO-TS NOT = SPACES
               AND RA-TIMESTAMP(1:12) > WS-SEL-TO-TS
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TEMPLATE-ID NOT = SPACES
               AND PQ-TEMPLATE-ID NOT = WS-SEL-TEMPLATE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-PROFILE-ID NOT = SPACES
               AND RA-PROFILE-ID NOT = WS-SEL-PROFILE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-JOB-ID NOT = SPACES
               AND RA-JOB-ID NOT = WS-SEL-JOB-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-MODEL NOT = SPACES
               PERFORM RESOLVE-PROMPT-MODEL
               IF WS-PROMPT-MODEL NOT = WS-SEL-MODEL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET RECORD-MATCHES TO TRUE
           .

      *----------------------------------------------------------------*
      * RESOLVE-PROMPT-MODEL: A routing substitution for the prompt    *
      * wins; otherwise the model its session reported to the ledger.  *
      *----------------------------------------------------------------*
       RESOLVE-PROMPT-MODEL.
           MOVE SPACES TO WS-PROMPT-MODEL

           MOVE PQ-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-ROUTED-PROMPT
           IF WS-RTP-FOUND-IDX > 0
               MOVE WS-RTP-MODEL(WS-RTP-FOUND-IDX) TO WS-PROMPT-MODEL
               EXIT PARAGRAPH
           END-IF

           MOVE RA-SESSION-ID TO WS-SCAN-SESSION-ID
           PERFORM FIND-SESSION-MODEL
           IF WS-SMD-FOUND-IDX > 0
               MOVE WS-SMD-MODEL(WS-SMD-FOUND-IDX) TO WS-PROMPT-MODEL
           END-IF
           .

       CHECK-AWAITING-RERUN.
           SET NOT-AWAITING-RERUN TO TRUE
           PERFORM TEST-ONE-OPEN-LINK
               VARYING WS-OPL-IDX FROM 1 BY 1
               UNTIL WS-OPL-IDX > WS-OPL-COUNT
               OR ALREADY-AWAITING-RERUN
           .

       TEST-ONE-OPEN-LINK.
           IF WS-OPL-ORIGINAL-ID(WS-OPL-IDX) = PQ-PROMPT-ID
               SET ALREADY-AWAITING-RERUN TO TRUE
           END-IF
           .

       FIND-SELECTED-ORIGINAL.
           MOVE 0 TO WS-SEL-FOUND-IDX
           PERFORM TEST-ONE-SELECTED-ORIGINAL
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT
               OR WS-SEL-FOUND-IDX > 0
           .

       TEST-ONE-SELECTED-ORIGINAL.
           IF WS-SEL-ORIGINAL-ID(WS-SEL-IDX) = WS-LOOKUP-ID
               MOVE WS-SEL-IDX TO WS-SEL-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-RERUN-QUEUE: Second pass over the queue, writing each    *
      * selected record under its new id together with its link.      *
      *----------------------------------------------------------------*
       WRITE-RERUN-QUEUE.
           OPEN I-O RERUN-LINK
           IF WS-RRL-FILE-STATUS = "35"
               OPEN OUTPUT RERUN-LINK
               CLOSE RERUN-LINK
               OPEN I-O RERUN-LINK
           END-IF
           IF WS-RRL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-RRL-FILE-NAME)
                   " (" WS-RRL-FILE-STATUS ")"
               STOP RUN
           END-IF

           OPEN INPUT PROMPT-QUEUE
           OPEN OUTPUT RERUN-QUEUE
           IF WS-RRQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-RRQ-FILE-NAME
               CLOSE PROMPT-QUEUE
               CLOSE RERUN-LINK
               STOP RUN
           END-IF

           PERFORM COPY-ONE-SELECTED-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"

           CLOSE PROMPT-QUEUE
           CLOSE RERUN-QUEUE
           CLOSE RERUN-LINK
           .

       COPY-ONE-SELECTED-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   MOVE PQ-PROMPT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-SELECTED-ORIGINAL
                   IF WS-SEL-FOUND-IDX > 0
                       AND WS-SEL-WRITTEN(WS-SEL-FOUND-IDX) = 0
                       PERFORM WRITE-ONE-RERUN-RECORD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-RERUN-RECORD: The original record under its new id,  *
      * pointed at a re-run predecessor's new id where the predecessor *
      * is in the same selection, and its link to the original.        *
      *----------------------------------------------------------------*
       WRITE-ONE-RERUN-RECORD.
           MOVE WS-SEL-FOUND-IDX TO WS-CUR-SEL-IDX
           MOVE WS-SEL-NEW-ID(WS-CUR-SEL-IDX) TO PQ-PROMPT-ID

           IF PQ-DEPENDS-ON NOT = SPACES
               MOVE PQ-DEPENDS-ON TO WS-LOOKUP-ID
               PERFORM FIND-SELECTED-ORIGINAL
               IF WS-SEL-FOUND-IDX > 0
                   MOVE WS-SEL-NEW-ID(WS-SEL-FOUND-IDX)
                       TO PQ-DEPENDS-ON
                   ADD 1 TO WS-REMAPPED-COUNT
               END-IF
           END-IF

           WRITE RERUN-QUEUE-RECORD FROM PROMPT-QUEUE-RECORD

           MOVE WS-SEL-NEW-ID(WS-CUR-SEL-IDX)  TO RRL-NEW-PROMPT-ID
           MOVE WS-SEL-ORIGINAL-ID(WS-CUR-SEL-IDX)
               TO RRL-ORIGINAL-PROMPT-ID
           MOVE WS-INCIDENT-ID                 TO RRL-INCIDENT-ID
           MOVE WS-INCIDENT-NOTE               TO RRL-INCIDENT-NOTE
           MOVE WS-TODAY-DATE(1:14)            TO RRL-SELECTED-AT
           SET RRL-STATE-QUEUED TO TRUE
           MOVE SPACES                         TO RRL-RESOLVED-AT
           WRITE RERUN-LINK-RECORD
               INVALID KEY
                   REWRITE RERUN-LINK-RECORD
           END-WRITE

      *    A queue file carrying the same id twice re-runs it once.
           MOVE 1 TO WS-SEL-WRITTEN(WS-CUR-SEL-IDX)

           ADD 1 TO WS-WRITTEN-COUNT
           DISPLAY "  " FUNCTION TRIM(RRL-ORIGINAL-PROMPT-ID)
               " -> " FUNCTION TRIM(RRL-NEW-PROMPT-ID)
           .
