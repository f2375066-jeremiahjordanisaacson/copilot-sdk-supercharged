      *================================================================*
      * RERUN-COMPARISON-REPORT.cob                                    *
      * After an incident re-run: for every RERUN-LINK.DAT entry of    *
      * the incident asked for (blank = every incident) the original   *
      * archived reply and the re-run's reply are set side by side,    *
      * with each one's status, and the pair is classed as awaiting    *
      * its run, re-run failed, unchanged, or changed.                 *
      *                                                                *
      * Run with marking on, an original whose re-run came back OK or  *
      * CACHED is marked superseded -- RA-SUPERSEDED-BY on its archive *
      * entry names the re-run's prompt id -- and the link is closed   *
      * as SUPERSEDED. REPLY-DELIVERY and CORRESPONDENCE-WRITER take   *
      * the mark as their cue to issue the corrected answer. A failed  *
      * re-run leaves the original standing and the link open, so a    *
      * later run of this report picks it up once it is redone.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN-COMPARISON-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
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

      *    Field-for-field match of the link record written by         *
      *    RERUN-SELECTOR -- keep the two in sync by hand.             *
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
       01  WS-MIRROR-COMMAND        PIC X(256) VALUE SPACES.

       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "RERUN-COMPARISON-REPORT".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-RRL-FILE-NAME         PIC X(64)
           VALUE "RERUN-LINK.DAT".
       01  WS-RRL-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-INCIDENT-FILTER       PIC X(12)  VALUE SPACES.
       01  WS-MARK-INPUT            PIC X      VALUE SPACES.
       01  WS-MARK-MODE             PIC 9      VALUE 0.
           88 MARK-MODE-ON                     VALUE 1.
           88 MARK-MODE-OFF                    VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.

      *    The two sides of the pair being compared.
       01  WS-ORIG-FOUND            PIC 9      VALUE 0.
           88 ORIGINAL-ON-FILE                 VALUE 1.
       01  WS-ORIG-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-ORIG-TEXT             PIC X(4096) VALUE SPACES.
       01  WS-NEW-FOUND             PIC 9      VALUE 0.
           88 RERUN-ON-FILE                    VALUE 1.
       01  WS-NEW-STATUS            PIC X(10)  VALUE SPACES.
       01  WS-NEW-TEXT              PIC X(4096) VALUE SPACES.
       01  WS-PAIR-VERDICT          PIC X(24)  VALUE SPACES.

      *    Side-by-side layout: two 34-column panes per print line.
       01  WS-PANE-WIDTH            PIC 9(3)   VALUE 34.
       01  WS-PANE-MAX-ROWS         PIC 9(3)   VALUE 12.
       01  WS-PANE-ROW              PIC 9(3)   VALUE 0.
       01  WS-PANE-POS              PIC 9(5)   VALUE 0.
       01  WS-ORIG-LEN              PIC 9(5)   VALUE 0.
       01  WS-NEW-LEN               PIC 9(5)   VALUE 0.
       01  WS-LONGER-LEN            PIC 9(5)   VALUE 0.
       01  WS-LEFT-PANE             PIC X(34)  VALUE SPACES.
       01  WS-RIGHT-PANE            PIC X(34)  VALUE SPACES.
       01  WS-HEAD-LEFT             PIC X(34)  VALUE SPACES.
       01  WS-HEAD-RIGHT            PIC X(34)  VALUE SPACES.

       01  WS-PAIR-COUNT            PIC 9(5)   VALUE 0.
       01  WS-AWAITING-COUNT        PIC 9(5)   VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-UNCHANGED-COUNT       PIC 9(5)   VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-MARKED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-ALREADY-COUNT         PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Incident Re-Run Comparison ==="
           DISPLAY " "

           DISPLAY "Incident id (blank = all): " WITH NO ADVANCING
           ACCEPT WS-INCIDENT-FILTER
           DISPLAY "Mark originals superseded where the re-run "
               "answered (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MARK-INPUT
           IF WS-MARK-INPUT = "Y" OR WS-MARK-INPUT = "y"
               SET MARK-MODE-ON TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM LOAD-MIRROR-CONFIG
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           IF MARK-MODE-ON AND FILE-SET-MIRROR
               DISPLAY "Failover file set is in use; the archive is "
                   "not marked from the mirror."
               SET MARK-MODE-OFF TO TRUE
           END-IF

           IF MARK-MODE-ON
               OPEN I-O RERUN-LINK
           ELSE
               OPEN INPUT RERUN-LINK
           END-IF
           IF WS-RRL-FILE-STATUS NOT = "00"
               DISPLAY "No re-run links on file ("
                   FUNCTION TRIM(WS-RRL-FILE-NAME) ")."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           IF MARK-MODE-ON
               OPEN I-O RESPONSE-ARCHIVE
           ELSE
               OPEN INPUT RESPONSE-ARCHIVE
           END-IF
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "No response archive ("
                   FUNCTION TRIM(WS-RA-FILE-NAME) ")."
               CLOSE RERUN-LINK
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM COMPARE-ONE-LINK
               UNTIL WS-RRL-FILE-STATUS NOT = "00"

           CLOSE RESPONSE-ARCHIVE
           CLOSE RERUN-LINK

           IF WS-MARKED-COUNT > 0
               PERFORM MIRROR-ARCHIVE-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Pairs compared:       " WS-PAIR-COUNT
           DISPLAY "Awaiting re-run:      " WS-AWAITING-COUNT
           DISPLAY "Re-run failed:        " WS-FAILED-COUNT
           DISPLAY "Answer unchanged:     " WS-UNCHANGED-COUNT
           DISPLAY "Answer changed:       " WS-CHANGED-COUNT
           DISPLAY "Superseded earlier:   " WS-ALREADY-COUNT
           IF MARK-MODE-ON
               DISPLAY "Marked superseded:    " WS-MARKED-COUNT
           END-IF
           DISPLAY "=== Done ==="
           STOP RUN
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
      * MIRROR-ARCHIVE-FILE: Refresh the standby copy of the archive   *
      * after marking, as the runner does after every archive write.   *
      *----------------------------------------------------------------*
       MIRROR-ARCHIVE-FILE.
           IF WS-MIRROR-DIR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MIRROR-COMMAND
           STRING
               "mkdir -p " FUNCTION TRIM(WS-MIRROR-DIR)
               " && cp -f " FUNCTION TRIM(WS-RA-FILE-NAME)
               " " FUNCTION TRIM(WS-MIRROR-DIR)
               "/ 2>/dev/null"
               DELIMITED SIZE
               INTO WS-MIRROR-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-MIRROR-COMMAND
           .

      *----------------------------------------------------------------*
      * COMPARE-ONE-LINK: Read the next link and, when it belongs to   *
      * the incident asked for, compare and (optionally) mark it.      *
      *----------------------------------------------------------------*
       COMPARE-ONE-LINK.
           READ RERUN-LINK NEXT RECORD
               AT END
                   MOVE "10" TO WS-RRL-FILE-STATUS
               NOT AT END
                   IF WS-INCIDENT-FILTER = SPACES
                       OR RRL-INCIDENT-ID = WS-INCIDENT-FILTER
                       PERFORM COMPARE-ONE-PAIR
                   END-IF
           END-READ
           .

       COMPARE-ONE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           PERFORM FETCH-BOTH-REPLIES
           PERFORM CLASSIFY-PAIR
           PERFORM PRINT-PAIR-HEADING
           PERFORM PRINT-SIDE-BY-SIDE

           IF MARK-MODE-ON
               AND RRL-STATE-QUEUED
               AND RERUN-ON-FILE
               AND (WS-NEW-STATUS = "OK" OR WS-NEW-STATUS = "CACHED"
                   OR WS-NEW-STATUS = "LATE-OK")
               PERFORM MARK-ORIGINAL-SUPERSEDED
           END-IF
           .

      *----------------------------------------------------------------*
      * FETCH-BOTH-REPLIES: The original's and the re-run's archive    *
      * entries, each noted as missing when not on file.               *
      *----------------------------------------------------------------*
       FETCH-BOTH-REPLIES.
           MOVE 0 TO WS-ORIG-FOUND
           MOVE "(none)" TO WS-ORIG-STATUS
           MOVE SPACES TO WS-ORIG-TEXT
           MOVE RRL-ORIGINAL-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ORIG-FOUND
                   MOVE RA-STATUS TO WS-ORIG-STATUS
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   MOVE RA-REPLY-TEXT TO WS-ORIG-TEXT
           END-READ

           MOVE 0 TO WS-NEW-FOUND
           MOVE "(not run)" TO WS-NEW-STATUS
           MOVE SPACES TO WS-NEW-TEXT
           MOVE RRL-NEW-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-NEW-FOUND
                   MOVE RA-STATUS TO WS-NEW-STATUS
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   MOVE RA-REPLY-TEXT TO WS-NEW-TEXT
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

       CLASSIFY-PAIR.
           EVALUATE TRUE
               WHEN RRL-STATE-SUPERSEDED
                   MOVE "SUPERSEDED EARLIER" TO WS-PAIR-VERDICT
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN NOT RERUN-ON-FILE
                   MOVE "AWAITING RE-RUN" TO WS-PAIR-VERDICT
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN WS-NEW-STATUS NOT = "OK"
                   AND WS-NEW-STATUS NOT = "CACHED"
                   AND WS-NEW-STATUS NOT = "LATE-OK"
                   MOVE "RE-RUN FAILED" TO WS-PAIR-VERDICT
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-NEW-TEXT = WS-ORIG-TEXT
                   MOVE "ANSWER UNCHANGED" TO WS-PAIR-VERDICT
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE "ANSWER CHANGED" TO WS-PAIR-VERDICT
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           .

       PRINT-PAIR-HEADING.
           DISPLAY " "
           DISPLAY "Incident " FUNCTION TRIM(RRL-INCIDENT-ID)
               "  selected " RRL-SELECTED-AT
               "  " FUNCTION TRIM(WS-PAIR-VERDICT)

           MOVE SPACES TO WS-HEAD-LEFT
           STRING
               "ORIGINAL " FUNCTION TRIM(RRL-ORIGINAL-PROMPT-ID)
               " " FUNCTION TRIM(WS-ORIG-STATUS)
               DELIMITED SIZE
               INTO WS-HEAD-LEFT
           END-STRING
           MOVE SPACES TO WS-HEAD-RIGHT
           STRING
               "RE-RUN " FUNCTION TRIM(RRL-NEW-PROMPT-ID)
               " " FUNCTION TRIM(WS-NEW-STATUS)
               DELIMITED SIZE
               INTO WS-HEAD-RIGHT
           END-STRING
           DISPLAY "  " WS-HEAD-LEFT " | " WS-HEAD-RIGHT
           DISPLAY "  ---------------------------------- | "
               "----------------------------------"
           .

      *----------------------------------------------------------------*
      * PRINT-SIDE-BY-SIDE: The two replies in adjoining panes, cut    *
      * at the pane width, up to the row limit.                        *
      *----------------------------------------------------------------*
       PRINT-SIDE-BY-SIDE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ORIG-TEXT TRAILING))
               TO WS-ORIG-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-TEXT TRAILING))
               TO WS-NEW-LEN
           IF WS-ORIG-TEXT = SPACES
               MOVE 0 TO WS-ORIG-LEN
           END-IF
           IF WS-NEW-TEXT = SPACES
               MOVE 0 TO WS-NEW-LEN
           END-IF
           MOVE WS-ORIG-LEN TO WS-LONGER-LEN
           IF WS-NEW-LEN > WS-LONGER-LEN
               MOVE WS-NEW-LEN TO WS-LONGER-LEN
           END-IF

           MOVE 1 TO WS-PANE-POS
           PERFORM PRINT-ONE-PANE-ROW
               VARYING WS-PANE-ROW FROM 1 BY 1
               UNTIL WS-PANE-ROW > WS-PANE-MAX-ROWS
               OR WS-PANE-POS > WS-LONGER-LEN

           IF WS-PANE-POS <= WS-LONGER-LEN
               DISPLAY "  (replies continue beyond "
                   WS-PANE-MAX-ROWS " lines)"
           END-IF
           .

       PRINT-ONE-PANE-ROW.
           MOVE WS-ORIG-TEXT(WS-PANE-POS:WS-PANE-WIDTH)
               TO WS-LEFT-PANE
           MOVE WS-NEW-TEXT(WS-PANE-POS:WS-PANE-WIDTH)
               TO WS-RIGHT-PANE
           DISPLAY "  " WS-LEFT-PANE " | " WS-RIGHT-PANE
           ADD WS-PANE-WIDTH TO WS-PANE-POS
           .

      *----------------------------------------------------------------*
      * MARK-ORIGINAL-SUPERSEDED: Point the original's archive entry   *
      * at the re-run and close the link.                              *
      *----------------------------------------------------------------*
       MARK-ORIGINAL-SUPERSEDED.
           IF NOT ORIGINAL-ON-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE RRL-ORIGINAL-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE RRL-NEW-PROMPT-ID TO RA-SUPERSEDED-BY
           REWRITE RESPONSE-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: could not mark "
                       FUNCTION TRIM(RRL-ORIGINAL-PROMPT-ID)
                   EXIT PARAGRAPH
           END-REWRITE

           SET RRL-STATE-SUPERSEDED TO TRUE
           MOVE WS-TODAY-DATE(1:14) TO RRL-RESOLVED-AT
           REWRITE RERUN-LINK-RECORD
           ADD 1 TO WS-MARKED-COUNT
           DISPLAY "  ** " FUNCTION TRIM(RRL-ORIGINAL-PROMPT-ID)
               " marked superseded by "
               FUNCTION TRIM(RRL-NEW-PROMPT-ID)
           .
