      * to 72 columns. Output is paginated to the classic 66-line     *
      * page, padded with blank lines at each page break so the      *
      * print spool tears cleanly.                                   *
      * A reply held for release review (RELEASE-HOLD.DAT) makes no    *
      * letter until an approving operator releases it, and then the   *
      * released text -- the operator's edit when one was made -- is   *
      * what is merged; a withheld reply never becomes a letter.       *
      * An archived reply an incident re-run has superseded (RA-       *
      * SUPERSEDED-BY, set by RERUN-COMPARISON-REPORT) is issued as    *
      * the corrected answer, LETTER-<promptid>-CORRECTED.TXT, built   *
      * from the re-run's reply. A queue record that is itself one     *
      * of the re-runs (found in RERUN-LINK.DAT) makes no letter of    *
      * its own; its answer goes out as the original's correction.     *
      * A reply that carries a generated image (RA-IMAGE-REF, the key  *
      * of its IMAGE-INDEX.DAT entry) has the image copied beside the  *
      * letter as LETTER-<promptid>-IMAGE.<format> and referenced in   *
      * it: an &IMAGE line in the shell becomes the enclosure line,    *
      * and a shell without one has the enclosure line added after     *
      * its last line.                                                 *
      * A reply the runner translated (RA-LANGUAGE other than EN) is   *
      * merged into that language's shell, LETTER-SHELL-<id>-<lang>,   *
      * with &DATE written the way the language writes a date; when no *
      * such shell is on file the English shell is used and the        *
      * fallback is reported.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCE-WRITER.
           SELECT INTAKE-REGISTER ASSIGN TO WS-IRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRG-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT RERUN-LINK ASSIGN TO WS-RRL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRL-NEW-PROMPT-ID
               FILE STATUS IS WS-RRL-FILE-STATUS.
           SELECT IMAGE-INDEX ASSIGN TO WS-IMX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMX-PROMPT-ID
               FILE STATUS IS WS-IMX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

      *    Field-for-field match of the archive record written by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
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

       FD  LETTER-SHELL.
       01  LETTER-SHELL-RECORD      PIC X(80).
           05 IRG-SOURCE-FILE       PIC X(64).
           05 IRG-TIMESTAMP         PIC X(21).

      *    Field-for-field match of the release-hold record written by *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  RELEASE-HOLD.
       01  RELEASE-HOLD-RECORD.
           05 RLH-PROMPT-ID         PIC X(20).
           05 RLH-TEMPLATE-ID       PIC X(20).
           05 RLH-PROFILE-ID        PIC X(12).
           05 RLH-SESSION-ID        PIC X(64).
           05 RLH-JOB-ID            PIC X(20).
           05 RLH-REPLY-TEXT        PIC X(4096).
           05 RLH-STATUS            PIC X(10).
               88 RLH-STATUS-PENDING            VALUE "PENDING".
               88 RLH-STATUS-RELEASED           VALUE "RELEASED".
               88 RLH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 RLH-EDITED-TEXT       PIC X(4096).
           05 RLH-DECIDED-BY        PIC X(8).
           05 RLH-DECIDED-TS        PIC X(21).
           05 RLH-DECISION-NOTE     PIC X(128).
           05 RLH-TIMESTAMP         PIC X(21).
           05 RLH-CRYPT-STAMP.
               10 RLH-CRYPT-KEY-ID  PIC X(8).
               10 RLH-CRYPT-SALT    PIC X(8).

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

      *    Field-for-field match of the image index record written by  *
      *    COPILOT-IMAGE-STORE -- keep the two in sync by hand.        *
       FD  IMAGE-INDEX.
       01  IMAGE-INDEX-RECORD.
           05 IMX-PROMPT-ID         PIC X(20).
           05 IMX-SESSION-ID        PIC X(64).
           05 IMX-JOB-ID            PIC X(20).
           05 IMX-FORMAT            PIC X(8).
           05 IMX-MIME-TYPE         PIC X(32).
           05 IMX-BYTE-SIZE         PIC 9(10).
           05 IMX-CONTENT-HASH      PIC X(8).
           05 IMX-PIECE-COUNT       PIC 9(5).
           05 IMX-STORE-PATH        PIC X(128).
           05 IMX-STORED-AT         PIC X(21).

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, this program opens the
      *    mirror copies under MIRROR-DIR instead of the primaries.
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "CORRESPONDENCE-WRITER".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-SHL-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-SHL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-LTR-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-IRG-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-LETTER-DATE           PIC X(32)  VALUE SPACES.
       01  WS-REQUESTOR             PIC X(20)  VALUE SPACES.
       01  WS-LETTERS-WRITTEN       PIC 9(4)   VALUE 0.
       01  WS-LETTERS-WAITING       PIC 9(4)   VALUE 0.
       01  WS-LETTERS-NO-SHELL      PIC 9(4)   VALUE 0.
       01  WS-LETTERS-WITHHELD      PIC 9(4)   VALUE 0.
       01  WS-LETTERS-UNREADABLE    PIC 9(4)   VALUE 0.

      *    Release-review gate: a reply with a hold record goes out
      *    only once an approving operator has released it.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RELEASE-STATE         PIC 9      VALUE 0.
           88 RELEASE-CLEARED                  VALUE 0.
           88 RELEASE-AWAITED                  VALUE 1.
           88 RELEASE-WITHHELD                 VALUE 2.
       01  WS-RELEASED-BY           PIC X(8)   VALUE SPACES.

      *    Incident re-run corrections: the superseding prompt id when
      *    the letter being written is a corrected answer.
       01  WS-RRL-FILE-NAME         PIC X(64)
           VALUE "RERUN-LINK.DAT".
       01  WS-RRL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CORRECTED-ID          PIC X(20)  VALUE SPACES.
       01  WS-RERUN-SWITCH          PIC 9      VALUE 0.
           88 QUEUE-RECORD-IS-RERUN            VALUE 1.
       01  WS-LETTERS-CORRECTED     PIC 9(4)   VALUE 0.

      *    Generated-image enclosure: the reply's image-store entry,
      *    the copy made beside the letter, and whether the shell has
      *    placed the enclosure line yet.
       01  WS-IMX-FILE-NAME         PIC X(64)
           VALUE "IMAGE-INDEX.DAT".
       01  WS-IMX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMAGE-SWITCH          PIC 9      VALUE 0.
           88 IMAGE-ON-FILE                    VALUE 1.
       01  WS-ENCLOSURE-SWITCH      PIC 9      VALUE 0.
           88 ENCLOSURE-WRITTEN                VALUE 1.
       01  WS-IMAGE-COPY-NAME       PIC X(64)  VALUE SPACES.
       01  WS-IMAGE-SIZE-EDIT       PIC Z(9)9.
       01  WS-SHELL-COMMAND         PIC X(512) VALUE SPACES.
       01  WS-LETTERS-WITH-IMAGE    PIC 9(4)   VALUE 0.

      *    Letter language: the language the archived reply is in
      *    (RA-LANGUAGE, English when blank). A non-English letter
      *    uses LETTER-SHELL-<id>-<lang>.TXT, falling back to the
      *    English shell with a warning when that is not on file, and
      *    writes &DATE as that language writes a date: pattern A is
      *    "15 octobre 2026", B "15. Oktober 2026", C "15 de octubre
      *    de 2026". English letters keep the ISO date.
       01  WS-LETTER-LANGUAGE       PIC X(2)   VALUE "EN".
       01  WS-SHELL-FALLBACK-SWITCH PIC 9      VALUE 0.
           88 SHELL-FELL-BACK                  VALUE 1.
       01  WS-LETTERS-SHELL-FALLBACK PIC 9(4)  VALUE 0.
       01  WS-MONTH-NAME-LIST.
           05 FILLER                PIC X(3)   VALUE "FRA".
           05 FILLER                PIC X(30)  VALUE
               "janvier   fevrier   mars      ".
           05 FILLER                PIC X(30)  VALUE
               "avril     mai       juin      ".
           05 FILLER                PIC X(30)  VALUE
               "juillet   aout      septembre ".
           05 FILLER                PIC X(30)  VALUE
               "octobre   novembre  decembre  ".
           05 FILLER                PIC X(3)   VALUE "DEB".
           05 FILLER                PIC X(30)  VALUE
               "Januar    Februar   Maerz     ".
           05 FILLER                PIC X(30)  VALUE
               "April     Mai       Juni      ".
           05 FILLER                PIC X(30)  VALUE
               "Juli      August    September ".
           05 FILLER                PIC X(30)  VALUE
               "Oktober   November  Dezember  ".
           05 FILLER                PIC X(3)   VALUE "ESC".
           05 FILLER                PIC X(30)  VALUE
               "enero     febrero   marzo     ".
           05 FILLER                PIC X(30)  VALUE
               "abril     mayo      junio     ".
           05 FILLER                PIC X(30)  VALUE
               "julio     agosto    septiembre".
           05 FILLER                PIC X(30)  VALUE
               "octubre   noviembre diciembre ".
           05 FILLER                PIC X(3)   VALUE "ITA".
           05 FILLER                PIC X(30)  VALUE
               "gennaio   febbraio  marzo     ".
           05 FILLER                PIC X(30)  VALUE
               "aprile    maggio    giugno    ".
           05 FILLER                PIC X(30)  VALUE
               "luglio    agosto    settembre ".
           05 FILLER                PIC X(30)  VALUE
               "ottobre   novembre  dicembre  ".
           05 FILLER                PIC X(3)   VALUE "PTC".
           05 FILLER                PIC X(30)  VALUE
               "janeiro   fevereiro marco     ".
           05 FILLER                PIC X(30)  VALUE
               "abril     maio      junho     ".
           05 FILLER                PIC X(30)  VALUE
               "julho     agosto    setembro  ".
           05 FILLER                PIC X(30)  VALUE
               "outubro   novembro  dezembro  ".
           05 FILLER                PIC X(3)   VALUE "NLA".
           05 FILLER                PIC X(30)  VALUE
               "januari   februari  maart     ".
           05 FILLER                PIC X(30)  VALUE
               "april     mei       juni      ".
           05 FILLER                PIC X(30)  VALUE
               "juli      augustus  september ".
           05 FILLER                PIC X(30)  VALUE
               "oktober   november  december  ".
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-LIST.
           05 WS-DATE-LANG-ENTRY    OCCURS 6 TIMES.
               10 WS-DATE-LANG-CODE PIC X(2).
               10 WS-DATE-PATTERN   PIC X.
               10 WS-MONTH-NAME     PIC X(10) OCCURS 12 TIMES.
       01  WS-DATE-LANG-IDX         PIC 9      VALUE 0.
       01  WS-DATE-LANG-FOUND       PIC 9      VALUE 0.
       01  WS-DATE-MONTH-NO         PIC 9(2)   VALUE 0.
       01  WS-DATE-DAY              PIC X(2)   VALUE SPACES.

       01  WS-SHELL-LINE            PIC X(80)  VALUE SPACES.
       01  WS-MERGED-LINE           PIC X(80)  VALUE SPACES.
       01  WS-PAGE-LINE-NO          PIC 9(3)   VALUE 0.
       01  WS-PAGE-LENGTH           PIC 9(3)   VALUE 66.
       01  WS-MARK-TALLY            PIC 9(3)   VALUE 0.
       01  WS-IMAGE-MARK-TALLY      PIC 9(3)   VALUE 0.

      *    Body flow state: the reply broken into words, wrapped to
      *    the 72-column print line.
           DISPLAY " "

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

           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
           DISPLAY " "
           DISPLAY "Letters written:  " WS-LETTERS-WRITTEN
           DISPLAY "Replies waiting:  " WS-LETTERS-WAITING
           IF WS-LETTERS-UNREADABLE > 0
               DISPLAY "  of which undecryptable: "
                   WS-LETTERS-UNREADABLE
           END-IF
           IF WS-LETTERS-NO-SHELL > 0
               DISPLAY "Shells missing:   " WS-LETTERS-NO-SHELL
           END-IF
           IF WS-LETTERS-WITHHELD > 0
               DISPLAY "Replies withheld: " WS-LETTERS-WITHHELD
           END-IF
           IF WS-LETTERS-CORRECTED > 0
               DISPLAY "Corrections:      " WS-LETTERS-CORRECTED
           END-IF
           IF WS-LETTERS-WITH-IMAGE > 0
               DISPLAY "Images enclosed:  " WS-LETTERS-WITH-IMAGE
           END-IF
           IF WS-LETTERS-SHELL-FALLBACK > 0
               DISPLAY "Shell fallbacks:  "
                   WS-LETTERS-SHELL-FALLBACK
           END-IF
           DISPLAY "=== Done ==="
           STOP RUN
           .
           .
      *----------------------------------------------------------------*
      * JUDGE-ONE-QUEUE-RECORD: Only records naming a letter shell     *
      * whose reply has arrived OK -- and, where release review is     *
      * required, has been released -- produce a letter.               *
      *----------------------------------------------------------------*
       JUDGE-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-LETTER-SHELL NOT = SPACES
                       PERFORM CHECK-QUEUE-RECORD-IS-RERUN
                       IF NOT QUEUE-RECORD-IS-RERUN
                           PERFORM TRY-WRITE-ONE-LETTER
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * CHECK-QUEUE-RECORD-IS-RERUN: A prompt id recorded as the new   *
      * id of an incident re-run belongs to the original's letter.     *
      *----------------------------------------------------------------*
       CHECK-QUEUE-RECORD-IS-RERUN.
           MOVE 0 TO WS-RERUN-SWITCH

           MOVE "00" TO WS-RRL-FILE-STATUS
           OPEN INPUT RERUN-LINK
           IF WS-RRL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-PROMPT-ID TO RRL-NEW-PROMPT-ID
           READ RERUN-LINK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUEUE-RECORD-IS-RERUN TO TRUE
           END-READ

           CLOSE RERUN-LINK
           .

       TRY-WRITE-ONE-LETTER.
           MOVE SPACES TO WS-CORRECTED-ID
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
           MOVE PQ-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   MOVE SPACES TO RA-STATUS
           END-READ

           IF RA-SUPERSEDED-BY NOT = SPACES
               AND RA-STATUS NOT = SPACES
               PERFORM FETCH-CORRECTED-REPLY
           END-IF

           IF RA-STATUS = "OK" OR RA-STATUS = "CACHED"
               OR RA-STATUS = "LATE-OK"
               PERFORM DECRYPT-ARCHIVE-TEXT
               IF WS-CRYPT-RC NOT = 0
                   PERFORM HOLD-BACK-UNREADABLE-REPLY
               ELSE
                   PERFORM CHECK-RELEASE-HOLD
               END-IF
               EVALUATE TRUE
                   WHEN RELEASE-CLEARED
                       PERFORM GENERATE-ONE-LETTER
                   WHEN RELEASE-WITHHELD
                       ADD 1 TO WS-LETTERS-WITHHELD
                   WHEN OTHER
                       ADD 1 TO WS-LETTERS-WAITING
               END-EVALUATE
           ELSE
               ADD 1 TO WS-LETTERS-WAITING
           END-IF

           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * FETCH-CORRECTED-REPLY: Replace the superseded original with    *
      * the re-run's archive entry; its release review is the one      *
      * that governs the corrected letter. Should the re-run's entry   *
      * have gone, the original is read back and the letter is         *
      * written from it as before.                                     *
      *----------------------------------------------------------------*
       FETCH-CORRECTED-REPLY.
           MOVE RA-SUPERSEDED-BY TO WS-CORRECTED-ID
           MOVE WS-CORRECTED-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   MOVE SPACES TO WS-CORRECTED-ID
           END-READ

           IF WS-CORRECTED-ID = SPACES
               MOVE PQ-PROMPT-ID TO RA-PROMPT-ID
               READ RESPONSE-ARCHIVE
                   INVALID KEY
                       MOVE SPACES TO RA-STATUS
               END-READ
           END-IF
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
      * GENERATE-ONE-LETTER: Merge the shell and the reply into the    *
      * print-ready output file for this prompt id.                    *
      *----------------------------------------------------------------*
       GENERATE-ONE-LETTER.
           MOVE RA-LANGUAGE TO WS-LETTER-LANGUAGE
           IF WS-LETTER-LANGUAGE = SPACES
               MOVE "EN" TO WS-LETTER-LANGUAGE
           END-IF

           PERFORM OPEN-LANGUAGE-SHELL
           IF WS-SHL-FILE-STATUS NOT = "00"
               ADD 1 TO WS-LETTERS-NO-SHELL
               DISPLAY "WARNING: no shell file "
                   FUNCTION TRIM(WS-SHL-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           IF SHELL-FELL-BACK
               ADD 1 TO WS-LETTERS-SHELL-FALLBACK
           END-IF

           PERFORM FORMAT-LETTER-DATE
           PERFORM LOOK-UP-REQUESTOR

           MOVE SPACES TO WS-LTR-FILE-NAME
           IF WS-CORRECTED-ID NOT = SPACES
               STRING
                   "LETTER-"
                   FUNCTION TRIM(PQ-PROMPT-ID)
                   "-CORRECTED.TXT"
                   DELIMITED SIZE
                   INTO WS-LTR-FILE-NAME
               END-STRING
           ELSE
               STRING
                   "LETTER-"
                   FUNCTION TRIM(PQ-PROMPT-ID)
                   ".TXT"
                   DELIMITED SIZE
                   INTO WS-LTR-FILE-NAME
               END-STRING
           END-IF

           PERFORM LOOK-UP-STORED-IMAGE

           OPEN OUTPUT LETTER-OUT
           MOVE 0 TO WS-PAGE-LINE-NO
           MOVE 0 TO WS-ENCLOSURE-SWITCH

           PERFORM MERGE-ONE-SHELL-LINE
               UNTIL WS-SHL-FILE-STATUS NOT = "00"

           IF IMAGE-ON-FILE AND NOT ENCLOSURE-WRITTEN
               MOVE SPACES TO WS-SHELL-LINE
               PERFORM WRITE-LETTER-LINE
               PERFORM WRITE-ENCLOSURE-LINE
           END-IF

           PERFORM PAD-OUT-LAST-PAGE
           CLOSE LETTER-OUT
           CLOSE LETTER-SHELL

           ADD 1 TO WS-LETTERS-WRITTEN
           IF WS-CORRECTED-ID NOT = SPACES
               ADD 1 TO WS-LETTERS-CORRECTED
               DISPLAY "Wrote " FUNCTION TRIM(WS-LTR-FILE-NAME)
                   " from " FUNCTION TRIM(WS-CORRECTED-ID)
           ELSE
               DISPLAY "Wrote " FUNCTION TRIM(WS-LTR-FILE-NAME)
           END-IF
           IF WS-LETTER-LANGUAGE NOT = "EN"
               DISPLAY "  in " WS-LETTER-LANGUAGE
           END-IF
           IF IMAGE-ON-FILE
               ADD 1 TO WS-LETTERS-WITH-IMAGE
               DISPLAY "  with " FUNCTION TRIM(WS-IMAGE-COPY-NAME)
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN-LANGUAGE-SHELL: The shell for the letter's language. The  *
      * English shell is LETTER-SHELL-<id>.TXT; another language's is  *
      * LETTER-SHELL-<id>-<lang>.TXT, and when that is not on file the *
      * English shell is opened instead and the fallback reported.     *
      *----------------------------------------------------------------*
       OPEN-LANGUAGE-SHELL.
           MOVE 0 TO WS-SHELL-FALLBACK-SWITCH

           IF WS-LETTER-LANGUAGE NOT = "EN"
               MOVE SPACES TO WS-SHL-FILE-NAME
               STRING
                   "LETTER-SHELL-"
                   FUNCTION TRIM(PQ-LETTER-SHELL)
                   "-" WS-LETTER-LANGUAGE
                   ".TXT"
                   DELIMITED SIZE
                   INTO WS-SHL-FILE-NAME
               END-STRING

               MOVE "00" TO WS-SHL-FILE-STATUS
               OPEN INPUT LETTER-SHELL
               IF WS-SHL-FILE-STATUS = "00"
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "WARNING: no " WS-LETTER-LANGUAGE
                   " shell file " FUNCTION TRIM(WS-SHL-FILE-NAME)
                   "; English shell used for "
                   FUNCTION TRIM(PQ-PROMPT-ID)
               SET SHELL-FELL-BACK TO TRUE
           END-IF

           MOVE SPACES TO WS-SHL-FILE-NAME
           STRING
               "LETTER-SHELL-"
               FUNCTION TRIM(PQ-LETTER-SHELL)
               ".TXT"
               DELIMITED SIZE
               INTO WS-SHL-FILE-NAME
           END-STRING

           MOVE "00" TO WS-SHL-FILE-STATUS
           OPEN INPUT LETTER-SHELL
           .

      *----------------------------------------------------------------*
      * FORMAT-LETTER-DATE: Today's date for the &DATE merge field in  *
      * the letter's language -- the day without a leading zero, the   *
      * month by name, and the language's own connecting words. An     *
      * English letter, or a language without a month table, gets the  *
      * ISO date.                                                      *
      *----------------------------------------------------------------*
       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LETTER-DATE
           MOVE 0 TO WS-DATE-LANG-FOUND
           PERFORM TEST-ONE-DATE-LANGUAGE
               VARYING WS-DATE-LANG-IDX FROM 1 BY 1
               UNTIL WS-DATE-LANG-IDX > 6
               OR WS-DATE-LANG-FOUND > 0

           IF WS-DATE-LANG-FOUND = 0
               STRING
                   WS-TODAY-DATE(1:4) "-"
                   WS-TODAY-DATE(5:2) "-"
                   WS-TODAY-DATE(7:2)
                   DELIMITED SIZE
                   INTO WS-LETTER-DATE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE(5:2) TO WS-DATE-MONTH-NO
           MOVE WS-TODAY-DATE(7:2) TO WS-DATE-DAY
           IF WS-DATE-DAY(1:1) = "0"
               MOVE WS-DATE-DAY(2:1) TO WS-DATE-DAY
           END-IF

           EVALUATE WS-DATE-PATTERN(WS-DATE-LANG-FOUND)
               WHEN "B"
                   STRING
                       FUNCTION TRIM(WS-DATE-DAY) ". "
                       FUNCTION TRIM(WS-MONTH-NAME(
                           WS-DATE-LANG-FOUND WS-DATE-MONTH-NO))
                       " " WS-TODAY-DATE(1:4)
                       DELIMITED SIZE
                       INTO WS-LETTER-DATE
                   END-STRING
               WHEN "C"
                   STRING
                       FUNCTION TRIM(WS-DATE-DAY) " de "
                       FUNCTION TRIM(WS-MONTH-NAME(
                           WS-DATE-LANG-FOUND WS-DATE-MONTH-NO))
                       " de " WS-TODAY-DATE(1:4)
                       DELIMITED SIZE
                       INTO WS-LETTER-DATE
                   END-STRING
               WHEN OTHER
                   STRING
                       FUNCTION TRIM(WS-DATE-DAY) " "
                       FUNCTION TRIM(WS-MONTH-NAME(
                           WS-DATE-LANG-FOUND WS-DATE-MONTH-NO))
                       " " WS-TODAY-DATE(1:4)
                       DELIMITED SIZE
                       INTO WS-LETTER-DATE
                   END-STRING
           END-EVALUATE
           .

       TEST-ONE-DATE-LANGUAGE.
           IF WS-DATE-LANG-CODE(WS-DATE-LANG-IDX) = WS-LETTER-LANGUAGE
               MOVE WS-DATE-LANG-IDX TO WS-DATE-LANG-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * LOOK-UP-STORED-IMAGE: The reply's image-store entry, when it   *
      * has one, copied out beside the letter. A missing index entry   *
      * or a failed copy leaves the letter without an enclosure.       *
      *----------------------------------------------------------------*
       LOOK-UP-STORED-IMAGE.
           MOVE 0 TO WS-IMAGE-SWITCH
           MOVE SPACES TO WS-IMAGE-COPY-NAME
           IF RA-IMAGE-REF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-IMX-FILE-STATUS
           OPEN INPUT IMAGE-INDEX
           IF WS-IMX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no image index for "
                   FUNCTION TRIM(PQ-PROMPT-ID)
               EXIT PARAGRAPH
           END-IF

           MOVE RA-IMAGE-REF TO IMX-PROMPT-ID
           READ IMAGE-INDEX
               INVALID KEY
                   DISPLAY "WARNING: image "
                       FUNCTION TRIM(RA-IMAGE-REF)
                       " is not in the image index"
               NOT INVALID KEY
                   SET IMAGE-ON-FILE TO TRUE
           END-READ

           CLOSE IMAGE-INDEX

           IF NOT IMAGE-ON-FILE
               EXIT PARAGRAPH
           END-IF

           STRING
               WS-LTR-FILE-NAME(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-LTR-FILE-NAME)) - 4)
               "-IMAGE."
               FUNCTION TRIM(IMX-FORMAT)
               DELIMITED SIZE
               INTO WS-IMAGE-COPY-NAME
           END-STRING

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "cp " FUNCTION TRIM(IMX-STORE-PATH)
               " " FUNCTION TRIM(WS-IMAGE-COPY-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: image file "
                   FUNCTION TRIM(IMX-STORE-PATH)
                   " could not be copied"
               MOVE 0 TO WS-IMAGE-SWITCH
               MOVE 0 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-ENCLOSURE-LINE: The letter's reference to the image      *
      * copied beside it.                                              *
      *----------------------------------------------------------------*
       WRITE-ENCLOSURE-LINE.
           MOVE IMX-BYTE-SIZE TO WS-IMAGE-SIZE-EDIT
           MOVE SPACES TO WS-SHELL-LINE
           STRING
               "Enclosure: " FUNCTION TRIM(WS-IMAGE-COPY-NAME)
               " (" FUNCTION TRIM(IMX-FORMAT) ", "
               FUNCTION TRIM(WS-IMAGE-SIZE-EDIT) " bytes)"
               DELIMITED SIZE
               INTO WS-SHELL-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           SET ENCLOSURE-WRITTEN TO TRUE
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * MERGE-ONE-SHELL-LINE: Copy the next shell line through with    *
      * its merge fields substituted; an &BODY line expands to the     *
      * flowed reply text, and an &IMAGE line to the enclosure line    *
      * (or to nothing when the reply has no image).                   *
      *----------------------------------------------------------------*
       MERGE-ONE-SHELL-LINE.
           READ LETTER-SHELL INTO WS-SHELL-LINE
                   MOVE "10" TO WS-SHL-FILE-STATUS
               NOT AT END
                   MOVE 0 TO WS-MARK-TALLY
                   MOVE 0 TO WS-IMAGE-MARK-TALLY
                   INSPECT WS-SHELL-LINE TALLYING WS-MARK-TALLY
                       FOR ALL "&BODY"
                   INSPECT WS-SHELL-LINE TALLYING WS-IMAGE-MARK-TALLY
                       FOR ALL "&IMAGE"
                   EVALUATE TRUE
                       WHEN WS-MARK-TALLY > 0
                           PERFORM FLOW-REPLY-BODY
                       WHEN WS-IMAGE-MARK-TALLY > 0
                           IF IMAGE-ON-FILE
                               PERFORM WRITE-ENCLOSURE-LINE
                           END-IF
                       WHEN OTHER
                           PERFORM SUBSTITUTE-MERGE-FIELDS
                           PERFORM WRITE-LETTER-LINE
                   END-EVALUATE
           END-READ
           .

           PERFORM WRITE-LETTER-LINE
               UNTIL WS-PAGE-LINE-NO = 0
           .

      *----------------------------------------------------------------*
      * CHECK-RELEASE-HOLD: A reply with a release-hold record goes    *
      * out only once an approving operator has RELEASED it, and then  *
      * with the operator's edited text when one was recorded. No      *
      * record -- or no hold file at all -- means the reply's template *
      * and profile needed no release review. A hold file that exists  *
      * but cannot be read keeps the reply back until it can.          *
      *----------------------------------------------------------------*
       CHECK-RELEASE-HOLD.
           SET RELEASE-CLEARED TO TRUE
           MOVE SPACES TO WS-RELEASED-BY

           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RLH-FILE-STATUS NOT = "00"
               PERFORM HOLD-BACK-UNREADABLE-RELEASE
               EXIT PARAGRAPH
           END-IF

           MOVE RA-PROMPT-ID TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RLH-STATUS-RELEASED
                           PERFORM TAKE-RELEASED-TEXT
                       WHEN RLH-STATUS-WITHHELD
                           SET RELEASE-WITHHELD TO TRUE
                       WHEN OTHER
                           SET RELEASE-AWAITED TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-RLH-FILE-STATUS NOT = "00"
               AND WS-RLH-FILE-STATUS NOT = "23"
               PERFORM HOLD-BACK-UNREADABLE-RELEASE
           END-IF

           CLOSE RELEASE-HOLD
           .

      *    A released reply whose edit cannot be read back is held,
      *    not sent as originally written.
       TAKE-RELEASED-TEXT.
           PERFORM DECRYPT-EDITED-TEXT
           IF WS-CRYPT-RC NOT = 0
               SET RELEASE-AWAITED TO TRUE
               DISPLAY "WARNING: released text for "
                   FUNCTION TRIM(RA-PROMPT-ID)
                   " cannot be decrypted; held back"
               EXIT PARAGRAPH
           END-IF
           MOVE RLH-DECIDED-BY TO WS-RELEASED-BY
           IF RLH-EDITED-TEXT NOT = SPACES
               MOVE RLH-EDITED-TEXT TO RA-REPLY-TEXT
           END-IF
           .

      *----------------------------------------------------------------*
      * DECRYPT-EDITED-TEXT: The operator's edited text on a release   *
      * hold back to clear; WS-CRYPT-RC is non-zero when it cannot be. *
      *----------------------------------------------------------------*
       DECRYPT-EDITED-TEXT.
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *    An archived reply whose text cannot be decrypted is not
      *    merged into a letter as a key-ring notice; it stays
      *    pending for the next run once the ring is restored.
       HOLD-BACK-UNREADABLE-REPLY.
           SET RELEASE-AWAITED TO TRUE
           ADD 1 TO WS-LETTERS-UNREADABLE
           DISPLAY "WARNING: archived reply for "
               FUNCTION TRIM(RA-PROMPT-ID)
               " cannot be decrypted (rc " WS-CRYPT-RC
               "); no letter written, held back"
           .

       HOLD-BACK-UNREADABLE-RELEASE.
           SET RELEASE-AWAITED TO TRUE
           DISPLAY "WARNING: release hold file unreadable (status "
               WS-RLH-FILE-STATUS "); "
               FUNCTION TRIM(RA-PROMPT-ID) " held back"
           .
