      *================================================================*
      * EDISCOVERY-PRODUCTION.cob                                      *
      * Produces a numbered e-discovery set for one matter. The        *
      * production request file names the matter and what to produce   *
      * -- business keys (expanded through BUSINESS-KEY-XREF.DAT into  *
      * the sessions and prompts that touched them), session ids,      *
      * and/or one date range. Keys and sessions choose the            *
      * population; a date range alone takes everything inside it,     *
      * and with keys or sessions it narrows them to the range.        *
      *                                                                *
      * Every matching transcript turn, response-archive record,       *
      * event-log line and audit-trail line becomes one document with  *
      * its own sequential Bates number (matter-nnnnnnn), written to   *
      * the production set PROD-<matter>-<vol>.TXT. Alongside it:      *
      *                                                                *
      *   PROD-<matter>-<vol>-LOAD.DAT      load-file index: Bates     *
      *     number, source file, session, turn, timestamp and the      *
      *     custodian job id, one "|"-delimited line per document;     *
      *   PROD-<matter>-<vol>-MANIFEST.TXT  counts by source, the      *
      *     Bates range, and the hash-chain verification status of     *
      *     the audit trail for every source day included; a turn or   *
      *     reply whose text cannot be decrypted is listed there as    *
      *     withheld and takes no Bates number.                        *
      *                                                                *
      * PRODUCTION-LOG.DAT records what went out under which matter.   *
      * A later production for the same matter takes the next volume   *
      * number and continues the Bates numbering where the last one    *
      * stopped; if that log exists but cannot be read, nothing is     *
      * produced.                                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDISCOVERY-PRODUCTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTION-REQUEST ASSIGN TO WS-PRD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT PRODUCTION-LOG ASSIGN TO WS-PLG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-FILE-STATUS.
           SELECT BUSINESS-XREF ASSIGN TO WS-BXR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXR-FILE-STATUS.
           SELECT SESSION-REGISTRY ASSIGN TO WS-SESSION-REG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SREG-SESSION-ID
               FILE STATUS IS WS-SREG-FILE-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO WS-TRX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRX-KEY
               FILE STATUS IS WS-TRX-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT LOG-LIST ASSIGN TO WS-LST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.
           SELECT SOURCE-LOG ASSIGN TO WS-SRC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT PRODUCTION-SET ASSIGN TO WS-SET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-FILE-STATUS.
           SELECT LOAD-FILE ASSIGN TO WS-LDF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDF-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTION-REQUEST.
       01  PRODUCTION-REQUEST-RECORD.
           05 PRD-KIND              PIC X(8).
               88 PRD-KIND-MATTER               VALUE "MATTER".
               88 PRD-KIND-KEY                  VALUE "KEY".
               88 PRD-KIND-SESSION              VALUE "SESSION".
               88 PRD-KIND-DATES                VALUE "DATES".
           05 PRD-VALUE             PIC X(64).

       FD  PRODUCTION-LOG.
       01  PRODUCTION-LOG-RECORD.
           05 PLG-MATTER-NO         PIC X(20).
           05 PLG-VOLUME-NO         PIC 9(3).
           05 PLG-FIRST-BATES       PIC 9(7).
           05 PLG-LAST-BATES        PIC 9(7).
           05 PLG-DOC-COUNT         PIC 9(7).
           05 PLG-PRODUCED-TS       PIC X(21).
           05 PLG-SET-FILE          PIC X(64).
           05 PLG-CRITERIA          PIC X(128).

       FD  BUSINESS-XREF.
       01  BUSINESS-XREF-RECORD     PIC X(256).

      *    Field-for-field match of WS-SESSION-REGISTRY-RECORD in      *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  SESSION-REGISTRY.
       01  SESSION-REGISTRY-RECORD.
           05 SREG-SESSION-ID       PIC X(64).
           05 SREG-JOB-ID           PIC X(20).
           05 SREG-AGENT-NAME       PIC X(64).
           05 SREG-CREATE-TS        PIC X(21).
           05 SREG-STATUS           PIC X(10).
           05 SREG-TRACEPARENT      PIC X(64).
           05 SREG-TRACESTATE       PIC X(64).
           05 SREG-PROFILE-ID       PIC X(12).

      *    Field-for-field match of WS-TRANSCRIPT-RECORD in            *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-FILE-RECORD.
           05 TRX-KEY.
               10 TRX-SESSION-ID    PIC X(64).
               10 TRX-TURN-NO       PIC 9(10).
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

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

       FD  LOG-LIST.
       01  LOG-LIST-RECORD          PIC X(128).

       FD  SOURCE-LOG.
       01  SOURCE-LOG-RECORD        PIC X(4200).

       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

       FD  PRODUCTION-SET.
       01  PRODUCTION-SET-LINE      PIC X(4200).

       FD  LOAD-FILE.
       01  LOAD-FILE-LINE           PIC X(256).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRD-FILE-NAME         PIC X(64)
           VALUE "PRODUCTION-REQUEST.DAT".
       01  WS-PRD-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PLG-FILE-NAME         PIC X(64)
           VALUE "PRODUCTION-LOG.DAT".
       01  WS-PLG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SESSION-REG-NAME      PIC X(64)
           VALUE "SESSION-REGISTRY.DAT".
       01  WS-SREG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-TRX-FILE-NAME         PIC X(64)  VALUE "TRANSCRIPT.DAT".
       01  WS-TRX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Conversation text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "EDISCOVERY-PRODUCTION".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-LST-FILE-NAME         PIC X(64)
           VALUE "PRODUCTION-FILE-LIST.WRK".
       01  WS-LST-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SRC-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-SRC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-SET-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-SET-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-LDF-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-LDF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MAN-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-MAN-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-SIGN-KEY              PIC X(32)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SET-LINE              PIC X(4200) VALUE SPACES.
       01  WS-LOAD-LINE             PIC X(256) VALUE SPACES.
       01  WS-WARNING-RC            PIC 9(4)   VALUE 4.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.

      *    What the request asks for.
       01  WS-MATTER-NO             PIC X(20)  VALUE SPACES.
       01  WS-DATE-FROM             PIC X(8)   VALUE SPACES.
       01  WS-DATE-TO               PIC X(8)   VALUE SPACES.
       01  WS-CRITERIA-TEXT         PIC X(128) VALUE SPACES.
       01  WS-CRITERIA-PTR          PIC 9(3)   VALUE 1.
       01  WS-DATES-FLAG            PIC 9      VALUE 0.
           88 DATES-REQUESTED                  VALUE 1.
       01  WS-IDS-FLAG              PIC 9      VALUE 0.
           88 IDS-REQUESTED                    VALUE 1.

       01  WS-KEY-TABLE.
           05 WS-KEY-COUNT          PIC 9(2)   VALUE 0.
           05 WS-KEY-ENTRY OCCURS 50 TIMES.
               10 WS-KEY-VALUE      PIC X(20)  VALUE SPACES.
       01  WS-KEY-IDX               PIC 9(2)   VALUE 0.

      *    The sessions and prompts in the production population.
       01  WS-TGT-SESS-TABLE.
           05 WS-TGS-COUNT          PIC 9(3)   VALUE 0.
           05 WS-TGS-ENTRY OCCURS 500 TIMES.
               10 WS-TGS-ID         PIC X(64)  VALUE SPACES.
       01  WS-TGS-IDX               PIC 9(3)   VALUE 0.
       01  WS-TGT-PROMPT-TABLE.
           05 WS-TGP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-TGP-ENTRY OCCURS 500 TIMES.
               10 WS-TGP-ID         PIC X(20)  VALUE SPACES.
       01  WS-TGP-IDX               PIC 9(3)   VALUE 0.
       01  WS-SLOT-FOUND            PIC 9      VALUE 0.
           88 SLOT-WAS-FOUND                   VALUE 1.
           88 SLOT-NOT-FOUND                   VALUE 0.
       01  WS-NEW-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-NEW-PROMPT-ID         PIC X(20)  VALUE SPACES.

      *    Parsed fields of one cross-reference line.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-BXR-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-BXR-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-BXR-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-BXR-TURN-TOK          PIC X(10)  VALUE SPACES.
       01  WS-BXR-KIND              PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY               PIC X(20)  VALUE SPACES.

      *    Bates numbering, continued from the production log.
       01  WS-VOLUME-NO             PIC 9(3)   VALUE 0.
       01  WS-LAST-BATES            PIC 9(7)   VALUE 0.
       01  WS-NEXT-BATES            PIC 9(7)   VALUE 0.
       01  WS-FIRST-BATES           PIC 9(7)   VALUE 0.
       01  WS-BATES-NO              PIC X(32)  VALUE SPACES.
       01  WS-FIRST-BATES-NO        PIC X(32)  VALUE SPACES.
       01  WS-PRIOR-PRODUCTIONS     PIC 9(3)   VALUE 0.

      *    The document being produced.
       01  WS-DOC-SOURCE            PIC X(64)  VALUE SPACES.
       01  WS-DOC-SESSION           PIC X(64)  VALUE SPACES.
       01  WS-DOC-TURN              PIC X(10)  VALUE SPACES.
       01  WS-DOC-TS                PIC X(21)  VALUE SPACES.
       01  WS-DOC-JOB               PIC X(20)  VALUE SPACES.
       01  WS-DOC-DAY               PIC X(8)   VALUE SPACES.
       01  WS-DAY-TEST-FLAG         PIC 9      VALUE 0.
           88 DAY-IN-RANGE                     VALUE 1.
           88 DAY-OUT-OF-RANGE                 VALUE 0.
       01  WS-SREG-OPEN-FLAG        PIC 9      VALUE 0.
           88 REGISTRY-IS-OPEN                 VALUE 1.
           88 REGISTRY-NOT-OPEN                VALUE 0.
       01  WS-DONE-FLAG             PIC 9      VALUE 0.
           88 SESSION-TURNS-DONE               VALUE 1.
           88 SESSION-TURNS-REMAIN             VALUE 0.

       01  WS-PRODUCTION-COUNTS.
           05 WS-DOC-COUNT          PIC 9(7)   VALUE 0.
           05 WS-CNT-TURNS          PIC 9(7)   VALUE 0.
           05 WS-CNT-ARCHIVE        PIC 9(7)   VALUE 0.
           05 WS-CNT-EVENT          PIC 9(7)   VALUE 0.
           05 WS-CNT-AUDIT          PIC 9(7)   VALUE 0.
           05 WS-CNT-UNREADABLE     PIC 9(7)   VALUE 0.

      *    Items in the population whose text cannot be decrypted;
      *    they are listed in the manifest instead of produced.
       01  WS-UNREAD-TABLE.
           05 WS-UNREAD-COUNT       PIC 9(3)   VALUE 0.
           05 WS-UNREAD-ENTRY OCCURS 500 TIMES.
               10 WS-UNREAD-LINE    PIC X(132) VALUE SPACES.
       01  WS-UNREAD-IDX            PIC 9(3)   VALUE 0.
       01  WS-UNREAD-RC             PIC Z9     VALUE ZERO.

      *    Log files: the one being read and its date and kind.
       01  WS-LOG-LINE              PIC X(4200) VALUE SPACES.
       01  WS-LIST-LEN              PIC 9(3)   VALUE 0.
       01  WS-FILE-DATE             PIC X(8)   VALUE SPACES.
       01  WS-LOG-KIND-FLAG         PIC 9      VALUE 0.
           88 LOG-IS-AUDIT                     VALUE 1.
           88 LOG-IS-EVENT                     VALUE 0.
       01  WS-LOG-TOK-1             PIC X(21)  VALUE SPACES.
       01  WS-LOG-TOK-2             PIC X(20)  VALUE SPACES.
       01  WS-LOG-TOK-3             PIC X(64)  VALUE SPACES.

      *    Needle search over a log line.
       01  WS-NEEDLE                PIC X(64)  VALUE SPACES.
       01  WS-NEEDLE-LEN            PIC 9(3)   VALUE 0.
       01  WS-NEEDLE-TALLY          PIC 9(5)   VALUE 0.
       01  WS-LINE-TARGET-FLAG      PIC 9      VALUE 0.
           88 LINE-IS-TARGETED                 VALUE 1.
           88 LINE-NOT-TARGETED                VALUE 0.
       01  WS-HIT-SESSION-ID        PIC X(64)  VALUE SPACES.

      *    Source days in date order, with the documents from each.
       01  WS-DAY-TABLE.
           05 WS-DAY-COUNT          PIC 9(3)   VALUE 0.
           05 WS-DAY-ENTRY OCCURS 400 TIMES.
               10 WS-DAY-DATE       PIC X(8)   VALUE SPACES.
               10 WS-DAY-DOCS       PIC 9(7)   VALUE 0.
       01  WS-DAY-IDX               PIC 9(3)   VALUE 0.
       01  WS-DAY-POS               PIC 9(3)   VALUE 0.
       01  WS-DAY-MOVE              PIC 9(3)   VALUE 0.

      *    Audit-chain re-walk for one source day.
       01  WS-CHAIN-LINE            PIC X(4200) VALUE SPACES.
       01  WS-CONTENT               PIC X(4096) VALUE SPACES.
       01  WS-PREV-HASH             PIC X(8)   VALUE "00000000".
       01  WS-LINE-HASH             PIC X(8)   VALUE SPACES.
       01  WS-RECORDED-HASH         PIC X(8)   VALUE SPACES.
       01  WS-LINE-LEN              PIC 9(5)   VALUE 0.
       01  WS-HMARK-POS             PIC 9(5)   VALUE 0.
       01  WS-HSCAN-POS             PIC 9(5)   VALUE 0.
       01  WS-CHAIN-LINE-NO         PIC 9(7)   VALUE 0.
       01  WS-VERIFIED-COUNT        PIC 9(7)   VALUE 0.
       01  WS-BREAK-FLAG            PIC 9      VALUE 0.
           88 CHAIN-IS-BROKEN                  VALUE 1.
           88 CHAIN-STILL-INTACT               VALUE 0.
       01  WS-BREAK-REASON          PIC X(64)  VALUE SPACES.
       01  WS-SIG-BAD-COUNT         PIC 9(3)   VALUE 0.
       01  WS-MATCH-TALLY           PIC 9(3)   VALUE 0.
       01  WS-SIG-RECORDED          PIC X(8)   VALUE SPACES.
       01  WS-SIG-COMPUTED          PIC X(8)   VALUE SPACES.
       01  WS-SIG-WORK              PIC X(4096) VALUE SPACES.
       01  WS-REC-COUNT-TOK         PIC X(10)  VALUE SPACES.
       01  WS-SIG-MARK-POS          PIC 9(5)   VALUE 0.
       01  WS-REC-MARK-POS          PIC 9(5)   VALUE 0.
       01  WS-TOK-PTR               PIC 9(5)   VALUE 0.
       01  WS-DAY-STATUS            PIC X(80)  VALUE SPACES.
       01  WS-CHAIN-COUNTS.
           05 WS-DAYS-INTACT        PIC 9(3)   VALUE 0.
           05 WS-DAYS-BROKEN        PIC 9(3)   VALUE 0.
           05 WS-DAYS-NO-FILE       PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== E-Discovery Production ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           PERFORM LOAD-PRODUCTION-REQUEST
           IF WS-MATTER-NO = SPACES
               DISPLAY "ERROR: The production request names no matter."
               STOP RUN
           END-IF
           IF NOT IDS-REQUESTED AND NOT DATES-REQUESTED
               DISPLAY "ERROR: The production request names no keys, "
                   "sessions or dates."
               STOP RUN
           END-IF

           PERFORM LOAD-SIGN-KEY
           PERFORM FIND-PRIOR-PRODUCTIONS
           PERFORM EXPAND-KEYS-FROM-XREF

           PERFORM OPEN-PRODUCTION-FILES
           IF WS-SET-FILE-STATUS NOT = "00"
               OR WS-LDF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the production set files"
               STOP RUN
           END-IF

           PERFORM PRODUCE-TRANSCRIPT-TURNS
           PERFORM PRODUCE-ARCHIVE-RECORDS
           PERFORM PRODUCE-LOG-LINES

           CLOSE PRODUCTION-SET
           CLOSE LOAD-FILE

           PERFORM WRITE-MANIFEST

           IF WS-DOC-COUNT > 0
               PERFORM APPEND-PRODUCTION-LOG
           END-IF

           DISPLAY "Matter " FUNCTION TRIM(WS-MATTER-NO)
               "  volume " WS-VOLUME-NO
               "  documents " WS-DOC-COUNT
           IF WS-DOC-COUNT > 0
               DISPLAY "Bates " FUNCTION TRIM(WS-FIRST-BATES-NO)
                   " through " FUNCTION TRIM(WS-BATES-NO)
           ELSE
               DISPLAY "Nothing matched; the production log is "
                   "unchanged."
           END-IF
           DISPLAY "Set:      " FUNCTION TRIM(WS-SET-FILE-NAME)
           DISPLAY "Load file: " FUNCTION TRIM(WS-LDF-FILE-NAME)
           DISPLAY "Manifest: " FUNCTION TRIM(WS-MAN-FILE-NAME)

           IF WS-CNT-UNREADABLE > 0
               DISPLAY "WARNING: " WS-CNT-UNREADABLE
                   " item(s) could not be decrypted and were not "
                   "produced; see the manifest."
           END-IF
           IF WS-DAYS-BROKEN > 0 OR WS-DAYS-NO-FILE > 0
               DISPLAY "WARNING: " WS-DAYS-BROKEN
                   " source day(s) with a broken audit chain, "
                   WS-DAYS-NO-FILE " with no audit file."
           END-IF
           IF WS-DAYS-BROKEN > 0 OR WS-DAYS-NO-FILE > 0
               OR WS-CNT-UNREADABLE > 0
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-WARNING-RC
           END-IF

           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-PRODUCTION-REQUEST: The matter number, the keys and       *
      * sessions to produce, and the date range, one per line.         *
      *----------------------------------------------------------------*
       LOAD-PRODUCTION-REQUEST.
           OPEN INPUT PRODUCTION-REQUEST
           IF WS-PRD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-REQUEST-LINE
               UNTIL WS-PRD-FILE-STATUS NOT = "00"

           CLOSE PRODUCTION-REQUEST
           .

       LOAD-ONE-REQUEST-LINE.
           READ PRODUCTION-REQUEST
               AT END
                   MOVE "10" TO WS-PRD-FILE-STATUS
               NOT AT END
                   IF PRD-VALUE NOT = SPACES
                       PERFORM APPLY-ONE-REQUEST-LINE
                   END-IF
           END-READ
           .

       APPLY-ONE-REQUEST-LINE.
           EVALUATE TRUE
               WHEN PRD-KIND-MATTER
                   MOVE PRD-VALUE(1:20) TO WS-MATTER-NO
                   EXIT PARAGRAPH
               WHEN PRD-KIND-KEY
                   IF WS-KEY-COUNT < 50
                       ADD 1 TO WS-KEY-COUNT
                       MOVE PRD-VALUE(1:20)
                           TO WS-KEY-VALUE(WS-KEY-COUNT)
                   END-IF
                   SET IDS-REQUESTED TO TRUE
               WHEN PRD-KIND-SESSION
                   MOVE PRD-VALUE TO WS-NEW-SESSION-ID
                   PERFORM ADD-TARGET-SESSION
                   SET IDS-REQUESTED TO TRUE
               WHEN PRD-KIND-DATES
                   MOVE SPACES TO WS-DATE-FROM
                   MOVE SPACES TO WS-DATE-TO
                   UNSTRING PRD-VALUE DELIMITED BY ALL SPACE
                       INTO WS-DATE-FROM WS-DATE-TO
                   END-UNSTRING
                   IF WS-DATE-TO = SPACES
                       MOVE WS-DATE-FROM TO WS-DATE-TO
                   END-IF
                   SET DATES-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Request line ignored: "
                       FUNCTION TRIM(PRD-KIND)
                   EXIT PARAGRAPH
           END-EVALUATE

      *    The criteria go on the production log as given.
           IF WS-CRITERIA-PTR > 1 AND WS-CRITERIA-PTR < 128
               STRING
                   "; "
                   DELIMITED SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRITERIA-PTR
               END-STRING
           END-IF
           IF WS-CRITERIA-PTR < 128
               STRING
                   FUNCTION TRIM(PRD-KIND) " "
                   FUNCTION TRIM(PRD-VALUE)
                   DELIMITED SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRITERIA-PTR
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-SIGN-KEY: The site's signing key, for the closing-record  *
      * signature check in the manifest's chain status.                *
      *----------------------------------------------------------------*
       LOAD-SIGN-KEY.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-SITE-CONFIG-RECORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG
           .

       APPLY-ONE-SITE-CONFIG-RECORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   IF FUNCTION TRIM(SCFG-KEYWORD) = "AUDIT-SIGN-KEY"
                       MOVE SCFG-VALUE(1:32) TO WS-SIGN-KEY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-PRIOR-PRODUCTIONS: The highest volume and Bates number    *
      * already produced under this matter, so this production picks   *
      * up where the last one stopped. Only a log that does not yet    *
      * exist means a first production; a log that cannot be read      *
      * stops the run, since the Bates range would otherwise restart.  *
      *----------------------------------------------------------------*
       FIND-PRIOR-PRODUCTIONS.
           MOVE 0 TO WS-VOLUME-NO
           MOVE 0 TO WS-LAST-BATES

           MOVE "00" TO WS-PLG-FILE-STATUS
           OPEN INPUT PRODUCTION-LOG
           EVALUATE WS-PLG-FILE-STATUS
               WHEN "00"
                   PERFORM READ-ONE-LOG-ENTRY
                       UNTIL WS-PLG-FILE-STATUS NOT = "00"
                   CLOSE PRODUCTION-LOG
                   IF WS-PLG-FILE-STATUS NOT = "10"
                       PERFORM STOP-ON-UNREADABLE-LOG
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM STOP-ON-UNREADABLE-LOG
           END-EVALUATE

           ADD 1 TO WS-VOLUME-NO
           COMPUTE WS-NEXT-BATES = WS-LAST-BATES + 1
           MOVE WS-NEXT-BATES TO WS-FIRST-BATES
           .

       STOP-ON-UNREADABLE-LOG.
           DISPLAY "ERROR: production log "
               FUNCTION TRIM(WS-PLG-FILE-NAME)
               " cannot be read (status " WS-PLG-FILE-STATUS
               "); nothing produced."
           DISPLAY "=== Done ==="
           STOP RUN RETURNING WS-FAIL-RC
           .

       READ-ONE-LOG-ENTRY.
           READ PRODUCTION-LOG
               AT END
                   MOVE "10" TO WS-PLG-FILE-STATUS
               NOT AT END
                   IF PLG-MATTER-NO = WS-MATTER-NO
                       ADD 1 TO WS-PRIOR-PRODUCTIONS
                       IF PLG-VOLUME-NO > WS-VOLUME-NO
                           MOVE PLG-VOLUME-NO TO WS-VOLUME-NO
                       END-IF
                       IF PLG-LAST-BATES > WS-LAST-BATES
                           MOVE PLG-LAST-BATES TO WS-LAST-BATES
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * EXPAND-KEYS-FROM-XREF: Every session and prompt the            *
      * cross-reference ties to a requested business key joins the     *
      * production population.                                         *
      *----------------------------------------------------------------*
       EXPAND-KEYS-FROM-XREF.
           IF WS-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-BXR-FILE-STATUS
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM EXPAND-ONE-XREF-LINE
               UNTIL WS-BXR-FILE-STATUS NOT = "00"

           CLOSE BUSINESS-XREF
           .

       EXPAND-ONE-XREF-LINE.
           READ BUSINESS-XREF INTO WS-BXR-LINE
               AT END
                   MOVE "10" TO WS-BXR-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-BXR-TIMESTAMP
                   MOVE SPACES TO WS-BXR-JOB-ID
                   MOVE SPACES TO WS-BXR-SESSION-ID
                   MOVE SPACES TO WS-BXR-PROMPT-ID
                   MOVE SPACES TO WS-BXR-TURN-TOK
                   MOVE SPACES TO WS-BXR-KIND
                   MOVE SPACES TO WS-BXR-KEY
                   UNSTRING WS-BXR-LINE DELIMITED BY SPACE
                       INTO WS-BXR-TIMESTAMP WS-BXR-JOB-ID
                           WS-BXR-SESSION-ID WS-BXR-PROMPT-ID
                           WS-BXR-TURN-TOK WS-BXR-KIND WS-BXR-KEY
                   END-UNSTRING
                   SET SLOT-NOT-FOUND TO TRUE
                   PERFORM TEST-ONE-REQUESTED-KEY
                       VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-COUNT
                       OR SLOT-WAS-FOUND
                   IF SLOT-WAS-FOUND
                       PERFORM ADD-XREF-SESSION-AND-PROMPT
                   END-IF
           END-READ
           .

       TEST-ONE-REQUESTED-KEY.
           IF WS-BXR-KEY = WS-KEY-VALUE(WS-KEY-IDX)
               SET SLOT-WAS-FOUND TO TRUE
           END-IF
           .

       ADD-XREF-SESSION-AND-PROMPT.
           IF WS-BXR-SESSION-ID NOT = SPACES
               AND WS-BXR-SESSION-ID NOT = "-"
               MOVE WS-BXR-SESSION-ID TO WS-NEW-SESSION-ID
               PERFORM ADD-TARGET-SESSION
           END-IF
           IF WS-BXR-PROMPT-ID NOT = SPACES
               AND WS-BXR-PROMPT-ID NOT = "-"
               MOVE WS-BXR-PROMPT-ID TO WS-NEW-PROMPT-ID
               PERFORM ADD-TARGET-PROMPT
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-TARGET-SESSION / ADD-TARGET-PROMPT: Table an id once.      *
      *----------------------------------------------------------------*
       ADD-TARGET-SESSION.
           SET SLOT-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-TGS-IDX FROM 1 BY 1
               UNTIL WS-TGS-IDX > WS-TGS-COUNT
               OR SLOT-WAS-FOUND

           IF SLOT-NOT-FOUND AND WS-TGS-COUNT < 500
               ADD 1 TO WS-TGS-COUNT
               MOVE WS-NEW-SESSION-ID TO WS-TGS-ID(WS-TGS-COUNT)
           END-IF
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-TGS-ID(WS-TGS-IDX) = WS-NEW-SESSION-ID
               SET SLOT-WAS-FOUND TO TRUE
           END-IF
           .

       ADD-TARGET-PROMPT.
           SET SLOT-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-PROMPT-SLOT
               VARYING WS-TGP-IDX FROM 1 BY 1
               UNTIL WS-TGP-IDX > WS-TGP-COUNT
               OR SLOT-WAS-FOUND

           IF SLOT-NOT-FOUND AND WS-TGP-COUNT < 500
               ADD 1 TO WS-TGP-COUNT
               MOVE WS-NEW-PROMPT-ID TO WS-TGP-ID(WS-TGP-COUNT)
           END-IF
           .

       TEST-ONE-PROMPT-SLOT.
           IF WS-TGP-ID(WS-TGP-IDX) = WS-NEW-PROMPT-ID
               SET SLOT-WAS-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN-PRODUCTION-FILES: Name this volume's set, load file and   *
      * manifest after the matter and volume, and open the first two.  *
      *----------------------------------------------------------------*
       OPEN-PRODUCTION-FILES.
           MOVE SPACES TO WS-SET-FILE-NAME
           STRING
               "PROD-" FUNCTION TRIM(WS-MATTER-NO) "-"
               WS-VOLUME-NO ".TXT"
               DELIMITED SIZE
               INTO WS-SET-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-LDF-FILE-NAME
           STRING
               "PROD-" FUNCTION TRIM(WS-MATTER-NO) "-"
               WS-VOLUME-NO "-LOAD.DAT"
               DELIMITED SIZE
               INTO WS-LDF-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-MAN-FILE-NAME
           STRING
               "PROD-" FUNCTION TRIM(WS-MATTER-NO) "-"
               WS-VOLUME-NO "-MANIFEST.TXT"
               DELIMITED SIZE
               INTO WS-MAN-FILE-NAME
           END-STRING

           OPEN OUTPUT PRODUCTION-SET
           OPEN OUTPUT LOAD-FILE

           MOVE "DOCNO|SOURCE|SESSION|TURN|TIMESTAMP|CUSTODIAN"
               TO WS-LOAD-LINE
           WRITE LOAD-FILE-LINE FROM WS-LOAD-LINE
           .

      *----------------------------------------------------------------*
      * PRODUCE-TRANSCRIPT-TURNS: Every turn of the sessions in the    *
      * population, or every turn inside the range when only a date    *
      * range was asked for. The custodian is the job that opened the  *
      * session, from the session registry.                            *
      *----------------------------------------------------------------*
       PRODUCE-TRANSCRIPT-TURNS.
           MOVE "00" TO WS-TRX-FILE-STATUS
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET REGISTRY-NOT-OPEN TO TRUE
           MOVE "00" TO WS-SREG-FILE-STATUS
           OPEN INPUT SESSION-REGISTRY
           IF WS-SREG-FILE-STATUS = "00"
               SET REGISTRY-IS-OPEN TO TRUE
           END-IF

           IF IDS-REQUESTED
               PERFORM PRODUCE-ONE-SESSION-TURNS
                   VARYING WS-TGS-IDX FROM 1 BY 1
                   UNTIL WS-TGS-IDX > WS-TGS-COUNT
           ELSE
               PERFORM PRODUCE-NEXT-DATED-TURN
                   UNTIL WS-TRX-FILE-STATUS NOT = "00"
           END-IF

           IF REGISTRY-IS-OPEN
               CLOSE SESSION-REGISTRY
           END-IF
           CLOSE TRANSCRIPT-FILE
           .

       PRODUCE-ONE-SESSION-TURNS.
           MOVE WS-TGS-ID(WS-TGS-IDX) TO TRX-SESSION-ID
           MOVE 0 TO TRX-TURN-NO
           SET SESSION-TURNS-REMAIN TO TRUE
           START TRANSCRIPT-FILE KEY IS NOT LESS THAN TRX-KEY
               INVALID KEY
                   SET SESSION-TURNS-DONE TO TRUE
           END-START

           PERFORM PRODUCE-NEXT-SESSION-TURN
               UNTIL SESSION-TURNS-DONE
           .

       PRODUCE-NEXT-SESSION-TURN.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   SET SESSION-TURNS-DONE TO TRUE
               NOT AT END
                   IF TRX-SESSION-ID NOT = WS-TGS-ID(WS-TGS-IDX)
                       SET SESSION-TURNS-DONE TO TRUE
                   ELSE
                       PERFORM PRODUCE-ONE-TURN
                   END-IF
           END-READ
           .

       PRODUCE-NEXT-DATED-TURN.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRX-FILE-STATUS
               NOT AT END
                   PERFORM PRODUCE-ONE-TURN
           END-READ
           .

       PRODUCE-ONE-TURN.
           MOVE TRX-TIMESTAMP(1:8) TO WS-DOC-DAY
           PERFORM TEST-DAY-IN-RANGE
           IF DAY-OUT-OF-RANGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRX-FILE-NAME TO WS-DOC-SOURCE
           MOVE TRX-SESSION-ID   TO WS-DOC-SESSION
           MOVE TRX-TURN-NO      TO WS-DOC-TURN
           MOVE TRX-TIMESTAMP    TO WS-DOC-TS
           PERFORM LOOKUP-CUSTODIAN-JOB
           PERFORM DECRYPT-TRANSCRIPT-TEXT
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-UNREADABLE-TURN
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-DOCUMENT

           MOVE SPACES TO WS-SET-LINE
           STRING
               "USER: " FUNCTION TRIM(TRX-USER-MSG)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE
           MOVE SPACES TO WS-SET-LINE
           STRING
               "ASSISTANT: " FUNCTION TRIM(TRX-ASSISTANT-MSG)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE

           PERFORM END-DOCUMENT
           ADD 1 TO WS-CNT-TURNS
           .

      *----------------------------------------------------------------*
      * DECRYPT-TRANSCRIPT-TEXT: Both turn fields back to clear after *
      * a READ; WS-CRYPT-RC is non-zero when they may not be shown.    *
      *----------------------------------------------------------------*
       DECRYPT-TRANSCRIPT-TEXT.
           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-USER-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * NOTE-UNREADABLE-TURN / NOTE-UNREADABLE-ARCHIVE: An item whose  *
      * text cannot be decrypted takes no Bates number; it is listed   *
      * in the manifest so the gap in the production is on record.     *
      *----------------------------------------------------------------*
       NOTE-UNREADABLE-TURN.
           ADD 1 TO WS-CNT-UNREADABLE
           IF WS-UNREAD-COUNT < 500
               ADD 1 TO WS-UNREAD-COUNT
               MOVE WS-CRYPT-RC TO WS-UNREAD-RC
               STRING
                   "  TRANSCRIPT  " WS-DOC-TS(1:14)
                   "  SESSION " FUNCTION TRIM(WS-DOC-SESSION)
                   "  TURN " FUNCTION TRIM(WS-DOC-TURN)
                   "  RC " WS-UNREAD-RC
                   DELIMITED SIZE
                   INTO WS-UNREAD-LINE(WS-UNREAD-COUNT)
               END-STRING
           END-IF
           .

       NOTE-UNREADABLE-ARCHIVE.
           ADD 1 TO WS-CNT-UNREADABLE
           IF WS-UNREAD-COUNT < 500
               ADD 1 TO WS-UNREAD-COUNT
               MOVE WS-CRYPT-RC TO WS-UNREAD-RC
               STRING
                   "  ARCHIVE     " WS-DOC-TS(1:14)
                   "  PROMPT " FUNCTION TRIM(RA-PROMPT-ID)
                   "  SESSION " FUNCTION TRIM(WS-DOC-SESSION)
                   "  RC " WS-UNREAD-RC
                   DELIMITED SIZE
                   INTO WS-UNREAD-LINE(WS-UNREAD-COUNT)
               END-STRING
           END-IF
           .

       LOOKUP-CUSTODIAN-JOB.
           MOVE "-" TO WS-DOC-JOB
           IF REGISTRY-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE TRX-SESSION-ID TO SREG-SESSION-ID
           READ SESSION-REGISTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SREG-JOB-ID TO WS-DOC-JOB
           END-READ
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-ARCHIVE-TEXT.
           MOVE 4096 TO WS-CRYPT-TEXT-LEN
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
      * PRODUCE-ARCHIVE-RECORDS: Archived replies for a prompt or      *
      * session in the population, inside the range when one is set.   *
      *----------------------------------------------------------------*
       PRODUCE-ARCHIVE-RECORDS.
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRODUCE-NEXT-ARCHIVE-RECORD
               UNTIL WS-RA-FILE-STATUS NOT = "00"

           CLOSE RESPONSE-ARCHIVE
           .

       PRODUCE-NEXT-ARCHIVE-RECORD.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   PERFORM PRODUCE-ONE-ARCHIVE-RECORD
           END-READ
           .

       PRODUCE-ONE-ARCHIVE-RECORD.
           MOVE RA-TIMESTAMP(1:8) TO WS-DOC-DAY
           PERFORM TEST-DAY-IN-RANGE
           IF DAY-OUT-OF-RANGE
               EXIT PARAGRAPH
           END-IF

           IF IDS-REQUESTED
               MOVE RA-SESSION-ID TO WS-NEW-SESSION-ID
               SET SLOT-NOT-FOUND TO TRUE
               PERFORM TEST-ONE-SESSION-SLOT
                   VARYING WS-TGS-IDX FROM 1 BY 1
                   UNTIL WS-TGS-IDX > WS-TGS-COUNT
                   OR SLOT-WAS-FOUND
               MOVE RA-PROMPT-ID TO WS-NEW-PROMPT-ID
               PERFORM TEST-ONE-PROMPT-SLOT
                   VARYING WS-TGP-IDX FROM 1 BY 1
                   UNTIL WS-TGP-IDX > WS-TGP-COUNT
                   OR SLOT-WAS-FOUND
               IF SLOT-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-RA-FILE-NAME TO WS-DOC-SOURCE
           MOVE RA-SESSION-ID   TO WS-DOC-SESSION
           MOVE "-"             TO WS-DOC-TURN
           MOVE RA-TIMESTAMP    TO WS-DOC-TS
           MOVE RA-JOB-ID       TO WS-DOC-JOB
           PERFORM DECRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-UNREADABLE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-DOCUMENT

           MOVE SPACES TO WS-SET-LINE
           STRING
               "PROMPT " FUNCTION TRIM(RA-PROMPT-ID)
               "  STATUS " FUNCTION TRIM(RA-STATUS)
               "  PROFILE " FUNCTION TRIM(RA-PROFILE-ID)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE
           MOVE SPACES TO WS-SET-LINE
           STRING
               "REPLY: " FUNCTION TRIM(RA-REPLY-TEXT)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE

           PERFORM END-DOCUMENT
           ADD 1 TO WS-CNT-ARCHIVE
           .

      *----------------------------------------------------------------*
      * PRODUCE-LOG-LINES: The dated audit-trail and event-log files.  *
      * A file dated outside the range is passed over whole; inside    *
      * it, a line is produced when it mentions a session, prompt or   *
      * key in the population (or always, for a date-only request).    *
      *----------------------------------------------------------------*
       PRODUCE-LOG-LINES.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "ls -1 AUDIT-LOG-*.TXT EVENT-LOG-*.TXT > "
               FUNCTION TRIM(WS-LST-FILE-NAME) " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE "00" TO WS-LST-FILE-STATUS
           OPEN INPUT LOG-LIST
           IF WS-LST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRODUCE-ONE-LISTED-LOG
               UNTIL WS-LST-FILE-STATUS NOT = "00"

           CLOSE LOG-LIST
           .

       PRODUCE-ONE-LISTED-LOG.
           READ LOG-LIST
               AT END
                   MOVE "10" TO WS-LST-FILE-STATUS
               NOT AT END
                   IF LOG-LIST-RECORD NOT = SPACES
                       PERFORM PRODUCE-FROM-ONE-LOG-FILE
                   END-IF
           END-READ
           .

       PRODUCE-FROM-ONE-LOG-FILE.
           MOVE LOG-LIST-RECORD TO WS-SRC-FILE-NAME
           PERFORM TAKE-LISTED-FILE-DATE
           MOVE WS-FILE-DATE TO WS-DOC-DAY
           PERFORM TEST-DAY-IN-RANGE
           IF DAY-OUT-OF-RANGE
               EXIT PARAGRAPH
           END-IF

           IF WS-SRC-FILE-NAME(1:9) = "AUDIT-LOG"
               SET LOG-IS-AUDIT TO TRUE
           ELSE
               SET LOG-IS-EVENT TO TRUE
           END-IF

           MOVE "00" TO WS-SRC-FILE-STATUS
           OPEN INPUT SOURCE-LOG
           IF WS-SRC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRODUCE-NEXT-LOG-LINE
               UNTIL WS-SRC-FILE-STATUS NOT = "00"

           CLOSE SOURCE-LOG
           .

      *----------------------------------------------------------------*
      * TAKE-LISTED-FILE-DATE: The yyyymmdd stamp that ends every      *
      * dated log file name, just ahead of ".TXT".                     *
      *----------------------------------------------------------------*
       TAKE-LISTED-FILE-DATE.
           MOVE SPACES TO WS-FILE-DATE
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-SRC-FILE-NAME TRAILING))
               TO WS-LIST-LEN
           IF WS-LIST-LEN > 12
               MOVE WS-SRC-FILE-NAME(WS-LIST-LEN - 11:8)
                   TO WS-FILE-DATE
           END-IF
           .

       PRODUCE-NEXT-LOG-LINE.
           READ SOURCE-LOG INTO WS-LOG-LINE
               AT END
                   MOVE "10" TO WS-SRC-FILE-STATUS
               NOT AT END
                   IF WS-LOG-LINE NOT = SPACES
                       PERFORM PRODUCE-ONE-LOG-LINE
                   END-IF
           END-READ
           .

       PRODUCE-ONE-LOG-LINE.
           MOVE SPACES TO WS-HIT-SESSION-ID
           IF IDS-REQUESTED
               PERFORM SCAN-LINE-FOR-TARGETS
               IF LINE-NOT-TARGETED
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Both logs lead with the timestamp and the job id; the event
      *    log carries the session id third, the audit trail does not.
           MOVE SPACES TO WS-LOG-TOK-1
           MOVE SPACES TO WS-LOG-TOK-2
           MOVE SPACES TO WS-LOG-TOK-3
           UNSTRING WS-LOG-LINE DELIMITED BY SPACE
               INTO WS-LOG-TOK-1 WS-LOG-TOK-2 WS-LOG-TOK-3
           END-UNSTRING

           MOVE WS-SRC-FILE-NAME TO WS-DOC-SOURCE
           MOVE "-"              TO WS-DOC-TURN
           MOVE WS-LOG-TOK-1     TO WS-DOC-TS
           MOVE WS-LOG-TOK-2     TO WS-DOC-JOB
           IF LOG-IS-EVENT
               MOVE WS-LOG-TOK-3 TO WS-DOC-SESSION
           ELSE
               MOVE WS-HIT-SESSION-ID TO WS-DOC-SESSION
           END-IF
           IF WS-DOC-SESSION = SPACES
               MOVE "-" TO WS-DOC-SESSION
           END-IF

           PERFORM BEGIN-DOCUMENT
           WRITE PRODUCTION-SET-LINE FROM WS-LOG-LINE
           PERFORM END-DOCUMENT

           IF LOG-IS-AUDIT
               ADD 1 TO WS-CNT-AUDIT
           ELSE
               ADD 1 TO WS-CNT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * SCAN-LINE-FOR-TARGETS: Does the log line mention a session,    *
      * prompt or business key in the population? A session hit is     *
      * kept for the load file.                                        *
      *----------------------------------------------------------------*
       SCAN-LINE-FOR-TARGETS.
           SET LINE-NOT-TARGETED TO TRUE

           PERFORM TEST-ONE-SESSION-NEEDLE
               VARYING WS-TGS-IDX FROM 1 BY 1
               UNTIL WS-TGS-IDX > WS-TGS-COUNT
               OR LINE-IS-TARGETED
           IF LINE-IS-TARGETED
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-PROMPT-NEEDLE
               VARYING WS-TGP-IDX FROM 1 BY 1
               UNTIL WS-TGP-IDX > WS-TGP-COUNT
               OR LINE-IS-TARGETED
           IF LINE-IS-TARGETED
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-KEY-NEEDLE
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               OR LINE-IS-TARGETED
           .

       TEST-ONE-SESSION-NEEDLE.
           MOVE WS-TGS-ID(WS-TGS-IDX) TO WS-NEEDLE
           PERFORM COUNT-NEEDLE-IN-LINE
           IF WS-NEEDLE-TALLY > 0
               SET LINE-IS-TARGETED TO TRUE
               MOVE WS-TGS-ID(WS-TGS-IDX) TO WS-HIT-SESSION-ID
           END-IF
           .

       TEST-ONE-PROMPT-NEEDLE.
           MOVE WS-TGP-ID(WS-TGP-IDX) TO WS-NEEDLE
           PERFORM COUNT-NEEDLE-IN-LINE
           IF WS-NEEDLE-TALLY > 0
               SET LINE-IS-TARGETED TO TRUE
           END-IF
           .

       TEST-ONE-KEY-NEEDLE.
           MOVE WS-KEY-VALUE(WS-KEY-IDX) TO WS-NEEDLE
           PERFORM COUNT-NEEDLE-IN-LINE
           IF WS-NEEDLE-TALLY > 0
               SET LINE-IS-TARGETED TO TRUE
           END-IF
           .

       COUNT-NEEDLE-IN-LINE.
           MOVE 0 TO WS-NEEDLE-TALLY
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-NEEDLE TRAILING))
               TO WS-NEEDLE-LEN
           IF WS-NEEDLE = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-LOG-LINE TALLYING WS-NEEDLE-TALLY
               FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN)
           .

      *----------------------------------------------------------------*
      * TEST-DAY-IN-RANGE: Every day is in range when no date range    *
      * was asked for.                                                 *
      *----------------------------------------------------------------*
       TEST-DAY-IN-RANGE.
           SET DAY-IN-RANGE TO TRUE
           IF DATES-REQUESTED
               IF WS-DOC-DAY < WS-DATE-FROM
                   OR WS-DOC-DAY > WS-DATE-TO
                   SET DAY-OUT-OF-RANGE TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * BEGIN-DOCUMENT: Take the next Bates number, open the document  *
      * in the production set, index it in the load file, and count    *
      * it against its source day.                                     *
      *----------------------------------------------------------------*
       BEGIN-DOCUMENT.
           MOVE SPACES TO WS-BATES-NO
           STRING
               FUNCTION TRIM(WS-MATTER-NO) "-" WS-NEXT-BATES
               DELIMITED SIZE
               INTO WS-BATES-NO
           END-STRING
           IF WS-DOC-COUNT = 0
               MOVE WS-BATES-NO TO WS-FIRST-BATES-NO
           END-IF
           ADD 1 TO WS-DOC-COUNT

           MOVE SPACES TO WS-SET-LINE
           STRING
               "BEGIN DOCUMENT " FUNCTION TRIM(WS-BATES-NO)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE

           MOVE SPACES TO WS-SET-LINE
           STRING
               "SOURCE " FUNCTION TRIM(WS-DOC-SOURCE)
               "  SESSION " FUNCTION TRIM(WS-DOC-SESSION)
               "  TURN " FUNCTION TRIM(WS-DOC-TURN)
               "  TIMESTAMP " FUNCTION TRIM(WS-DOC-TS)
               "  CUSTODIAN " FUNCTION TRIM(WS-DOC-JOB)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE

           MOVE SPACES TO WS-LOAD-LINE
           STRING
               FUNCTION TRIM(WS-BATES-NO) "|"
               FUNCTION TRIM(WS-DOC-SOURCE) "|"
               FUNCTION TRIM(WS-DOC-SESSION) "|"
               FUNCTION TRIM(WS-DOC-TURN) "|"
               FUNCTION TRIM(WS-DOC-TS) "|"
               FUNCTION TRIM(WS-DOC-JOB)
               DELIMITED SIZE
               INTO WS-LOAD-LINE
           END-STRING
           WRITE LOAD-FILE-LINE FROM WS-LOAD-LINE

           PERFORM NOTE-SOURCE-DAY
           .

       END-DOCUMENT.
           MOVE SPACES TO WS-SET-LINE
           STRING
               "END DOCUMENT " FUNCTION TRIM(WS-BATES-NO)
               DELIMITED SIZE
               INTO WS-SET-LINE
           END-STRING
           WRITE PRODUCTION-SET-LINE FROM WS-SET-LINE
           ADD 1 TO WS-NEXT-BATES
           .

      *----------------------------------------------------------------*
      * NOTE-SOURCE-DAY: Count the document against its day, keeping   *
      * the day table in date order for the manifest.                  *
      *----------------------------------------------------------------*
       NOTE-SOURCE-DAY.
           IF WS-DOC-DAY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DAY-POS
           PERFORM FIND-DAY-SLOT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               OR WS-DAY-POS > 0

           IF WS-DAY-POS > 0
               IF WS-DAY-DATE(WS-DAY-POS) = WS-DOC-DAY
                   ADD 1 TO WS-DAY-DOCS(WS-DAY-POS)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-DAY-POS = WS-DAY-COUNT + 1
           END-IF

           IF WS-DAY-COUNT >= 400
               EXIT PARAGRAPH
           END-IF

           PERFORM SHIFT-ONE-DAY-UP
               VARYING WS-DAY-MOVE FROM WS-DAY-COUNT BY -1
               UNTIL WS-DAY-MOVE < WS-DAY-POS
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-DOC-DAY TO WS-DAY-DATE(WS-DAY-POS)
           MOVE 1 TO WS-DAY-DOCS(WS-DAY-POS)
           .

       FIND-DAY-SLOT.
           IF WS-DAY-DATE(WS-DAY-IDX) >= WS-DOC-DAY
               MOVE WS-DAY-IDX TO WS-DAY-POS
           END-IF
           .

       SHIFT-ONE-DAY-UP.
           MOVE WS-DAY-ENTRY(WS-DAY-MOVE)
               TO WS-DAY-ENTRY(WS-DAY-MOVE + 1)
           .

      *----------------------------------------------------------------*
      * WRITE-MANIFEST: Matter, volume, criteria, Bates range, counts  *
      * by source, and the audit trail's chain status for every day    *
      * the production draws on.                                       *
      *----------------------------------------------------------------*
       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PRODUCTION MANIFEST  MATTER "
               FUNCTION TRIM(WS-MATTER-NO)
               "  VOLUME " WS-VOLUME-NO
               "  PRODUCED " WS-TODAY-DATE(1:14)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Criteria:  " FUNCTION TRIM(WS-CRITERIA-TEXT)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO WS-OUT-LINE
           IF WS-DOC-COUNT > 0
               STRING
                   "Bates:     " FUNCTION TRIM(WS-FIRST-BATES-NO)
                   " through " FUNCTION TRIM(WS-BATES-NO)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE "Bates:     none assigned" TO WS-OUT-LINE
           END-IF
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Prior productions for this matter: "
               WS-PRIOR-PRODUCTIONS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Set file:  " FUNCTION TRIM(WS-SET-FILE-NAME)
               "   Load file: " FUNCTION TRIM(WS-LDF-FILE-NAME)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE "DOCUMENTS BY SOURCE" TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Transcript turns        " WS-CNT-TURNS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Archived replies        " WS-CNT-ARCHIVE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Event-log records       " WS-CNT-EVENT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Audit-trail lines       " WS-CNT-AUDIT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Total documents         " WS-DOC-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Not decryptable, withheld " WS-CNT-UNREADABLE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE

           IF WS-CNT-UNREADABLE > 0
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-MANIFEST-LINE
               MOVE "WITHHELD -- TEXT COULD NOT BE DECRYPTED"
                   TO WS-OUT-LINE
               PERFORM WRITE-MANIFEST-LINE
               PERFORM WRITE-UNREADABLE-LINE
                   VARYING WS-UNREAD-IDX FROM 1 BY 1
                   UNTIL WS-UNREAD-IDX > WS-UNREAD-COUNT
               IF WS-CNT-UNREADABLE > WS-UNREAD-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING
                       "  (first " WS-UNREAD-COUNT " listed of "
                       WS-CNT-UNREADABLE ")"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   PERFORM WRITE-MANIFEST-LINE
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE "SOURCE DAYS AND AUDIT-CHAIN STATUS" TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE

           PERFORM VERIFY-ONE-SOURCE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT

           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Days: " WS-DAY-COUNT
               "   chain intact " WS-DAYS-INTACT
               "   broken " WS-DAYS-BROKEN
               "   no audit file " WS-DAYS-NO-FILE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE

           CLOSE MANIFEST-FILE
           .

       WRITE-MANIFEST-LINE.
           WRITE MANIFEST-LINE FROM WS-OUT-LINE
           .

       WRITE-UNREADABLE-LINE.
           MOVE WS-UNREAD-LINE(WS-UNREAD-IDX) TO WS-OUT-LINE
           PERFORM WRITE-MANIFEST-LINE
           .

      *----------------------------------------------------------------*
      * VERIFY-ONE-SOURCE-DAY: Re-walk that day's audit trail the way  *
      * AUDIT-CHAIN-VERIFY does -- every H= token recomputed over the  *
      * previous one, every CLOSING signature rechecked -- and print   *
      * the day's status against its document count.                   *
      *----------------------------------------------------------------*
       VERIFY-ONE-SOURCE-DAY.
           MOVE SPACES TO WS-SRC-FILE-NAME
           STRING
               "AUDIT-LOG-" WS-DAY-DATE(WS-DAY-IDX) ".TXT"
               DELIMITED SIZE
               INTO WS-SRC-FILE-NAME
           END-STRING

           MOVE "00000000" TO WS-PREV-HASH
           MOVE 0 TO WS-CHAIN-LINE-NO
           MOVE 0 TO WS-VERIFIED-COUNT
           MOVE 0 TO WS-SIG-BAD-COUNT
           SET CHAIN-STILL-INTACT TO TRUE
           MOVE SPACES TO WS-BREAK-REASON
           MOVE SPACES TO WS-DAY-STATUS

           MOVE "00" TO WS-SRC-FILE-STATUS
           OPEN INPUT SOURCE-LOG
           IF WS-SRC-FILE-STATUS NOT = "00"
               ADD 1 TO WS-DAYS-NO-FILE
               MOVE "NO AUDIT FILE -- cannot be certified"
                   TO WS-DAY-STATUS
               PERFORM WRITE-DAY-STATUS-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-NEXT-AUDIT-LINE
               UNTIL WS-SRC-FILE-STATUS NOT = "00"
               OR CHAIN-IS-BROKEN

           CLOSE SOURCE-LOG

           EVALUATE TRUE
               WHEN CHAIN-IS-BROKEN
                   ADD 1 TO WS-DAYS-BROKEN
                   STRING
                       "BROKEN at line " WS-CHAIN-LINE-NO ": "
                       FUNCTION TRIM(WS-BREAK-REASON)
                       DELIMITED SIZE
                       INTO WS-DAY-STATUS
                   END-STRING
               WHEN WS-SIG-BAD-COUNT > 0
                   ADD 1 TO WS-DAYS-BROKEN
                   STRING
                       "CHAIN INTACT, " WS-SIG-BAD-COUNT
                       " closing signature(s) do not verify"
                       DELIMITED SIZE
                       INTO WS-DAY-STATUS
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-DAYS-INTACT
                   STRING
                       "INTACT, " WS-VERIFIED-COUNT
                       " records certified"
                       DELIMITED SIZE
                       INTO WS-DAY-STATUS
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-DAY-STATUS-LINE
           .

       WRITE-DAY-STATUS-LINE.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-DAY-DATE(WS-DAY-IDX)
               "  documents " WS-DAY-DOCS(WS-DAY-IDX)
               "  " FUNCTION TRIM(WS-SRC-FILE-NAME)
               "  " FUNCTION TRIM(WS-DAY-STATUS)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-MANIFEST-LINE
           .

       VERIFY-NEXT-AUDIT-LINE.
           READ SOURCE-LOG INTO WS-CHAIN-LINE
               AT END
                   MOVE "10" TO WS-SRC-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CHAIN-LINE-NO
                   IF WS-CHAIN-LINE NOT = SPACES
                       PERFORM VERIFY-LINE-HASH
                   END-IF
           END-READ
           .

       VERIFY-LINE-HASH.
           PERFORM FIND-TRAILING-HASH-TOKEN
           IF WS-HMARK-POS = 0
               SET CHAIN-IS-BROKEN TO TRUE
               MOVE "record carries no H= token"
                   TO WS-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONTENT
           IF WS-HMARK-POS > 1
               MOVE WS-CHAIN-LINE(1:WS-HMARK-POS - 1) TO WS-CONTENT
           END-IF
           MOVE WS-CHAIN-LINE(WS-HMARK-POS + 3:8) TO WS-RECORDED-HASH

           CALL "COPILOT-CHAIN-HASH" USING WS-PREV-HASH
               WS-CONTENT WS-LINE-HASH

           IF WS-LINE-HASH NOT = WS-RECORDED-HASH
               SET CHAIN-IS-BROKEN TO TRUE
               MOVE "recomputed hash does not match the record"
                   TO WS-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MATCH-TALLY
           INSPECT WS-CONTENT TALLYING WS-MATCH-TALLY
               FOR ALL " sig="
           IF WS-MATCH-TALLY > 0
               PERFORM VERIFY-CLOSING-SIGNATURE
           END-IF

           MOVE WS-LINE-HASH TO WS-PREV-HASH
           ADD 1 TO WS-VERIFIED-COUNT
           .

      *----------------------------------------------------------------*
      * FIND-TRAILING-HASH-TOKEN: The last " H=" on the line, found by *
      * scanning back from its final non-blank character.              *
      *----------------------------------------------------------------*
       FIND-TRAILING-HASH-TOKEN.
           MOVE 0 TO WS-HMARK-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-CHAIN-LINE TRAILING))
               TO WS-LINE-LEN
           IF WS-LINE-LEN < 3
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-HASH-POSITION
               VARYING WS-HSCAN-POS FROM WS-LINE-LEN BY -1
               UNTIL WS-HSCAN-POS < 1
               OR WS-HMARK-POS > 0
           .

       TEST-ONE-HASH-POSITION.
           IF WS-CHAIN-LINE(WS-HSCAN-POS:3) = " H="
               MOVE WS-HSCAN-POS TO WS-HMARK-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * VERIFY-CLOSING-SIGNATURE: Recompute a CLOSING record's         *
      * signature from the chain value it was written over, the        *
      * record count it states, and the signing key.                   *
      *----------------------------------------------------------------*
       VERIFY-CLOSING-SIGNATURE.
           MOVE 0 TO WS-SIG-MARK-POS
           MOVE 0 TO WS-REC-MARK-POS
           PERFORM TEST-ONE-SIGNATURE-POSITION
               VARYING WS-HSCAN-POS FROM 1 BY 1
               UNTIL WS-HSCAN-POS + 7 >
                   FUNCTION LENGTH(WS-CONTENT)

           IF WS-SIG-MARK-POS = 0 OR WS-REC-MARK-POS = 0
               ADD 1 TO WS-SIG-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTENT(WS-SIG-MARK-POS + 5:8)
               TO WS-SIG-RECORDED

           MOVE SPACES TO WS-REC-COUNT-TOK
           COMPUTE WS-TOK-PTR = WS-REC-MARK-POS + 8
           UNSTRING WS-CONTENT DELIMITED BY " "
               INTO WS-REC-COUNT-TOK
               WITH POINTER WS-TOK-PTR
           END-UNSTRING

           MOVE SPACES TO WS-SIG-WORK
           STRING
               FUNCTION TRIM(WS-REC-COUNT-TOK)
               FUNCTION TRIM(WS-SIGN-KEY)
               DELIMITED SIZE
               INTO WS-SIG-WORK
           END-STRING
           CALL "COPILOT-CHAIN-HASH" USING WS-PREV-HASH
               WS-SIG-WORK WS-SIG-COMPUTED

           IF WS-SIG-COMPUTED NOT = WS-SIG-RECORDED
               ADD 1 TO WS-SIG-BAD-COUNT
           END-IF
           .

       TEST-ONE-SIGNATURE-POSITION.
           IF WS-CONTENT(WS-HSCAN-POS:5) = " sig="
               MOVE WS-HSCAN-POS TO WS-SIG-MARK-POS
           END-IF
           IF WS-CONTENT(WS-HSCAN-POS:8) = "records="
               MOVE WS-HSCAN-POS TO WS-REC-MARK-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * APPEND-PRODUCTION-LOG: Record what went out under the matter,  *
      * so the next production continues the numbering.                *
      *----------------------------------------------------------------*
       APPEND-PRODUCTION-LOG.
           OPEN EXTEND PRODUCTION-LOG
           IF WS-PLG-FILE-STATUS = "35" OR WS-PLG-FILE-STATUS = "05"
               OPEN OUTPUT PRODUCTION-LOG
           END-IF
           IF WS-PLG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open production log"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MATTER-NO       TO PLG-MATTER-NO
           MOVE WS-VOLUME-NO       TO PLG-VOLUME-NO
           MOVE WS-FIRST-BATES     TO PLG-FIRST-BATES
           COMPUTE PLG-LAST-BATES = WS-NEXT-BATES - 1
           MOVE WS-DOC-COUNT       TO PLG-DOC-COUNT
           MOVE WS-TODAY-DATE      TO PLG-PRODUCED-TS
           MOVE WS-SET-FILE-NAME   TO PLG-SET-FILE
           MOVE WS-CRITERIA-TEXT   TO PLG-CRITERIA
           WRITE PRODUCTION-LOG-RECORD

           CLOSE PRODUCTION-LOG
           .
