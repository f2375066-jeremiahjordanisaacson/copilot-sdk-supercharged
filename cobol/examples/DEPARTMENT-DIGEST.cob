      *================================================================*
      * DEPARTMENT-DIGEST.cob                                          *
      * Nightly departmental digest. Today's records in the response   *
      * archive are grouped by department -- the requestor in          *
      * INTAKE-REGISTER.DAT, else the cost center COST-CENTER-XREF.DAT *
      * gives the record's job (its DEFAULT row for an unlisted job),  *
      * else UNASSIGNED -- and each department's OK replies are fed    *
      * through a summarising session of their own under the digest    *
      * agent profile (SITE-CONFIG keyword DIGEST-PROFILE, default     *
      * DIGEST; the built-in persona when the profile is missing).     *
      * The session is asked for one short narrative in three parts:   *
      * THEMES, NOTABLE, and NEEDS A HUMAN, each statement citing the  *
      * prompt id it came from.                                        *
      *                                                                *
      * The digest lands in the department's own SPOOL-OUT directory   *
      * as DAILY-DIGEST-<yyyymmdd>.TXT with the day's counts and cost  *
      * (USAGE-LEDGER.DAT at MODEL-PRICE.DAT rates, a shared session's *
      * cost split evenly over its records) ahead of the narrative and *
      * the list of prompt ids it summarises. Every prompt id is also  *
      * recorded against its digest in DIGEST-REGISTER.DAT, so any     *
      * statement can be traced back to the archived answer.           *
      *                                                                *
      * A reply still awaiting release review, or withheld, is never   *
      * shown to the digest session (a released edit is summarised in  *
      * place of the archived text), and an answer superseded by an    *
      * incident re-run is left to the re-run's own record. A digest   *
      * whose narrative could not be produced is still written with    *
      * its counts and ends the step RETURNING 8; no client or session *
      * ends it RETURNING 16.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPARTMENT-DIGEST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT INTAKE-REGISTER ASSIGN TO WS-IRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRG-FILE-STATUS.
           SELECT COST-CENTER-XREF ASSIGN TO WS-CCX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCX-FILE-STATUS.
           SELECT MODEL-PRICE-FILE ASSIGN TO WS-MPR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPR-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT AGENT-PROFILE ASSIGN TO WS-APF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APF-PROFILE-ID
               FILE STATUS IS WS-APF-FILE-STATUS.
           SELECT DIGEST-OUT ASSIGN TO WS-DGO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGO-FILE-STATUS.
           SELECT DIGEST-REGISTER ASSIGN TO WS-DGR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Site configuration: the hot-standby failover switch, and
      *    DIGEST-PROFILE naming the agent profile digests run under.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of the register record written by     *
      *    FILE-DROP-INTAKE -- keep the two in sync by hand.           *
       FD  INTAKE-REGISTER.
       01  INTAKE-REGISTER-RECORD.
           05 IRG-PROMPT-ID         PIC X(20).
           05 IRG-REQUESTOR         PIC X(20).
           05 IRG-SOURCE-FILE       PIC X(64).
           05 IRG-TIMESTAMP         PIC X(21).

      *    Field-for-field match of the cross-reference layout in      *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  COST-CENTER-XREF.
       01  COST-CENTER-XREF-RECORD.
           05 CCX-JOB-ID            PIC X(20).
           05 CCX-COST-CENTER       PIC X(8).
           05 CCX-GL-ACCOUNT        PIC X(12).
           05 CCX-DEPT-NAME         PIC X(32).

      *    Field-for-field match of the rate catalog layout in         *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  MODEL-PRICE-FILE.
       01  MODEL-PRICE-RECORD.
           05 MPR-MODEL             PIC X(64).
           05 MPR-BATCH-SIZE        PIC X(10).
           05 MPR-CACHE-PRICE       PIC X(10).
           05 MPR-INPUT-PRICE       PIC X(10).
           05 MPR-OUTPUT-PRICE      PIC X(10).

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

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

      *    Field-for-field match of the profile record layout in       *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  AGENT-PROFILE.
       01  AGENT-PROFILE-RECORD.
           05 APF-PROFILE-ID        PIC X(12).
           05 APF-AGENT-NAME        PIC X(64).
           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
           05 APF-RELEASE-REVIEW    PIC X.

       FD  DIGEST-OUT.
       01  DIGEST-OUT-RECORD        PIC X(132).

      *    One line per prompt id a digest covers: the digest file it
      *    is recorded against, and whether its answer was summarised
      *    (SUMMARISED), kept from the session by release review
      *    (HELD), left to its re-run (SUPERSEDED), or lost with a
      *    narrative that failed (NOT-SENT).
       FD  DIGEST-REGISTER.
       01  DIGEST-REGISTER-RECORD.
           05 DGR-DIGEST-DATE       PIC X(8).
           05 DGR-DEPARTMENT        PIC X(20).
           05 DGR-PROMPT-ID         PIC X(20).
           05 DGR-USE               PIC X(10).
           05 DGR-DIGEST-FILE       PIC X(128).
           05 DGR-RUN-TIMESTAMP     PIC X(21).

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       COPY "COPILOT-VERSION.cpy".

       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-IRG-FILE-NAME         PIC X(64)
           VALUE "INTAKE-REGISTER.DAT".
       01  WS-IRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CCX-FILE-NAME         PIC X(64)
           VALUE "COST-CENTER-XREF.DAT".
       01  WS-CCX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MPR-FILE-NAME         PIC X(64)
           VALUE "MODEL-PRICE.DAT".
       01  WS-MPR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "DEPARTMENT-DIGEST".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-APF-FILE-NAME         PIC X(64)
           VALUE "AGENT-PROFILE.DAT".
       01  WS-APF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DGO-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-DGO-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DGR-FILE-NAME         PIC X(64)
           VALUE "DIGEST-REGISTER.DAT".
       01  WS-DGR-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.
       01  WS-WARN-RC               PIC 9(4)   VALUE 8.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-TODAY-YMD             PIC X(8)   VALUE SPACES.
       01  WS-TODAY-DISPLAY         PIC X(10)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.

      *    The digest agent profile and what it brings to the session.
       01  WS-DIGEST-PROFILE-ID     PIC X(12)  VALUE "DIGEST".
       01  WS-ACTIVE-PROFILE        PIC X(12)  VALUE SPACES.
       01  WS-APF-SKILLS            PIC X(1024) VALUE SPACES.
       01  WS-APF-TOOLS             PIC X(1024) VALUE SPACES.
       01  WS-PROFILE-AGENT-NAME    PIC X(64)  VALUE SPACES.
       01  WS-PROFILE-SYS-PROMPT    PIC X(1024) VALUE SPACES.
       01  WS-PROFILE-FOUND-FLAG    PIC 9      VALUE 0.
           88 DIGEST-PROFILE-FOUND              VALUE 1.
           88 DIGEST-PROFILE-MISSING            VALUE 0.

      *    Intake-registered prompts and their requestors.
       01  WS-IRG-TABLE.
           05 WS-IRG-COUNT          PIC 9(4)   VALUE 0.
           05 WS-IRG-ENTRY OCCURS 5000 TIMES.
               10 WS-IRG-PROMPT     PIC X(20)  VALUE SPACES.
               10 WS-IRG-WHO        PIC X(20)  VALUE SPACES.
       01  WS-IRG-IDX               PIC 9(4)   VALUE 0.
       01  WS-IRG-FOUND-IDX         PIC 9(4)   VALUE 0.

      *    Job-to-cost-center cross-reference, with its DEFAULT row.
       01  WS-CCX-TABLE.
           05 WS-CCX-COUNT          PIC 9(3)   VALUE 0.
           05 WS-CCX-ENTRY OCCURS 100 TIMES.
               10 WS-CCX-JOB        PIC X(20)  VALUE SPACES.
               10 WS-CCX-CENTER     PIC X(8)   VALUE SPACES.
               10 WS-CCX-NAME       PIC X(32)  VALUE SPACES.
       01  WS-CCX-IDX               PIC 9(3)   VALUE 0.
       01  WS-CCX-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-DEFAULT-CENTER        PIC X(8)   VALUE SPACES.
       01  WS-DEFAULT-NAME          PIC X(32)  VALUE SPACES.

      *    Rate catalog, priced by the chargeback's rule.
       01  WS-MPR-TABLE.
           05 WS-MPR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-MPR-ENTRY OCCURS 50 TIMES.
               10 WS-MPR-ID         PIC X(64)  VALUE SPACES.
               10 WS-MPR-INPUT      PIC 9(10)  VALUE 0.
               10 WS-MPR-OUTPUT     PIC 9(10)  VALUE 0.
       01  WS-MPR-IDX               PIC 9(3)   VALUE 0.
       01  WS-MPR-FOUND-IDX         PIC 9(3)   VALUE 0.

      *    Usage ledger folded per session, with the number of today's
      *    archive records that ran on the session to split it over.
       01  WS-SS-TABLE.
           05 WS-SS-COUNT           PIC 9(5)   VALUE 0.
           05 WS-SS-ENTRY OCCURS 5000 TIMES.
               10 WS-SS-SESSION     PIC X(64)  VALUE SPACES.
               10 WS-SS-CENTS       PIC 9(11)  VALUE 0.
               10 WS-SS-RECORDS     PIC 9(5)   VALUE 0.
       01  WS-SS-IDX                PIC 9(5)   VALUE 0.
       01  WS-SS-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-LED-INPUT-TOKENS      PIC 9(10)  VALUE 0.
       01  WS-LED-OUTPUT-TOKENS     PIC 9(10)  VALUE 0.
       01  WS-LED-MODEL             PIC X(64)  VALUE SPACES.
       01  WS-LINE-CENTS            PIC 9(11)  VALUE 0.
       01  WS-SHARE-CENTS           PIC 9(11)  VALUE 0.

       01  WS-SCAN-LINE             PIC X(512) VALUE SPACES.
       01  WS-SCAN-TIMESTAMP        PIC X(21)  VALUE SPACES.
       01  WS-SCAN-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-SCAN-TURN-NO          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-MODEL            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-IN-TOK           PIC X(12)  VALUE SPACES.
       01  WS-SCAN-OUT-TOK          PIC X(12)  VALUE SPACES.

      *    Departments met in today's archive.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT         PIC 9(3)   VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-KEY       PIC X(20)  VALUE SPACES.
               10 WS-DEPT-NAME      PIC X(32)  VALUE SPACES.
               10 WS-DEPT-TOTAL     PIC 9(5)   VALUE 0.
               10 WS-DEPT-OK        PIC 9(5)   VALUE 0.
               10 WS-DEPT-OTHER     PIC 9(5)   VALUE 0.
               10 WS-DEPT-CENTS     PIC 9(11)  VALUE 0.
       01  WS-DEPT-IDX              PIC 9(3)   VALUE 0.
       01  WS-DEPT-FOUND-IDX        PIC 9(3)   VALUE 0.
       01  WS-DEPT-WANT-KEY         PIC X(20)  VALUE SPACES.
       01  WS-DEPT-WANT-NAME        PIC X(32)  VALUE SPACES.

      *    Today's archive records: the department each counts under,
      *    the session its cost comes from, and -- for an OK reply --
      *    what became of it in the digest.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT         PIC 9(4)   VALUE 0.
           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10 WS-ITEM-PROMPT    PIC X(20)  VALUE SPACES.
               10 WS-ITEM-DEPT      PIC 9(3)   VALUE 0.
               10 WS-ITEM-SESSION   PIC 9(5)   VALUE 0.
               10 WS-ITEM-USE       PIC X      VALUE SPACE.
                   88 ITEM-NOT-OK                VALUE SPACE.
                   88 ITEM-TO-DIGEST             VALUE "D".
                   88 ITEM-SUMMARISED            VALUE "S".
                   88 ITEM-HELD                  VALUE "H".
                   88 ITEM-SUPERSEDED            VALUE "R".
                   88 ITEM-NOT-SENT              VALUE "N".
       01  WS-ITEM-IDX              PIC 9(4)   VALUE 0.
       01  WS-TABLE-FULL-COUNT      PIC 9(5)   VALUE 0.

      *    Release-review gate, as REPLY-DELIVERY applies it.
       01  WS-RLH-OPEN-FLAG         PIC 9      VALUE 0.
           88 RELEASE-HOLD-OPEN                 VALUE 1.
           88 RELEASE-HOLD-CLOSED               VALUE 0.
           88 RELEASE-HOLD-UNREADABLE           VALUE 2.
       01  WS-RELEASE-STATE         PIC 9      VALUE 0.
           88 RELEASE-CLEARED                  VALUE 0.
           88 RELEASE-AWAITED                  VALUE 1.
           88 RELEASE-WITHHELD                 VALUE 2.

      *    Digest session conversation: answers are fed in parts of up
      *    to WS-PART-LIMIT characters, each answer cut to
      *    WS-EXCERPT-LIMIT, then the narrative is asked for.
       01  WS-PART-LIMIT            PIC 9(5)   VALUE 3600.
       01  WS-EXCERPT-LIMIT         PIC 9(5)   VALUE 600.
       01  WS-PART-TEXT             PIC X(4096) VALUE SPACES.
       01  WS-PART-PTR              PIC 9(5)   VALUE 1.
       01  WS-PART-NO               PIC 9(3)   VALUE 0.
       01  WS-PART-NO-EDIT          PIC ZZ9.
       01  WS-PART-ITEMS            PIC 9(4)   VALUE 0.
       01  WS-EXCERPT               PIC X(4096) VALUE SPACES.
       01  WS-EXCERPT-LEN           PIC 9(5)   VALUE 0.
       01  WS-ITEM-TEXT             PIC X(700) VALUE SPACES.
       01  WS-ITEM-TEXT-LEN         PIC 9(5)   VALUE 0.
       01  WS-ASK-TEXT              PIC X(4096) VALUE SPACES.
       01  WS-ASK-PTR               PIC 9(5)   VALUE 1.
       01  WS-NARRATIVE             PIC X(4096) VALUE SPACES.
       01  WS-NARRATIVE-NOTE        PIC X(256) VALUE SPACES.

       01  WS-SESSION-UP-FLAG       PIC 9      VALUE 0.
           88 DIGEST-SESSION-UP                 VALUE 1.
           88 DIGEST-SESSION-DOWN               VALUE 0.
       01  WS-DIGEST-FLAG           PIC 9      VALUE 0.
           88 DIGEST-NARRATIVE-OK               VALUE 0.
           88 DIGEST-NARRATIVE-FAILED           VALUE 1.
       01  WS-DIGEST-FILE-FLAG      PIC 9      VALUE 0.
           88 DIGEST-FILE-WRITTEN               VALUE 1.
           88 DIGEST-FILE-MISSING               VALUE 0.

      *    Narrative wrapping onto the digest's print lines.
       01  WS-NAR-LEN               PIC 9(5)   VALUE 0.
       01  WS-NAR-POS               PIC 9(5)   VALUE 1.
       01  WS-NAR-TAKE              PIC 9(5)   VALUE 0.
       01  WS-NAR-TALLY             PIC 9(5)   VALUE 0.
       01  WS-NAR-SLICE             PIC X(100) VALUE SPACES.
       01  WS-NAR-REVERSED          PIC X(100) VALUE SPACES.
       01  WS-NAR-WIDTH             PIC 9(3)   VALUE 100.

      *    Prompt-id listing, five to a line.
       01  WS-LIST-WANT-USE         PIC X      VALUE SPACE.
       01  WS-LIST-LINE             PIC X(132) VALUE SPACES.
       01  WS-LIST-PTR              PIC 9(3)   VALUE 1.
       01  WS-LIST-ON-LINE          PIC 9      VALUE 0.
       01  WS-LIST-COUNT            PIC 9(5)   VALUE 0.

       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-DOLLARS               PIC 9(9)V99 VALUE 0.
       01  WS-DOLLARS-EDIT          PIC $$$,$$$,$$9.99.
       01  WS-COUNT-EDIT            PIC ZZ,ZZ9.

       01  WS-DEPT-SUMMARISED       PIC 9(5)   VALUE 0.
       01  WS-DEPT-HELD             PIC 9(5)   VALUE 0.
       01  WS-DEPT-SUPERSEDED       PIC 9(5)   VALUE 0.
       01  WS-DIGESTS-WRITTEN       PIC 9(3)   VALUE 0.
       01  WS-DIGESTS-FAILED        PIC 9(3)   VALUE 0.
       01  WS-DIGESTS-UNWRITTEN     PIC 9(3)   VALUE 0.
       01  WS-RECORDS-TODAY         PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Department Digest ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YMD
           STRING
               WS-TODAY-YMD(1:4) "-" WS-TODAY-YMD(5:2) "-"
               WS-TODAY-YMD(7:2)
               DELIMITED SIZE
               INTO WS-TODAY-DISPLAY
           END-STRING

           PERFORM LOAD-MIRROR-CONFIG
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF
           PERFORM LOAD-INTAKE-REGISTER
           PERFORM LOAD-COST-CENTER-XREF
           PERFORM LOAD-MODEL-PRICES
           PERFORM LOAD-USAGE-LEDGER

           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "No response archive found; no digests today."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM TALLY-ONE-ARCHIVE-RECORD
               UNTIL WS-RA-FILE-STATUS NOT = "00"
           MOVE "00" TO WS-RA-FILE-STATUS

           IF WS-DEPT-COUNT = 0
               CLOSE RESPONSE-ARCHIVE
               DISPLAY "No archive records dated today; no digests."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM SPREAD-ONE-ITEM-COST
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           PERFORM READ-DIGEST-PROFILE

           PERFORM INITIALIZE-COPILOT
           IF WS-RETURN-CODE NOT = 0
               CLOSE RESPONSE-ARCHIVE
               DISPLAY "ERROR: Failed to initialize client"
               DISPLAY "       " WS-LAST-ERROR
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           EVALUATE WS-RLH-FILE-STATUS
               WHEN "00"
                   SET RELEASE-HOLD-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET RELEASE-HOLD-UNREADABLE TO TRUE
                   DISPLAY "WARNING: release hold file unreadable "
                       "(status " WS-RLH-FILE-STATUS "); every "
                       "answer is left out as held"
           END-EVALUATE

           CALL "SYSTEM" USING "mkdir -p SPOOL-OUT"

           PERFORM PRODUCE-ONE-DIGEST
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           IF RELEASE-HOLD-OPEN
               CLOSE RELEASE-HOLD
           END-IF
           CLOSE RESPONSE-ARCHIVE
           PERFORM SHUTDOWN-CLIENT

           DISPLAY " "
           DISPLAY "Archive records today: " WS-RECORDS-TODAY
           DISPLAY "Departments:           " WS-DEPT-COUNT
           DISPLAY "Digests written:       " WS-DIGESTS-WRITTEN
           IF WS-DIGESTS-FAILED > 0
               DISPLAY "Without a narrative:   " WS-DIGESTS-FAILED
           END-IF
           IF WS-DIGESTS-UNWRITTEN > 0
               DISPLAY "Could not be written:  " WS-DIGESTS-UNWRITTEN
           END-IF
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "WARNING: " WS-TABLE-FULL-COUNT
                   " entries did not fit the work tables"
           END-IF
           DISPLAY "=== Done ==="

           IF WS-DIGESTS-FAILED > 0 OR WS-DIGESTS-UNWRITTEN > 0
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           STOP RUN
           .


      *----------------------------------------------------------------*
      * LOAD-MIRROR-CONFIG: Pick up the hot-standby keywords. With     *
      * the FILE-SET failover switch thrown, the critical files this   *
      * program touches are opened out of the mirror directory, so     *
      * "flip one SITE-CONFIG keyword" really does move every reader   *
      * and writer together. DIGEST-PROFILE names the digest's agent   *
      * profile.                                                       *
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
                       WHEN "DIGEST-PROFILE"
                           IF SCFG-VALUE NOT = SPACES
                               MOVE SCFG-VALUE(1:12)
                                   TO WS-DIGEST-PROFILE-ID
                           END-IF
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
      * LOAD-INTAKE-REGISTER: Prompt id to requestor, for the prompts  *
      * that came in through the file drop.                            *
      *----------------------------------------------------------------*
       LOAD-INTAKE-REGISTER.
           OPEN INPUT INTAKE-REGISTER
           IF WS-IRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-INTAKE-ENTRY
               UNTIL WS-IRG-FILE-STATUS NOT = "00"

           CLOSE INTAKE-REGISTER
           .

       LOAD-ONE-INTAKE-ENTRY.
           READ INTAKE-REGISTER
               AT END
                   MOVE "10" TO WS-IRG-FILE-STATUS
               NOT AT END
                   IF WS-IRG-COUNT < 5000
                       ADD 1 TO WS-IRG-COUNT
                       MOVE IRG-PROMPT-ID
                           TO WS-IRG-PROMPT(WS-IRG-COUNT)
                       MOVE IRG-REQUESTOR
                           TO WS-IRG-WHO(WS-IRG-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

       FIND-INTAKE-ENTRY.
           MOVE 0 TO WS-IRG-FOUND-IDX
           PERFORM TEST-ONE-INTAKE-ENTRY
               VARYING WS-IRG-IDX FROM 1 BY 1
               UNTIL WS-IRG-IDX > WS-IRG-COUNT
               OR WS-IRG-FOUND-IDX > 0
           .

       TEST-ONE-INTAKE-ENTRY.
           IF WS-IRG-PROMPT(WS-IRG-IDX) = RA-PROMPT-ID
               MOVE WS-IRG-IDX TO WS-IRG-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-COST-CENTER-XREF: Job id to cost center and department    *
      * name, with the DEFAULT row for jobs not listed.                *
      *----------------------------------------------------------------*
       LOAD-COST-CENTER-XREF.
           OPEN INPUT COST-CENTER-XREF
           IF WS-CCX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no cost-center cross-reference ("
                   FUNCTION TRIM(WS-CCX-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-XREF-ROW
               UNTIL WS-CCX-FILE-STATUS NOT = "00"

           CLOSE COST-CENTER-XREF
           .

       LOAD-ONE-XREF-ROW.
           READ COST-CENTER-XREF
               AT END
                   MOVE "10" TO WS-CCX-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(CCX-JOB-ID)
                       WHEN "DEFAULT"
                           MOVE CCX-COST-CENTER TO WS-DEFAULT-CENTER
                           MOVE CCX-DEPT-NAME   TO WS-DEFAULT-NAME
                       WHEN "CLEARING"
                           CONTINUE
                       WHEN OTHER
                           IF WS-CCX-COUNT < 100
                               ADD 1 TO WS-CCX-COUNT
                               MOVE CCX-JOB-ID
                                   TO WS-CCX-JOB(WS-CCX-COUNT)
                               MOVE CCX-COST-CENTER
                                   TO WS-CCX-CENTER(WS-CCX-COUNT)
                               MOVE CCX-DEPT-NAME
                                   TO WS-CCX-NAME(WS-CCX-COUNT)
                           ELSE
                               ADD 1 TO WS-TABLE-FULL-COUNT
                           END-IF
                   END-EVALUATE
           END-READ
           .

       FIND-XREF-ROW.
           MOVE 0 TO WS-CCX-FOUND-IDX
           PERFORM TEST-ONE-XREF-ROW
               VARYING WS-CCX-IDX FROM 1 BY 1
               UNTIL WS-CCX-IDX > WS-CCX-COUNT
               OR WS-CCX-FOUND-IDX > 0
           .

       TEST-ONE-XREF-ROW.
           IF WS-CCX-JOB(WS-CCX-IDX) = RA-JOB-ID
               MOVE WS-CCX-IDX TO WS-CCX-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-PRICES: The chargeback's rate catalog, per million  *
      * tokens in cents.                                               *
      *----------------------------------------------------------------*
       LOAD-MODEL-PRICES.
           OPEN INPUT MODEL-PRICE-FILE
           IF WS-MPR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no rate catalog ("
                   FUNCTION TRIM(WS-MPR-FILE-NAME)
                   "); cost is carried as zero."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-PRICE-ROW
               UNTIL WS-MPR-FILE-STATUS NOT = "00"

           CLOSE MODEL-PRICE-FILE
           .

       LOAD-ONE-PRICE-ROW.
           READ MODEL-PRICE-FILE
               AT END
                   MOVE "10" TO WS-MPR-FILE-STATUS
               NOT AT END
                   IF WS-MPR-COUNT < 50
                       ADD 1 TO WS-MPR-COUNT
                       MOVE MPR-MODEL
                           TO WS-MPR-ID(WS-MPR-COUNT)
                       IF MPR-INPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-INPUT-PRICE)
                               TO WS-MPR-INPUT(WS-MPR-COUNT)
                       END-IF
                       IF MPR-OUTPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-OUTPUT-PRICE)
                               TO WS-MPR-OUTPUT(WS-MPR-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-MODEL-PRICE-ROW: The model's own row, or failing that     *
      * the DEFAULT row, or failing that row 1 -- the chargeback's     *
      * rule. Zero when there is no catalog at all.                    *
      *----------------------------------------------------------------*
       FIND-MODEL-PRICE-ROW.
           MOVE 0 TO WS-MPR-FOUND-IDX
           PERFORM TEST-ONE-PRICE-ROW
               VARYING WS-MPR-IDX FROM 1 BY 1
               UNTIL WS-MPR-IDX > WS-MPR-COUNT
               OR WS-MPR-FOUND-IDX > 0
           IF WS-MPR-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-DEFAULT-PRICE-ROW
               VARYING WS-MPR-IDX FROM 1 BY 1
               UNTIL WS-MPR-IDX > WS-MPR-COUNT
               OR WS-MPR-FOUND-IDX > 0

           IF WS-MPR-FOUND-IDX = 0 AND WS-MPR-COUNT > 0
               MOVE 1 TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-PRICE-ROW.
           IF WS-MPR-ID(WS-MPR-IDX) = WS-LED-MODEL
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-DEFAULT-PRICE-ROW.
           IF FUNCTION TRIM(WS-MPR-ID(WS-MPR-IDX)) = "DEFAULT"
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-USAGE-LEDGER: Fold the ledger per session, each line      *
      * priced at its own model's rates as the chargeback prices it.   *
      *----------------------------------------------------------------*
       LOAD-USAGE-LEDGER.
           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no usage ledger ("
                   FUNCTION TRIM(WS-ULED-FILE-NAME)
                   "); cost is carried as zero."
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
                   MOVE SPACES TO WS-SCAN-JOB-ID
                   MOVE SPACES TO WS-SCAN-SESSION-ID
                   MOVE SPACES TO WS-SCAN-TURN-NO
                   MOVE SPACES TO WS-SCAN-MODEL
                   MOVE SPACES TO WS-SCAN-IN-TOK
                   MOVE SPACES TO WS-SCAN-OUT-TOK
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-JOB-ID
                           WS-SCAN-SESSION-ID WS-SCAN-TURN-NO
                           WS-SCAN-MODEL WS-SCAN-IN-TOK
                           WS-SCAN-OUT-TOK
                   END-UNSTRING
                   IF WS-SCAN-SESSION-ID NOT = SPACES
                       PERFORM FOLD-LEDGER-LINE
                   END-IF
           END-READ
           .

       FOLD-LEDGER-LINE.
           PERFORM FIND-SESSION-SLOT
           IF WS-SS-FOUND-IDX = 0
               IF WS-SS-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-FOUND-IDX
               MOVE WS-SCAN-SESSION-ID
                   TO WS-SS-SESSION(WS-SS-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-LED-INPUT-TOKENS
           MOVE 0 TO WS-LED-OUTPUT-TOKENS
           IF WS-SCAN-IN-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-IN-TOK)
                   TO WS-LED-INPUT-TOKENS
           END-IF
           IF WS-SCAN-OUT-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-OUT-TOK)
                   TO WS-LED-OUTPUT-TOKENS
           END-IF
           MOVE WS-SCAN-MODEL TO WS-LED-MODEL

           MOVE 0 TO WS-LINE-CENTS
           PERFORM FIND-MODEL-PRICE-ROW
           IF WS-MPR-FOUND-IDX > 0
               COMPUTE WS-LINE-CENTS ROUNDED =
                   (WS-LED-INPUT-TOKENS
                       * WS-MPR-INPUT(WS-MPR-FOUND-IDX)
                   + WS-LED-OUTPUT-TOKENS
                       * WS-MPR-OUTPUT(WS-MPR-FOUND-IDX))
                   / 1000000
           END-IF
           ADD WS-LINE-CENTS TO WS-SS-CENTS(WS-SS-FOUND-IDX)
           .

       FIND-SESSION-SLOT.
           MOVE 0 TO WS-SS-FOUND-IDX
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-COUNT
               OR WS-SS-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-SS-SESSION(WS-SS-IDX) = WS-SCAN-SESSION-ID
               MOVE WS-SS-IDX TO WS-SS-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * TALLY-ONE-ARCHIVE-RECORD: One of today's archive records       *
      * counted under its department; an OK reply is marked for the    *
      * digest unless a re-run has superseded it.                      *
      *----------------------------------------------------------------*
       TALLY-ONE-ARCHIVE-RECORD.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   IF RA-TIMESTAMP(1:8) = WS-TODAY-YMD
                       PERFORM TABLE-ONE-ARCHIVE-RECORD
                   END-IF
           END-READ
           .

       TABLE-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-RECORDS-TODAY
           IF WS-ITEM-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-DEPARTMENT
           PERFORM FIND-DEPT-SLOT
           IF WS-DEPT-FOUND-IDX = 0
               IF WS-DEPT-COUNT >= 200
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
               MOVE WS-DEPT-WANT-KEY
                   TO WS-DEPT-KEY(WS-DEPT-FOUND-IDX)
               MOVE WS-DEPT-WANT-NAME
                   TO WS-DEPT-NAME(WS-DEPT-FOUND-IDX)
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE RA-PROMPT-ID TO WS-ITEM-PROMPT(WS-ITEM-COUNT)
           MOVE WS-DEPT-FOUND-IDX TO WS-ITEM-DEPT(WS-ITEM-COUNT)
           MOVE SPACE TO WS-ITEM-USE(WS-ITEM-COUNT)

           MOVE RA-SESSION-ID TO WS-SCAN-SESSION-ID
           PERFORM FIND-SESSION-SLOT
           MOVE WS-SS-FOUND-IDX TO WS-ITEM-SESSION(WS-ITEM-COUNT)
           IF WS-SS-FOUND-IDX > 0
               ADD 1 TO WS-SS-RECORDS(WS-SS-FOUND-IDX)
           END-IF

           ADD 1 TO WS-DEPT-TOTAL(WS-DEPT-FOUND-IDX)
           IF RA-STATUS = "OK"
               ADD 1 TO WS-DEPT-OK(WS-DEPT-FOUND-IDX)
               IF RA-SUPERSEDED-BY = SPACES
                   SET ITEM-TO-DIGEST(WS-ITEM-COUNT) TO TRUE
               ELSE
                   SET ITEM-SUPERSEDED(WS-ITEM-COUNT) TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-OTHER(WS-DEPT-FOUND-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * RESOLVE-DEPARTMENT: The requestor for a file-drop prompt, else *
      * the cost center of the record's job (the DEFAULT row for an    *
      * unlisted job), else UNASSIGNED.                                *
      *----------------------------------------------------------------*
       RESOLVE-DEPARTMENT.
           MOVE SPACES TO WS-DEPT-WANT-NAME
           PERFORM FIND-INTAKE-ENTRY
           IF WS-IRG-FOUND-IDX > 0
               MOVE WS-IRG-WHO(WS-IRG-FOUND-IDX) TO WS-DEPT-WANT-KEY
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-XREF-ROW
           EVALUATE TRUE
               WHEN WS-CCX-FOUND-IDX > 0
                   MOVE WS-CCX-CENTER(WS-CCX-FOUND-IDX)
                       TO WS-DEPT-WANT-KEY
                   MOVE WS-CCX-NAME(WS-CCX-FOUND-IDX)
                       TO WS-DEPT-WANT-NAME
               WHEN WS-DEFAULT-CENTER NOT = SPACES
                   MOVE WS-DEFAULT-CENTER TO WS-DEPT-WANT-KEY
                   MOVE WS-DEFAULT-NAME   TO WS-DEPT-WANT-NAME
               WHEN OTHER
                   MOVE "UNASSIGNED" TO WS-DEPT-WANT-KEY
           END-EVALUATE
           .

       FIND-DEPT-SLOT.
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM TEST-ONE-DEPT-SLOT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-FOUND-IDX > 0
           .

       TEST-ONE-DEPT-SLOT.
           IF WS-DEPT-KEY(WS-DEPT-IDX) = WS-DEPT-WANT-KEY
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * SPREAD-ONE-ITEM-COST: The record's share of its session's cost *
      * -- the whole of it for a one-prompt session, an even split     *
      * over today's records for a pooled one.                         *
      *----------------------------------------------------------------*
       SPREAD-ONE-ITEM-COST.
           MOVE WS-ITEM-SESSION(WS-ITEM-IDX) TO WS-SS-IDX
           IF WS-SS-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SS-RECORDS(WS-SS-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SHARE-CENTS ROUNDED =
               WS-SS-CENTS(WS-SS-IDX) / WS-SS-RECORDS(WS-SS-IDX)
           MOVE WS-ITEM-DEPT(WS-ITEM-IDX) TO WS-DEPT-FOUND-IDX
           ADD WS-SHARE-CENTS TO WS-DEPT-CENTS(WS-DEPT-FOUND-IDX)
           .

      *----------------------------------------------------------------*
      * READ-DIGEST-PROFILE: The digest agent profile, read once and   *
      * applied to every department's session. A missing profile keeps *
      * the built-in digest persona.                                   *
      *----------------------------------------------------------------*
       READ-DIGEST-PROFILE.
           SET DIGEST-PROFILE-MISSING TO TRUE

           MOVE "00" TO WS-APF-FILE-STATUS
           OPEN INPUT AGENT-PROFILE
           IF WS-APF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: agent profile catalog unavailable ("
                   WS-APF-FILE-STATUS "); built-in digest persona used"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIGEST-PROFILE-ID TO APF-PROFILE-ID
           READ AGENT-PROFILE
               INVALID KEY
                   DISPLAY "WARNING: no profile "
                       FUNCTION TRIM(WS-DIGEST-PROFILE-ID)
                       "; built-in digest persona used"
               NOT INVALID KEY
                   SET DIGEST-PROFILE-FOUND TO TRUE
                   MOVE APF-AGENT-NAME  TO WS-PROFILE-AGENT-NAME
                   MOVE APF-SYS-PROMPT  TO WS-PROFILE-SYS-PROMPT
                   MOVE APF-SKILLS      TO WS-APF-SKILLS
                   MOVE APF-AVAIL-TOOLS TO WS-APF-TOOLS
           END-READ

           CLOSE AGENT-PROFILE
           .

      *----------------------------------------------------------------*
      * INITIALIZE-COPILOT / SHUTDOWN-CLIENT                           *
      *----------------------------------------------------------------*
       INITIALIZE-COPILOT.
           MOVE SPACES TO WS-CLI-PATH
           MOVE SPACES TO WS-CLI-URL
           MOVE 1      TO WS-AUTO-START
           MOVE "DEPT-DIGEST" TO WS-CLI-JOB-ID
           CALL "COPILOT-CLIENT-INIT"
               USING WS-CLIENT-OPTIONS WS-RETURN-CODE
           .

       SHUTDOWN-CLIENT.
           CALL "COPILOT-CLIENT-STOP" USING WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * OPEN-DIGEST-SESSION: A fresh session per department, so no     *
      * department's answers are ever in another's conversation.       *
      *----------------------------------------------------------------*
       OPEN-DIGEST-SESSION.
           SET DIGEST-SESSION-DOWN TO TRUE

           MOVE "department-digest" TO WS-SESS-AGENT-NAME
           MOVE "1.0.0"             TO WS-SESS-AGENT-VER
           MOVE "You write short, factual daily digests of answered r
      -        "equests for department managers. Every statement cite
      -        "s the prompt id it came from, in brackets; nothing is
      -        "stated that the answers given do not say."
               TO WS-SESS-SYS-PROMPT
           MOVE 0 TO WS-SESS-STREAMING
           MOVE 0 TO WS-SESS-MAX-TURNS
           MOVE 0 TO WS-EPM-HANDLER-SET
           SET ELICITATION-ON TO TRUE

           MOVE SPACES TO WS-ACTIVE-PROFILE
           IF DIGEST-PROFILE-FOUND
               MOVE WS-DIGEST-PROFILE-ID  TO WS-ACTIVE-PROFILE
               MOVE WS-PROFILE-AGENT-NAME TO WS-SESS-AGENT-NAME
               MOVE WS-PROFILE-SYS-PROMPT TO WS-SESS-SYS-PROMPT
           END-IF
           CALL "COPILOT-SESSION-SET-AGENT-EXTRAS"
               USING WS-APF-SKILLS WS-APF-TOOLS WS-RETURN-CODE
           CALL "COPILOT-SET-SESSION-PROFILE"
               USING WS-ACTIVE-PROFILE WS-RETURN-CODE

           CALL "COPILOT-SESSION-CREATE" USING WS-SESSION-CONFIG
               WS-SESSION-STATE WS-RETURN-CODE WS-SESS-MODEL
               WS-SESS-REASON-EFFORT WS-EPM-HANDLER-SET WS-CLI-JOB-ID

           IF WS-RETURN-CODE = 0
               SET DIGEST-SESSION-UP TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRODUCE-ONE-DIGEST: Feed the department's answers to its own   *
      * session, ask for the narrative, and write the digest and its   *
      * register lines. A department with no OK reply today still gets *
      * its counts and cost.                                           *
      *----------------------------------------------------------------*
       PRODUCE-ONE-DIGEST.
           SET DIGEST-NARRATIVE-OK TO TRUE
           MOVE SPACES TO WS-NARRATIVE
           MOVE SPACES TO WS-NARRATIVE-NOTE
           MOVE 0 TO WS-PART-NO
           MOVE 0 TO WS-DEPT-SUMMARISED
           MOVE 0 TO WS-DEPT-HELD
           MOVE 0 TO WS-DEPT-SUPERSEDED

           PERFORM SCREEN-ONE-DEPT-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           IF WS-DEPT-SUMMARISED = 0
               MOVE "No answered requests to summarise today."
                   TO WS-NARRATIVE-NOTE
           ELSE
               PERFORM SUMMARISE-DEPARTMENT
           END-IF

           IF DIGEST-NARRATIVE-FAILED
               ADD 1 TO WS-DIGESTS-FAILED
               PERFORM MARK-ONE-ITEM-NOT-SENT
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE 0 TO WS-DEPT-SUMMARISED
           END-IF

           PERFORM WRITE-DIGEST-FILE
           IF DIGEST-FILE-WRITTEN
               PERFORM WRITE-DIGEST-REGISTER
               ADD 1 TO WS-DIGESTS-WRITTEN
           END-IF

           DISPLAY "Digest for " FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               ": " WS-DEPT-SUMMARISED " summarised, "
               WS-DEPT-HELD " held"
           IF DIGEST-NARRATIVE-FAILED
               DISPLAY "WARNING: no narrative for "
                   FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX)) " -- "
                   FUNCTION TRIM(WS-NARRATIVE-NOTE)
           END-IF
           .

      *----------------------------------------------------------------*
      * SCREEN-ONE-DEPT-ITEM: An OK reply of this department passes    *
      * the release-review gate or is held back from the session.      *
      *----------------------------------------------------------------*
       SCREEN-ONE-DEPT-ITEM.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) NOT = WS-DEPT-IDX
               EXIT PARAGRAPH
           END-IF
           IF ITEM-SUPERSEDED(WS-ITEM-IDX)
               ADD 1 TO WS-DEPT-SUPERSEDED
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-TO-DIGEST(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RELEASE-HOLD
           IF RELEASE-CLEARED
               ADD 1 TO WS-DEPT-SUMMARISED
           ELSE
               SET ITEM-HELD(WS-ITEM-IDX) TO TRUE
               ADD 1 TO WS-DEPT-HELD
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-RELEASE-HOLD: A reply with a release-hold record is      *
      * summarised only once an approving operator has RELEASED it. No *
      * record -- or no hold file at all -- means no review applied; a *
      * hold file that exists but cannot be read holds every answer.   *
      *----------------------------------------------------------------*
       CHECK-RELEASE-HOLD.
           SET RELEASE-CLEARED TO TRUE
           IF RELEASE-HOLD-UNREADABLE
               SET RELEASE-AWAITED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RELEASE-HOLD-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ITEM-PROMPT(WS-ITEM-IDX) TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RLH-STATUS-RELEASED
                           CONTINUE
                       WHEN RLH-STATUS-WITHHELD
                           SET RELEASE-WITHHELD TO TRUE
                       WHEN OTHER
                           SET RELEASE-AWAITED TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-RLH-FILE-STATUS NOT = "00"
               AND WS-RLH-FILE-STATUS NOT = "23"
               SET RELEASE-AWAITED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * SUMMARISE-DEPARTMENT: The answers go over in parts, each       *
      * acknowledged, then one closing turn asks for the narrative.    *
      * Any failed turn leaves the digest without a narrative.         *
      *----------------------------------------------------------------*
       SUMMARISE-DEPARTMENT.
           PERFORM OPEN-DIGEST-SESSION
           IF DIGEST-SESSION-DOWN
               SET DIGEST-NARRATIVE-FAILED TO TRUE
               MOVE "digest session did not open"
                   TO WS-NARRATIVE-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM START-NEW-PART
           PERFORM ADD-ONE-ITEM-TO-PART
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               OR DIGEST-NARRATIVE-FAILED
           IF DIGEST-NARRATIVE-OK AND WS-PART-ITEMS > 0
               PERFORM SEND-CURRENT-PART
           END-IF

           IF DIGEST-NARRATIVE-OK
               PERFORM ASK-FOR-NARRATIVE
           END-IF

           CALL "COPILOT-SESSION-DESTROY" USING WS-SESSION-STATE
               WS-RETURN-CODE
           .

       START-NEW-PART.
           ADD 1 TO WS-PART-NO
           MOVE WS-PART-NO TO WS-PART-NO-EDIT
           MOVE 0 TO WS-PART-ITEMS
           MOVE SPACES TO WS-PART-TEXT
           MOVE 1 TO WS-PART-PTR
           STRING
               "Material for the daily digest of department "
               FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               ", part " FUNCTION TRIM(WS-PART-NO-EDIT)
               ". Each answer below is tagged with its prompt id in "
               "brackets. Reply only RECEIVED; the digest itself is "
               "asked for after the last part."
               DELIMITED SIZE
               INTO WS-PART-TEXT
               WITH POINTER WS-PART-PTR
           END-STRING
           .

      *----------------------------------------------------------------*
      * ADD-ONE-ITEM-TO-PART: The answer -- a released edit in place   *
      * of the archived text -- cut to the excerpt limit and tagged    *
      * with its prompt id. A part that would overflow is sent first.  *
      *----------------------------------------------------------------*
       ADD-ONE-ITEM-TO-PART.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) NOT = WS-DEPT-IDX
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-TO-DIGEST(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-ITEM-ANSWER

           MOVE SPACES TO WS-ITEM-TEXT
           STRING
               "  [" FUNCTION TRIM(WS-ITEM-PROMPT(WS-ITEM-IDX)) "] "
               WS-EXCERPT(1:WS-EXCERPT-LEN)
               DELIMITED SIZE
               INTO WS-ITEM-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ITEM-TEXT TRAILING))
               TO WS-ITEM-TEXT-LEN

           IF WS-PART-PTR + WS-ITEM-TEXT-LEN > WS-PART-LIMIT
               AND WS-PART-ITEMS > 0
               PERFORM SEND-CURRENT-PART
               IF DIGEST-NARRATIVE-FAILED
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-NEW-PART
           END-IF

           STRING
               WS-ITEM-TEXT(1:WS-ITEM-TEXT-LEN)
               DELIMITED SIZE
               INTO WS-PART-TEXT
               WITH POINTER WS-PART-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           ADD 1 TO WS-PART-ITEMS
           SET ITEM-SUMMARISED(WS-ITEM-IDX) TO TRUE
           .

       FETCH-ITEM-ANSWER.
           MOVE SPACES TO WS-EXCERPT
           MOVE WS-ITEM-PROMPT(WS-ITEM-IDX) TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   MOVE "(answer no longer in the archive)"
                       TO WS-EXCERPT
               NOT INVALID KEY
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   MOVE RA-REPLY-TEXT TO WS-EXCERPT
           END-READ

           IF RELEASE-HOLD-OPEN
               MOVE WS-ITEM-PROMPT(WS-ITEM-IDX) TO RLH-PROMPT-ID
               READ RELEASE-HOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RLH-STATUS-RELEASED
                           PERFORM TAKE-RELEASED-EXCERPT
                       END-IF
               END-READ
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EXCERPT TRAILING))
               TO WS-EXCERPT-LEN
           IF WS-EXCERPT-LEN > WS-EXCERPT-LIMIT
               MOVE WS-EXCERPT-LIMIT TO WS-EXCERPT-LEN
           END-IF
           IF WS-EXCERPT-LEN = 0
               MOVE 1 TO WS-EXCERPT-LEN
           END-IF
           .

      *    The digest never quotes the unedited reply in place of an
      *    operator's edit it cannot read back.
       TAKE-RELEASED-EXCERPT.
           PERFORM DECRYPT-EDITED-TEXT
           IF WS-CRYPT-RC NOT = 0
               MOVE "(released text cannot be read)" TO WS-EXCERPT
               EXIT PARAGRAPH
           END-IF
           IF RLH-EDITED-TEXT NOT = SPACES
               MOVE RLH-EDITED-TEXT TO WS-EXCERPT
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

       SEND-CURRENT-PART.
           MOVE WS-PART-TEXT TO WS-SEND-MESSAGE
           COMPUTE WS-SEND-MSG-LEN = WS-PART-PTR - 1
           MOVE 60000 TO WS-SEND-TIMEOUT-MS

           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE

           IF RESULT-HAS-ERROR
               SET DIGEST-NARRATIVE-FAILED TO TRUE
               MOVE WS-RESULT-ERROR-MSG TO WS-NARRATIVE-NOTE
           END-IF
           .

      *----------------------------------------------------------------*
      * ASK-FOR-NARRATIVE: The closing turn, whose reply is the        *
      * digest's narrative.                                            *
      *----------------------------------------------------------------*
       ASK-FOR-NARRATIVE.
           MOVE SPACES TO WS-ASK-TEXT
           MOVE 1 TO WS-ASK-PTR
           STRING
               "That is all of today's answers for department "
               FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               ". Write the department's daily digest in under 300 "
               "words, in three sections headed THEMES:, NOTABLE: "
               "and NEEDS A HUMAN:. Put the prompt id in brackets "
               "after every statement, using only ids from the "
               "material given. Under NEEDS A HUMAN: list anything "
               "an answer flagged for human review or escalation, or "
               "left uncertain or incomplete. Write NONE under a "
               "heading with nothing to report."
               DELIMITED SIZE
               INTO WS-ASK-TEXT
               WITH POINTER WS-ASK-PTR
           END-STRING

           MOVE WS-ASK-TEXT TO WS-SEND-MESSAGE
           COMPUTE WS-SEND-MSG-LEN = WS-ASK-PTR - 1
           MOVE 60000 TO WS-SEND-TIMEOUT-MS

           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE

           IF RESULT-HAS-ERROR
               SET DIGEST-NARRATIVE-FAILED TO TRUE
               MOVE WS-RESULT-ERROR-MSG TO WS-NARRATIVE-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               SET DIGEST-NARRATIVE-FAILED TO TRUE
               MOVE "digest session returned an empty narrative"
                   TO WS-NARRATIVE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESULT-MESSAGE TO WS-NARRATIVE
           .

       MARK-ONE-ITEM-NOT-SENT.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) = WS-DEPT-IDX
               IF ITEM-SUMMARISED(WS-ITEM-IDX)
                   OR ITEM-TO-DIGEST(WS-ITEM-IDX)
                   SET ITEM-NOT-SENT(WS-ITEM-IDX) TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-DIGEST-FILE: SPOOL-OUT/<department>/DAILY-DIGEST-<date>  *
      * with the counts and cost, the narrative, and the prompt ids.   *
      *----------------------------------------------------------------*
       WRITE-DIGEST-FILE.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mkdir -p SPOOL-OUT/"
               FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE SPACES TO WS-DGO-FILE-NAME
           STRING
               "SPOOL-OUT/" FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               "/DAILY-DIGEST-" WS-TODAY-YMD ".TXT"
               DELIMITED SIZE
               INTO WS-DGO-FILE-NAME
           END-STRING

           SET DIGEST-FILE-MISSING TO TRUE
           OPEN OUTPUT DIGEST-OUT
           IF WS-DGO-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write "
                   FUNCTION TRIM(WS-DGO-FILE-NAME)
                   " (" WS-DGO-FILE-STATUS ")"
               ADD 1 TO WS-DIGESTS-UNWRITTEN
               EXIT PARAGRAPH
           END-IF
           SET DIGEST-FILE-WRITTEN TO TRUE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "DAILY DIGEST  " FUNCTION TRIM(WS-DEPT-KEY(WS-DEPT-IDX))
               "  " FUNCTION TRIM(WS-DEPT-NAME(WS-DEPT-IDX))
               "  " WS-TODAY-DISPLAY
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-DIGEST-LINE
           MOVE ALL "=" TO WS-OUT-LINE(1:72)
           PERFORM WRITE-DIGEST-LINE

           MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "Requests answered or attempted today: "
               WS-COUNT-EDIT DELIMITED SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-DIGEST-LINE
           MOVE WS-DEPT-OK(WS-DEPT-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "  answered OK:                       "
               WS-COUNT-EDIT DELIMITED SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-DIGEST-LINE
           MOVE WS-DEPT-OTHER(WS-DEPT-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "  other outcomes:                    "
               WS-COUNT-EDIT DELIMITED SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-DIGEST-LINE
           COMPUTE WS-DOLLARS = WS-DEPT-CENTS(WS-DEPT-IDX) / 100
           MOVE WS-DOLLARS TO WS-DOLLARS-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "Cost today:                       "
               WS-DOLLARS-EDIT DELIMITED SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-DIGEST-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-DIGEST-LINE

           IF DIGEST-NARRATIVE-FAILED
               MOVE SPACES TO WS-OUT-LINE
               STRING "Narrative not available: "
                   FUNCTION TRIM(WS-NARRATIVE-NOTE)
                   DELIMITED SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-DIGEST-LINE
           ELSE
               IF WS-NARRATIVE = SPACES
                   MOVE WS-NARRATIVE-NOTE TO WS-OUT-LINE
                   PERFORM WRITE-DIGEST-LINE
               ELSE
                   PERFORM WRITE-NARRATIVE
               END-IF
           END-IF

           MOVE "S" TO WS-LIST-WANT-USE
           MOVE "Prompt ids summarised:" TO WS-OUT-LINE
           PERFORM LIST-DEPT-PROMPT-IDS
           MOVE "H" TO WS-LIST-WANT-USE
           MOVE "Held for release review, not summarised:"
               TO WS-OUT-LINE
           PERFORM LIST-DEPT-PROMPT-IDS
           MOVE "R" TO WS-LIST-WANT-USE
           MOVE "Superseded by a re-run, not summarised:"
               TO WS-OUT-LINE
           PERFORM LIST-DEPT-PROMPT-IDS
           MOVE "N" TO WS-LIST-WANT-USE
           MOVE "Answered OK but not summarised:" TO WS-OUT-LINE
           PERFORM LIST-DEPT-PROMPT-IDS

           CLOSE DIGEST-OUT
           .

       WRITE-DIGEST-LINE.
           WRITE DIGEST-OUT-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * WRITE-NARRATIVE: The session's narrative wrapped onto print    *
      * lines, breaking at its own line ends or else at the last space *
      * that fits.                                                     *
      *----------------------------------------------------------------*
       WRITE-NARRATIVE.
           MOVE WS-NARRATIVE TO WS-EXCERPT
           INSPECT WS-EXCERPT REPLACING ALL X"0D" BY SPACE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EXCERPT TRAILING))
               TO WS-NAR-LEN
           MOVE 1 TO WS-NAR-POS
           PERFORM WRITE-ONE-NARRATIVE-LINE
               UNTIL WS-NAR-POS > WS-NAR-LEN
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-DIGEST-LINE
           .

       WRITE-ONE-NARRATIVE-LINE.
           COMPUTE WS-NAR-TAKE = WS-NAR-LEN - WS-NAR-POS + 1
           IF WS-NAR-TAKE > WS-NAR-WIDTH
               MOVE WS-NAR-WIDTH TO WS-NAR-TAKE
           END-IF
           MOVE SPACES TO WS-NAR-SLICE
           MOVE WS-EXCERPT(WS-NAR-POS:WS-NAR-TAKE) TO WS-NAR-SLICE

           MOVE 0 TO WS-NAR-TALLY
           INSPECT WS-NAR-SLICE(1:WS-NAR-TAKE) TALLYING WS-NAR-TALLY
               FOR CHARACTERS BEFORE INITIAL X"0A"
           IF WS-NAR-TALLY < WS-NAR-TAKE
               MOVE SPACES TO WS-OUT-LINE
               IF WS-NAR-TALLY > 0
                   MOVE WS-NAR-SLICE(1:WS-NAR-TALLY)
                       TO WS-OUT-LINE(3:)
               END-IF
               PERFORM WRITE-DIGEST-LINE
               COMPUTE WS-NAR-POS = WS-NAR-POS + WS-NAR-TALLY + 1
               EXIT PARAGRAPH
           END-IF

           IF WS-NAR-POS + WS-NAR-TAKE <= WS-NAR-LEN
               AND WS-EXCERPT(WS-NAR-POS + WS-NAR-TAKE:1) NOT = SPACE
               MOVE FUNCTION REVERSE(WS-NAR-SLICE) TO WS-NAR-REVERSED
               MOVE 0 TO WS-NAR-TALLY
               INSPECT WS-NAR-REVERSED TALLYING WS-NAR-TALLY
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-NAR-TALLY < WS-NAR-TAKE - 1
                   SUBTRACT WS-NAR-TALLY FROM WS-NAR-TAKE
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE FUNCTION TRIM(WS-NAR-SLICE(1:WS-NAR-TAKE) LEADING)
               TO WS-OUT-LINE(3:)
           PERFORM WRITE-DIGEST-LINE
           ADD WS-NAR-TAKE TO WS-NAR-POS
           .

      *----------------------------------------------------------------*
      * LIST-DEPT-PROMPT-IDS: Under the heading already in the output  *
      * line, the department's prompt ids of one digest use, five to a *
      * line.                                                          *
      * Nothing at all is written when there are none.                 *
      *----------------------------------------------------------------*
       LIST-DEPT-PROMPT-IDS.
           MOVE 0 TO WS-LIST-COUNT
           PERFORM COUNT-ONE-LISTED-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           IF WS-LIST-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DIGEST-LINE
           MOVE SPACES TO WS-LIST-LINE
           MOVE 3 TO WS-LIST-PTR
           MOVE 0 TO WS-LIST-ON-LINE
           PERFORM LIST-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           IF WS-LIST-ON-LINE > 0
               MOVE WS-LIST-LINE TO WS-OUT-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF
           PERFORM WRITE-DIGEST-LINE
           .

       COUNT-ONE-LISTED-ITEM.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) = WS-DEPT-IDX
               AND WS-ITEM-USE(WS-ITEM-IDX) = WS-LIST-WANT-USE
               ADD 1 TO WS-LIST-COUNT
           END-IF
           .

       LIST-ONE-ITEM.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) NOT = WS-DEPT-IDX
               OR WS-ITEM-USE(WS-ITEM-IDX) NOT = WS-LIST-WANT-USE
               EXIT PARAGRAPH
           END-IF

           STRING
               WS-ITEM-PROMPT(WS-ITEM-IDX) "  "
               DELIMITED SIZE
               INTO WS-LIST-LINE
               WITH POINTER WS-LIST-PTR
           END-STRING
           ADD 1 TO WS-LIST-ON-LINE
           IF WS-LIST-ON-LINE >= 5
               MOVE WS-LIST-LINE TO WS-OUT-LINE
               PERFORM WRITE-DIGEST-LINE
               MOVE SPACES TO WS-LIST-LINE
               MOVE 3 TO WS-LIST-PTR
               MOVE 0 TO WS-LIST-ON-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-DIGEST-REGISTER: Every OK reply of the department        *
      * recorded against the digest file, with what became of it.      *
      *----------------------------------------------------------------*
       WRITE-DIGEST-REGISTER.
           OPEN EXTEND DIGEST-REGISTER
           IF WS-DGR-FILE-STATUS = "35" OR WS-DGR-FILE-STATUS = "05"
               OPEN OUTPUT DIGEST-REGISTER
           END-IF
           IF WS-DGR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot append to "
                   FUNCTION TRIM(WS-DGR-FILE-NAME)
                   " (" WS-DGR-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTER-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           CLOSE DIGEST-REGISTER
           .

       REGISTER-ONE-ITEM.
           IF WS-ITEM-DEPT(WS-ITEM-IDX) NOT = WS-DEPT-IDX
               OR ITEM-NOT-OK(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DIGEST-REGISTER-RECORD
           MOVE WS-TODAY-YMD TO DGR-DIGEST-DATE
           MOVE WS-DEPT-KEY(WS-DEPT-IDX) TO DGR-DEPARTMENT
           MOVE WS-ITEM-PROMPT(WS-ITEM-IDX) TO DGR-PROMPT-ID
           EVALUATE TRUE
               WHEN ITEM-SUMMARISED(WS-ITEM-IDX)
                   MOVE "SUMMARISED" TO DGR-USE
               WHEN ITEM-HELD(WS-ITEM-IDX)
                   MOVE "HELD" TO DGR-USE
               WHEN ITEM-SUPERSEDED(WS-ITEM-IDX)
                   MOVE "SUPERSEDED" TO DGR-USE
               WHEN OTHER
                   MOVE "NOT-SENT" TO DGR-USE
           END-EVALUATE
           MOVE WS-DGO-FILE-NAME TO DGR-DIGEST-FILE
           MOVE WS-TODAY-DATE TO DGR-RUN-TIMESTAMP
           WRITE DIGEST-REGISTER-RECORD
           .
