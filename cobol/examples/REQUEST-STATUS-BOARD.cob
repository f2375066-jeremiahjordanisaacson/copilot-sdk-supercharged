      *================================================================*
      * REQUEST-STATUS-BOARD.cob                                       *
      * Requestor-facing status board for the file-drop interface.     *
      * FILE-DROP-INTAKE acknowledges a request and REPLY-DELIVERY     *
      * drops the answer; in between, this job keeps a                 *
      * REQUEST-STATUS.TXT in each requestor's SPOOL-OUT directory     *
      * listing every prompt INTAKE-REGISTER.DAT holds for them, with  *
      * its state, due-by time, whether it is at risk, and a plain     *
      * reason for anything that is not simply moving. Run it on the   *
      * scheduler's cadence during the batch window; each pass         *
      * rewrites every board whole.                                    *
      *                                                                *
      * A prompt's state is read from the same files the operators     *
      * work from, latest stage first:                                 *
      *   DELIVERED  in DELIVERED-REGISTER.DAT                         *
      *   RUNNING    named by a runner's PROMPT-QUEUE-INFLIGHT.DAT     *
      *   ANSWERED   latest results-master attempt OK, CACHED or       *
      *              LATE-OK, not yet delivered                        *
      *   IN REVIEW  awaiting release review (RELEASE-HOLD.DAT),       *
      *              privacy review (DISCLOSURE-HOLD.DAT) or the       *
      *              validation-failure review (VALFAIL-REVIEW.DAT)    *
      *   SCREENED   parked PENDING in PROMPT-SCREEN-HOLD.DAT          *
      *   HELD       on HOLD in PROMPT-QUEUE.DAT, or held back by an   *
      *              exhausted job token budget                        *
      *   WAITING    its depends-on prompt has no answer yet           *
      *   QUEUED     on the queue and eligible, or due a retry         *
      *   FAILED     rejected, withheld, cancelled, quarantined, or    *
      *              taken off the queue                               *
      * A prompt still open is ON TRACK, AT RISK (due inside the       *
      * runner's SLA escalation window) or OVERDUE against its         *
      * due-by time. Delivered and failed prompts stay on the board    *
      * for STATUS-BOARD-DAYS (SITE-CONFIG, default 7) after intake.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-STATUS-BOARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT SLA-CONFIG ASSIGN TO WS-SLAC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAC-FILE-STATUS.
           SELECT INTAKE-REGISTER ASSIGN TO WS-IRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRG-FILE-STATUS.
           SELECT DELIVERED-REGISTER ASSIGN TO WS-DRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-FILE-STATUS.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT INFLIGHT-LIST ASSIGN TO WS-IFL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFL-FILE-STATUS.
           SELECT SCREEN-HOLD ASSIGN TO WS-SCR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCR-PROMPT-ID
               FILE STATUS IS WS-SCR-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT DISCLOSURE-HOLD ASSIGN TO WS-DSH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSH-PROMPT-ID
               FILE STATUS IS WS-DSH-FILE-STATUS.
           SELECT VALFAIL-REVIEW ASSIGN TO WS-VF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.
           SELECT INBOX-CLAIMS ASSIGN TO WS-WIC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIC-ITEM-KEY
               FILE STATUS IS WS-WIC-FILE-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-FILE-STATUS.
           SELECT STATUS-OUT ASSIGN TO WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of the SLA tuning record read by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  SLA-CONFIG.
       01  SLA-CONFIG-RECORD.
           05 SLAC-ESCALATE-MINS    PIC X(5).

      *    Field-for-field match of the register record written by     *
      *    FILE-DROP-INTAKE -- keep the two in sync by hand.           *
       FD  INTAKE-REGISTER.
       01  INTAKE-REGISTER-RECORD.
           05 IRG-PROMPT-ID         PIC X(20).
           05 IRG-REQUESTOR         PIC X(20).
           05 IRG-SOURCE-FILE       PIC X(64).
           05 IRG-TIMESTAMP         PIC X(21).

       FD  DELIVERED-REGISTER.
       01  DELIVERED-REGISTER-RECORD PIC X(20).

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
               88 PQ-IS-HELD                    VALUE "HOLD".
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
           05 PQ-LANGUAGE           PIC X(2).

      *    Every runner's in-flight marker gathered into one file --   *
      *    field-for-field the marker PROMPT-QUEUE-RUNNER writes.      *
       FD  INFLIGHT-LIST.
       01  INFLIGHT-LIST-RECORD.
           05 IFM-PROMPT-ID         PIC X(20).
           05 IFM-STARTED-TS        PIC X(21).
           05 IFM-JOB-ID            PIC X(20).

      *    Field-for-field match of the hold record written by         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  SCREEN-HOLD.
       01  SCREEN-HOLD-RECORD.
           05 SCR-PROMPT-ID         PIC X(20).
           05 SCR-MATCHED-TERM      PIC X(64).
           05 SCR-PROMPT-TEXT       PIC X(4096).
           05 SCR-STATUS            PIC X(10).
           05 SCR-EDITED-TEXT       PIC X(4096).
           05 SCR-TIMESTAMP         PIC X(21).
           05 SCR-CRYPT-STAMP.
               10 SCR-CRYPT-KEY-ID  PIC X(8).
               10 SCR-CRYPT-SALT    PIC X(8).

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

      *    Field-for-field match of the hold record written by         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  DISCLOSURE-HOLD.
       01  DISCLOSURE-HOLD-RECORD.
           05 DSH-PROMPT-ID         PIC X(20).
           05 DSH-BUSINESS-KEY      PIC X(20).
           05 DSH-TEMPLATE-ID       PIC X(20).
           05 DSH-PROFILE-ID        PIC X(12).
           05 DSH-SESSION-ID        PIC X(64).
           05 DSH-JOB-ID            PIC X(20).
           05 DSH-TEMPLATE-VERSION  PIC 9(3).
           05 DSH-LANGUAGE          PIC X(2).
           05 DSH-IMAGE-REF         PIC X(20).
           05 DSH-REPLY-STATUS      PIC X(10).
           05 DSH-RELEASE-REVIEW    PIC X.
           05 DSH-HIT-COUNT         PIC 9(2).
           05 DSH-HIT-TABLE-AREA.
               10 DSH-HIT           OCCURS 10.
                   15 DSH-HIT-KIND  PIC X(8).
                   15 DSH-HIT-KEY   PIC X(12).
                   15 DSH-HIT-OWNER PIC X(10).
           05 DSH-REPLY-TEXT        PIC X(4096).
           05 DSH-ORIGINAL-TEXT     PIC X(4096).
           05 DSH-STATUS            PIC X(10).
               88 DSH-STATUS-PENDING            VALUE "PENDING".
               88 DSH-STATUS-CLEARED            VALUE "CLEARED".
               88 DSH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 DSH-DECIDED-BY        PIC X(8).
           05 DSH-DECIDED-TS        PIC X(21).
           05 DSH-DECISION-NOTE     PIC X(128).
           05 DSH-TIMESTAMP         PIC X(21).
           05 DSH-CRYPT-STAMP.
               10 DSH-CRYPT-KEY-ID  PIC X(8).
               10 DSH-CRYPT-SALT    PIC X(8).

       FD  VALFAIL-REVIEW.
       01  VALFAIL-REVIEW-RECORD    PIC X(2200).

      *    Field-for-field match of the claims record kept by          *
      *    WORK-INBOX-CONSOLE -- keep the two in sync by hand.         *
       FD  INBOX-CLAIMS.
       01  INBOX-CLAIM-RECORD.
           05 WIC-ITEM-KEY.
               10 WIC-ITEM-TYPE     PIC X(8).
               10 WIC-ITEM-ID       PIC X(40).
           05 WIC-STATE             PIC X(8).
               88 WIC-STATE-CLEARED             VALUE "CLEARED".
           05 WIC-FIRST-SEEN-TS     PIC X(21).
           05 WIC-CLAIMED-BY        PIC X(8).
           05 WIC-CLAIMED-TS        PIC X(21).
           05 WIC-CLEARED-BY        PIC X(8).
           05 WIC-CLEARED-TS        PIC X(21).
           05 WIC-NOTE              PIC X(128).

      *    Field-for-field match of the quarantine record written by   *
      *    PROMPT-RETRY-REQUEUE -- keep the two in sync by hand.       *
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05 QUAR-PROMPT-ID        PIC X(20).
           05 QUAR-ATTEMPTS         PIC 9(3).
           05 QUAR-TIMESTAMP        PIC X(21).
           05 QUAR-ERROR-TEXT       PIC X(512).

       FD  STATUS-OUT.
       01  STATUS-OUT-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-SLAC-FILE-NAME        PIC X(64)
           VALUE "SLA-CONFIG.DAT".
       01  WS-SLAC-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-IRG-FILE-NAME         PIC X(64)
           VALUE "INTAKE-REGISTER.DAT".
       01  WS-IRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DRG-FILE-NAME         PIC X(64)
           VALUE "DELIVERED-REGISTER.DAT".
       01  WS-DRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-IFL-FILE-NAME         PIC X(64)
           VALUE "REQUEST-STATUS-INFLIGHT.TMP".
       01  WS-IFL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SCR-FILE-NAME         PIC X(64)
           VALUE "PROMPT-SCREEN-HOLD.DAT".
       01  WS-SCR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-VF-FILE-NAME          PIC X(64)
           VALUE "VALFAIL-REVIEW.DAT".
       01  WS-VF-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-WIC-FILE-NAME         PIC X(64)
           VALUE "WORK-INBOX-CLAIMS.DAT".
       01  WS-WIC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-QUAR-FILE-NAME        PIC X(64)
           VALUE "PROMPT-QUARANTINE.DAT".
       01  WS-QUAR-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-OUT-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-OUT-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-NOW-STAMP             PIC X(14)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-OUT-LINE              PIC X(160) VALUE SPACES.

      *    How long a delivered or failed prompt stays on the board,
      *    in days from intake.
       01  WS-KEEP-DAYS             PIC 9(3)   VALUE 7.
       01  WS-TODAY-DAYS            PIC 9(8)   VALUE 0.
       01  WS-INTAKE-DAYS           PIC 9(8)   VALUE 0.

      *    SLA escalation window, as the runner reads it: a prompt due
      *    inside it is AT RISK.
       01  WS-SLA-ESCALATE-MINS     PIC 9(5)   VALUE 60.
       01  WS-SLA-HORIZON           PIC X(14)  VALUE SPACES.
       01  WS-SLA-HORIZON-SECS      PIC 9(12)  VALUE 0.
       01  WS-SLA-HORIZON-DAYS      PIC 9(7)   VALUE 0.
       01  WS-SLA-HORIZON-REM       PIC 9(5)   VALUE 0.
       01  WS-SLA-HORIZON-REM2      PIC 9(5)   VALUE 0.
       01  WS-SLA-HH                PIC 9(2)   VALUE 0.
       01  WS-SLA-MM                PIC 9(2)   VALUE 0.
       01  WS-SLA-SS                PIC 9(2)   VALUE 0.
       01  WS-SLA-DATE-INT          PIC 9(8)   VALUE 0.

      *    Prompt ids already delivered.
       01  WS-DONE-TABLE.
           05 WS-DONE-COUNT         PIC 9(4)   VALUE 0.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES.
               10 WS-DONE-ID        PIC X(20)  VALUE SPACES.
       01  WS-DONE-IDX              PIC 9(4)   VALUE 0.
       01  WS-DONE-FLAG             PIC 9      VALUE 0.
           88 ALREADY-DELIVERED                VALUE 1.
           88 NOT-YET-DELIVERED                VALUE 0.

      *    The scheduling fields of every record on the queue.
       01  WS-QUEUE-TABLE.
           05 WS-QUE-COUNT          PIC 9(4)   VALUE 0.
           05 WS-QUE-ENTRY OCCURS 3000 TIMES.
               10 WS-QUE-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-QUE-PRIORITY   PIC X      VALUE SPACE.
               10 WS-QUE-HOLD       PIC X(8)   VALUE SPACES.
               10 WS-QUE-DEPENDS-ON PIC X(20)  VALUE SPACES.
               10 WS-QUE-DUE-BY     PIC X(14)  VALUE SPACES.
       01  WS-QUE-IDX               PIC 9(4)   VALUE 0.
       01  WS-QUE-FOUND-IDX         PIC 9(4)   VALUE 0.
       01  WS-QUE-OVERFLOW          PIC 9(5)   VALUE 0.

      *    Prompts a runner has in a session right now.
       01  WS-INFLIGHT-TABLE.
           05 WS-IFT-COUNT          PIC 9(2)   VALUE 0.
           05 WS-IFT-ENTRY OCCURS 50 TIMES.
               10 WS-IFT-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-IFT-STARTED-TS PIC X(21)  VALUE SPACES.
       01  WS-IFT-IDX               PIC 9(2)   VALUE 0.
       01  WS-IFT-FOUND-IDX         PIC 9(2)   VALUE 0.

      *    Prompts the retry utility gave up on.
       01  WS-QUAR-TABLE.
           05 WS-QRT-COUNT          PIC 9(4)   VALUE 0.
           05 WS-QRT-ENTRY OCCURS 1000 TIMES.
               10 WS-QRT-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-QRT-ATTEMPTS   PIC 9(3)   VALUE 0.
       01  WS-QRT-IDX               PIC 9(4)   VALUE 0.
       01  WS-QRT-FOUND-IDX         PIC 9(4)   VALUE 0.

      *    Validation-review lines per prompt; the last one is the
      *    inbox item ("P123#002") whose clearance closes the review.
       01  WS-VF-LINE               PIC X(2200) VALUE SPACES.
       01  WS-VF-PROMPT-ID          PIC X(20)  VALUE SPACES.
       01  WS-VF-SEEN-TABLE.
           05 WS-VFS-COUNT          PIC 9(4)   VALUE 0.
           05 WS-VFS-ENTRY OCCURS 1000 TIMES.
               10 WS-VFS-PROMPT     PIC X(20)  VALUE SPACES.
               10 WS-VFS-TIMES      PIC 9(3)   VALUE 0.
       01  WS-VFS-IDX               PIC 9(4)   VALUE 0.
       01  WS-VFS-FOUND             PIC 9(4)   VALUE 0.
       01  WS-VF-OCCURRENCE         PIC 9(3)   VALUE 0.

      *    Results-master interface areas (RESULTS-MASTER-IO).
       01  WS-RML-STATUS            PIC X(10)  VALUE SPACES.
       01  WS-RML-ATTEMPTS          PIC 9(3)   VALUE 0.
       01  WS-RML-SESSION           PIC X(64)  VALUE SPACES.
       01  WS-RML-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RML-RC                PIC S9(4)  VALUE 0.

      *    Requestors, each with a board of its own.
       01  WS-REQUESTOR-TABLE.
           05 WS-RQT-COUNT          PIC 9(3)   VALUE 0.
           05 WS-RQT-ENTRY OCCURS 200 TIMES.
               10 WS-RQT-NAME       PIC X(20)  VALUE SPACES.
               10 WS-RQT-OPEN       PIC 9(4)   VALUE 0.
               10 WS-RQT-AT-RISK    PIC 9(4)   VALUE 0.
               10 WS-RQT-DELIVERED  PIC 9(4)   VALUE 0.
               10 WS-RQT-FAILED     PIC 9(4)   VALUE 0.
       01  WS-RQT-IDX               PIC 9(3)   VALUE 0.
       01  WS-RQT-FOUND-IDX         PIC 9(3)   VALUE 0.

      *    Board lines, in intake order.
       01  WS-LINE-TABLE.
           05 WS-LIN-COUNT          PIC 9(4)   VALUE 0.
           05 WS-LIN-ENTRY OCCURS 3000 TIMES.
               10 WS-LIN-RQT-IDX    PIC 9(3)   VALUE 0.
               10 WS-LIN-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-LIN-RECEIVED   PIC X(14)  VALUE SPACES.
               10 WS-LIN-STATE      PIC X(10)  VALUE SPACES.
               10 WS-LIN-DUE-BY     PIC X(14)  VALUE SPACES.
               10 WS-LIN-RISK       PIC X(8)   VALUE SPACES.
               10 WS-LIN-REASON     PIC X(72)  VALUE SPACES.
       01  WS-LIN-IDX               PIC 9(4)   VALUE 0.
       01  WS-LIN-OVERFLOW          PIC 9(5)   VALUE 0.

      *    The prompt being judged.
       01  WS-JDG-STATE             PIC X(10)  VALUE SPACES.
           88 JDG-STATE-DECIDED     VALUE "DELIVERED" "RUNNING"
                                          "ANSWERED" "IN REVIEW"
                                          "SCREENED" "HELD" "WAITING"
                                          "QUEUED" "FAILED".
           88 JDG-STATE-CLOSED      VALUE "DELIVERED" "FAILED".
       01  WS-JDG-REASON            PIC X(72)  VALUE SPACES.
       01  WS-JDG-RISK              PIC X(8)   VALUE SPACES.
       01  WS-JDG-DUE-BY            PIC X(14)  VALUE SPACES.
       01  WS-JDG-TIME              PIC X(16)  VALUE SPACES.
       01  WS-DEP-STATE             PIC X(10)  VALUE SPACES.
       01  WS-REASON-PTR            PIC 9(3)   VALUE 1.

      *    Edited timestamps and counts for the board.
       01  WS-FMT-STAMP-IN          PIC X(14)  VALUE SPACES.
       01  WS-FMT-STAMP-OUT         PIC X(16)  VALUE SPACES.
       01  WS-SHOW-RECEIVED         PIC X(16)  VALUE SPACES.
       01  WS-SHOW-DUE-BY           PIC X(16)  VALUE SPACES.
       01  WS-ED-COUNT              PIC ZZZ9.
       01  WS-ED-COUNT-2            PIC ZZZ9.
       01  WS-ED-COUNT-3            PIC ZZZ9.
       01  WS-ED-COUNT-4            PIC ZZZ9.

       01  WS-BOARD-COUNT           PIC 9(3)   VALUE 0.
       01  WS-BOARD-FAIL-COUNT      PIC 9(3)   VALUE 0.
       01  WS-ENTRY-COUNT           PIC 9(5)   VALUE 0.
       01  WS-AT-RISK-COUNT         PIC 9(5)   VALUE 0.
       01  WS-WARN-RC               PIC 9(4)   VALUE 8.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Request Status Board ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:14) TO WS-NOW-STAMP
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE(1:8)))
           CALL "SYSTEM" USING "mkdir -p SPOOL-OUT"

           PERFORM LOAD-SITE-CONFIG
           PERFORM LOAD-SLA-CONFIG
           PERFORM COMPUTE-RISK-HORIZON
           PERFORM LOAD-DELIVERED-IDS
           PERFORM LOAD-QUEUE-FIELDS
           PERFORM LOAD-INFLIGHT-PROMPTS
           PERFORM LOAD-QUARANTINED-PROMPTS
           PERFORM LOAD-VALFAIL-COUNTS

           OPEN INPUT INTAKE-REGISTER
           IF WS-IRG-FILE-STATUS NOT = "00"
               DISPLAY "No intake register; no boards to write."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM JUDGE-ONE-REGISTER-ENTRY
               UNTIL WS-IRG-FILE-STATUS NOT = "00"

           CLOSE INTAKE-REGISTER

           PERFORM WRITE-ONE-BOARD
               VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-COUNT

           DISPLAY " "
           DISPLAY "Requests judged:  " WS-ENTRY-COUNT
           DISPLAY "Shown at risk:    " WS-AT-RISK-COUNT
           DISPLAY "Boards written:   " WS-BOARD-COUNT
           IF WS-LIN-OVERFLOW > 0
               DISPLAY "WARNING: " WS-LIN-OVERFLOW
                   " request(s) past the board table were left off"
           END-IF
           IF WS-QUE-OVERFLOW > 0
               DISPLAY "WARNING: " WS-QUE-OVERFLOW
                   " queue record(s) past the queue table; their"
                   " requests show as taken off the queue"
           END-IF
           DISPLAY "=== Done ==="
           IF WS-BOARD-FAIL-COUNT > 0
               OR WS-LIN-OVERFLOW > 0
               OR WS-QUE-OVERFLOW > 0
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-SITE-CONFIG: How many days delivered and failed requests  *
      * stay on the board.                                             *
      *----------------------------------------------------------------*
       LOAD-SITE-CONFIG.
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
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "STATUS-BOARD-DAYS"
                           IF FUNCTION TRIM(SCFG-VALUE) IS NUMERIC
                               MOVE FUNCTION NUMVAL(SCFG-VALUE)
                                   TO WS-KEEP-DAYS
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-SLA-CONFIG: The runner's escalation window override, so   *
      * "at risk" here means what escalation means to the runner.      *
      *----------------------------------------------------------------*
       LOAD-SLA-CONFIG.
           OPEN INPUT SLA-CONFIG
           IF WS-SLAC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SLA-CONFIG
               NOT AT END
                   IF SLAC-ESCALATE-MINS NOT = SPACES
                       MOVE FUNCTION NUMVAL(SLAC-ESCALATE-MINS)
                           TO WS-SLA-ESCALATE-MINS
                   END-IF
           END-READ
           CLOSE SLA-CONFIG
           .

      *----------------------------------------------------------------*
      * COMPUTE-RISK-HORIZON: The wall-clock moment, formatted like    *
      * PQ-DUE-BY, that the escalation window reaches ahead to.        *
      *----------------------------------------------------------------*
       COMPUTE-RISK-HORIZON.
           COMPUTE WS-SLA-HORIZON-SECS =
               WS-TODAY-DAYS * 86400
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TODAY-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-TODAY-DATE(13:2))
               + WS-SLA-ESCALATE-MINS * 60

           DIVIDE WS-SLA-HORIZON-SECS BY 86400
               GIVING WS-SLA-HORIZON-DAYS
               REMAINDER WS-SLA-HORIZON-REM
           DIVIDE WS-SLA-HORIZON-REM BY 3600
               GIVING WS-SLA-HH
               REMAINDER WS-SLA-HORIZON-REM2
           DIVIDE WS-SLA-HORIZON-REM2 BY 60
               GIVING WS-SLA-MM
               REMAINDER WS-SLA-SS
           MOVE FUNCTION DATE-OF-INTEGER(WS-SLA-HORIZON-DAYS)
               TO WS-SLA-DATE-INT

           MOVE SPACES TO WS-SLA-HORIZON
           STRING
               WS-SLA-DATE-INT
               WS-SLA-HH WS-SLA-MM WS-SLA-SS
               DELIMITED SIZE
               INTO WS-SLA-HORIZON
           END-STRING
           .

      *----------------------------------------------------------------*
      * LOAD-DELIVERED-IDS: Prompt ids REPLY-DELIVERY has sent out.    *
      *----------------------------------------------------------------*
       LOAD-DELIVERED-IDS.
           OPEN INPUT DELIVERED-REGISTER
           IF WS-DRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-DELIVERED-ID
               UNTIL WS-DRG-FILE-STATUS NOT = "00"

           CLOSE DELIVERED-REGISTER
           .

       LOAD-ONE-DELIVERED-ID.
           READ DELIVERED-REGISTER
               AT END
                   MOVE "10" TO WS-DRG-FILE-STATUS
               NOT AT END
                   IF WS-DONE-COUNT < 5000
                       ADD 1 TO WS-DONE-COUNT
                       MOVE DELIVERED-REGISTER-RECORD
                           TO WS-DONE-ID(WS-DONE-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-QUEUE-FIELDS: Priority, hold switch, dependency and       *
      * due-by of every queue record. A prompt queued twice keeps the  *
      * later record's fields, as an operator's re-add would mean.     *
      *----------------------------------------------------------------*
       LOAD-QUEUE-FIELDS.
           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"

           CLOSE PROMPT-QUEUE
           .

       LOAD-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID NOT = SPACES
                       PERFORM TABLE-ONE-QUEUE-RECORD
                   END-IF
           END-READ
           .

       TABLE-ONE-QUEUE-RECORD.
           PERFORM FIND-QUEUE-ENTRY
           IF WS-QUE-FOUND-IDX = 0
               IF WS-QUE-COUNT >= 3000
                   ADD 1 TO WS-QUE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QUE-COUNT
               MOVE WS-QUE-COUNT TO WS-QUE-FOUND-IDX
           END-IF

           MOVE PQ-PROMPT-ID   TO WS-QUE-PROMPT-ID(WS-QUE-FOUND-IDX)
           MOVE PQ-PRIORITY    TO WS-QUE-PRIORITY(WS-QUE-FOUND-IDX)
           MOVE PQ-HOLD-STATUS TO WS-QUE-HOLD(WS-QUE-FOUND-IDX)
           MOVE PQ-DEPENDS-ON  TO WS-QUE-DEPENDS-ON(WS-QUE-FOUND-IDX)
           MOVE PQ-DUE-BY      TO WS-QUE-DUE-BY(WS-QUE-FOUND-IDX)
           .

      *    Looks PQ-PROMPT-ID up; WS-QUE-FOUND-IDX is 0 when absent.
       FIND-QUEUE-ENTRY.
           MOVE 0 TO WS-QUE-FOUND-IDX
           PERFORM TEST-ONE-QUEUE-ENTRY
               VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUE-COUNT
               OR WS-QUE-FOUND-IDX > 0
           .

       TEST-ONE-QUEUE-ENTRY.
           IF WS-QUE-PROMPT-ID(WS-QUE-IDX) = PQ-PROMPT-ID
               MOVE WS-QUE-IDX TO WS-QUE-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-INFLIGHT-PROMPTS: Gather the in-flight marker of the      *
      * single runner and of every dispatcher partition into one file  *
      * and table the prompts named in them. An empty marker is a      *
      * runner between prompts.                                        *
      *----------------------------------------------------------------*
       LOAD-INFLIGHT-PROMPTS.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "cat PROMPT-QUEUE-INFLIGHT.DAT"
               " PARTITION*/PROMPT-QUEUE-INFLIGHT.DAT > "
               FUNCTION TRIM(WS-IFL-FILE-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN INPUT INFLIGHT-LIST
           IF WS-IFL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-INFLIGHT-PROMPT
               UNTIL WS-IFL-FILE-STATUS NOT = "00"

           CLOSE INFLIGHT-LIST
           .

       LOAD-ONE-INFLIGHT-PROMPT.
           READ INFLIGHT-LIST
               AT END
                   MOVE "10" TO WS-IFL-FILE-STATUS
               NOT AT END
                   IF IFM-PROMPT-ID NOT = SPACES
                       AND WS-IFT-COUNT < 50
                       ADD 1 TO WS-IFT-COUNT
                       MOVE IFM-PROMPT-ID
                           TO WS-IFT-PROMPT-ID(WS-IFT-COUNT)
                       MOVE IFM-STARTED-TS
                           TO WS-IFT-STARTED-TS(WS-IFT-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-QUARANTINED-PROMPTS: Prompts PROMPT-RETRY-REQUEUE stopped *
      * retrying, with the attempts they were given.                   *
      *----------------------------------------------------------------*
       LOAD-QUARANTINED-PROMPTS.
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUAR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-QUARANTINED-PROMPT
               UNTIL WS-QUAR-FILE-STATUS NOT = "00"

           CLOSE QUARANTINE-FILE
           .

       LOAD-ONE-QUARANTINED-PROMPT.
           READ QUARANTINE-FILE
               AT END
                   MOVE "10" TO WS-QUAR-FILE-STATUS
               NOT AT END
                   IF QUAR-PROMPT-ID NOT = SPACES
                       AND WS-QRT-COUNT < 1000
                       ADD 1 TO WS-QRT-COUNT
                       MOVE QUAR-PROMPT-ID
                           TO WS-QRT-PROMPT-ID(WS-QRT-COUNT)
                       MOVE QUAR-ATTEMPTS
                           TO WS-QRT-ATTEMPTS(WS-QRT-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-VALFAIL-COUNTS: How many validation-review lines each     *
      * prompt has, which names the inbox item for its latest one.     *
      *----------------------------------------------------------------*
       LOAD-VALFAIL-COUNTS.
           OPEN INPUT VALFAIL-REVIEW
           IF WS-VF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-VALFAIL-LINE
               UNTIL WS-VF-FILE-STATUS NOT = "00"

           CLOSE VALFAIL-REVIEW
           .

       COUNT-ONE-VALFAIL-LINE.
           READ VALFAIL-REVIEW INTO WS-VF-LINE
               AT END
                   MOVE "10" TO WS-VF-FILE-STATUS
               NOT AT END
                   IF WS-VF-LINE NOT = SPACES
                       MOVE SPACES TO WS-VF-PROMPT-ID
                       UNSTRING WS-VF-LINE DELIMITED BY SPACE
                           INTO WS-VF-PROMPT-ID
                       END-UNSTRING
                       PERFORM FIND-VALFAIL-PROMPT
                       IF WS-VFS-FOUND = 0
                           AND WS-VFS-COUNT < 1000
                           ADD 1 TO WS-VFS-COUNT
                           MOVE WS-VFS-COUNT TO WS-VFS-FOUND
                           MOVE WS-VF-PROMPT-ID
                               TO WS-VFS-PROMPT(WS-VFS-FOUND)
                       END-IF
                       IF WS-VFS-FOUND > 0
                           ADD 1 TO WS-VFS-TIMES(WS-VFS-FOUND)
                       END-IF
                   END-IF
           END-READ
           .

       FIND-VALFAIL-PROMPT.
           MOVE 0 TO WS-VFS-FOUND
           PERFORM TEST-ONE-VALFAIL-PROMPT
               VARYING WS-VFS-IDX FROM 1 BY 1
               UNTIL WS-VFS-IDX > WS-VFS-COUNT
               OR WS-VFS-FOUND > 0
           .

       TEST-ONE-VALFAIL-PROMPT.
           IF WS-VFS-PROMPT(WS-VFS-IDX) = WS-VF-PROMPT-ID
               MOVE WS-VFS-IDX TO WS-VFS-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * JUDGE-ONE-REGISTER-ENTRY: Decide one request's state and put   *
      * it on its requestor's board -- always while it is open, and    *
      * for the keep period once it is delivered or failed.            *
      *----------------------------------------------------------------*
       JUDGE-ONE-REGISTER-ENTRY.
           READ INTAKE-REGISTER
               AT END
                   MOVE "10" TO WS-IRG-FILE-STATUS
               NOT AT END
                   IF IRG-PROMPT-ID NOT = SPACES
                       AND IRG-REQUESTOR NOT = SPACES
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM FIND-REQUESTOR
                       PERFORM DETERMINE-REQUEST-STATE
                       PERFORM DECIDE-REQUEST-RISK
                       PERFORM TABLE-BOARD-LINE
                   END-IF
           END-READ
           .

       FIND-REQUESTOR.
           MOVE 0 TO WS-RQT-FOUND-IDX
           PERFORM TEST-ONE-REQUESTOR
               VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-COUNT
               OR WS-RQT-FOUND-IDX > 0

           IF WS-RQT-FOUND-IDX = 0 AND WS-RQT-COUNT < 200
               ADD 1 TO WS-RQT-COUNT
               MOVE WS-RQT-COUNT TO WS-RQT-FOUND-IDX
               MOVE IRG-REQUESTOR TO WS-RQT-NAME(WS-RQT-FOUND-IDX)
           END-IF
           .

       TEST-ONE-REQUESTOR.
           IF WS-RQT-NAME(WS-RQT-IDX) = IRG-REQUESTOR
               MOVE WS-RQT-IDX TO WS-RQT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * DETERMINE-REQUEST-STATE: Latest stage first -- delivered, in a *
      * session now, then whatever the results master's latest         *
      * attempt and the review files make of it, and only then the     *
      * queue record's own hold and dependency fields.                 *
      *----------------------------------------------------------------*
       DETERMINE-REQUEST-STATE.
           MOVE SPACES TO WS-JDG-STATE
           MOVE SPACES TO WS-JDG-REASON
           MOVE IRG-PROMPT-ID TO PQ-PROMPT-ID
           PERFORM FIND-QUEUE-ENTRY
           IF WS-QUE-FOUND-IDX > 0
               MOVE WS-QUE-DUE-BY(WS-QUE-FOUND-IDX) TO WS-JDG-DUE-BY
           ELSE
               MOVE SPACES TO WS-JDG-DUE-BY
           END-IF

           PERFORM CHECK-ALREADY-DELIVERED
           IF ALREADY-DELIVERED
               MOVE "DELIVERED" TO WS-JDG-STATE
               STRING
                   "answer is in this directory as "
                   FUNCTION TRIM(IRG-PROMPT-ID) ".TXT"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IFT-FOUND-IDX
           PERFORM TEST-ONE-INFLIGHT-PROMPT
               VARYING WS-IFT-IDX FROM 1 BY 1
               UNTIL WS-IFT-IDX > WS-IFT-COUNT
               OR WS-IFT-FOUND-IDX > 0
           IF WS-IFT-FOUND-IDX > 0
               MOVE "RUNNING" TO WS-JDG-STATE
               MOVE WS-IFT-STARTED-TS(WS-IFT-FOUND-IDX)(1:14)
                   TO WS-FMT-STAMP-IN
               PERFORM FORMAT-STAMP
               STRING
                   "being answered now (started "
                   WS-FMT-STAMP-OUT(12:5) ")"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           CALL "RESULTS-MASTER-LATEST" USING IRG-PROMPT-ID
               WS-RML-STATUS WS-RML-ATTEMPTS WS-RML-SESSION
               WS-RML-DETAIL WS-RML-RC
           IF WS-RML-RC = 0
               PERFORM JUDGE-LATEST-ATTEMPT
           END-IF

           IF NOT JDG-STATE-DECIDED
               PERFORM JUDGE-QUEUE-RECORD
           END-IF
           .

       TEST-ONE-INFLIGHT-PROMPT.
           IF WS-IFT-PROMPT-ID(WS-IFT-IDX) = IRG-PROMPT-ID
               MOVE WS-IFT-IDX TO WS-IFT-FOUND-IDX
           END-IF
           .

       CHECK-ALREADY-DELIVERED.
           SET NOT-YET-DELIVERED TO TRUE
           PERFORM TEST-ONE-DELIVERED-ID
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               OR ALREADY-DELIVERED
           .

       TEST-ONE-DELIVERED-ID.
           IF WS-DONE-ID(WS-DONE-IDX) = IRG-PROMPT-ID
               SET ALREADY-DELIVERED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * JUDGE-LATEST-ATTEMPT: What the latest attempt's outcome means  *
      * to the requestor. An outcome that leaves the prompt eligible   *
      * to run again leaves the state open for the queue to decide.    *
      *----------------------------------------------------------------*
       JUDGE-LATEST-ATTEMPT.
           EVALUATE WS-RML-STATUS
               WHEN "OK"
               WHEN "CACHED"
               WHEN "LATE-OK"
                   PERFORM JUDGE-ANSWERED-REPLY
               WHEN "DISCLOSE"
                   PERFORM JUDGE-PRIVACY-REVIEW
               WHEN "VALFAIL"
                   PERFORM JUDGE-VALIDATION-REVIEW
               WHEN "SCREENED"
                   PERFORM JUDGE-CONTENT-SCREEN
               WHEN "SCREENREJ"
                   MOVE "FAILED" TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "request refused at content review"
                       " - contact operations"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN "CANCELLED"
                   MOVE "FAILED" TO WS-JDG-STATE
                   MOVE "cancelled by operations" TO WS-JDG-REASON
               WHEN "ERROR"
                   PERFORM JUDGE-FAILED-ATTEMPT
               WHEN "BUDGETHELD"
                   MOVE "HELD" TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "tonight's processing budget is used"
                       " up; runs in the next window"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * JUDGE-ANSWERED-REPLY: An answer on file goes out with the next *
      * delivery run, unless release review still has it or withheld   *
      * it.                                                            *
      *----------------------------------------------------------------*
       JUDGE-ANSWERED-REPLY.
           MOVE "ANSWERED" TO WS-JDG-STATE
           MOVE "answer ready; it goes out with the next delivery run"
               TO WS-JDG-REASON

           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RLH-FILE-STATUS NOT = "00"
               PERFORM JUDGE-RELEASE-UNREADABLE
               EXIT PARAGRAPH
           END-IF

           MOVE IRG-PROMPT-ID TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RLH-STATUS-PENDING
                           MOVE "IN REVIEW" TO WS-JDG-STATE
                           MOVE SPACES TO WS-JDG-REASON
                           STRING
                               "answer awaiting release"
                               " review by operations"
                               DELIMITED SIZE
                               INTO WS-JDG-REASON
                           END-STRING
                       WHEN RLH-STATUS-WITHHELD
                           MOVE "FAILED" TO WS-JDG-STATE
                           MOVE SPACES TO WS-JDG-REASON
                           STRING
                               "answer withheld at release review"
                               " - contact operations"
                               DELIMITED SIZE
                               INTO WS-JDG-REASON
                           END-STRING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-RLH-FILE-STATUS NOT = "00"
               AND WS-RLH-FILE-STATUS NOT = "23"
               PERFORM JUDGE-RELEASE-UNREADABLE
           END-IF

           CLOSE RELEASE-HOLD
           .

      *    Delivery holds an answer back while the release hold file
      *    cannot be read, so the board says so too.
       JUDGE-RELEASE-UNREADABLE.
           MOVE "IN REVIEW" TO WS-JDG-STATE
           MOVE SPACES TO WS-JDG-REASON
           STRING
               "answer held back; its release review record cannot"
               " be read - contact operations"
               DELIMITED SIZE
               INTO WS-JDG-REASON
           END-STRING
           .

      *----------------------------------------------------------------*
      * JUDGE-PRIVACY-REVIEW: An answer naming another customer's data *
      * waits on the privacy reviewer; once cleared it is an ordinary  *
      * answer again.                                                  *
      *----------------------------------------------------------------*
       JUDGE-PRIVACY-REVIEW.
           MOVE "IN REVIEW" TO WS-JDG-STATE
           MOVE "answer held for privacy review by operations"
               TO WS-JDG-REASON

           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN INPUT DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE IRG-PROMPT-ID TO DSH-PROMPT-ID
           READ DISCLOSURE-HOLD
               INVALID KEY
                   MOVE SPACES TO DSH-STATUS
           END-READ
           CLOSE DISCLOSURE-HOLD

           EVALUATE TRUE
               WHEN DSH-STATUS-CLEARED
                   PERFORM JUDGE-ANSWERED-REPLY
               WHEN DSH-STATUS-WITHHELD
                   MOVE "FAILED" TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "answer withheld at privacy review"
                       " - contact operations"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * JUDGE-VALIDATION-REVIEW: An answer that failed its checks sits *
      * in the operators' validation review until they clear the item  *
      * in the work inbox; after that it is closed as failed.          *
      *----------------------------------------------------------------*
       JUDGE-VALIDATION-REVIEW.
           MOVE "IN REVIEW" TO WS-JDG-STATE
           MOVE "answer failed its checks; operations are reviewing it"
               TO WS-JDG-REASON

           MOVE IRG-PROMPT-ID TO WS-VF-PROMPT-ID
           PERFORM FIND-VALFAIL-PROMPT
           IF WS-VFS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VFS-TIMES(WS-VFS-FOUND) TO WS-VF-OCCURRENCE

           MOVE "00" TO WS-WIC-FILE-STATUS
           OPEN INPUT INBOX-CLAIMS
           IF WS-WIC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "VALFAIL" TO WIC-ITEM-TYPE
           MOVE SPACES TO WIC-ITEM-ID
           STRING
               FUNCTION TRIM(IRG-PROMPT-ID) "#" WS-VF-OCCURRENCE
               DELIMITED SIZE
               INTO WIC-ITEM-ID
           END-STRING
           READ INBOX-CLAIMS
               INVALID KEY
                   MOVE SPACES TO WIC-STATE
           END-READ
           CLOSE INBOX-CLAIMS

           IF WIC-STATE-CLEARED
               MOVE "FAILED" TO WS-JDG-STATE
               MOVE SPACES TO WS-JDG-REASON
               STRING
                   "answer failed its checks; review"
                   " closed - contact operations"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * JUDGE-CONTENT-SCREEN: A request parked by outbound screening   *
      * waits on the screening reviewer; an approved one runs again    *
      * from the queue, a rejected one never will.                     *
      *----------------------------------------------------------------*
       JUDGE-CONTENT-SCREEN.
           MOVE "SCREENED" TO WS-JDG-STATE
           MOVE "request parked for content review by operations"
               TO WS-JDG-REASON

           MOVE "00" TO WS-SCR-FILE-STATUS
           OPEN INPUT SCREEN-HOLD
           IF WS-SCR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE IRG-PROMPT-ID TO SCR-PROMPT-ID
           READ SCREEN-HOLD
               INVALID KEY
                   MOVE SPACES TO SCR-STATUS
           END-READ
           CLOSE SCREEN-HOLD

           EVALUATE SCR-STATUS
               WHEN "APPROVED"
                   MOVE SPACES TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
               WHEN "REJECTED"
                   MOVE "FAILED" TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "request refused at content review"
                       " - contact operations"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * JUDGE-FAILED-ATTEMPT: A failed attempt is retried while the    *
      * prompt is on the queue and has not been quarantined.           *
      *----------------------------------------------------------------*
       JUDGE-FAILED-ATTEMPT.
           MOVE 0 TO WS-QRT-FOUND-IDX
           PERFORM TEST-ONE-QUARANTINED-PROMPT
               VARYING WS-QRT-IDX FROM 1 BY 1
               UNTIL WS-QRT-IDX > WS-QRT-COUNT
               OR WS-QRT-FOUND-IDX > 0

           EVALUATE TRUE
               WHEN WS-QRT-FOUND-IDX > 0
                   MOVE "FAILED" TO WS-JDG-STATE
                   STRING
                       "could not be answered after "
                       WS-QRT-ATTEMPTS(WS-QRT-FOUND-IDX)
                       " attempts - contact operations"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN WS-QUE-FOUND-IDX = 0
                   MOVE "FAILED" TO WS-JDG-STATE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "last attempt failed and it is off the"
                       " queue - contact operations"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TEST-ONE-QUARANTINED-PROMPT.
           IF WS-QRT-PROMPT-ID(WS-QRT-IDX) = IRG-PROMPT-ID
               MOVE WS-QRT-IDX TO WS-QRT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * JUDGE-QUEUE-RECORD: No outcome that settles it -- the queue    *
      * record's hold switch and dependency decide, the same rules the *
      * runner's sweep applies. A retry after a failed attempt says    *
      * so.                                                            *
      *----------------------------------------------------------------*
       JUDGE-QUEUE-RECORD.
           IF WS-QUE-FOUND-IDX = 0
               MOVE "FAILED" TO WS-JDG-STATE
               MOVE SPACES TO WS-JDG-REASON
               STRING
                   "taken off the queue by operations"
                   " - contact operations"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-QUE-HOLD(WS-QUE-FOUND-IDX) = "HOLD"
               MOVE "HELD" TO WS-JDG-STATE
               MOVE "held on the queue by operations"
                   TO WS-JDG-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-QUE-DEPENDS-ON(WS-QUE-FOUND-IDX) NOT = SPACES
               PERFORM JUDGE-DEPENDENCY
               IF WS-JDG-STATE = "WAITING"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "QUEUED" TO WS-JDG-STATE
           IF WS-RML-RC = 0 AND WS-RML-STATUS = "ERROR"
               MOVE "last attempt failed; it will be tried again"
                   TO WS-JDG-REASON
           ELSE
               IF WS-RML-RC = 0 AND WS-RML-STATUS = "SCREENED"
                   MOVE "approved at content review; waiting its turn"
                       TO WS-JDG-REASON
               ELSE
                   MOVE SPACES TO WS-JDG-REASON
                   STRING
                       "waiting its turn (priority "
                       WS-QUE-PRIORITY(WS-QUE-FOUND-IDX) ")"
                       DELIMITED SIZE
                       INTO WS-JDG-REASON
                   END-STRING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * JUDGE-DEPENDENCY: The depends-on prompt must have an answer    *
      * (OK, CACHED or LATE-OK) before this one can run. A dependency  *
      * whose own outcome is final without an answer will never be     *
      * met, and the reason says so.                                   *
      *----------------------------------------------------------------*
       JUDGE-DEPENDENCY.
           MOVE WS-QUE-DEPENDS-ON(WS-QUE-FOUND-IDX) TO WS-VF-PROMPT-ID
           CALL "RESULTS-MASTER-LATEST" USING WS-VF-PROMPT-ID
               WS-DEP-STATE WS-RML-ATTEMPTS WS-RML-SESSION
               WS-RML-DETAIL WS-RML-RC
           IF WS-RML-RC NOT = 0
               MOVE SPACES TO WS-DEP-STATE
           END-IF

           IF WS-DEP-STATE = "OK" OR WS-DEP-STATE = "CACHED"
               OR WS-DEP-STATE = "LATE-OK"
               EXIT PARAGRAPH
           END-IF

           MOVE "WAITING" TO WS-JDG-STATE
           MOVE SPACES TO WS-JDG-REASON
           IF WS-DEP-STATE = "SCREENREJ" OR WS-DEP-STATE = "CANCELLED"
               OR WS-DEP-STATE = "VALFAIL"
               STRING
                   "waiting on " FUNCTION TRIM(WS-VF-PROMPT-ID)
                   ", which did not get an answer - contact operations"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
           ELSE
               STRING
                   "waiting on " FUNCTION TRIM(WS-VF-PROMPT-ID)
                   " to be answered first"
                   DELIMITED SIZE
                   INTO WS-JDG-REASON
               END-STRING
           END-IF

      *    The outcome judged above was the dependency's; put back the
      *    prompt's own so the retry wording below is not misled.
           CALL "RESULTS-MASTER-LATEST" USING IRG-PROMPT-ID
               WS-RML-STATUS WS-RML-ATTEMPTS WS-RML-SESSION
               WS-RML-DETAIL WS-RML-RC
           .

      *----------------------------------------------------------------*
      * DECIDE-REQUEST-RISK: An open request is judged against its     *
      * due-by time: OVERDUE once it has passed, AT RISK when it falls *
      * inside the runner's escalation window, ON TRACK otherwise. An  *
      * answered request has met its commitment, and one with no       *
      * due-by time has none to miss.                                  *
      *----------------------------------------------------------------*
       DECIDE-REQUEST-RISK.
           MOVE "-" TO WS-JDG-RISK
           IF JDG-STATE-CLOSED OR WS-JDG-STATE = "ANSWERED"
               EXIT PARAGRAPH
           END-IF
           IF WS-JDG-DUE-BY = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-JDG-DUE-BY < WS-NOW-STAMP
                   MOVE "OVERDUE" TO WS-JDG-RISK
               WHEN WS-JDG-DUE-BY <= WS-SLA-HORIZON
                   MOVE "AT RISK" TO WS-JDG-RISK
               WHEN OTHER
                   MOVE "ON TRACK" TO WS-JDG-RISK
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * TABLE-BOARD-LINE: Count the request against its requestor and  *
      * keep its line for the board, unless it closed more than the    *
      * keep period ago.                                               *
      *----------------------------------------------------------------*
       TABLE-BOARD-LINE.
           IF WS-RQT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF JDG-STATE-CLOSED
               MOVE 0 TO WS-INTAKE-DAYS
               IF IRG-TIMESTAMP(1:8) IS NUMERIC
                   AND IRG-TIMESTAMP(1:8) > "16010100"
                   COMPUTE WS-INTAKE-DAYS = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(IRG-TIMESTAMP(1:8)))
               END-IF
               IF WS-INTAKE-DAYS + WS-KEEP-DAYS < WS-TODAY-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-JDG-STATE = "DELIVERED"
                   ADD 1 TO WS-RQT-DELIVERED(WS-RQT-FOUND-IDX)
               WHEN WS-JDG-STATE = "FAILED"
                   ADD 1 TO WS-RQT-FAILED(WS-RQT-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO WS-RQT-OPEN(WS-RQT-FOUND-IDX)
           END-EVALUATE
           IF WS-JDG-RISK = "AT RISK" OR WS-JDG-RISK = "OVERDUE"
               ADD 1 TO WS-RQT-AT-RISK(WS-RQT-FOUND-IDX)
               ADD 1 TO WS-AT-RISK-COUNT
           END-IF

           IF WS-LIN-COUNT >= 3000
               ADD 1 TO WS-LIN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIN-COUNT
           MOVE WS-RQT-FOUND-IDX    TO WS-LIN-RQT-IDX(WS-LIN-COUNT)
           MOVE IRG-PROMPT-ID       TO WS-LIN-PROMPT-ID(WS-LIN-COUNT)
           MOVE IRG-TIMESTAMP(1:14) TO WS-LIN-RECEIVED(WS-LIN-COUNT)
           MOVE WS-JDG-STATE        TO WS-LIN-STATE(WS-LIN-COUNT)
           MOVE WS-JDG-DUE-BY       TO WS-LIN-DUE-BY(WS-LIN-COUNT)
           MOVE WS-JDG-RISK         TO WS-LIN-RISK(WS-LIN-COUNT)
           MOVE WS-JDG-REASON       TO WS-LIN-REASON(WS-LIN-COUNT)
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-BOARD: The requestor's board is written beside it    *
      * and moved over REQUEST-STATUS.TXT in one step, so a department *
      * reading it mid-pass never sees half a board.                   *
      *----------------------------------------------------------------*
       WRITE-ONE-BOARD.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mkdir -p SPOOL-OUT/"
               FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE SPACES TO WS-OUT-FILE-NAME
           STRING
               "SPOOL-OUT/" FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
               "/REQUEST-STATUS.TMP"
               DELIMITED SIZE
               INTO WS-OUT-FILE-NAME
           END-STRING

           OPEN OUTPUT STATUS-OUT
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write the board for "
                   FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
               ADD 1 TO WS-BOARD-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-BOARD-HEADING
           PERFORM WRITE-ONE-BOARD-LINE
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-COUNT
           PERFORM WRITE-BOARD-FOOTING

           CLOSE STATUS-OUT

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mv -f " FUNCTION TRIM(WS-OUT-FILE-NAME)
               " SPOOL-OUT/" FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
               "/REQUEST-STATUS.TXT"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: board for "
                   FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
                   " left as REQUEST-STATUS.TMP"
               ADD 1 TO WS-BOARD-FAIL-COUNT
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOARD-COUNT
           .

       WRITE-BOARD-HEADING.
           MOVE WS-NOW-STAMP TO WS-FMT-STAMP-IN
           PERFORM FORMAT-STAMP

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "REQUEST STATUS - "
               FUNCTION TRIM(WS-RQT-NAME(WS-RQT-IDX))
               "          as of " WS-FMT-STAMP-OUT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE

           MOVE WS-RQT-OPEN(WS-RQT-IDX)      TO WS-ED-COUNT
           MOVE WS-RQT-AT-RISK(WS-RQT-IDX)   TO WS-ED-COUNT-2
           MOVE WS-RQT-DELIVERED(WS-RQT-IDX) TO WS-ED-COUNT-3
           MOVE WS-RQT-FAILED(WS-RQT-IDX)    TO WS-ED-COUNT-4
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Open " FUNCTION TRIM(WS-ED-COUNT)
               "   At risk or overdue " FUNCTION TRIM(WS-ED-COUNT-2)
               "   Delivered " FUNCTION TRIM(WS-ED-COUNT-3)
               "   Failed " FUNCTION TRIM(WS-ED-COUNT-4)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PROMPT ID             RECEIVED          STATE      "
               "DUE BY            RISK      REASON"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           .

       WRITE-ONE-BOARD-LINE.
           IF WS-LIN-RQT-IDX(WS-LIN-IDX) NOT = WS-RQT-IDX
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIN-RECEIVED(WS-LIN-IDX) TO WS-FMT-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE WS-FMT-STAMP-OUT TO WS-SHOW-RECEIVED
           IF WS-LIN-DUE-BY(WS-LIN-IDX) = SPACES
               MOVE "-" TO WS-SHOW-DUE-BY
           ELSE
               MOVE WS-LIN-DUE-BY(WS-LIN-IDX) TO WS-FMT-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-FMT-STAMP-OUT TO WS-SHOW-DUE-BY
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               WS-LIN-PROMPT-ID(WS-LIN-IDX) "  "
               WS-SHOW-RECEIVED "  "
               WS-LIN-STATE(WS-LIN-IDX) " "
               WS-SHOW-DUE-BY "  "
               WS-LIN-RISK(WS-LIN-IDX) "  "
               WS-LIN-REASON(WS-LIN-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           .

       WRITE-BOARD-FOOTING.
           MOVE ALL "-" TO WS-OUT-LINE
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "QUEUED, HELD, WAITING, SCREENED, RUNNING, ANSWERED and"
               " IN REVIEW requests are open; RISK compares the due-by"
               " time with now."
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           MOVE WS-KEEP-DAYS TO WS-ED-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Answers arrive in this directory as <prompt id>.TXT,"
               " listed in DELIVERY-MANIFEST.TXT. Delivered and failed"
               " requests drop off after "
               FUNCTION TRIM(WS-ED-COUNT) " days."
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STATUS-OUT-RECORD FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * FORMAT-STAMP: YYYYMMDDHHMMSS in WS-FMT-STAMP-IN to             *
      * "YYYY-MM-DD HH:MM" in WS-FMT-STAMP-OUT.                        *
      *----------------------------------------------------------------*
       FORMAT-STAMP.
           MOVE SPACES TO WS-FMT-STAMP-OUT
           IF WS-FMT-STAMP-IN = SPACES
               MOVE "-" TO WS-FMT-STAMP-OUT
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-FMT-STAMP-IN(1:4) "-" WS-FMT-STAMP-IN(5:2) "-"
               WS-FMT-STAMP-IN(7:2) " " WS-FMT-STAMP-IN(9:2) ":"
               WS-FMT-STAMP-IN(11:2)
               DELIMITED SIZE
               INTO WS-FMT-STAMP-OUT
           END-STRING
           .
