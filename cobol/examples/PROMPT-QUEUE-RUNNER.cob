      * records an operator has set to HOLD and records whose          *
      * depends-on prompt has no OK result yet. Sweeps repeat until a  *
      * full sweep dispatches nothing, so a record whose dependency    *
      * completes mid-run is picked up in the following sweep. A       *
      * dependent's template parameters may take the depends-on        *
      * prompt's archived reply (@REPLY) or one key of it              *
      * (@REPLY:key), so multi-step work runs as a pipeline.           *
      *                                                                *
      * After every prompt it rewrites PROMPT-QUEUE-CHECKPOINT.DAT     *
      * with that prompt's id for the operator consoles, and while a   *
      * prompt is in its session PROMPT-QUEUE-INFLIGHT.DAT names it    *
      * for the requestor status board. Restart protection comes from  *
      * the indexed results master                                     *
      * (RESULTS-MASTER-IO): a record whose latest attempt is OK,     *
      * CACHED, VALFAIL, SCREENREJ, or DISCLOSE is never re-sent, so   *
      * an interrupted batch can simply be resubmitted -- while a      *
      * record whose latest attempt is ERROR stays eligible, so the    *
      * retry queue PROMPT-RETRY-REQUEUE builds runs as intended. A    *
      * site whose master has never been cut falls back to folding     *
      * the flat PROMPT-RESULTS.DAT history in at startup.             *
      *                                                                *
      * With analyst steering enabled (STEER-CONFIG.DAT), a record     *
      * whose reply has now failed its validation rules the            *
      * configured number of times is not filed VALFAIL straight       *
      * away: its session is kept alive with remote mode on, an        *
      * escalation record carrying the steering URL is written to      *
      * ANALYST-ESCALATION.DAT, and the runner waits for an analyst    *
      * (ANALYST-ESCALATION-CONSOLE) to join, guide the conversation   *
      * and mark it finished. The final reply is then asked for,       *
      * validated again, and filed OK or VALFAIL as normal.            *
      *                                                                *
      * A record with output kind IMAGE asks its session for a         *
      * generated image. The image is filed in the managed image store *
      * (COPILOT-IMAGE-STORE) under the prompt id, and the archive     *
      * record carries the key of its IMAGE-INDEX.DAT entry; a reply   *
      * that brings no image back fails validation.                    *
      *                                                                *
      * An operator may cancel a prompt, or the session working on it, *
      * from OPS-STATUS-CONSOLE. The session wait loop aborts the      *
      * generation (COPILOT-CANCEL-CHECK); the prompt is filed         *
      * CANCELLED with the operator and reason in the results master   *
      * and the run moves on. CANCELLED is final on restart until an   *
      * operator releases the cancel again.                            *
      *                                                                *
      * Every attempt in the results master carries the id of its      *
      * last request to the CLI. A reply that arrives after its wait   *
      * gave up is parked by the session layer; LATE-REPLY-RECOVERY    *
      * matches it back by session and request id and files it as a    *
      * LATE-OK attempt, which counts as answered here as OK does.     *
      *                                                                *
      * Every OK or CACHED reply is screened before it is archived     *
      * (COPILOT-DISCLOSURE-SCREEN): a reply that names a real account *
      * or order belonging to a customer other than the prompt's own   *
      * business key is filed DISCLOSE instead, with the reply parked  *
      * in DISCLOSURE-HOLD.DAT for the privacy reviewer                *
      * (DISCLOSURE-REVIEW-CONSOLE) and nothing archived or delivered. *
      * DISCLOSE is final on restart; a reply the reviewer clears is   *
      * archived OK from the console.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPT-QUEUE-RUNNER.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT INFLIGHT-MARKER ASSIGN TO WS-IFM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFM-FILE-STATUS.
           SELECT PROMPT-TEMPLATE ASSIGN TO WS-TPL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT BATCH-CALENDAR ASSIGN TO WS-CAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT VALFAIL-REVIEW ASSIGN TO WS-VF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.
           SELECT STEER-CONFIG ASSIGN TO WS-STC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-FILE-STATUS.
           SELECT ANALYST-ESCALATION ASSIGN TO WS-AES-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AES-PROMPT-ID
               FILE STATUS IS WS-AES-FILE-STATUS.
           SELECT POOL-CONFIG ASSIGN TO WS-POOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-FILE-STATUS.
           SELECT DOWNSTREAM-EXTRACT ASSIGN TO WS-DSX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSX-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT DISCLOSURE-HOLD ASSIGN TO WS-DSH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSH-PROMPT-ID
               FILE STATUS IS WS-DSH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PQ-PROMPT-ID          PIC X(20).
           05 PQ-PROMPT-TEXT        PIC X(2048).
      *    Template variant: when PQ-TEMPLATE-ID is non-blank the
      *    prompt text sent is the named template's wording in effect
      *    on the run date (TEMPLATE-VERSION-IO) expanded with
      *    PQ-PARAM-VALUE(1..5) substituted for the &1..&5 markers,
      *    and PQ-PROMPT-TEXT is ignored. A parameter value of
      *    @REPLY is a pipeline reference standing for the whole
      *    archived reply of the PQ-DEPENDS-ON prompt, and @REPLY:key
      *    for the value of that key in its structured (JSON) reply.
           05 PQ-TEMPLATE-ID        PIC X(20).
           05 PQ-TEMPLATE-PARAMS.
               10 PQ-PARAM-VALUE    PIC X(256) OCCURS 5 TIMES.
      *    available tools its department signed off on. Blank keeps
      *    the runner's long-standing built-in persona.
           05 PQ-PROFILE-ID         PIC X(12).
      *    Output kind: IMAGE asks the session for a generated image
      *    (a product thumbnail for a letter, say), filed in the image
      *    store under the prompt id. Blank or TEXT is an ordinary
      *    text reply.
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
      *    Language the reply is wanted in (EN, FR, DE, ES, IT, PT,
      *    NL). Blank takes the customer master's language for the
      *    business key, and English failing that. Anything but
      *    English gets a translation turn after the answer.
           05 PQ-LANGUAGE           PIC X(2).

       FD  PROMPT-RESULTS.
       01  PROMPT-RESULTS-RECORD    PIC X(2200).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD        PIC X(20).

      *    The prompt being worked right now and when it was taken up;
      *    emptied again once it has an outcome. REQUEST-STATUS-BOARD
      *    reads it to show the requestor a RUNNING prompt.
       FD  INFLIGHT-MARKER.
       01  INFLIGHT-MARKER-RECORD.
           05 IFM-PROMPT-ID         PIC X(20).
           05 IFM-STARTED-TS        PIC X(21).
           05 IFM-JOB-ID            PIC X(20).

       FD  PROMPT-TEMPLATE.
       01  PROMPT-TEMPLATE-RECORD.
           05 TPL-TEMPLATE-ID       PIC X(20).
      *    Template-level structured-reply mapping, used when the
      *    queue record carries no mapping id of its own.
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
      *    "Y" when every reply produced under this template must
      *    pass release review before it may be delivered.
           05 TPL-RELEASE-REVIEW    PIC X.
               88 TPL-NEEDS-RELEASE-REVIEW      VALUE "Y".

      *    Batch-window calendar: WINDOW records carry the daily
      *    start/end times (HHMMSS), BLACKOUT records name dates on
           05 CAL-START-TIME        PIC X(6).
           05 CAL-END-TIME          PIC X(6).

      *    Customer master, read only for the preferred language of
      *    a prompt that names no language of its own. Field-for-field
      *    match of CUSTOMER-LOOKUP-TOOL's layout -- keep the two in
      *    sync by hand.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ACCOUNT-NO       PIC X(10).
           05 CUST-NAME             PIC X(64).
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

      *    Response archive: the full reply text per prompt, keyed by
      *    prompt id, alongside the flat results file whose fixed
      *    line length truncates long replies. RESPONSE-SEARCH-CONSOLE
           05 RA-TIMESTAMP          PIC X(21).
           05 RA-REPLY-TEXT         PIC X(4096).
           05 RA-PROFILE-ID         PIC X(12).
           05 RA-TEMPLATE-VERSION   PIC 9(3).
           05 RA-SUPERSEDED-BY      PIC X(20).
      *    Key of the prompt's IMAGE-INDEX.DAT entry when the reply
      *    included a generated image; blank for text-only replies.
           05 RA-IMAGE-REF          PIC X(20).
      *    Language of RA-REPLY-TEXT. When a translation turn ran,
      *    the English answer it was made from is kept beside it in
      *    RA-ORIGINAL-TEXT; otherwise that field is blank.
           05 RA-LANGUAGE           PIC X(2).
           05 RA-ORIGINAL-TEXT      PIC X(4096).
           05 RA-CRYPT-STAMP.
               10 RA-CRYPT-KEY-ID   PIC X(8).
               10 RA-CRYPT-SALT     PIC X(8).

      *    Optional job-id hand-off: PROMPT-QUEUE-DISPATCHER drops
      *    this file into each partition directory so every parallel
       FD  VALFAIL-REVIEW.
       01  VALFAIL-REVIEW-RECORD    PIC X(2200).

      *    Analyst steering opt-in: absent this file (or with any
      *    mode other than ENABLED) a failing reply is filed VALFAIL
      *    as it always was. The fail limit is how many failed
      *    validations (this one included) a record runs up before
      *    it is escalated; the wait is how long the runner holds the
      *    session open for an analyst; the poll is how often it
      *    looks to see whether the analyst has finished.
       FD  STEER-CONFIG.
       01  STEER-CONFIG-RECORD.
           05 STC-MODE              PIC X(8).
               88 STEER-CFG-ENABLED             VALUE "ENABLED".
           05 STC-FAIL-LIMIT        PIC X(3).
           05 STC-WAIT-MINS         PIC X(5).
           05 STC-POLL-SECS         PIC X(3).

      *    One record per escalated prompt: the live session and the
      *    URL an analyst joins it at, who steered it and for how
      *    long, and the outcome once the final reply was validated.
      *    ANALYST-ESCALATION-CONSOLE rewrites the analyst fields.
       FD  ANALYST-ESCALATION.
       01  ANALYST-ESCALATION-RECORD.
           05 AES-PROMPT-ID         PIC X(20).
           05 AES-SESSION-ID        PIC X(64).
           05 AES-JOB-ID            PIC X(20).
           05 AES-STEER-URL         PIC X(256).
           05 AES-STEERABLE         PIC X.
           05 AES-STATUS            PIC X(10).
               88 AES-STATUS-OPEN               VALUE "OPEN".
               88 AES-STATUS-STEERING           VALUE "STEERING".
               88 AES-STATUS-FINISHED           VALUE "FINISHED".
               88 AES-STATUS-RELEASED           VALUE "RELEASED".
               88 AES-STATUS-EXPIRED            VALUE "EXPIRED".
               88 AES-STATUS-CLOSED             VALUE "CLOSED".
           05 AES-FAIL-COUNT        PIC 9(3).
           05 AES-VALFAIL-REASON    PIC X(64).
           05 AES-ESCALATED-AT      PIC X(14).
           05 AES-ANALYST-ID        PIC X(8).
           05 AES-JOINED-AT         PIC X(14).
           05 AES-FINISHED-AT       PIC X(14).
           05 AES-STEER-SECONDS     PIC 9(7).
           05 AES-OUTCOME           PIC X(10).
           05 AES-CLOSED-AT         PIC X(14).

      *    Session-pool opt-in: absent this file (or with any mode
      *    other than POOLED) every prompt keeps its own isolated
      *    session, the long-standing default. POOLED mode keeps a
           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
      *    "Y" when every reply given under this persona must pass
      *    release review before it may be delivered.
           05 APF-RELEASE-REVIEW    PIC X.
               88 APF-NEEDS-RELEASE-REVIEW      VALUE "Y".

      *    Site configuration, read here for the mirroring keywords
      *    (MIRROR-DIR, FILE-SET) so the archive writes follow the
               88 SCR-STATUS-REJECTED           VALUE "REJECTED".
           05 SCR-EDITED-TEXT       PIC X(4096).
           05 SCR-TIMESTAMP         PIC X(21).
           05 SCR-CRYPT-STAMP.
               10 SCR-CRYPT-KEY-ID  PIC X(8).
               10 SCR-CRYPT-SALT    PIC X(8).

      *    SLA tuning: how many minutes before its due time a record
      *    is escalated to the most urgent priority class. Absent
       FD  DOWNSTREAM-EXTRACT.
       01  DOWNSTREAM-EXTRACT-RECORD PIC X(512).

      *    Release-review hold, the four-eyes stage between archive
      *    and outbound delivery: written PENDING by the runner for
      *    every OK reply whose template or agent profile is marked
      *    release-review-required, rewritten RELEASED (optionally
      *    with edited text) or WITHHELD by RELEASE-REVIEW-CONSOLE.
      *    REPLY-DELIVERY and CORRESPONDENCE-WRITER ship nothing
      *    that has a record here until it reads RELEASED. Keep the
      *    FD copies in those three programs in step by hand.
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

      *    Disclosure hold: written PENDING by the runner (and by
      *    LATE-REPLY-RECOVERY) for a reply that names another
      *    customer's account or order, rewritten CLEARED or WITHHELD
      *    by DISCLOSURE-REVIEW-CONSOLE; DISCLOSURE-REPORT lists the
      *    day's holds for the privacy officer. The hold keeps
      *    everything the console needs to archive a cleared reply
      *    as the runner would have. Keep the FD copies in those four
      *    programs in step by hand.
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
      *        The status the reply would have been archived under
      *        (OK, CACHED or LATE-OK), and whether it also needs
      *        release review once cleared.
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

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       01  WS-VAL-FOUND-POS         PIC 9(5)   VALUE 0.
       01  WS-VAL-DIGIT-TALLY       PIC 9(5)   VALUE 0.

      *    Analyst steering state: the opt-in and its limits, the
      *    record's failure count so far, and the wait for the
      *    analyst to finish.
       01  WS-STC-FILE-NAME         PIC X(64)
           VALUE "STEER-CONFIG.DAT".
       01  WS-STC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-AES-FILE-NAME         PIC X(64)
           VALUE "ANALYST-ESCALATION.DAT".
       01  WS-AES-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-STEER-MODE            PIC 9      VALUE 0.
           88 STEER-MODE-ON                     VALUE 1.
           88 STEER-MODE-OFF                    VALUE 0.
       01  WS-STEER-FAIL-LIMIT      PIC 9(3)   VALUE 3.
       01  WS-STEER-WAIT-MINS       PIC 9(5)   VALUE 60.
       01  WS-STEER-POLL-SECS       PIC 9(3)   VALUE 15.
       01  WS-STEER-FAIL-COUNT      PIC 9(3)   VALUE 0.
       01  WS-STEER-SCAN-ID         PIC X(20)  VALUE SPACES.
       01  WS-STEER-STATE           PIC 9      VALUE 0.
           88 STEER-WAITING                     VALUE 0.
           88 STEER-FINISHED                    VALUE 1.
           88 STEER-RELEASED                    VALUE 2.
           88 STEER-EXPIRED                     VALUE 3.
       01  WS-STEER-START-SECS      PIC 9(5)V99 VALUE 0.
       01  WS-STEER-ELAPSED-SECS    PIC S9(7)V99 VALUE 0.
       01  WS-STEER-WAIT-SECS       PIC 9(7)   VALUE 0.
       01  WS-STEER-SLEEP-CMD       PIC X(40)  VALUE SPACES.
       01  WS-STEER-STAMP           PIC X(21)  VALUE SPACES.
       01  WS-STEER-COUNT           PIC 9(5)   VALUE 0.
       01  WS-STEER-CLOSING-TEXT    PIC X(160) VALUE
           "The analyst has finished guiding this conversation. Reply
      -    " now with your final answer to the original request, and
      -    " nothing else.".

       01  WS-CKPT-FILE-NAME        PIC X(64)
           VALUE "PROMPT-QUEUE-CHECKPOINT.DAT".
       01  WS-CKPT-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-IFM-FILE-NAME         PIC X(64)
           VALUE "PROMPT-QUEUE-INFLIGHT.DAT".
       01  WS-IFM-FILE-STATUS       PIC XX     VALUE "00".

      *    Prompts attempted in THIS run, which are never re-sent
      *    whatever their outcome. Prior runs' outcomes come from
       01  WS-ARCH-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-ARCH-TODAY-STAMP      PIC X(21)  VALUE SPACES.

      *    Conversation text is encrypted at rest in the archive and
      *    the screening hold (COPILOT-FIELD-CRYPT). The runner asks
      *    for clear text under its job id, or its own name when it
      *    runs without one; refused, a cached answer, a pipeline
      *    source or an operator's screening edit is simply not used.
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
      *    Nothing is ever written in clear in place of cipher text. A
      *    ring that cannot be used refuses the run before it starts;
      *    an encryption that fails mid-run leaves that record
      *    unwritten and stops the run at the prompt it failed on.
       01  WS-CRYPT-PROBE-STAMP     PIC X(16)  VALUE SPACES.
       01  WS-CRYPT-FAIL-FLAG       PIC 9      VALUE 0.
           88 CRYPT-WRITE-FAILED                VALUE 1.
       01  WS-CRYPT-FAIL-RC         PIC 9(4)   VALUE 16.

      *    Reply language for the prompt in flight. WS-ARCH-LANGUAGE
      *    is the language the archived text actually ended up in;
      *    WS-ORIGINAL-REPLY holds the English answer once a
      *    translation turn has replaced it.
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-REPLY-LANGUAGE        PIC X(2)   VALUE "EN".
       01  WS-REPLY-LANGUAGE-NAME   PIC X(14)  VALUE SPACES.
       01  WS-ARCH-LANGUAGE         PIC X(2)   VALUE "EN".
       01  WS-ORIGINAL-REPLY        PIC X(4096) VALUE SPACES.
       01  WS-TRANSLATED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-UNTRANSLATED-COUNT    PIC 9(5)   VALUE 0.
       01  WS-LANGUAGE-LIST.
           05 FILLER                PIC X(16)  VALUE "ENEnglish".
           05 FILLER                PIC X(16)  VALUE "FRFrench".
           05 FILLER                PIC X(16)  VALUE "DEGerman".
           05 FILLER                PIC X(16)  VALUE "ESSpanish".
           05 FILLER                PIC X(16)  VALUE "ITItalian".
           05 FILLER                PIC X(16)  VALUE "PTPortuguese".
           05 FILLER                PIC X(16)  VALUE "NLDutch".
       01  WS-LANGUAGE-TABLE REDEFINES WS-LANGUAGE-LIST.
           05 WS-LANGUAGE-ENTRY     OCCURS 7 TIMES.
               10 WS-LANGUAGE-CODE  PIC X(2).
               10 WS-LANGUAGE-NAME  PIC X(14).
       01  WS-LANGUAGE-IDX          PIC 9      VALUE 0.

       01  WS-POOL-FILE-NAME        PIC X(64)
           VALUE "PROMPT-POOL-CONFIG.DAT".
       01  WS-POOL-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-TPL-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-EFFECTIVE-MAPPING-ID  PIC X(20)  VALUE SPACES.
       01  WS-WANTED-RESP-FORMAT    PIC X(16)  VALUE SPACES.
       01  WS-IMAGE-REF             PIC X(20)  VALUE SPACES.
       01  WS-IMAGE-COUNT           PIC 9(5)   VALUE 0.
      *    Operator cancel state for the prompt in flight.
       01  WS-CANCEL-SWITCH         PIC 9      VALUE 0.
           88 PROMPT-CANCELLED                 VALUE 1.
           88 PROMPT-NOT-CANCELLED             VALUE 0.
       01  WS-CANCEL-FLAG           PIC 9      VALUE 0.
       01  WS-CANCEL-OPERATOR       PIC X(8)   VALUE SPACES.
       01  WS-CANCEL-REASON         PIC X(64)  VALUE SPACES.
       01  WS-CANCEL-NO-SESSION     PIC X(64)  VALUE SPACES.
       01  WS-CANCEL-RC             PIC S9(4)  VALUE 0.
       01  WS-CANCELLED-COUNT       PIC 9(5)   VALUE 0.
      *    JSON-RPC id of the prompt's last request, kept on its
      *    results master attempt for late-reply matching.
       01  WS-LAST-REQUEST-ID       PIC 9(10)  VALUE 0.
       01  WS-LAST-REQUEST-RC       PIC S9(4)  VALUE 0.
      *    Turn tag logged ahead of every send so TURN-LATENCY-REPORT
      *    can put the turn's timings under its prompt and template.
       01  WS-TURN-TAG-METHOD       PIC X(64)
           VALUE "runner.turn".
       01  WS-TURN-TAG-BODY         PIC X(4096) VALUE SPACES.
       01  WS-MAP-ROW-TABLE.
           05 WS-MAP-COUNT          PIC 9(2)   VALUE 0.
           05 WS-MAP-ENTRY OCCURS 20 TIMES.
       01  WS-JKEY-VALUE-PTR        PIC 9(5)   VALUE 0.
       01  WS-JKEY-VALUE            PIC X(256) VALUE SPACES.
       01  WS-EXTRACT-WORK          PIC X(512) VALUE SPACES.
      *    The mapped record waits here until the reply has cleared
      *    the disclosure screen and any release review.
       01  WS-EXTRACT-PEND-FLAG     PIC 9      VALUE 0.
           88 EXTRACT-PENDING                   VALUE 1.
           88 EXTRACT-NOT-PENDING               VALUE 0.

       01  WS-CUR-PRIORITY          PIC 9(2)   VALUE 0.
       01  WS-REC-PRIORITY          PIC X      VALUE SPACE.
           88 TEMPLATE-WAS-FOUND                VALUE 1.
           88 TEMPLATE-NOT-FOUND                VALUE 0.
       01  WS-TPL-TEXT              PIC X(2048) VALUE SPACES.
      *    The template version the prompt in flight was expanded
      *    from (000 for a literal prompt or the pre-versioning
      *    library wording), stamped on the results master attempt,
      *    the archive record and the SLA tracking line. Versions are
      *    chosen as of the date the run started, so a run that
      *    crosses midnight sends one wording throughout.
       01  WS-TPL-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-TPL-RUN-DATE          PIC X(8)   VALUE SPACES.
       01  WS-TPL-RC                PIC S9(4)  VALUE 0.

      *    Release-review state for the prompt in flight: set from the
      *    template and the agent profile, tested once the reply is
      *    archived.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TPL-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-RELEASE-REVIEW-FLAG   PIC 9      VALUE 0.
           88 RELEASE-REVIEW-REQUIRED           VALUE 1.
           88 RELEASE-REVIEW-NOT-NEEDED         VALUE 0.
       01  WS-RELEASE-HELD-COUNT    PIC 9(5)   VALUE 0.

      *    Disclosure screening of the reply in flight: the hits the
      *    screen handed back and the one-time warning when neither
      *    master could be opened to screen against.
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DSC-TEXT              PIC X(4096) VALUE SPACES.
       01  WS-DSC-HIT-COUNT         PIC 9(2)   VALUE 0.
       01  WS-DSC-HIT-TABLE.
           05 WS-DSC-HIT            OCCURS 10.
               10 WS-DSC-HIT-KIND   PIC X(8).
               10 WS-DSC-HIT-KEY    PIC X(12).
               10 WS-DSC-HIT-OWNER  PIC X(10).
       01  WS-DSC-RC                PIC S9(4)  VALUE 0.
       01  WS-DSC-WARNED-FLAG       PIC 9      VALUE 0.
           88 DSC-ALREADY-WARNED               VALUE 1.
       01  WS-DISCLOSE-COUNT        PIC 9(5)   VALUE 0.

      *    Generation cataloging of the queue the run took and the
      *    results and extract it left.
       01  WS-GDG-BASE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-GDG-GEN-NAME          PIC X(64)  VALUE SPACES.
       01  WS-GDG-RC                PIC S9(4)  VALUE 0.

       01  WS-CAL-FILE-NAME        PIC X(64)
           VALUE "BATCH-CALENDAR.DAT".
       01  WS-CAL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CAL-TODAY-STAMP       PIC X(21)  VALUE SPACES.
       01  WS-QUEUE-FAIL-FLAG       PIC 9      VALUE 0.
           88 QUEUE-FILE-FAILED                 VALUE 1.
       01  WS-QUEUE-FAIL-RC         PIC 9(4)   VALUE 16.

      *    A reply due for release or disclosure review whose hold
      *    record cannot be written is filed ERROR instead -- its text
      *    kept in the archive, where nothing delivers from -- and the
      *    run ends with WS-HOLD-FAIL-RC so the operator looks.
       01  WS-HOLD-FAIL-COUNT       PIC 9(5)   VALUE 0.
       01  WS-HOLD-FAIL-RC          PIC 9(4)   VALUE 8.
       01  WS-HOLD-PARK-FLAG        PIC 9      VALUE 0.
           88 HOLD-PARK-OK                      VALUE 0.
           88 HOLD-PARK-FAILED                  VALUE 1.
       01  WS-PARK-FAIL-KIND        PIC X(10)  VALUE SPACES.
       01  WS-PARK-FAIL-STATUS      PIC XX     VALUE "00".
       01  WS-EXPANDED-PROMPT       PIC X(4096) VALUE SPACES.
       01  WS-EXPAND-PTR            PIC 9(5)   VALUE 1.
       01  WS-TPL-SCAN-POS          PIC 9(5)   VALUE 1.
       01  WS-TPL-TEXT-LEN          PIC 9(5)   VALUE 0.
       01  WS-TPL-PARAM-NO          PIC 9      VALUE 0.
       01  WS-EXPAND-OVERFLOW-FLAG  PIC 9      VALUE 0.
           88 EXPANSION-OVERFLOWED              VALUE 1.
           88 EXPANSION-FITS                    VALUE 0.

      *    Pipeline parameters for the prompt in flight: which of the
      *    five parameters are @REPLY references, the values they
      *    resolved to from the predecessor's archived reply, and the
      *    predecessor's id -- stamped on the results master attempt
      *    as the prompt that fed this one.
       01  WS-PIPE-TABLE.
           05 WS-PIPE-ENTRY OCCURS 5 TIMES.
               10 WS-PIPE-USED      PIC 9      VALUE 0.
                   88 PARAM-IS-PIPED            VALUE 1.
               10 WS-PIPE-VALUE     PIC X(4096) VALUE SPACES.
       01  WS-PIPE-IDX              PIC 9      VALUE 0.
       01  WS-PIPE-FED-BY           PIC X(20)  VALUE SPACES.
       01  WS-PIPE-KEY              PIC X(32)  VALUE SPACES.
       01  WS-PIPE-SOURCE           PIC X(4096) VALUE SPACES.
       01  WS-PIPE-SOURCE-FLAG      PIC 9      VALUE 0.
           88 PIPE-SOURCE-LOADED                VALUE 1.
           88 PIPE-SOURCE-ABSENT                VALUE 0.
       01  WS-PIPE-HOLD-NOTE        PIC X(32)  VALUE SPACES.
       01  WS-PIPE-FAIL-FLAG        PIC 9      VALUE 0.
           88 PIPELINE-FAILED                   VALUE 1.
           88 PIPELINE-CLEAN                    VALUE 0.
       01  WS-PIPE-LITERAL          PIC X(40)  VALUE SPACES.
       01  WS-PIPE-LIT-LEN          PIC 9(3)   VALUE 0.
       01  WS-PIPE-SCAN-POS         PIC 9(5)   VALUE 1.
       01  WS-PIPE-FOUND-POS        PIC 9(5)   VALUE 0.
       01  WS-PIPE-VALUE-PTR        PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               STOP RUN
           END-IF

           IF CRYPT-WRITE-FAILED
               DISPLAY "Run refused: field encryption is unavailable"
                   " (key ring unreadable or cipher failing); no"
                   " prompt was run."
               PERFORM SHUTDOWN-CLIENT
               STOP RUN RETURNING WS-CRYPT-FAIL-RC
           END-IF

           PERFORM CHECK-BATCH-CALENDAR
           IF WINDOW-IS-CLOSED
               DISPLAY "Run refused by batch calendar: "
               PERFORM SHUTDOWN-CLIENT
               STOP RUN RETURNING WS-CAL-BLOCKED-RC
           END-IF
           MOVE WS-CAL-TODAY-DATE TO WS-TPL-RUN-DATE

           IF DRYRUN-MODE-OFF
               MOVE WS-PQ-FILE-NAME TO WS-GDG-BASE-NAME
               PERFORM CATALOG-ONE-GENERATION
           END-IF

           PERFORM LOAD-RESULT-HISTORY
           IF HISTORY-FOLD-OVERFLOWED
           END-IF
           PERFORM SHUTDOWN-CLIENT

           IF DRYRUN-MODE-OFF
               MOVE WS-PR-FILE-NAME TO WS-GDG-BASE-NAME
               PERFORM CATALOG-ONE-GENERATION
               MOVE WS-DSX-FILE-NAME TO WS-GDG-BASE-NAME
               PERFORM CATALOG-ONE-GENERATION
           END-IF

           DISPLAY " "
           DISPLAY "Prompts processed: " WS-TOTAL-COUNT
           DISPLAY "Succeeded:         " WS-OK-COUNT
           IF WS-ESCALATED-COUNT > 0
               DISPLAY "Due-time escalated:" WS-ESCALATED-COUNT
           END-IF
           IF WS-STEER-COUNT > 0
               DISPLAY "Analyst-steered:   " WS-STEER-COUNT
           END-IF
           IF WS-IMAGE-COUNT > 0
               DISPLAY "Images filed:      " WS-IMAGE-COUNT
           END-IF
           IF WS-CANCELLED-COUNT > 0
               DISPLAY "Operator-cancelled:" WS-CANCELLED-COUNT
           END-IF
           IF WS-SCREENED-COUNT > 0
               DISPLAY "Screening outcomes:" WS-SCREENED-COUNT
           END-IF
           IF WS-DRYRUN-COUNT > 0
               DISPLAY "Rehearsed (DRYRUN):" WS-DRYRUN-COUNT
           END-IF
           IF WS-RELEASE-HELD-COUNT > 0
               DISPLAY "Held for release:  " WS-RELEASE-HELD-COUNT
           END-IF
           IF WS-DISCLOSE-COUNT > 0
               DISPLAY "Held (disclosure): " WS-DISCLOSE-COUNT
           END-IF
           IF WS-HOLD-FAIL-COUNT > 0
               DISPLAY "Hold not written:  " WS-HOLD-FAIL-COUNT
           END-IF
           IF WS-TRANSLATED-COUNT > 0
               DISPLAY "Translated:        " WS-TRANSLATED-COUNT
           END-IF
           IF WS-UNTRANSLATED-COUNT > 0
               DISPLAY "Left in English:   " WS-UNTRANSLATED-COUNT
           END-IF

           IF QUEUE-FILE-FAILED
               DISPLAY "Run failed: prompt queue file unavailable."
               STOP RUN RETURNING WS-QUEUE-FAIL-RC
           END-IF

           IF CRYPT-WRITE-FAILED
               DISPLAY "Run stopped: field encryption failed; nothing"
                   " was written in clear and the rest of the queue"
                   " is left for the next run."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-FAIL-RC
           END-IF

           IF WS-HOLD-FAIL-COUNT > 0
               DISPLAY "Run failed: replies due for review could not"
                   " be parked and were filed ERROR."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-HOLD-FAIL-RC
           END-IF

           IF WINDOW-IS-CLOSED
               DISPLAY "Stopped early: "
                   FUNCTION TRIM(WS-CAL-CLOSE-REASON)
           PERFORM LOAD-JOB-BUDGET
           PERFORM LOAD-CACHE-CONFIG
           PERFORM LOAD-SLA-CONFIG
           PERFORM LOAD-STEER-CONFIG
           PERFORM LOAD-MIRROR-CONFIG
           PERFORM AUTHORIZE-CLEAR-TEXT

      *    A rehearsal never talks to the CLI at all.
           IF DRYRUN-MODE-ON
           END-IF
           .

      *----------------------------------------------------------------*
      * AUTHORIZE-CLEAR-TEXT: Settle before the client starts whether  *
      * this run may read archived and parked text back in clear, and  *
      * that a live run can encrypt what it will file.                 *
      *----------------------------------------------------------------*
       AUTHORIZE-CLEAR-TEXT.
           IF WS-CLI-JOB-ID = SPACES
               MOVE "PROMPT-QUEUE-RUNNER" TO WS-CRYPT-REQUESTOR
           ELSE
               MOVE WS-CLI-JOB-ID TO WS-CRYPT-REQUESTOR
           END-IF
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear text; cached answers,"
                   " pipeline sources and screening edits are skipped."
           END-IF

      *    A live run must be able to encrypt what it files.
           IF DRYRUN-MODE-OFF
               CALL "COPILOT-FIELD-NEW-STAMP" USING WS-CRYPT-PROBE-STAMP
                   WS-CRYPT-RC
               IF WS-CRYPT-RC NOT = 0
                   SET CRYPT-WRITE-FAILED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-DRYRUN-CONFIG: The rehearsal switch. In DRYRUN mode the   *
      * results go to their own file so the production history is      *
           CLOSE SLA-CONFIG
           .

      *----------------------------------------------------------------*
      * LOAD-STEER-CONFIG: Read the analyst steering opt-in, if        *
      * present.                                                       *
      *----------------------------------------------------------------*
       LOAD-STEER-CONFIG.
           OPEN INPUT STEER-CONFIG
           IF WS-STC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ STEER-CONFIG
               NOT AT END
                   IF STEER-CFG-ENABLED
                       SET STEER-MODE-ON TO TRUE
                       IF STC-FAIL-LIMIT NOT = SPACES
                           MOVE FUNCTION NUMVAL(STC-FAIL-LIMIT)
                               TO WS-STEER-FAIL-LIMIT
                       END-IF
                       IF STC-WAIT-MINS NOT = SPACES
                           MOVE FUNCTION NUMVAL(STC-WAIT-MINS)
                               TO WS-STEER-WAIT-MINS
                       END-IF
                       IF STC-POLL-SECS NOT = SPACES
                           MOVE FUNCTION NUMVAL(STC-POLL-SECS)
                               TO WS-STEER-POLL-SECS
                       END-IF
                       IF WS-STEER-FAIL-LIMIT = 0
                           MOVE 3 TO WS-STEER-FAIL-LIMIT
                       END-IF
                       IF WS-STEER-WAIT-MINS = 0
                           MOVE 60 TO WS-STEER-WAIT-MINS
                       END-IF
                       IF WS-STEER-POLL-SECS = 0
                           MOVE 15 TO WS-STEER-POLL-SECS
                       END-IF
                   END-IF
           END-READ
           CLOSE STEER-CONFIG
           .

      *----------------------------------------------------------------*
      * LOAD-CACHE-CONFIG: Read the duplicate-prompt cache opt-in, if  *
      * present.                                                       *
           END-IF
           .

      *----------------------------------------------------------------*
      * CATALOG-ONE-GENERATION: Catalog WS-GDG-BASE-NAME as a new      *
      * generation when GENERATION-LIMITS.DAT defines it. A base with  *
      * no limit line, or a file this run never wrote, is passed over. *
      *----------------------------------------------------------------*
       CATALOG-ONE-GENERATION.
           CALL "GDG-NEW-GENERATION" USING WS-GDG-BASE-NAME
               WS-CLI-JOB-ID WS-GDG-GEN-NAME WS-GDG-RC
           IF WS-GDG-RC = 0
               DISPLAY "Cataloged " FUNCTION TRIM(WS-GDG-BASE-NAME)
                   " as " FUNCTION TRIM(WS-GDG-GEN-NAME)
           END-IF
           .

      *----------------------------------------------------------------*
      * SHUTDOWN-CLIENT: Stop the Copilot CLI process.                 *
      *----------------------------------------------------------------*
               UNTIL SWEEP-WAS-IDLE
               OR WINDOW-IS-CLOSED
               OR QUEUE-FILE-FAILED
               OR CRYPT-WRITE-FAILED
           .

      *----------------------------------------------------------------*
               UNTIL WS-CUR-PRIORITY > 9
               OR WINDOW-IS-CLOSED
               OR QUEUE-FILE-FAILED
               OR CRYPT-WRITE-FAILED
           .

      *----------------------------------------------------------------*
           PERFORM DISPATCH-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"
               OR WINDOW-IS-CLOSED
               OR CRYPT-WRITE-FAILED

           CLOSE PROMPT-QUEUE
           .
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           PERFORM CAPTURE-SLA-START
           IF DRYRUN-MODE-OFF
               PERFORM WRITE-INFLIGHT-MARKER
           END-IF
      *    Tool calls this prompt makes are held to its business key
      *    wherever the tool policy asks for that.
           CALL "COPILOT-POLICY-SET-KEY" USING PQ-BUSINESS-KEY
           PERFORM RUN-ONE-PROMPT
           PERFORM CAPTURE-SLA-END
           PERFORM WRITE-RESULT-RECORD
           PERFORM RECORD-PROMPT-DONE
           IF DRYRUN-MODE-OFF
               PERFORM WRITE-CHECKPOINT
               PERFORM CLEAR-INFLIGHT-MARKER
           END-IF
           SET SWEEP-MADE-PROGRESS TO TRUE
           IF DRYRUN-MODE-OFF
      *----------------------------------------------------------------*
      * WRITE-SLA-TRACKING-RECORD: One tracking line per attempted     *
      * prompt, with the reply time judged against the due-by          *
      * commitment and the template version the prompt was sent as.    *
      *----------------------------------------------------------------*
       WRITE-SLA-TRACKING-RECORD.
           EVALUATE TRUE
               FUNCTION TRIM(WS-SLAT-DUE-TOK) " "
               WS-SLA-END-STAMP(1:14) " "
               WS-SLA-ELAPSED-SECS " "
               FUNCTION TRIM(WS-SLA-VERDICT) " "
               WS-TPL-VERSION-NO
               DELIMITED SIZE
               INTO WS-SLAT-OUT-LINE
           END-STRING
      * results master's latest attempt for it is OK, CACHED,          *
      * VALFAIL, or SCREENREJ. A prior ERROR leaves it eligible,       *
      * which is what lets the runner be pointed straight at a         *
      * PROMPT-RETRY-REQUEUE retry queue. A prior CANCELLED is final   *
      * too, unless an operator has since released the cancel; a       *
      * LATE-OK (a timed-out attempt's reply recovered afterwards) is  *
      * as final as OK, and so is a DISCLOSE, whose reply waits on     *
      * the privacy reviewer rather than a fresh generation.           *
      *----------------------------------------------------------------*
       CHECK-ALREADY-DONE.
           SET PROMPT-NOT-DONE-YET TO TRUE
      *        ERROR stays eligible for the retry queue.
               IF RAN-THIS-RUN(WS-DONE-IDX)
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "OK"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "LATE-OK"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "CACHED"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "VALFAIL"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "SCREENREJ"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "DISCLOSE"
                   SET PROMPT-ALREADY-DONE TO TRUE
               END-IF
               IF WS-DONE-STATUS(WS-DONE-IDX) = "CANCELLED"
                   PERFORM CHECK-CANCEL-RELEASED
               END-IF
               EXIT PARAGRAPH
           END-IF

               WS-RML-DETAIL WS-RML-RC
           IF WS-RML-RC = 0
               IF WS-RML-STATUS = "OK"
                   OR WS-RML-STATUS = "LATE-OK"
                   OR WS-RML-STATUS = "CACHED"
                   OR WS-RML-STATUS = "VALFAIL"
                   OR WS-RML-STATUS = "SCREENREJ"
                   OR WS-RML-STATUS = "DISCLOSE"
                   SET PROMPT-ALREADY-DONE TO TRUE
               END-IF
               IF WS-RML-STATUS = "CANCELLED"
                   PERFORM CHECK-CANCEL-RELEASED
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-CANCEL-RELEASED: A CANCELLED prompt stays done until an  *
      * operator releases the cancel from OPS-STATUS-CONSOLE.          *
      *----------------------------------------------------------------*
       CHECK-CANCEL-RELEASED.
           CALL "COPILOT-CANCEL-RELEASED" USING PQ-PROMPT-ID
               WS-CANCEL-FLAG
           IF WS-CANCEL-FLAG = 0
               SET PROMPT-ALREADY-DONE TO TRUE
           END-IF
           .

               WS-RML-DETAIL WS-RML-RC
           IF WS-RML-RC = 0
               IF WS-RML-STATUS = "OK"
                   OR WS-RML-STATUS = "LATE-OK"
                   OR WS-RML-STATUS = "CACHED"
                   SET DEPENDENCY-SATISFIED TO TRUE
               END-IF
           END-IF
           .

      *    A CACHED entry is an OK answer served from the archive,
      *    and a LATE-OK one an OK answer that arrived late, so both
      *    satisfy a dependency the same way.
       TEST-ONE-DEPENDENCY-SLOT.
           IF WS-DONE-ID(WS-DONE-IDX) = PQ-DEPENDS-ON
               AND (WS-DONE-STATUS(WS-DONE-IDX) = "OK"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "LATE-OK"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "CACHED"
                   OR WS-DONE-STATUS(WS-DONE-IDX) = "DRYRUN")
               SET DEPENDENCY-SATISFIED TO TRUE
           CLOSE CHECKPOINT-FILE
           .

      *----------------------------------------------------------------*
      * WRITE-INFLIGHT-MARKER / CLEAR-INFLIGHT-MARKER: Name the        *
      * prompt being worked while it is in a session, and empty the    *
      * marker again once its outcome is on file, so the requestor     *
      * status board can tell RUNNING from merely queued.              *
      *----------------------------------------------------------------*
       WRITE-INFLIGHT-MARKER.
           OPEN OUTPUT INFLIGHT-MARKER
           IF WS-IFM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PQ-PROMPT-ID       TO IFM-PROMPT-ID
           MOVE WS-SLA-NOW-STAMP   TO IFM-STARTED-TS
           MOVE WS-CLI-JOB-ID      TO IFM-JOB-ID
           WRITE INFLIGHT-MARKER-RECORD
           CLOSE INFLIGHT-MARKER
           .

       CLEAR-INFLIGHT-MARKER.
           OPEN OUTPUT INFLIGHT-MARKER
           IF WS-IFM-FILE-STATUS = "00"
               CLOSE INFLIGHT-MARKER
           END-IF
           .

      *----------------------------------------------------------------*
      * RUN-ONE-PROMPT: Create a session, send the queued prompt, and  *
      * tear the session down again, leaving the outcome in           *
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE SPACES TO WS-RESULT-ERROR-MSG
           MOVE SPACES TO WS-ARCH-SESSION-ID
           MOVE SPACES TO WS-IMAGE-REF
           SET PROMPT-NOT-CANCELLED TO TRUE
           MOVE 0 TO WS-LAST-REQUEST-ID
           MOVE "EN" TO WS-ARCH-LANGUAGE
           MOVE SPACES TO WS-ORIGINAL-REPLY
           SET EXTRACT-NOT-PENDING TO TRUE
           PERFORM RESOLVE-REPLY-LANGUAGE

      *    A cancel filed against the prompt before it was reached
      *    stops it here, without a session. A document prompt's
      *    checkpointed session is retired with it.
           IF DRYRUN-MODE-OFF
               PERFORM CHECK-OPERATOR-CANCEL
               IF PROMPT-CANCELLED
                   MOVE "CANCELLED" TO WS-PR-STATUS
                   IF PQ-DOC-PATH NOT = SPACES
                       PERFORM RETIRE-REJECTED-DOC-SESSION
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM EXPAND-PROMPT-TEXT
           IF TEMPLATE-NOT-FOUND OR PIPELINE-FAILED
               MOVE "ERROR" TO WS-PR-STATUS
               EXIT PARAGRAPH
           END-IF
      *    window is served from the archive without a session at
      *    all. Structured-reply prompts are excluded -- their
      *    extract record must come from a reply generated under
      *    their own mapping contract -- and so are image prompts,
      *    whose image the archive does not hold, and prompts wanted
      *    in another language, whose archive text is a translation.
           IF CACHE-MODE-ON
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE = "EN"
               PERFORM COMPUTE-PROMPT-HASH
               PERFORM CHECK-PROMPT-CACHE
               IF CACHE-SERVED
               END-IF
           END-IF

      *    A structured-reply or image prompt needs its session
      *    created with its own response format, and a profile-
      *    bearing prompt needs one created under its own persona --
      *    all bypass the warm pool (whose sessions were created
      *    free-text under the built-in persona) and get their own
      *    session. So does a prompt wanting a translation turn,
      *    which would otherwise be left in a warm session's history.
           IF POOLED-MODE-ON
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND PQ-PROFILE-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE = "EN"
               PERFORM ACQUIRE-POOLED-SESSION
           ELSE
               PERFORM CREATE-PROMPT-SESSION
           PERFORM SEND-PROMPT

           IF RESULT-HAS-ERROR
               IF PROMPT-CANCELLED
                   MOVE "CANCELLED" TO WS-PR-STATUS
               ELSE
                   MOVE "ERROR" TO WS-PR-STATUS
               END-IF
           ELSE
               MOVE "OK" TO WS-PR-STATUS
               PERFORM COLLECT-GENERATED-IMAGE
               PERFORM VALIDATE-REPLY
               IF WS-VALFAIL-REASON NOT = SPACES
                   PERFORM CHECK-STEER-ESCALATION
               END-IF
               EVALUATE TRUE
                   WHEN PROMPT-CANCELLED
                       MOVE "CANCELLED" TO WS-PR-STATUS
                   WHEN WS-VALFAIL-REASON NOT = SPACES
                       MOVE "VALFAIL" TO WS-PR-STATUS
                       PERFORM WRITE-VALFAIL-REVIEW-RECORD
               END-EVALUATE
           END-IF

      *    A structured reply that cannot be parsed against its
      *    mapping fails the prompt instead of writing a garbage
      *    extract record. The record itself is written only once
      *    the reply has cleared its review holds.
           IF WS-PR-STATUS = "OK"
               AND WS-EFFECTIVE-MAPPING-ID NOT = SPACES
               PERFORM MAP-STRUCTURED-REPLY
               END-IF
           END-IF

      *    A validated answer wanted in another language is
      *    translated in the same session; a structured reply or an
      *    image stays as generated.
           IF WS-PR-STATUS = "OK"
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE NOT = "EN"
               PERFORM TRANSLATE-REPLY
           END-IF

      *    Capture the session id for the archive record before the
      *    destroy call clears the session state.
           MOVE WS-SESSION-ID TO WS-ARCH-SESSION-ID
           IF POOLED-MODE-ON
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND PQ-PROFILE-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE = "EN"
               PERFORM RELEASE-POOLED-SESSION
           ELSE
               PERFORM DESTROY-PROMPT-SESSION
           IF CACHE-MODE-ON
               AND WS-PR-STATUS = "OK"
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE = "EN"
               PERFORM RECORD-CACHE-INDEX-ENTRY
           END-IF
           .

      *----------------------------------------------------------------*
      * RESOLVE-REPLY-LANGUAGE: The language the reply is wanted in -- *
      * the queue record's own code, else the customer master's for    *
      * an account-number business key, else English. A code the       *
      * runner has no name for is answered in English.                 *
      *----------------------------------------------------------------*
       RESOLVE-REPLY-LANGUAGE.
           MOVE PQ-LANGUAGE TO WS-REPLY-LANGUAGE
           IF WS-REPLY-LANGUAGE = SPACES
               AND PQ-BUSINESS-KEY NOT = SPACES
               AND PQ-BUSINESS-KEY(11:10) = SPACES
               PERFORM READ-CUSTOMER-LANGUAGE
           END-IF
           IF WS-REPLY-LANGUAGE = SPACES
               MOVE "EN" TO WS-REPLY-LANGUAGE
           END-IF

           MOVE SPACES TO WS-REPLY-LANGUAGE-NAME
           PERFORM TEST-ONE-LANGUAGE-ENTRY
               VARYING WS-LANGUAGE-IDX FROM 1 BY 1
               UNTIL WS-LANGUAGE-IDX > 7
               OR WS-REPLY-LANGUAGE-NAME NOT = SPACES
           IF WS-REPLY-LANGUAGE-NAME = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(PQ-PROMPT-ID)
                   " unknown language " WS-REPLY-LANGUAGE
                   "; answered in English"
               MOVE "EN" TO WS-REPLY-LANGUAGE
               MOVE "English" TO WS-REPLY-LANGUAGE-NAME
           END-IF
           .

       TEST-ONE-LANGUAGE-ENTRY.
           IF WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) = WS-REPLY-LANGUAGE
               MOVE WS-LANGUAGE-NAME(WS-LANGUAGE-IDX)
                   TO WS-REPLY-LANGUAGE-NAME
           END-IF
           .

      *----------------------------------------------------------------*
      * READ-CUSTOMER-LANGUAGE: The preferred language on file for     *
      * the account the prompt concerns. A missing master or account   *
      * simply leaves the language blank.                              *
      *----------------------------------------------------------------*
       READ-CUSTOMER-LANGUAGE.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-BUSINESS-KEY(1:10) TO CUST-ACCOUNT-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-LANGUAGE TO WS-REPLY-LANGUAGE
           END-READ

           CLOSE CUSTOMER-MASTER
           .

      *----------------------------------------------------------------*
      * TRANSLATE-REPLY: One more turn in the prompt's session asking  *
      * for the validated answer in the wanted language. The English   *
      * answer is kept for the archive; a failed or empty translation  *
      * leaves the English answer standing as the reply.               *
      *----------------------------------------------------------------*
       TRANSLATE-REPLY.
           MOVE WS-RESULT-MESSAGE TO WS-ORIGINAL-REPLY

           MOVE SPACES TO WS-EXPANDED-PROMPT
           STRING
               "Translate your previous answer into "
               FUNCTION TRIM(WS-REPLY-LANGUAGE-NAME)
               ". Keep every figure, date, account number, name and"
               " reference exactly as given. Reply with the"
               " translated text only."
               DELIMITED SIZE
               INTO WS-EXPANDED-PROMPT
           END-STRING
           PERFORM SEND-PROMPT

           IF PROMPT-CANCELLED
               MOVE "CANCELLED" TO WS-PR-STATUS
               MOVE WS-ORIGINAL-REPLY TO WS-RESULT-MESSAGE
               MOVE SPACES TO WS-ORIGINAL-REPLY
               EXIT PARAGRAPH
           END-IF

           IF RESULT-HAS-ERROR
               OR WS-RESULT-MESSAGE = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(PQ-PROMPT-ID)
                   " translation to " WS-REPLY-LANGUAGE
                   " failed; English reply kept"
               MOVE WS-ORIGINAL-REPLY TO WS-RESULT-MESSAGE
               MOVE SPACES TO WS-ORIGINAL-REPLY
               MOVE SPACES TO WS-RESULT-ERROR-MSG
               SET RESULT-IS-OK TO TRUE
               ADD 1 TO WS-UNTRANSLATED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REPLY-LANGUAGE TO WS-ARCH-LANGUAGE
           ADD 1 TO WS-TRANSLATED-COUNT
           .

      *----------------------------------------------------------------*
      * COMPUTE-PROMPT-HASH: Content hash of the fully expanded        *
      * prompt text, so an identical prompt hashes identically         *
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   IF (RA-STATUS = "OK" OR RA-STATUS = "CACHED")
                       AND WS-CRYPT-RC = 0
                       AND RA-ORIGINAL-TEXT = SPACES
                       MOVE RA-REPLY-TEXT TO WS-RESULT-MESSAGE
                       SET RESULT-IS-OK TO TRUE
                       SET CACHE-SERVED TO TRUE

           PERFORM FEED-DOCUMENT-CHUNKS
           IF DOC-FEED-FAILED
               MOVE WS-SESSION-ID TO WS-ARCH-SESSION-ID
               EVALUATE TRUE
                   WHEN SCREEN-BLOCKED
                       MOVE "SCREENED" TO WS-PR-STATUS
                   WHEN PROMPT-CANCELLED
                       PERFORM END-CANCELLED-DOCUMENT
                   WHEN OTHER
                       MOVE "ERROR" TO WS-PR-STATUS
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DOC-FINAL-TEXT TO WS-EXPANDED-PROMPT
           PERFORM SEND-PROMPT
           IF RESULT-HAS-ERROR
               MOVE WS-SESSION-ID TO WS-ARCH-SESSION-ID
               IF PROMPT-CANCELLED
                   PERFORM END-CANCELLED-DOCUMENT
               ELSE
                   MOVE "ERROR" TO WS-PR-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "OK" TO WS-PR-STATUS
           PERFORM COLLECT-GENERATED-IMAGE
           PERFORM VALIDATE-REPLY
           IF WS-VALFAIL-REASON NOT = SPACES
               PERFORM CHECK-STEER-ESCALATION
           END-IF
           EVALUATE TRUE
               WHEN PROMPT-CANCELLED
                   MOVE "CANCELLED" TO WS-PR-STATUS
               WHEN WS-VALFAIL-REASON NOT = SPACES
                   MOVE "VALFAIL" TO WS-PR-STATUS
                   PERFORM WRITE-VALFAIL-REVIEW-RECORD
           END-EVALUATE

           IF WS-PR-STATUS = "OK"
               AND NOT PQ-WANTS-IMAGE
               AND WS-REPLY-LANGUAGE NOT = "EN"
               PERFORM TRANSLATE-REPLY
           END-IF

           MOVE WS-SESSION-ID TO WS-ARCH-SESSION-ID
           PERFORM CLEAR-DOC-CHECKPOINT
           .

      *----------------------------------------------------------------*
      * END-CANCELLED-DOCUMENT: A cancel is final, so unlike an error  *
      * the document session is not left behind its checkpoint for a   *
      * resume: both go, and a released prompt starts over.            *
      *----------------------------------------------------------------*
       END-CANCELLED-DOCUMENT.
           MOVE "CANCELLED" TO WS-PR-STATUS
           PERFORM DESTROY-PROMPT-SESSION
           PERFORM CLEAR-DOC-CHECKPOINT
           .

      *----------------------------------------------------------------*
      * RETIRE-REJECTED-DOC-SESSION: A rejected document prompt never  *
      * runs again, so the session its checkpoint holds open is        *
      * resumed and destroyed (releasing its registry entry and        *
      * governor slot) and the checkpoint file is removed. A prompt    *
      * cancelled before it was reached is retired the same way.       *
      *----------------------------------------------------------------*
       RETIRE-REJECTED-DOC-SESSION.
           PERFORM LOAD-DOC-CHECKPOINT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DECRYPT-SCREEN-TEXT
                       IF WS-CRYPT-RC = 0
                           PERFORM APPLY-SCREEN-DECISION
                       ELSE
                           SET SCREEN-BLOCKED TO TRUE
                           MOVE "screening hold not readable"
                               TO WS-RESULT-ERROR-MSG
                       END-IF
               END-READ
               CLOSE SCREEN-HOLD
           END-IF
           MOVE "PENDING"          TO SCR-STATUS
           MOVE SPACES             TO SCR-EDITED-TEXT
           MOVE WS-ARCH-TODAY-STAMP TO SCR-TIMESTAMP
           PERFORM ENCRYPT-SCREEN-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE SCREEN-HOLD
               SET CRYPT-WRITE-FAILED TO TRUE
               MOVE "field encryption failed; prompt not parked"
                   TO WS-RESULT-ERROR-MSG
               DISPLAY "ERROR: " FUNCTION TRIM(PQ-PROMPT-ID) " -- "
                   FUNCTION TRIM(WS-RESULT-ERROR-MSG)
               EXIT PARAGRAPH
           END-IF

           WRITE SCREEN-HOLD-RECORD
               INVALID KEY
      *----------------------------------------------------------------*
      * MAP-STRUCTURED-REPLY: Load the mapping rows for the effective  *
      * mapping id, pull every named key's value out of the JSON       *
      * reply, and assemble the fixed-layout extract record, left      *
      * pending for WRITE-RESULT-RECORD. Any missing row or key fails  *
      * the mapping.                                                   *
      *----------------------------------------------------------------*
       MAP-STRUCTURED-REPLY.
           SET MAPPING-CLEAN TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET EXTRACT-PENDING TO TRUE
           .

      *----------------------------------------------------------------*
      * WRITE-EXTRACT-RECORD: Append the pending mapped record to the  *
      * downstream extract.                                            *
      *----------------------------------------------------------------*
       WRITE-EXTRACT-RECORD.
           OPEN EXTEND DOWNSTREAM-EXTRACT
           IF WS-DSX-FILE-STATUS = "35"
               OPEN OUTPUT DOWNSTREAM-EXTRACT
           END-IF
           IF WS-DSX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: downstream extract unavailable ("
                   WS-DSX-FILE-STATUS "); no extract record for "
                   FUNCTION TRIM(PQ-PROMPT-ID)
               EXIT PARAGRAPH
           END-IF
           WRITE DOWNSTREAM-EXTRACT-RECORD FROM WS-EXTRACT-WORK
           CLOSE DOWNSTREAM-EXTRACT
           .

      *----------------------------------------------------------------*
      * RELEASE-POOLED-SESSION: Return the slot to the pool, or retire *
      * its session -- always after an error or an aborted generation  *
      * (a poisoned session must never serve the next prompt) and      *
      * after the configured number of prompts served.                 *
      *----------------------------------------------------------------*
       RELEASE-POOLED-SESSION.
           ADD 1 TO WS-POOL-USE-COUNT(WS-POOL-CUR-IDX)

           IF WS-PR-STATUS = "ERROR"
               OR WS-PR-STATUS = "CANCELLED"
               OR WS-POOL-USE-COUNT(WS-POOL-CUR-IDX)
                   >= WS-POOL-MAX-USES
               PERFORM DESTROY-PROMPT-SESSION
           MOVE WS-ROUTED-MODEL TO WS-SESS-MODEL

      *    A prompt with a reply mapping asks the session for JSON
      *    output and an image prompt for a generated image; every
      *    other prompt restores the free-text default.
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-MAPPING-ID NOT = SPACES
                   MOVE "json" TO WS-WANTED-RESP-FORMAT
               WHEN PQ-WANTS-IMAGE
                   MOVE "image" TO WS-WANTED-RESP-FORMAT
               WHEN OTHER
                   MOVE SPACES TO WS-WANTED-RESP-FORMAT
           END-EVALUATE
           CALL "COPILOT-SESSION-SET-RESP-FORMAT"
               USING WS-WANTED-RESP-FORMAT WS-RETURN-CODE

      *----------------------------------------------------------------*
      * EXPAND-PROMPT-TEXT: Resolve the text this prompt actually      *
      * sends. A literal record passes PQ-PROMPT-TEXT through          *
      * unchanged; a template record reads the named template's        *
      * approved wording in effect on the run date and substitutes     *
      * PQ-PARAM-VALUE(1..5) for its &1..&5 markers, so one approved   *
      * version corrects every queue record that names it. Pipeline    *
      * parameters are resolved from the predecessor's archived reply  *
      * first; one that cannot be resolved, or a prompt its values     *
      * overflow, fails the record rather than send it half-built.     *
      *----------------------------------------------------------------*
       EXPAND-PROMPT-TEXT.
           SET TEMPLATE-WAS-FOUND TO TRUE
           SET PIPELINE-CLEAN TO TRUE
           MOVE SPACES TO WS-PIPE-FED-BY
           MOVE SPACES TO WS-EXPANDED-PROMPT
           MOVE SPACES TO WS-TPL-MAPPING-ID
           MOVE SPACE TO WS-TPL-RELEASE-REVIEW
           MOVE 0 TO WS-TPL-VERSION-NO

           IF PQ-TEMPLATE-ID = SPACES
               MOVE PQ-PROMPT-TEXT TO WS-EXPANDED-PROMPT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-PIPELINE-PARAMS
           IF PIPELINE-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM SUBSTITUTE-TEMPLATE-PARAMS
           IF EXPANSION-OVERFLOWED
               AND WS-PIPE-FED-BY NOT = SPACES
               SET PIPELINE-FAILED TO TRUE
               MOVE SPACES TO WS-RESULT-ERROR-MSG
               STRING
                   "Pipeline input from "
                   FUNCTION TRIM(WS-PIPE-FED-BY)
                   " overflows the 4096-byte prompt"
                   DELIMITED SIZE
                   INTO WS-RESULT-ERROR-MSG
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * RESOLVE-PIPELINE-PARAMS: Resolve every @REPLY parameter of     *
      * the record from the depends-on prompt's archived reply. The    *
      * archive is read once, on the first reference.                  *
      *----------------------------------------------------------------*
       RESOLVE-PIPELINE-PARAMS.
           SET PIPE-SOURCE-ABSENT TO TRUE
           PERFORM RESOLVE-ONE-PIPELINE-PARAM
               VARYING WS-PIPE-IDX FROM 1 BY 1
               UNTIL WS-PIPE-IDX > 5
               OR PIPELINE-FAILED
           .

      *----------------------------------------------------------------*
      * RESOLVE-ONE-PIPELINE-PARAM: @REPLY takes the whole reply,      *
      * @REPLY:key the key's value; anything else is an ordinary       *
      * parameter. A rehearsal, which archives nothing, stands a       *
      * placeholder naming the predecessor in for the value.           *
      *----------------------------------------------------------------*
       RESOLVE-ONE-PIPELINE-PARAM.
           MOVE 0 TO WS-PIPE-USED(WS-PIPE-IDX)
           MOVE SPACES TO WS-PIPE-VALUE(WS-PIPE-IDX)
           IF PQ-PARAM-VALUE(WS-PIPE-IDX)(1:6) NOT = "@REPLY"
               EXIT PARAGRAPH
           END-IF
           IF PQ-PARAM-VALUE(WS-PIPE-IDX)(7:1) NOT = SPACE
               AND PQ-PARAM-VALUE(WS-PIPE-IDX)(7:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF

           SET PARAM-IS-PIPED(WS-PIPE-IDX) TO TRUE
           IF PQ-DEPENDS-ON = SPACES
               SET PIPELINE-FAILED TO TRUE
               MOVE SPACES TO WS-RESULT-ERROR-MSG
               STRING
                   "Pipeline parameter &" WS-PIPE-IDX
                   " has no depends-on prompt to take a reply from"
                   DELIMITED SIZE
                   INTO WS-RESULT-ERROR-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE PQ-DEPENDS-ON TO WS-PIPE-FED-BY

           IF DRYRUN-MODE-ON
               STRING
                   "[reply of " FUNCTION TRIM(PQ-DEPENDS-ON)
                   FUNCTION TRIM(PQ-PARAM-VALUE(WS-PIPE-IDX)(7:))
                   "]"
                   DELIMITED SIZE
                   INTO WS-PIPE-VALUE(WS-PIPE-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF PIPE-SOURCE-ABSENT
               PERFORM LOAD-PIPELINE-SOURCE
               IF PIPELINE-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PQ-PARAM-VALUE(WS-PIPE-IDX)(7:1) = SPACE
               MOVE WS-PIPE-SOURCE TO WS-PIPE-VALUE(WS-PIPE-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-PARAM-VALUE(WS-PIPE-IDX)(8:32) TO WS-PIPE-KEY
           IF WS-PIPE-KEY NOT = SPACES
               PERFORM FIND-PIPELINE-JSON-VALUE
           END-IF
           IF WS-PIPE-KEY = SPACES OR WS-PIPE-FOUND-POS = 0
               SET PIPELINE-FAILED TO TRUE
               MOVE SPACES TO WS-RESULT-ERROR-MSG
               STRING
                   "Reply of " FUNCTION TRIM(PQ-DEPENDS-ON)
                   " is missing key "
                   FUNCTION TRIM(WS-PIPE-KEY)
                   " for pipeline parameter &" WS-PIPE-IDX
                   DELIMITED SIZE
                   INTO WS-RESULT-ERROR-MSG
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-PIPELINE-SOURCE: The depends-on prompt's reply as the     *
      * archive holds it; only an OK (or CACHED) answer may feed a     *
      * later prompt, and only once any release review has released    *
      * it -- an answer still PENDING or WITHHELD counts as missing.   *
      *----------------------------------------------------------------*
       LOAD-PIPELINE-SOURCE.
           MOVE SPACES TO WS-PIPE-SOURCE
           MOVE SPACES TO WS-PIPE-HOLD-NOTE
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS = "00"
               MOVE PQ-DEPENDS-ON TO RA-PROMPT-ID
               READ RESPONSE-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DECRYPT-ARCHIVE-TEXT
                       IF (RA-STATUS = "OK" OR RA-STATUS = "CACHED"
                           OR RA-STATUS = "LATE-OK")
                           AND WS-CRYPT-RC = 0
                           MOVE RA-REPLY-TEXT TO WS-PIPE-SOURCE
                           SET PIPE-SOURCE-LOADED TO TRUE
                       END-IF
               END-READ
               CLOSE RESPONSE-ARCHIVE
           END-IF

           IF PIPE-SOURCE-LOADED
               PERFORM CHECK-PIPELINE-SOURCE-RELEASE
           END-IF

           IF PIPE-SOURCE-ABSENT
               SET PIPELINE-FAILED TO TRUE
               MOVE SPACES TO WS-RESULT-ERROR-MSG
               STRING
                   "No OK archived reply for pipeline predecessor "
                   FUNCTION TRIM(PQ-DEPENDS-ON)
                   WS-PIPE-HOLD-NOTE
                   DELIMITED SIZE
                   INTO WS-RESULT-ERROR-MSG
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-PIPELINE-SOURCE-RELEASE: The predecessor's release hold, *
      * if it has one. RELEASED feeds the approver's edit when there   *
      * is one; PENDING, WITHHELD, or a hold file that cannot be read  *
      * leaves the source missing. No hold file at all means nothing   *
      * was ever parked.                                               *
      *----------------------------------------------------------------*
       CHECK-PIPELINE-SOURCE-RELEASE.
           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RLH-FILE-STATUS NOT = "00"
               PERFORM DROP-PIPELINE-SOURCE
               MOVE " (release hold file unreadable)"
                   TO WS-PIPE-HOLD-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-DEPENDS-ON TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   MOVE "23" TO WS-RLH-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN WS-RLH-FILE-STATUS = "23"
                   CONTINUE
               WHEN WS-RLH-FILE-STATUS NOT = "00"
                   PERFORM DROP-PIPELINE-SOURCE
                   MOVE " (release hold file unreadable)"
                       TO WS-PIPE-HOLD-NOTE
               WHEN RLH-STATUS-RELEASED
                   PERFORM DECRYPT-RELEASE-TEXT
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM DROP-PIPELINE-SOURCE
                   ELSE
                       IF RLH-EDITED-TEXT NOT = SPACES
                           MOVE RLH-EDITED-TEXT TO WS-PIPE-SOURCE
                       END-IF
                   END-IF
               WHEN RLH-STATUS-WITHHELD
                   PERFORM DROP-PIPELINE-SOURCE
                   MOVE " (withheld at release review)"
                       TO WS-PIPE-HOLD-NOTE
               WHEN OTHER
                   PERFORM DROP-PIPELINE-SOURCE
                   MOVE " (awaiting release review)"
                       TO WS-PIPE-HOLD-NOTE
           END-EVALUATE

           CLOSE RELEASE-HOLD
           .

       DROP-PIPELINE-SOURCE.
           MOVE SPACES TO WS-PIPE-SOURCE
           SET PIPE-SOURCE-ABSENT TO TRUE
           .

      *----------------------------------------------------------------*
      * FIND-PIPELINE-JSON-VALUE: Locate the key in the predecessor's  *
      * JSON reply and extract its value the way a mapped key is       *
      * extracted -- a quoted string up to the closing quote, or a     *
      * bare value up to the next comma or brace.                      *
      *----------------------------------------------------------------*
       FIND-PIPELINE-JSON-VALUE.
           MOVE 0 TO WS-PIPE-FOUND-POS

           MOVE SPACES TO WS-PIPE-LITERAL
           STRING
               '"' FUNCTION TRIM(WS-PIPE-KEY) '":'
               DELIMITED SIZE
               INTO WS-PIPE-LITERAL
           END-STRING
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-PIPE-LITERAL TRAILING))
               TO WS-PIPE-LIT-LEN

           PERFORM TEST-ONE-PIPE-KEY-POSITION
               VARYING WS-PIPE-SCAN-POS FROM 1 BY 1
               UNTIL WS-PIPE-SCAN-POS + WS-PIPE-LIT-LEN - 1 >
                   FUNCTION LENGTH(WS-PIPE-SOURCE)
               OR WS-PIPE-FOUND-POS > 0
           IF WS-PIPE-FOUND-POS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PIPE-VALUE-PTR =
               WS-PIPE-FOUND-POS + WS-PIPE-LIT-LEN
           PERFORM SKIP-ONE-PIPE-BLANK
               UNTIL WS-PIPE-VALUE-PTR >
                   FUNCTION LENGTH(WS-PIPE-SOURCE)
               OR WS-PIPE-SOURCE(WS-PIPE-VALUE-PTR:1) NOT = SPACE
           IF WS-PIPE-VALUE-PTR > FUNCTION LENGTH(WS-PIPE-SOURCE)
               MOVE 0 TO WS-PIPE-FOUND-POS
               EXIT PARAGRAPH
           END-IF

           IF WS-PIPE-SOURCE(WS-PIPE-VALUE-PTR:1) = '"'
               ADD 1 TO WS-PIPE-VALUE-PTR
               UNSTRING WS-PIPE-SOURCE
                   DELIMITED '"'
                   INTO WS-PIPE-VALUE(WS-PIPE-IDX)
                   WITH POINTER WS-PIPE-VALUE-PTR
               END-UNSTRING
           ELSE
               UNSTRING WS-PIPE-SOURCE
                   DELIMITED "," OR "}"
                   INTO WS-PIPE-VALUE(WS-PIPE-IDX)
                   WITH POINTER WS-PIPE-VALUE-PTR
               END-UNSTRING
           END-IF
           .

       TEST-ONE-PIPE-KEY-POSITION.
           IF WS-PIPE-SOURCE(WS-PIPE-SCAN-POS:WS-PIPE-LIT-LEN) =
               WS-PIPE-LITERAL(1:WS-PIPE-LIT-LEN)
               MOVE WS-PIPE-SCAN-POS TO WS-PIPE-FOUND-POS
           END-IF
           .

       SKIP-ONE-PIPE-BLANK.
           ADD 1 TO WS-PIPE-VALUE-PTR
           .

      *----------------------------------------------------------------*
      * READ-PROMPT-TEMPLATE: Fetch the wording in effect for the      *
      * template named by the queue record -- the approved version     *
      * current on the run date, else the library record as version    *
      * 000 -- with its reply mapping and release-review flag.         *
      *----------------------------------------------------------------*
       READ-PROMPT-TEMPLATE.
           CALL "TEMPLATE-IN-EFFECT" USING PQ-TEMPLATE-ID
               WS-TPL-RUN-DATE WS-TPL-TEXT WS-TPL-MAPPING-ID
               WS-TPL-RELEASE-REVIEW WS-TPL-VERSION-NO WS-TPL-RC
           IF WS-TPL-RC NOT = 0
               SET TEMPLATE-NOT-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * SUBSTITUTE-TEMPLATE-PARAMS: Copy the template text into the    *
      * expanded prompt, replacing each &1..&5 marker with the         *
      * matching queue-record parameter value (or, for a pipeline      *
      * parameter, the value resolved from the predecessor's reply).   *
      * Text that will not fit the prompt is noted as an overflow.     *
      *----------------------------------------------------------------*
       SUBSTITUTE-TEMPLATE-PARAMS.
           SET EXPANSION-FITS TO TRUE
           MOVE 1 TO WS-EXPAND-PTR
           MOVE 1 TO WS-TPL-SCAN-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-TPL-TEXT TRAILING))
               TO WS-TPL-TEXT-LEN

           PERFORM APPEND-ONE-TEMPLATE-PIECE
               UNTIL WS-TPL-SCAN-POS > WS-TPL-TEXT-LEN
           .

      *----------------------------------------------------------------*
      * APPEND-ONE-TEMPLATE-PIECE: Append either the parameter value   *
      * for a &n marker at the scan position, or the single literal    *
      * character there, advancing the scan position past what was     *
      * consumed.                                                      *
      *----------------------------------------------------------------*
       APPEND-ONE-TEMPLATE-PIECE.
           IF WS-TPL-TEXT(WS-TPL-SCAN-POS:1) = "&"
               AND WS-TPL-SCAN-POS < WS-TPL-TEXT-LEN
               AND WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1) >= "1"
               AND WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1) <= "5"
               MOVE FUNCTION NUMVAL(
                   WS-TPL-TEXT(WS-TPL-SCAN-POS + 1:1))
                   TO WS-TPL-PARAM-NO
               IF PARAM-IS-PIPED(WS-TPL-PARAM-NO)
                   STRING
                       FUNCTION TRIM(WS-PIPE-VALUE(WS-TPL-PARAM-NO))
                       DELIMITED SIZE
                       INTO WS-EXPANDED-PROMPT
                       WITH POINTER WS-EXPAND-PTR
                       ON OVERFLOW
                           SET EXPANSION-OVERFLOWED TO TRUE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(PQ-PARAM-VALUE(WS-TPL-PARAM-NO))
                       DELIMITED SIZE
                       INTO WS-EXPANDED-PROMPT
                       WITH POINTER WS-EXPAND-PTR
                       ON OVERFLOW
                           SET EXPANSION-OVERFLOWED TO TRUE
                   END-STRING
               END-IF
               ADD 2 TO WS-TPL-SCAN-POS
           ELSE
               STRING
                   WS-TPL-TEXT(WS-TPL-SCAN-POS:1)
                   DELIMITED SIZE
                   INTO WS-EXPANDED-PROMPT
                   WITH POINTER WS-EXPAND-PTR
                   ON OVERFLOW
                       SET EXPANSION-OVERFLOWED TO TRUE
               END-STRING
               ADD 1 TO WS-TPL-SCAN-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * SEND-PROMPT: Send the expanded prompt text and wait for a      *
      * reply.                                                         *
      *----------------------------------------------------------------*
               FUNCTION TRIM(WS-EXPANDED-PROMPT TRAILING))
               TO WS-SEND-MSG-LEN
           MOVE 30000 TO WS-SEND-TIMEOUT-MS
           CALL "COPILOT-SESSION-SET-CANCEL-KEY" USING PQ-PROMPT-ID
               WS-CANCEL-RC
           PERFORM LOG-TURN-TAG

           CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
               WS-SEND-RESULT WS-RETURN-CODE
           IF RC-CANCELLED
               SET PROMPT-CANCELLED TO TRUE
           END-IF
           CALL "COPILOT-SESSION-LAST-REQUEST-ID" USING
               WS-LAST-REQUEST-ID WS-LAST-REQUEST-RC
           .

      *----------------------------------------------------------------*
      * LOG-TURN-TAG: Put the prompt id, template id ("-" for a        *
      * literal prompt) and template version in the event log just     *
      * ahead of the send, tagging the turn the session logs next.     *
      *----------------------------------------------------------------*
       LOG-TURN-TAG.
           MOVE SPACES TO WS-TURN-TAG-BODY
           IF PQ-TEMPLATE-ID = SPACES
               STRING
                   '{"promptId":"' FUNCTION TRIM(PQ-PROMPT-ID)
                   '","templateId":"-","version":000}'
                   DELIMITED SIZE
                   INTO WS-TURN-TAG-BODY
               END-STRING
           ELSE
               STRING
                   '{"promptId":"' FUNCTION TRIM(PQ-PROMPT-ID)
                   '","templateId":"' FUNCTION TRIM(PQ-TEMPLATE-ID)
                   '","version":' WS-TPL-VERSION-NO '}'
                   DELIMITED SIZE
                   INTO WS-TURN-TAG-BODY
               END-STRING
           END-IF
           CALL "COPILOT-LOG-EVENT" USING WS-CLI-JOB-ID WS-SESSION-ID
               WS-TURN-TAG-METHOD WS-TURN-TAG-BODY
           .

      *----------------------------------------------------------------*
      * CHECK-OPERATOR-CANCEL: Whether a cancel is pending against the *
      * prompt before any session is opened for it; one found is       *
      * applied, and its operator and reason become the error text.    *
      *----------------------------------------------------------------*
       CHECK-OPERATOR-CANCEL.
           CALL "COPILOT-CHECK-CANCEL" USING WS-CANCEL-NO-SESSION
               PQ-PROMPT-ID WS-CANCEL-FLAG WS-CANCEL-OPERATOR
               WS-CANCEL-REASON
           IF WS-CANCEL-FLAG = 1
               SET PROMPT-CANCELLED TO TRUE
               STRING "Cancelled by operator "
                   FUNCTION TRIM(WS-CANCEL-OPERATOR)
                   ": "
                   FUNCTION TRIM(WS-CANCEL-REASON)
                   DELIMITED SIZE
                   INTO WS-RESULT-ERROR-MSG
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       VALIDATE-REPLY.
           MOVE SPACES TO WS-VALFAIL-REASON

      *    An image prompt must have had its image filed; a rehearsal
      *    has no session to generate one, so only its text is judged.
           IF PQ-WANTS-IMAGE
               AND WS-IMAGE-REF = SPACES
               AND NOT DRYRUN-MODE-ON
               MOVE "image requested but none returned"
                   TO WS-VALFAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RESULT-MESSAGE TRAILING))
               TO WS-VAL-REPLY-LEN
           END-IF
           .

      *----------------------------------------------------------------*
      * COLLECT-GENERATED-IMAGE: For an image prompt, file whatever    *
      * image the turn streamed back into the image store under the    *
      * prompt id; WS-IMAGE-REF then carries the index key into the    *
      * archive record.                                                *
      *----------------------------------------------------------------*
       COLLECT-GENERATED-IMAGE.
           IF NOT PQ-WANTS-IMAGE
               EXIT PARAGRAPH
           END-IF

           CALL "COPILOT-FILE-IMAGE" USING PQ-PROMPT-ID WS-SESSION-ID
               WS-CLI-JOB-ID WS-IMAGE-FILE-RESULT WS-RETURN-CODE
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE PQ-PROMPT-ID TO WS-IMAGE-REF
                   ADD 1 TO WS-IMAGE-COUNT
                   DISPLAY "  Image filed: "
                       FUNCTION TRIM(WS-IMG-STORE-PATH)
                       " (" WS-IMG-BYTE-SIZE " bytes)"
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: image for "
                       FUNCTION TRIM(PQ-PROMPT-ID)
                       " could not be filed in the image store"
           END-EVALUATE
           MOVE 0 TO WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * FIND-NEEDLE-IN-REPLY: Locate WS-VAL-NEEDLE inside the reply;   *
      * zero means absent.                                             *
           CLOSE VALFAIL-REVIEW
           .

      *----------------------------------------------------------------*
      * CHECK-STEER-ESCALATION: With steering enabled, count the       *
      * record's earlier failed validations in the review file; once   *
      * this failure brings it to the limit, hand the live session to  *
      * an analyst instead of filing VALFAIL. Only a session the       *
      * record owns can be handed over -- a warm pool session goes     *
      * back to the pool for the next record.                          *
      *----------------------------------------------------------------*
       CHECK-STEER-ESCALATION.
           IF STEER-MODE-OFF
               EXIT PARAGRAPH
           END-IF
           IF POOLED-MODE-ON
               AND PQ-DOC-PATH = SPACES
               AND WS-EFFECTIVE-MAPPING-ID = SPACES
               AND PQ-PROFILE-ID = SPACES
               AND NOT PQ-WANTS-IMAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-STEER-FAIL-COUNT
           MOVE "00" TO WS-VF-FILE-STATUS
           OPEN INPUT VALFAIL-REVIEW
           IF WS-VF-FILE-STATUS = "00"
               PERFORM COUNT-ONE-PRIOR-VALFAIL
                   UNTIL WS-VF-FILE-STATUS NOT = "00"
               CLOSE VALFAIL-REVIEW
           END-IF

           IF WS-STEER-FAIL-COUNT < WS-STEER-FAIL-LIMIT
               EXIT PARAGRAPH
           END-IF

           PERFORM ESCALATE-TO-ANALYST
           .

       COUNT-ONE-PRIOR-VALFAIL.
           READ VALFAIL-REVIEW INTO WS-VF-OUT-LINE
               AT END
                   MOVE "10" TO WS-VF-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-STEER-SCAN-ID
                   UNSTRING WS-VF-OUT-LINE DELIMITED BY SPACE
                       INTO WS-STEER-SCAN-ID
                   END-UNSTRING
                   IF WS-STEER-SCAN-ID = PQ-PROMPT-ID
                       AND WS-STEER-FAIL-COUNT < 999
                       ADD 1 TO WS-STEER-FAIL-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ESCALATE-TO-ANALYST: Turn remote mode on, post the escalation  *
      * record, and wait for the analyst. A finished steer gets one    *
      * closing turn asking for the final answer, which is validated   *
      * afresh -- WS-VALFAIL-REASON left blank files the record OK.    *
      * A session that cannot be opened for steering, an analyst who   *
      * hands it back, or a wait that runs out leaves the original     *
      * failure standing.                                              *
      *----------------------------------------------------------------*
       ESCALATE-TO-ANALYST.
           MOVE "on" TO WS-RER-MODE
           SET RER-MODE-SET-YES TO TRUE
           CALL "COPILOT-SESSION-ENABLE-REMOTE" USING
               WS-REMOTE-ENABLE-REQ WS-REMOTE-ENABLE-RESULT
               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0 OR WS-RERES-URL = SPACES
               DISPLAY "WARNING: remote steering unavailable for "
                   FUNCTION TRIM(PQ-PROMPT-ID)
               MOVE 0 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-ESCALATION-RECORD
           IF WS-AES-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to post escalation for "
                   FUNCTION TRIM(PQ-PROMPT-ID) " ("
                   WS-AES-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STEER-COUNT
           DISPLAY "Escalated " FUNCTION TRIM(PQ-PROMPT-ID)
               " for analyst steering: " FUNCTION TRIM(WS-RERES-URL)

           COMPUTE WS-STEER-WAIT-SECS = WS-STEER-WAIT-MINS * 60
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-STEER-START-SECS
           SET STEER-WAITING TO TRUE
           PERFORM POLL-ESCALATION-ONCE
               UNTIL NOT STEER-WAITING

           IF STEER-FINISHED
               MOVE WS-STEER-CLOSING-TEXT TO WS-SEND-MESSAGE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-STEER-CLOSING-TEXT TRAILING))
                   TO WS-SEND-MSG-LEN
               MOVE 30000 TO WS-SEND-TIMEOUT-MS
               PERFORM LOG-TURN-TAG
               CALL "COPILOT-SESSION-SEND" USING WS-SEND-OPTIONS
                   WS-SEND-RESULT WS-RETURN-CODE
               CALL "COPILOT-SESSION-LAST-REQUEST-ID" USING
                   WS-LAST-REQUEST-ID WS-LAST-REQUEST-RC
               EVALUATE TRUE
                   WHEN RC-CANCELLED
                       SET PROMPT-CANCELLED TO TRUE
                   WHEN RESULT-HAS-ERROR
                       MOVE "no final reply after analyst steering"
                           TO WS-VALFAIL-REASON
                       MOVE SPACES TO WS-RESULT-ERROR-MSG
                       MOVE 0 TO WS-RESULT-IS-ERROR
                   WHEN OTHER
                       PERFORM COLLECT-GENERATED-IMAGE
                       PERFORM VALIDATE-REPLY
               END-EVALUATE
           END-IF

           PERFORM CLOSE-ESCALATION-RECORD
           .

      *----------------------------------------------------------------*
      * POST-ESCALATION-RECORD: Write (or, for a record escalated on   *
      * an earlier run, overwrite) the OPEN escalation.                *
      *----------------------------------------------------------------*
       POST-ESCALATION-RECORD.
           OPEN I-O ANALYST-ESCALATION
           IF WS-AES-FILE-STATUS = "35"
               OPEN OUTPUT ANALYST-ESCALATION
               CLOSE ANALYST-ESCALATION
               OPEN I-O ANALYST-ESCALATION
           END-IF
           IF WS-AES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STEER-STAMP
           MOVE SPACES TO ANALYST-ESCALATION-RECORD
           MOVE PQ-PROMPT-ID        TO AES-PROMPT-ID
           MOVE WS-SESSION-ID       TO AES-SESSION-ID
           MOVE WS-CLI-JOB-ID       TO AES-JOB-ID
           MOVE WS-RERES-URL        TO AES-STEER-URL
           IF RERES-STEERABLE-YES
               MOVE "Y" TO AES-STEERABLE
           ELSE
               MOVE "N" TO AES-STEERABLE
           END-IF
           SET AES-STATUS-OPEN TO TRUE
           MOVE WS-STEER-FAIL-COUNT TO AES-FAIL-COUNT
           MOVE WS-VALFAIL-REASON   TO AES-VALFAIL-REASON
           MOVE WS-STEER-STAMP(1:14) TO AES-ESCALATED-AT
           MOVE 0 TO AES-STEER-SECONDS

           WRITE ANALYST-ESCALATION-RECORD
               INVALID KEY
                   REWRITE ANALYST-ESCALATION-RECORD
           END-WRITE
           CLOSE ANALYST-ESCALATION
           MOVE "00" TO WS-AES-FILE-STATUS
           .

      *----------------------------------------------------------------*
      * POLL-ESCALATION-ONCE: Sleep a poll interval, then look at the  *
      * escalation. FINISHED ends the wait for the final reply;        *
      * RELEASED means the analyst handed it back unsteered. The       *
      * clock wraps at midnight like every other wait here.            *
      *----------------------------------------------------------------*
       POLL-ESCALATION-ONCE.
           COMPUTE WS-STEER-ELAPSED-SECS =
               FUNCTION SECONDS-PAST-MIDNIGHT - WS-STEER-START-SECS
           IF WS-STEER-ELAPSED-SECS < 0
               ADD 86400 TO WS-STEER-ELAPSED-SECS
           END-IF
           IF WS-STEER-ELAPSED-SECS >= WS-STEER-WAIT-SECS
               SET STEER-EXPIRED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STEER-SLEEP-CMD
           STRING
               "sleep " WS-STEER-POLL-SECS
               DELIMITED SIZE
               INTO WS-STEER-SLEEP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-STEER-SLEEP-CMD

           MOVE "00" TO WS-AES-FILE-STATUS
           OPEN INPUT ANALYST-ESCALATION
           IF WS-AES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PQ-PROMPT-ID TO AES-PROMPT-ID
           READ ANALYST-ESCALATION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AES-STATUS-FINISHED
                           SET STEER-FINISHED TO TRUE
                       WHEN AES-STATUS-RELEASED
                           SET STEER-RELEASED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE ANALYST-ESCALATION
           .

      *----------------------------------------------------------------*
      * CLOSE-ESCALATION-RECORD: Stamp the outcome on the escalation.  *
      * An analyst who never marked it finished has it closed EXPIRED, *
      * with the steering time counted up to now when they had joined. *
      *----------------------------------------------------------------*
       CLOSE-ESCALATION-RECORD.
           OPEN I-O ANALYST-ESCALATION
           IF WS-AES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-PROMPT-ID TO AES-PROMPT-ID
           READ ANALYST-ESCALATION
               INVALID KEY
                   CLOSE ANALYST-ESCALATION
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION CURRENT-DATE TO WS-STEER-STAMP
           MOVE WS-STEER-STAMP(1:14) TO AES-CLOSED-AT
           EVALUATE TRUE
               WHEN PROMPT-CANCELLED
                   MOVE "CANCELLED" TO AES-OUTCOME
               WHEN WS-VALFAIL-REASON = SPACES
                   MOVE "OK" TO AES-OUTCOME
               WHEN OTHER
                   MOVE "VALFAIL" TO AES-OUTCOME
           END-EVALUATE
           IF STEER-EXPIRED
               SET AES-STATUS-EXPIRED TO TRUE
               IF AES-JOINED-AT NOT = SPACES
                   AND AES-FINISHED-AT = SPACES
                   MOVE WS-STEER-STAMP(1:14) TO AES-FINISHED-AT
                   PERFORM COUNT-STEER-SECONDS
               END-IF
           ELSE
               SET AES-STATUS-CLOSED TO TRUE
           END-IF

           REWRITE ANALYST-ESCALATION-RECORD
           CLOSE ANALYST-ESCALATION
           .

      *----------------------------------------------------------------*
      * COUNT-STEER-SECONDS: Joined-to-finished time on the record, in *
      * whole seconds.                                                 *
      *----------------------------------------------------------------*
       COUNT-STEER-SECONDS.
           MOVE 0 TO AES-STEER-SECONDS
           IF AES-JOINED-AT IS NOT NUMERIC
               OR AES-FINISHED-AT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE AES-STEER-SECONDS =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AES-FINISHED-AT(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AES-JOINED-AT(1:8)))) * 86400
               + FUNCTION NUMVAL(AES-FINISHED-AT(9:2)) * 3600
               + FUNCTION NUMVAL(AES-FINISHED-AT(11:2)) * 60
               + FUNCTION NUMVAL(AES-FINISHED-AT(13:2))
               - FUNCTION NUMVAL(AES-JOINED-AT(9:2)) * 3600
               - FUNCTION NUMVAL(AES-JOINED-AT(11:2)) * 60
               - FUNCTION NUMVAL(AES-JOINED-AT(13:2))
               ON SIZE ERROR
                   MOVE 0 TO AES-STEER-SECONDS
           END-COMPUTE
           .

      *----------------------------------------------------------------*
      * DESTROY-PROMPT-SESSION                                         *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * WRITE-RESULT-RECORD: Append one PROMPT-RESULTS line recording  *
      * the prompt id, outcome, and either the reply text or the       *
      * error message. A deliverable reply is screened for other       *
      * customers' data first, and one that fails is filed DISCLOSE;   *
      * one under release review is parked before anything is          *
      * archived. A hold that cannot be written files the reply ERROR. *
      * A structured reply's extract record goes out only for a reply  *
      * left OK and unparked.                                          *
      *----------------------------------------------------------------*
       WRITE-RESULT-RECORD.
           SET HOLD-PARK-OK TO TRUE
           SET RELEASE-REVIEW-NOT-NEEDED TO TRUE
           IF (WS-PR-STATUS = "OK" OR WS-PR-STATUS = "CACHED")
               AND DRYRUN-MODE-OFF
               PERFORM SCREEN-REPLY-DISCLOSURE
           END-IF

      *    A deliverable answer under a release-review template or
      *    persona is parked for an approving operator; delivery and
      *    letters will not pick it up until it is released.
           IF (WS-PR-STATUS = "OK" OR WS-PR-STATUS = "CACHED")
               AND DRYRUN-MODE-OFF
               PERFORM CHECK-RELEASE-REVIEW-REQUIRED
               IF RELEASE-REVIEW-REQUIRED
                   PERFORM PARK-REPLY-FOR-RELEASE
               END-IF
           END-IF

      *    The archive goes before anything else is filed. A screened
      *    prompt never generated a reply; its full text already sits
      *    in the hold file, so the archive is not written for it.
      *    Nor is it for a DISCLOSE reply, which is archived only if
      *    the privacy reviewer clears it. A reply whose text cannot
      *    be encrypted turns the attempt to ERROR here, so no OK is
      *    filed for an answer the archive does not hold.
           IF WS-PR-STATUS NOT = "SCREENED"
               AND WS-PR-STATUS NOT = "SCREENREJ"
               AND WS-PR-STATUS NOT = "DISCLOSE"
               AND DRYRUN-MODE-OFF
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF

           IF EXTRACT-PENDING
               IF WS-PR-STATUS = "OK"
                   AND RELEASE-REVIEW-NOT-NEEDED
                   PERFORM WRITE-EXTRACT-RECORD
               END-IF
               SET EXTRACT-NOT-PENDING TO TRUE
           END-IF

           EVALUATE WS-PR-STATUS
               WHEN "OK"
                   ADD 1 TO WS-OK-COUNT
                   ADD 1 TO WS-SCREENED-COUNT
               WHEN "DRYRUN"
                   ADD 1 TO WS-DRYRUN-COUNT
               WHEN "CANCELLED"
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN "DISCLOSE"
                   ADD 1 TO WS-DISCLOSE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

      *    An unparked reply's text goes to the archive only; its
      *    results line carries the reason.
           MOVE SPACES TO WS-PR-OUT-LINE
           MOVE 1 TO WS-PR-OUT-PTR
           IF HOLD-PARK-FAILED
               STRING
                   FUNCTION TRIM(PQ-PROMPT-ID) " "
                   FUNCTION TRIM(WS-PR-STATUS) " "
                   FUNCTION TRIM(WS-RESULT-ERROR-MSG)
                   DELIMITED SIZE
                   INTO WS-PR-OUT-LINE
                   WITH POINTER WS-PR-OUT-PTR
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(PQ-PROMPT-ID) " "
                   FUNCTION TRIM(WS-PR-STATUS) " "
                   FUNCTION TRIM(WS-RESULT-MESSAGE)
                   FUNCTION TRIM(WS-RESULT-ERROR-MSG)
                   DELIMITED SIZE
                   INTO WS-PR-OUT-LINE
                   WITH POINTER WS-PR-OUT-PTR
               END-STRING
           END-IF

           WRITE PROMPT-RESULTS-RECORD FROM WS-PR-OUT-LINE

      *    The indexed results master gets the attempt keyed by
      *    prompt id; the flat line above stays as the write-behind
      *    for the report jobs. A rehearsal leaves the production
      *    master untouched. A pipeline prompt's attempt names the
      *    prompt whose reply fed it.
           IF DRYRUN-MODE-OFF
               MOVE SPACES TO WS-RMW-DETAIL
               IF WS-PR-STATUS = "ERROR"
                   OR WS-PR-STATUS = "CANCELLED"
                   OR WS-PR-STATUS = "DISCLOSE"
                   MOVE WS-RESULT-ERROR-MSG TO WS-RMW-DETAIL
               END-IF
               CALL "RESULTS-MASTER-WRITE-REQUEST" USING PQ-PROMPT-ID
                   WS-PR-STATUS WS-ARCH-SESSION-ID WS-RMW-DETAIL
                   WS-TPL-VERSION-NO WS-PIPE-FED-BY WS-LAST-REQUEST-ID
                   WS-RML-RC
           END-IF

           .

      *----------------------------------------------------------------*
      * WRITE-ARCHIVE-RECORD: Write or refresh the indexed archive     *
      * record carrying the full reply text, status, session id, job  *
      * id, and timestamp for the prompt just finished, keyed by      *
      * prompt id for the operator search console. Text that cannot   *
      * be encrypted is not written; the attempt is filed ERROR with  *
      * the reason, so the retry job resubmits it, and the run stops  *
      * after it.                                                     *
      *----------------------------------------------------------------*
       WRITE-ARCHIVE-RECORD.
           IF CRYPT-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-ARCHIVE
           MOVE WS-CLI-JOB-ID      TO RA-JOB-ID
           MOVE WS-ARCH-TODAY-STAMP TO RA-TIMESTAMP
           IF WS-PR-STATUS = "ERROR"
               AND HOLD-PARK-OK
               MOVE WS-RESULT-ERROR-MSG TO RA-REPLY-TEXT
           ELSE
               MOVE WS-RESULT-MESSAGE TO RA-REPLY-TEXT
           END-IF
           MOVE WS-ACTIVE-PROFILE  TO RA-PROFILE-ID
           MOVE WS-TPL-VERSION-NO  TO RA-TEMPLATE-VERSION
           MOVE SPACES             TO RA-SUPERSEDED-BY
           MOVE WS-IMAGE-REF       TO RA-IMAGE-REF
           MOVE WS-ARCH-LANGUAGE   TO RA-LANGUAGE
           MOVE WS-ORIGINAL-REPLY  TO RA-ORIGINAL-TEXT
           PERFORM ENCRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE RESPONSE-ARCHIVE
               SET HOLD-PARK-FAILED TO TRUE
               SET CRYPT-WRITE-FAILED TO TRUE
               MOVE "ERROR" TO WS-PR-STATUS
               MOVE "field encryption failed; reply not archived"
                   TO WS-RESULT-ERROR-MSG
               DISPLAY "ERROR: " FUNCTION TRIM(PQ-PROMPT-ID) " -- "
                   FUNCTION TRIM(WS-RESULT-ERROR-MSG)
               EXIT PARAGRAPH
           END-IF

           WRITE RESPONSE-ARCHIVE-RECORD
               INVALID KEY
           CLOSE RESPONSE-ARCHIVE
           PERFORM MIRROR-ARCHIVE-FILE
           .

      *----------------------------------------------------------------*
      * ENCRYPT-ARCHIVE-TEXT: Stamp the archive record under the       *
      * active key and encrypt the reply and original-language text.   *
      * WS-CRYPT-RC is non-zero, and the record must not be written,   *
      * when either cannot be done.                                    *
      *----------------------------------------------------------------*
       ENCRYPT-ARCHIVE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING RA-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when this job may not have them. *
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
      * ENCRYPT-SCREEN-TEXT / DECRYPT-SCREEN-TEXT: The same for the    *
      * parked prompt text and the operator's edited text.             *
      *----------------------------------------------------------------*
       ENCRYPT-SCREEN-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING SCR-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-PROMPT-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

       DECRYPT-SCREEN-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-PROMPT-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING SCR-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO SCR-EDITED-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * ENCRYPT-RELEASE-TEXT / DECRYPT-RELEASE-TEXT: The same for the  *
      * release hold's reply and the approver's edited text.           *
      *----------------------------------------------------------------*
       ENCRYPT-RELEASE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING RLH-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

       DECRYPT-RELEASE-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * ENCRYPT-DISCLOSE-TEXT: The same for the disclosure hold's      *
      * reply and its English original.                                *
      *----------------------------------------------------------------*
       ENCRYPT-DISCLOSE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING DSH-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING DSH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO DSH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING DSH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO DSH-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * CHECK-RELEASE-REVIEW-REQUIRED: A reply needs release review    *
      * when its template or its agent profile is marked for it. The   *
      * template flag was picked up as the prompt was expanded; the    *
      * profile is looked up here, since a cached or pooled answer     *
      * never read it.                                                 *
      *----------------------------------------------------------------*
       CHECK-RELEASE-REVIEW-REQUIRED.
           SET RELEASE-REVIEW-NOT-NEEDED TO TRUE

           IF WS-TPL-RELEASE-REVIEW = "Y"
               SET RELEASE-REVIEW-REQUIRED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PQ-PROFILE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-APF-FILE-STATUS
           OPEN INPUT AGENT-PROFILE
           IF WS-APF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-PROFILE-ID TO APF-PROFILE-ID
           READ AGENT-PROFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APF-NEEDS-RELEASE-REVIEW
                       SET RELEASE-REVIEW-REQUIRED TO TRUE
                   END-IF
           END-READ

           CLOSE AGENT-PROFILE
           .

      *----------------------------------------------------------------*
      * PARK-REPLY-FOR-RELEASE: Write (or refresh, on a rerun) the     *
      * PENDING release-hold record carrying the reply as generated.   *
      * Failing that, the reply is filed ERROR, never left OK.         *
      *----------------------------------------------------------------*
       PARK-REPLY-FOR-RELEASE.
           OPEN I-O RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-HOLD
               CLOSE RELEASE-HOLD
               OPEN I-O RELEASE-HOLD
           END-IF

           IF WS-RLH-FILE-STATUS NOT = "00"
               MOVE "release" TO WS-PARK-FAIL-KIND
               MOVE WS-RLH-FILE-STATUS TO WS-PARK-FAIL-STATUS
               PERFORM FILE-UNPARKED-REPLY
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-ARCH-TODAY-STAMP
           MOVE SPACES              TO RELEASE-HOLD-RECORD
           MOVE PQ-PROMPT-ID        TO RLH-PROMPT-ID
           MOVE PQ-TEMPLATE-ID      TO RLH-TEMPLATE-ID
           MOVE PQ-PROFILE-ID       TO RLH-PROFILE-ID
           MOVE WS-ARCH-SESSION-ID  TO RLH-SESSION-ID
           MOVE WS-CLI-JOB-ID       TO RLH-JOB-ID
           MOVE WS-RESULT-MESSAGE   TO RLH-REPLY-TEXT
           MOVE "PENDING"           TO RLH-STATUS
           MOVE WS-ARCH-TODAY-STAMP TO RLH-TIMESTAMP
           PERFORM ENCRYPT-RELEASE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE RELEASE-HOLD
               PERFORM FILE-UNENCRYPTED-REPLY
               EXIT PARAGRAPH
           END-IF

           WRITE RELEASE-HOLD-RECORD
               INVALID KEY
                   REWRITE RELEASE-HOLD-RECORD
           END-WRITE
           MOVE WS-RLH-FILE-STATUS TO WS-PARK-FAIL-STATUS
           CLOSE RELEASE-HOLD
           IF WS-PARK-FAIL-STATUS NOT = "00"
               MOVE "release" TO WS-PARK-FAIL-KIND
               PERFORM FILE-UNPARKED-REPLY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RELEASE-HELD-COUNT
           DISPLAY "Held for release review: "
               FUNCTION TRIM(PQ-PROMPT-ID)
           .

      *----------------------------------------------------------------*
      * SCREEN-REPLY-DISCLOSURE: Screen the reply -- and the English   *
      * answer behind a translation -- for accounts and orders that    *
      * are not the prompt's own. A hit turns the outcome to DISCLOSE: *
      * the reply is parked for the privacy reviewer and taken out of  *
      * the results line, which carries the reason instead.            *
      *----------------------------------------------------------------*
       SCREEN-REPLY-DISCLOSURE.
           MOVE WS-RESULT-MESSAGE TO WS-DSC-TEXT
           CALL "COPILOT-SCREEN-DISCLOSURE" USING WS-DSC-TEXT
               PQ-BUSINESS-KEY WS-DSC-HIT-COUNT WS-DSC-HIT-TABLE
               WS-DSC-RC
           IF WS-DSC-RC = 0
               AND WS-DSC-HIT-COUNT = 0
               AND WS-ORIGINAL-REPLY NOT = SPACES
               MOVE WS-ORIGINAL-REPLY TO WS-DSC-TEXT
               CALL "COPILOT-SCREEN-DISCLOSURE" USING WS-DSC-TEXT
                   PQ-BUSINESS-KEY WS-DSC-HIT-COUNT WS-DSC-HIT-TABLE
                   WS-DSC-RC
           END-IF

           IF WS-DSC-RC NOT = 0
               IF NOT DSC-ALREADY-WARNED
                   DISPLAY "WARNING: customer and order masters "
                       "unavailable; replies not screened for "
                       "disclosure"
                   SET DSC-ALREADY-WARNED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-DSC-HIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RELEASE-REVIEW-REQUIRED
           PERFORM PARK-REPLY-FOR-DISCLOSURE
           IF HOLD-PARK-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE "DISCLOSE" TO WS-PR-STATUS
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE SPACES TO WS-RESULT-ERROR-MSG
           STRING
               "reply names " FUNCTION TRIM(WS-DSC-HIT-KIND(1))
               " " FUNCTION TRIM(WS-DSC-HIT-KEY(1))
               " of account " FUNCTION TRIM(WS-DSC-HIT-OWNER(1))
               " (" WS-DSC-HIT-COUNT " hit(s)); held for privacy"
               " review"
               DELIMITED SIZE
               INTO WS-RESULT-ERROR-MSG
           END-STRING
           DISPLAY "Held for disclosure review: "
               FUNCTION TRIM(PQ-PROMPT-ID) " -- "
               FUNCTION TRIM(WS-RESULT-ERROR-MSG)
           .

      *----------------------------------------------------------------*
      * PARK-REPLY-FOR-DISCLOSURE: Write (or refresh, on a rerun) the  *
      * PENDING disclosure-hold record carrying the reply, its hits,   *
      * and what the archive record would have held. Failing that, the *
      * reply is filed ERROR.                                          *
      *----------------------------------------------------------------*
       PARK-REPLY-FOR-DISCLOSURE.
           OPEN I-O DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS = "35"
               OPEN OUTPUT DISCLOSURE-HOLD
               CLOSE DISCLOSURE-HOLD
               OPEN I-O DISCLOSURE-HOLD
           END-IF

           IF WS-DSH-FILE-STATUS NOT = "00"
               MOVE "disclosure" TO WS-PARK-FAIL-KIND
               MOVE WS-DSH-FILE-STATUS TO WS-PARK-FAIL-STATUS
               PERFORM FILE-UNPARKED-REPLY
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-ARCH-TODAY-STAMP
           MOVE SPACES              TO DISCLOSURE-HOLD-RECORD
           MOVE PQ-PROMPT-ID        TO DSH-PROMPT-ID
           MOVE PQ-BUSINESS-KEY     TO DSH-BUSINESS-KEY
           MOVE PQ-TEMPLATE-ID      TO DSH-TEMPLATE-ID
           MOVE WS-ACTIVE-PROFILE   TO DSH-PROFILE-ID
           MOVE WS-ARCH-SESSION-ID  TO DSH-SESSION-ID
           MOVE WS-CLI-JOB-ID       TO DSH-JOB-ID
           MOVE WS-TPL-VERSION-NO   TO DSH-TEMPLATE-VERSION
           MOVE WS-ARCH-LANGUAGE    TO DSH-LANGUAGE
           MOVE WS-IMAGE-REF        TO DSH-IMAGE-REF
           MOVE WS-PR-STATUS        TO DSH-REPLY-STATUS
           IF RELEASE-REVIEW-REQUIRED
               MOVE "Y"             TO DSH-RELEASE-REVIEW
           ELSE
               MOVE "N"             TO DSH-RELEASE-REVIEW
           END-IF
           MOVE WS-DSC-HIT-COUNT    TO DSH-HIT-COUNT
           MOVE WS-DSC-HIT-TABLE    TO DSH-HIT-TABLE-AREA
           MOVE WS-RESULT-MESSAGE   TO DSH-REPLY-TEXT
           MOVE WS-ORIGINAL-REPLY   TO DSH-ORIGINAL-TEXT
           MOVE "PENDING"           TO DSH-STATUS
           MOVE WS-ARCH-TODAY-STAMP TO DSH-TIMESTAMP
           PERFORM ENCRYPT-DISCLOSE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE DISCLOSURE-HOLD
               PERFORM FILE-UNENCRYPTED-REPLY
               EXIT PARAGRAPH
           END-IF

           WRITE DISCLOSURE-HOLD-RECORD
               INVALID KEY
                   REWRITE DISCLOSURE-HOLD-RECORD
           END-WRITE
           MOVE WS-DSH-FILE-STATUS TO WS-PARK-FAIL-STATUS
           CLOSE DISCLOSURE-HOLD
           IF WS-PARK-FAIL-STATUS NOT = "00"
               MOVE "disclosure" TO WS-PARK-FAIL-KIND
               PERFORM FILE-UNPARKED-REPLY
           END-IF
           .

      *----------------------------------------------------------------*
      * FILE-UNPARKED-REPLY: A reply whose review hold could not be    *
      * written must not go out unreviewed. It is filed ERROR, its     *
      * text kept in the archive under that status (which no delivery  *
      * path takes) and picked up again by the retry job, and the run  *
      * is marked to end with WS-HOLD-FAIL-RC.                         *
      *----------------------------------------------------------------*
       FILE-UNPARKED-REPLY.
           SET HOLD-PARK-FAILED TO TRUE
           ADD 1 TO WS-HOLD-FAIL-COUNT
           MOVE "ERROR" TO WS-PR-STATUS
           MOVE SPACES TO WS-RESULT-ERROR-MSG
           STRING
               FUNCTION TRIM(WS-PARK-FAIL-KIND)
               " hold file unavailable (status " WS-PARK-FAIL-STATUS
               "); reply not released, kept in the archive as ERROR"
               DELIMITED SIZE
               INTO WS-RESULT-ERROR-MSG
           END-STRING
           DISPLAY "ERROR: " FUNCTION TRIM(PQ-PROMPT-ID) " -- "
               FUNCTION TRIM(WS-RESULT-ERROR-MSG)
           .

      *----------------------------------------------------------------*
      * FILE-UNENCRYPTED-REPLY: A review hold whose text could not be  *
      * encrypted is not written, and the reply cannot go to the       *
      * archive either. It is filed ERROR with nothing kept, so the    *
      * prompt is resubmitted, and the run stops after it.             *
      *----------------------------------------------------------------*
       FILE-UNENCRYPTED-REPLY.
           SET HOLD-PARK-FAILED TO TRUE
           SET CRYPT-WRITE-FAILED TO TRUE
           MOVE "ERROR" TO WS-PR-STATUS
           MOVE "field encryption failed; reply not held or archived"
               TO WS-RESULT-ERROR-MSG
           DISPLAY "ERROR: " FUNCTION TRIM(PQ-PROMPT-ID) " -- "
               FUNCTION TRIM(WS-RESULT-ERROR-MSG)
           .
