      *================================================================*
      * LATE-REPLY-RECOVERY.cob                                        *
      * Recovers replies that arrived after their send had already     *
      * timed out. COPILOT-SESSION parks every stray reply frame in    *
      * ORPHAN-REPLY.DAT under the job, session and JSON-RPC request   *
      * id it answered; this job matches each PARKED orphan back to    *
      * the ERROR attempt on the results master that carries the same  *
      * session and request id, and -- while that prompt has not been  *
      * finished by a later attempt -- runs the queue record's reply   *
      * validation rules over the late reply and files a new attempt:  *
      * LATE-OK with the reply archived (so PROMPT-RETRY-REQUEUE does  *
      * not send the prompt again), or VALFAIL with the rule it broke. *
      * A LATE-OK reply under a release-review template or persona is  *
      * parked for release exactly as the runner would have parked it. *
      * A late reply that names another customer's account or order    *
      * (COPILOT-DISCLOSURE-SCREEN) is filed DISCLOSE instead and      *
      * parked in DISCLOSURE-HOLD.DAT for the privacy reviewer, with   *
      * nothing archived. The hold is written before anything is filed *
      * or archived; a hold that cannot be written leaves the orphan   *
      * PARKED for a later run, with nothing filed, and the run ends   *
      * with return code 8. So does an orphan whose text is under a    *
      * key no longer on the key ring.                                 *
      *                                                                *
      * Image prompts, structured-reply (mapping) prompts and prompts  *
      * answered in a language other than English are not recovered    *
      * here -- their image, downstream extract or translation turn    *
      * is only produced inside the live turn -- and are left for the  *
      * retry.                                                         *
      * Every orphan is rewritten MATCHED or UNMATCHED with the prompt *
      * id, outcome and a note, and LATE-REPLY-REPORT.TXT lists each   *
      * one with the totals.                                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-REPLY-RECOVERY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHAN-REPLY ASSIGN TO WS-ORP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORP-KEY
               FILE STATUS IS WS-ORP-FILE-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO WS-RM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT PROMPT-RESULTS ASSIGN TO WS-PR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT VALFAIL-REVIEW ASSIGN TO WS-VF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT AGENT-PROFILE ASSIGN TO WS-APF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APF-PROFILE-ID
               FILE STATUS IS WS-APF-FILE-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the orphan-reply record in
      *    COPILOT-ORPHAN-REPLY -- keep the two in sync by hand.
       FD  ORPHAN-REPLY.
       01  ORPHAN-REPLY-RECORD.
           05 ORP-KEY.
               10 ORP-JOB-ID        PIC X(20).
               10 ORP-SESSION-ID    PIC X(64).
               10 ORP-REQUEST-ID    PIC 9(10).
           05 ORP-PARKED-AT         PIC X(21).
           05 ORP-STATUS            PIC X(10).
               88 ORP-STATUS-PARKED             VALUE "PARKED".
               88 ORP-STATUS-MATCHED            VALUE "MATCHED".
               88 ORP-STATUS-UNMATCHED          VALUE "UNMATCHED".
           05 ORP-PROMPT-ID         PIC X(20).
           05 ORP-OUTCOME           PIC X(10).
           05 ORP-RECOVERED-AT      PIC X(21).
           05 ORP-NOTE              PIC X(64).
           05 ORP-REPLY-TEXT        PIC X(4096).
           05 ORP-FRAME-BODY        PIC X(4096).
           05 ORP-CRYPT-STAMP.
               10 ORP-CRYPT-KEY-ID  PIC X(8).
               10 ORP-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of the results-master record in       *
      *    RESULTS-MASTER-IO -- keep the two in sync by hand.          *
       FD  RESULTS-MASTER.
       01  RESULTS-MASTER-RECORD.
           05 RM-KEY.
               10 RM-PROMPT-ID      PIC X(20).
               10 RM-ATTEMPT-NO     PIC 9(3).
           05 RM-STATUS             PIC X(10).
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
           05 RM-REQUEST-ID         PIC 9(10).

      *    Field-for-field match of the queue record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

       FD  PROMPT-RESULTS.
       01  PROMPT-RESULTS-RECORD    PIC X(2200).

       FD  VALFAIL-REVIEW.
       01  VALFAIL-REVIEW-RECORD    PIC X(2200).

      *    Field-for-field match of the response-archive record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

      *    Field-for-field match of the agent-profile record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

       FD  AGENT-PROFILE.
       01  AGENT-PROFILE-RECORD.
           05 APF-PROFILE-ID        PIC X(12).
           05 APF-AGENT-NAME        PIC X(64).
           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
           05 APF-RELEASE-REVIEW    PIC X.
               88 APF-NEEDS-RELEASE-REVIEW      VALUE "Y".

      *    Field-for-field match of the release-hold record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

      *    Field-for-field match of the disclosure-hold record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORP-FILE-NAME         PIC X(64)
           VALUE "ORPHAN-REPLY.DAT".
       01  WS-ORP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RM-FILE-NAME          PIC X(64)
           VALUE "RESULTS-MASTER.DAT".
       01  WS-RM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-PR-FILE-NAME          PIC X(64)
           VALUE "PROMPT-RESULTS.DAT".
       01  WS-PR-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-VF-FILE-NAME          PIC X(64)
           VALUE "VALFAIL-REVIEW.DAT".
       01  WS-VF-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".

      *    The language the runner would have answered in, resolved
      *    as it resolves it; a late reply is English only.
       01  WS-REPLY-LANGUAGE        PIC X(2)   VALUE "EN".
       01  WS-LANGUAGE-LIST.
           05 FILLER                PIC X(2)   VALUE "EN".
           05 FILLER                PIC X(2)   VALUE "FR".
           05 FILLER                PIC X(2)   VALUE "DE".
           05 FILLER                PIC X(2)   VALUE "ES".
           05 FILLER                PIC X(2)   VALUE "IT".
           05 FILLER                PIC X(2)   VALUE "PT".
           05 FILLER                PIC X(2)   VALUE "NL".
       01  WS-LANGUAGE-TABLE REDEFINES WS-LANGUAGE-LIST.
           05 WS-LANGUAGE-CODE      PIC X(2)   OCCURS 7 TIMES.
       01  WS-LANGUAGE-IDX          PIC 9      VALUE 0.
       01  WS-LANGUAGE-FLAG         PIC 9      VALUE 0.
           88 LANGUAGE-KNOWN                   VALUE 1.
           88 LANGUAGE-UNKNOWN                 VALUE 0.

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "LATE-REPLY-RECOVERY".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-APF-FILE-NAME         PIC X(64)
           VALUE "AGENT-PROFILE.DAT".
       01  WS-APF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "LATE-REPLY-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(2200) VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(5)   VALUE 1.

      *    The timed-out attempt the orphan answers, as found on the
      *    results master.
       01  WS-MATCH-PROMPT-ID       PIC X(20)  VALUE SPACES.
       01  WS-MATCH-ATTEMPT-NO      PIC 9(3)   VALUE 0.
       01  WS-MATCH-TEMPLATE-VER    PIC 9(3)   VALUE 0.
       01  WS-MATCH-FED-BY          PIC X(20)  VALUE SPACES.

      *    The prompt's latest attempt, as RESULTS-MASTER-LATEST
      *    reports it.
       01  WS-LATEST-STATUS         PIC X(10)  VALUE SPACES.
       01  WS-LATEST-ATTEMPTS       PIC 9(3)   VALUE 0.
       01  WS-LATEST-SESSION        PIC X(64)  VALUE SPACES.
       01  WS-LATEST-DETAIL         PIC X(256) VALUE SPACES.
       01  WS-LATEST-RC             PIC S9(4)  VALUE 0.

       01  WS-QUEUE-FOUND-FLAG      PIC 9      VALUE 0.
           88 QUEUE-RECORD-FOUND               VALUE 1.
           88 QUEUE-RECORD-MISSING             VALUE 0.

       01  WS-TPL-RUN-DATE          PIC X(8)   VALUE SPACES.
       01  WS-TPL-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-TPL-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-TPL-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-TPL-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-TPL-RC                PIC S9(4)  VALUE 0.

      *    Reply validation, the same rules PROMPT-QUEUE-RUNNER's
      *    VALIDATE-REPLY applies to a reply that arrives in time.
       01  WS-LATE-REPLY            PIC X(4096) VALUE SPACES.
       01  WS-VALFAIL-REASON        PIC X(64)  VALUE SPACES.
       01  WS-VAL-REPLY-LEN         PIC 9(5)   VALUE 0.
       01  WS-VAL-NEEDLE            PIC X(64)  VALUE SPACES.
       01  WS-VAL-NEEDLE-LEN        PIC 9(3)   VALUE 0.
       01  WS-VAL-SCAN-POS          PIC 9(5)   VALUE 1.
       01  WS-VAL-FOUND-POS         PIC 9(5)   VALUE 0.
       01  WS-VAL-DIGIT-TALLY       PIC 9(5)   VALUE 0.

       01  WS-RELEASE-REVIEW-FLAG   PIC 9      VALUE 0.
           88 RELEASE-REVIEW-REQUIRED           VALUE 1.
           88 RELEASE-REVIEW-NOT-NEEDED         VALUE 0.

      *    Disclosure screening of the late reply: the hits the
      *    screen handed back, and the reason filed with a DISCLOSE.
       01  WS-DSC-HIT-COUNT         PIC 9(2)   VALUE 0.
       01  WS-DSC-HIT-TABLE.
           05 WS-DSC-HIT            OCCURS 10.
               10 WS-DSC-HIT-KIND   PIC X(8).
               10 WS-DSC-HIT-KEY    PIC X(12).
               10 WS-DSC-HIT-OWNER  PIC X(10).
       01  WS-DSC-RC                PIC S9(4)  VALUE 0.
       01  WS-DSC-REASON            PIC X(128) VALUE SPACES.

       01  WS-RMW-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RMW-RC                PIC S9(4)  VALUE 0.
       01  WS-REQUEST-ID-TEXT       PIC Z(9)9.

       01  WS-ORPHAN-COUNT          PIC 9(5)   VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(5)   VALUE 0.
       01  WS-LATE-OK-COUNT         PIC 9(5)   VALUE 0.
       01  WS-LATE-VALFAIL-COUNT    PIC 9(5)   VALUE 0.
       01  WS-SUPERSEDED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-NORECOVER-COUNT       PIC 9(5)   VALUE 0.
       01  WS-RELEASE-HELD-COUNT    PIC 9(5)   VALUE 0.
       01  WS-DISCLOSE-COUNT        PIC 9(5)   VALUE 0.

      *    Orphans left PARKED because their hold could not be written
      *    or their text cannot be read back; any ends the run with
      *    WS-KEPT-PARKED-RC.
       01  WS-KEPT-PARKED-COUNT     PIC 9(5)   VALUE 0.
       01  WS-KEPT-PARKED-RC        PIC 9(4)   VALUE 8.
       01  WS-HOLD-PARK-FLAG        PIC 9      VALUE 0.
           88 HOLD-PARK-OK                      VALUE 0.
           88 HOLD-PARK-FAILED                  VALUE 1.
       01  WS-PARK-FAIL-KIND        PIC X(10)  VALUE SPACES.
      *    The hold file's status, or CR when the hold's text could
      *    not be encrypted.
       01  WS-PARK-FAIL-STATUS      PIC XX     VALUE "00".
           88 PARK-FAIL-CRYPT                   VALUE "CR".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Late Reply Recovery ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-TPL-RUN-DATE

           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           OPEN I-O ORPHAN-REPLY
           IF WS-ORP-FILE-STATUS NOT = "00"
               DISPLAY "No orphan-reply file -- nothing to recover."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               CLOSE ORPHAN-REPLY
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "LATE REPLY RECOVERY  " WS-TODAY-DATE(1:8)
               "  " WS-TODAY-DATE(9:2) ":" WS-TODAY-DATE(11:2)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "STATUS     JOB                  REQUEST-ID "
               "PROMPT               OUTCOME    NOTE"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           PERFORM RECOVER-NEXT-ORPHAN
               UNTIL WS-ORP-FILE-STATUS NOT = "00"

           CLOSE ORPHAN-REPLY

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Orphans examined: " WS-ORPHAN-COUNT
               "   Matched: " WS-MATCHED-COUNT
               "   Unmatched: " WS-UNMATCHED-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Filed LATE-OK: " WS-LATE-OK-COUNT
               "   Filed VALFAIL: " WS-LATE-VALFAIL-COUNT
               "   Already finished: " WS-SUPERSEDED-COUNT
               "   Left for retry: " WS-NORECOVER-COUNT
               "   Held for release: " WS-RELEASE-HELD-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Held for disclosure review: " WS-DISCLOSE-COUNT
               "   Left PARKED: " WS-KEPT-PARKED-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Orphans examined:    " WS-ORPHAN-COUNT
           DISPLAY "Matched:             " WS-MATCHED-COUNT
           DISPLAY "Unmatched:           " WS-UNMATCHED-COUNT
           DISPLAY "Filed LATE-OK:       " WS-LATE-OK-COUNT
           DISPLAY "Filed VALFAIL:       " WS-LATE-VALFAIL-COUNT
           DISPLAY "Already finished:    " WS-SUPERSEDED-COUNT
           DISPLAY "Left for retry:      " WS-NORECOVER-COUNT
           DISPLAY "Held for release:    " WS-RELEASE-HELD-COUNT
           DISPLAY "Held (disclosure):   " WS-DISCLOSE-COUNT
           DISPLAY "Left PARKED:         " WS-KEPT-PARKED-COUNT
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           IF WS-KEPT-PARKED-COUNT > 0
               STOP RUN RETURNING WS-KEPT-PARKED-RC
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------*
      * RECOVER-NEXT-ORPHAN: Read the next orphan; one still PARKED is *
      * matched, recovered if it can be, and rewritten with what       *
      * became of it. Orphans settled by an earlier run are skipped.   *
      * The record keeps its text as stored -- only a working copy is  *
      * ever decrypted.                                                *
      *----------------------------------------------------------------*
       RECOVER-NEXT-ORPHAN.
           READ ORPHAN-REPLY NEXT RECORD
               AT END
                   MOVE "10" TO WS-ORP-FILE-STATUS
           END-READ
           IF WS-ORP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT ORP-STATUS-PARKED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO ORP-PROMPT-ID
           MOVE SPACES TO ORP-OUTCOME
           MOVE SPACES TO ORP-NOTE

           PERFORM FIND-TIMED-OUT-ATTEMPT
           IF WS-MATCH-PROMPT-ID = SPACES
               SET ORP-STATUS-UNMATCHED TO TRUE
               MOVE "no timed-out attempt with this session and request"
                   TO ORP-NOTE
               PERFORM SETTLE-ORPHAN
               EXIT PARAGRAPH
           END-IF

           SET ORP-STATUS-MATCHED TO TRUE
           MOVE WS-MATCH-PROMPT-ID TO ORP-PROMPT-ID
           PERFORM RECOVER-MATCHED-REPLY
           PERFORM SETTLE-ORPHAN
           .

      *----------------------------------------------------------------*
      * FIND-TIMED-OUT-ATTEMPT: Scan the results master for the ERROR  *
      * attempt sent on the orphan's session under its request id.     *
      * The master is closed again before anything is filed to it.     *
      *----------------------------------------------------------------*
       FIND-TIMED-OUT-ATTEMPT.
           MOVE SPACES TO WS-MATCH-PROMPT-ID
           MOVE 0 TO WS-MATCH-ATTEMPT-NO
           MOVE 0 TO WS-MATCH-TEMPLATE-VER
           MOVE SPACES TO WS-MATCH-FED-BY

           IF ORP-SESSION-ID = SPACES OR ORP-REQUEST-ID = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-MASTER-ATTEMPT
               UNTIL WS-RM-FILE-STATUS NOT = "00"
               OR WS-MATCH-PROMPT-ID NOT = SPACES

           CLOSE RESULTS-MASTER
           .

       TEST-ONE-MASTER-ATTEMPT.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
               NOT AT END
                   IF RM-SESSION-ID = ORP-SESSION-ID
                       AND RM-REQUEST-ID = ORP-REQUEST-ID
                       AND RM-STATUS = "ERROR"
                       MOVE RM-PROMPT-ID  TO WS-MATCH-PROMPT-ID
                       MOVE RM-ATTEMPT-NO TO WS-MATCH-ATTEMPT-NO
                       MOVE RM-TEMPLATE-VERSION
                           TO WS-MATCH-TEMPLATE-VER
                       MOVE RM-FED-BY     TO WS-MATCH-FED-BY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * RECOVER-MATCHED-REPLY: Decide what the late reply can still    *
      * be used for and file it. A prompt whose latest attempt is no   *
      * longer an ERROR has been finished by a retry and keeps that    *
      * answer; a prompt no longer on the queue, an image prompt, a    *
      * prompt to be answered in another language, or a                *
      * structured-reply prompt is left for the retry to run whole.    *
      * Any review hold is written first, then the archive; failing    *
      * either, the orphan is left PARKED and no attempt is filed.     *
      *----------------------------------------------------------------*
       RECOVER-MATCHED-REPLY.
           SET HOLD-PARK-OK TO TRUE

           CALL "RESULTS-MASTER-LATEST" USING WS-MATCH-PROMPT-ID
               WS-LATEST-STATUS WS-LATEST-ATTEMPTS WS-LATEST-SESSION
               WS-LATEST-DETAIL WS-LATEST-RC
           IF WS-LATEST-RC = 0
               AND WS-LATEST-STATUS NOT = "ERROR"
               MOVE "SUPERSEDED" TO ORP-OUTCOME
               STRING
                   "prompt already finished "
                   FUNCTION TRIM(WS-LATEST-STATUS)
                   " on attempt " WS-LATEST-ATTEMPTS
                   DELIMITED SIZE
                   INTO ORP-NOTE
               END-STRING
               ADD 1 TO WS-SUPERSEDED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-QUEUE-RECORD
           IF QUEUE-RECORD-MISSING
               MOVE "NORECOVER" TO ORP-OUTCOME
               MOVE "queue record no longer on the prompt queue"
                   TO ORP-NOTE
               ADD 1 TO WS-NORECOVER-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PQ-WANTS-IMAGE
               MOVE "NORECOVER" TO ORP-OUTCOME
               MOVE "image prompt -- left for retry" TO ORP-NOTE
               ADD 1 TO WS-NORECOVER-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-REPLY-LANGUAGE
           IF WS-REPLY-LANGUAGE NOT = "EN"
               MOVE "NORECOVER" TO ORP-OUTCOME
               MOVE "translation needed -- left for retry" TO ORP-NOTE
               ADD 1 TO WS-NORECOVER-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TPL-MAPPING-ID
           MOVE SPACE TO WS-TPL-RELEASE-REVIEW
           IF PQ-TEMPLATE-ID NOT = SPACES
               CALL "TEMPLATE-IN-EFFECT" USING PQ-TEMPLATE-ID
                   WS-TPL-RUN-DATE WS-TPL-TEXT WS-TPL-MAPPING-ID
                   WS-TPL-RELEASE-REVIEW WS-TPL-VERSION-NO WS-TPL-RC
           END-IF

           IF PQ-REPLY-MAPPING-ID NOT = SPACES
               OR WS-TPL-MAPPING-ID NOT = SPACES
               MOVE "NORECOVER" TO ORP-OUTCOME
               MOVE "structured-reply prompt -- left for retry"
                   TO ORP-NOTE
               ADD 1 TO WS-NORECOVER-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE ORP-REPLY-TEXT TO WS-LATE-REPLY
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING ORP-CRYPT-STAMP
               WS-CRYPT-FIELD-NO WS-LATE-REPLY WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               MOVE "reply text cannot be decrypted (key ring)"
                   TO WS-DSC-REASON
               PERFORM KEEP-ORPHAN-PARKED
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-LATE-REPLY
           MOVE 0 TO WS-DSC-HIT-COUNT
           IF WS-VALFAIL-REASON = SPACES
               PERFORM SCREEN-LATE-REPLY-DISCLOSURE
           END-IF
           EVALUATE TRUE
               WHEN WS-VALFAIL-REASON NOT = SPACES
                   MOVE "VALFAIL" TO ORP-OUTCOME
                   MOVE WS-VALFAIL-REASON TO ORP-NOTE
               WHEN WS-DSC-HIT-COUNT > 0
                   MOVE "DISCLOSE" TO ORP-OUTCOME
                   MOVE "reply names another customer's data -- held"
                       TO ORP-NOTE
                   PERFORM CHECK-RELEASE-REVIEW-REQUIRED
                   PERFORM PARK-REPLY-FOR-DISCLOSURE
               WHEN OTHER
                   MOVE "LATE-OK" TO ORP-OUTCOME
                   MOVE "late reply filed as a new attempt" TO ORP-NOTE
                   PERFORM CHECK-RELEASE-REVIEW-REQUIRED
                   IF RELEASE-REVIEW-REQUIRED
                       PERFORM PARK-REPLY-FOR-RELEASE
                   END-IF
           END-EVALUATE

           IF HOLD-PARK-FAILED
               MOVE SPACES TO WS-DSC-REASON
               IF PARK-FAIL-CRYPT
                   STRING
                       FUNCTION TRIM(WS-PARK-FAIL-KIND)
                       " hold text could not be encrypted"
                       DELIMITED SIZE
                       INTO WS-DSC-REASON
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(WS-PARK-FAIL-KIND)
                       " hold file unavailable (status "
                       WS-PARK-FAIL-STATUS ")"
                       DELIMITED SIZE
                       INTO WS-DSC-REASON
                   END-STRING
               END-IF
               PERFORM KEEP-ORPHAN-PARKED
               EXIT PARAGRAPH
           END-IF

      *    The archive goes first: a reply that cannot be encrypted is
      *    kept PARKED with no attempt filed for it. A DISCLOSE reply
      *    is archived only if the privacy reviewer clears it.
           IF ORP-OUTCOME NOT = "DISCLOSE"
               PERFORM WRITE-ARCHIVE-RECORD
               IF WS-CRYPT-RC NOT = 0
                   MOVE "reply text could not be encrypted"
                       TO WS-DSC-REASON
                   PERFORM KEEP-ORPHAN-PARKED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE ORP-OUTCOME
               WHEN "VALFAIL"
                   ADD 1 TO WS-LATE-VALFAIL-COUNT
                   PERFORM WRITE-VALFAIL-REVIEW-RECORD
               WHEN "DISCLOSE"
                   ADD 1 TO WS-DISCLOSE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LATE-OK-COUNT
           END-EVALUATE

           PERFORM FILE-RECOVERED-ATTEMPT
           .

      *----------------------------------------------------------------*
      * RESOLVE-REPLY-LANGUAGE: The prompt's own language, else the    *
      * customer's preferred language for a plain account key, else    *
      * English -- as the runner resolves it. A code the runner does   *
      * not know it answers in English, so that counts as English too. *
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

           SET LANGUAGE-UNKNOWN TO TRUE
           PERFORM TEST-ONE-LANGUAGE-ENTRY
               VARYING WS-LANGUAGE-IDX FROM 1 BY 1
               UNTIL WS-LANGUAGE-IDX > 7
               OR LANGUAGE-KNOWN
           IF LANGUAGE-UNKNOWN
               MOVE "EN" TO WS-REPLY-LANGUAGE
           END-IF
           .

       TEST-ONE-LANGUAGE-ENTRY.
           IF WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) = WS-REPLY-LANGUAGE
               SET LANGUAGE-KNOWN TO TRUE
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
      * KEEP-ORPHAN-PARKED: The late reply cannot be filed safely this *
      * run -- the reason is in WS-DSC-REASON. The orphan stays PARKED *
      * with nothing filed, so the next run tries it again, and the    *
      * run is marked to end with WS-KEPT-PARKED-RC.                   *
      *----------------------------------------------------------------*
       KEEP-ORPHAN-PARKED.
           SET ORP-STATUS-PARKED TO TRUE
           MOVE "KEPT" TO ORP-OUTCOME
           MOVE SPACES TO ORP-NOTE
           STRING
               FUNCTION TRIM(WS-DSC-REASON) "; left PARKED"
               DELIMITED SIZE
               INTO ORP-NOTE
           END-STRING
           ADD 1 TO WS-KEPT-PARKED-COUNT
           DISPLAY "ERROR: " FUNCTION TRIM(WS-MATCH-PROMPT-ID)
               " -- " FUNCTION TRIM(ORP-NOTE)
           .

      *----------------------------------------------------------------*
      * FIND-QUEUE-RECORD: Read the prompt queue for the matched       *
      * prompt's record -- its validation rules, template, profile     *
      * and output kind.                                               *
      *----------------------------------------------------------------*
       FIND-QUEUE-RECORD.
           SET QUEUE-RECORD-MISSING TO TRUE

           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"
               OR QUEUE-RECORD-FOUND

           CLOSE PROMPT-QUEUE
           .

       TEST-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID = WS-MATCH-PROMPT-ID
                       SET QUEUE-RECORD-FOUND TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * VALIDATE-LATE-REPLY: Apply the queue record's validation rules *
      * to the late reply. The first rule that fails leaves its reason *
      * in WS-VALFAIL-REASON; blank rule fields check nothing.         *
      *----------------------------------------------------------------*
       VALIDATE-LATE-REPLY.
           MOVE SPACES TO WS-VALFAIL-REASON

           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-LATE-REPLY TRAILING))
               TO WS-VAL-REPLY-LEN
           IF WS-LATE-REPLY = SPACES
               MOVE 0 TO WS-VAL-REPLY-LEN
           END-IF

           IF PQ-MIN-REPLY-LEN NOT = SPACES
               IF WS-VAL-REPLY-LEN <
                   FUNCTION NUMVAL(PQ-MIN-REPLY-LEN)
                   MOVE "reply shorter than required minimum"
                       TO WS-VALFAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PQ-REQUIRED-KEYWORD NOT = SPACES
               MOVE PQ-REQUIRED-KEYWORD TO WS-VAL-NEEDLE
               PERFORM FIND-NEEDLE-IN-REPLY
               IF WS-VAL-FOUND-POS = 0
                   MOVE "required keyword missing from reply"
                       TO WS-VALFAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PQ-FORBIDDEN-PHRASE NOT = SPACES
               MOVE PQ-FORBIDDEN-PHRASE TO WS-VAL-NEEDLE
               PERFORM FIND-NEEDLE-IN-REPLY
               IF WS-VAL-FOUND-POS > 0
                   MOVE "forbidden phrase present in reply"
                       TO WS-VALFAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PQ-NUMERIC-REQUIRED = "Y"
               MOVE 0 TO WS-VAL-DIGIT-TALLY
               INSPECT WS-LATE-REPLY
                   TALLYING WS-VAL-DIGIT-TALLY
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF WS-VAL-DIGIT-TALLY = 0
                   MOVE "reply carries no numeric figures"
                       TO WS-VALFAIL-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-NEEDLE-IN-REPLY: Locate WS-VAL-NEEDLE inside the late     *
      * reply; zero means absent.                                      *
      *----------------------------------------------------------------*
       FIND-NEEDLE-IN-REPLY.
           MOVE 0 TO WS-VAL-FOUND-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-VAL-NEEDLE TRAILING))
               TO WS-VAL-NEEDLE-LEN
           IF WS-VAL-NEEDLE-LEN = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-NEEDLE-POSITION
               VARYING WS-VAL-SCAN-POS FROM 1 BY 1
               UNTIL WS-VAL-SCAN-POS + WS-VAL-NEEDLE-LEN - 1 >
                   FUNCTION LENGTH(WS-LATE-REPLY)
               OR WS-VAL-FOUND-POS > 0
           .

       TEST-ONE-NEEDLE-POSITION.
           IF WS-LATE-REPLY(WS-VAL-SCAN-POS:WS-VAL-NEEDLE-LEN) =
               WS-VAL-NEEDLE(1:WS-VAL-NEEDLE-LEN)
               MOVE WS-VAL-SCAN-POS TO WS-VAL-FOUND-POS
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-VALFAIL-REVIEW-RECORD: Park the failing late reply in    *
      * the review file with its prompt id and the rule it broke.      *
      *----------------------------------------------------------------*
       WRITE-VALFAIL-REVIEW-RECORD.
           OPEN EXTEND VALFAIL-REVIEW
           IF WS-VF-FILE-STATUS = "35" OR WS-VF-FILE-STATUS = "05"
               OPEN OUTPUT VALFAIL-REVIEW
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING
               FUNCTION TRIM(WS-MATCH-PROMPT-ID) " "
               FUNCTION TRIM(WS-VALFAIL-REASON) " "
               FUNCTION TRIM(WS-LATE-REPLY)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING

           WRITE VALFAIL-REVIEW-RECORD FROM WS-OUT-LINE
           CLOSE VALFAIL-REVIEW
           .

      *----------------------------------------------------------------*
      * FILE-RECOVERED-ATTEMPT: File the outcome as the prompt's next  *
      * attempt on the results master -- on the session and request id *
      * the reply answered, under the template version and pipeline    *
      * link of the attempt that timed out -- and append the matching  *
      * line to the flat results file.                                 *
      *----------------------------------------------------------------*
       FILE-RECOVERED-ATTEMPT.
           MOVE ORP-REQUEST-ID TO WS-REQUEST-ID-TEXT
           MOVE SPACES TO WS-RMW-DETAIL
           EVALUATE ORP-OUTCOME
               WHEN "LATE-OK"
                   STRING
                       "late reply to request "
                       FUNCTION TRIM(WS-REQUEST-ID-TEXT)
                       " recovered from job "
                       FUNCTION TRIM(ORP-JOB-ID)
                       DELIMITED SIZE
                       INTO WS-RMW-DETAIL
                   END-STRING
               WHEN "DISCLOSE"
                   STRING
                       "late reply to request "
                       FUNCTION TRIM(WS-REQUEST-ID-TEXT) ": "
                       FUNCTION TRIM(WS-DSC-REASON)
                       DELIMITED SIZE
                       INTO WS-RMW-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING
                       "late reply to request "
                       FUNCTION TRIM(WS-REQUEST-ID-TEXT) ": "
                       FUNCTION TRIM(WS-VALFAIL-REASON)
                       DELIMITED SIZE
                       INTO WS-RMW-DETAIL
                   END-STRING
           END-EVALUATE

           CALL "RESULTS-MASTER-WRITE-REQUEST" USING WS-MATCH-PROMPT-ID
               ORP-OUTCOME ORP-SESSION-ID WS-RMW-DETAIL
               WS-MATCH-TEMPLATE-VER WS-MATCH-FED-BY ORP-REQUEST-ID
               WS-RMW-RC
           IF WS-RMW-RC NOT = 0
               DISPLAY "WARNING: results master write failed for "
                   FUNCTION TRIM(WS-MATCH-PROMPT-ID)
           END-IF

           OPEN EXTEND PROMPT-RESULTS
           IF WS-PR-FILE-STATUS = "35" OR WS-PR-FILE-STATUS = "05"
               OPEN OUTPUT PROMPT-RESULTS
           END-IF

      *    The flat line of a DISCLOSE carries the reason, never the
      *    held reply.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           IF ORP-OUTCOME = "DISCLOSE"
               STRING
                   FUNCTION TRIM(WS-MATCH-PROMPT-ID) " "
                   FUNCTION TRIM(ORP-OUTCOME) " "
                   FUNCTION TRIM(WS-DSC-REASON)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-MATCH-PROMPT-ID) " "
                   FUNCTION TRIM(ORP-OUTCOME) " "
                   FUNCTION TRIM(WS-LATE-REPLY)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF

           WRITE PROMPT-RESULTS-RECORD FROM WS-OUT-LINE
           CLOSE PROMPT-RESULTS
           .

      *----------------------------------------------------------------*
      * WRITE-ARCHIVE-RECORD: Write or refresh the prompt's archive    *
      * record with the late reply, so the search console, delivery    *
      * and letters see it as they would an answer that arrived in     *
      * time.                                                          *
      *----------------------------------------------------------------*
       WRITE-ARCHIVE-RECORD.
           MOVE 0 TO WS-CRYPT-RC
           OPEN I-O RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-ARCHIVE
               CLOSE RESPONSE-ARCHIVE
               OPEN I-O RESPONSE-ARCHIVE
           END-IF

           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: response archive unavailable ("
                   WS-RA-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MATCH-PROMPT-ID    TO RA-PROMPT-ID
           MOVE ORP-OUTCOME           TO RA-STATUS
           MOVE ORP-SESSION-ID        TO RA-SESSION-ID
           MOVE ORP-JOB-ID            TO RA-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE WS-LATE-REPLY         TO RA-REPLY-TEXT
           MOVE PQ-PROFILE-ID         TO RA-PROFILE-ID
           MOVE WS-MATCH-TEMPLATE-VER TO RA-TEMPLATE-VERSION
           MOVE SPACES                TO RA-SUPERSEDED-BY
           MOVE SPACES                TO RA-IMAGE-REF
      *    A late reply is the untranslated first answer; no
      *    translation turn ever ran for it.
           MOVE "EN"                  TO RA-LANGUAGE
           MOVE SPACES                TO RA-ORIGINAL-TEXT
           PERFORM ENCRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE RESPONSE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           WRITE RESPONSE-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE RESPONSE-ARCHIVE-RECORD
           END-WRITE

           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * ENCRYPT-ARCHIVE-TEXT: Stamp the record under the active key    *
      * and encrypt its text fields; keys and timestamps stay clear.   *
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
      * ENCRYPT-RELEASE-TEXT / ENCRYPT-DISCLOSE-TEXT: The same for the *
      * two hold records the late reply may be parked in.              *
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
      * when its template or its agent profile is marked for it.       *
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
      * PARK-REPLY-FOR-RELEASE: Write (or refresh) the PENDING         *
      * release-hold record carrying the late reply. A failure is left *
      * in HOLD-PARK-FAILED.                                           *
      *----------------------------------------------------------------*
       PARK-REPLY-FOR-RELEASE.
           OPEN I-O RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-HOLD
               CLOSE RELEASE-HOLD
               OPEN I-O RELEASE-HOLD
           END-IF

           IF WS-RLH-FILE-STATUS NOT = "00"
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "release" TO WS-PARK-FAIL-KIND
               MOVE WS-RLH-FILE-STATUS TO WS-PARK-FAIL-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                TO RELEASE-HOLD-RECORD
           MOVE WS-MATCH-PROMPT-ID    TO RLH-PROMPT-ID
           MOVE PQ-TEMPLATE-ID        TO RLH-TEMPLATE-ID
           MOVE PQ-PROFILE-ID         TO RLH-PROFILE-ID
           MOVE ORP-SESSION-ID        TO RLH-SESSION-ID
           MOVE ORP-JOB-ID            TO RLH-JOB-ID
           MOVE WS-LATE-REPLY         TO RLH-REPLY-TEXT
           MOVE "PENDING"             TO RLH-STATUS
           MOVE FUNCTION CURRENT-DATE TO RLH-TIMESTAMP
           PERFORM ENCRYPT-RELEASE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE RELEASE-HOLD
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "release" TO WS-PARK-FAIL-KIND
               SET PARK-FAIL-CRYPT TO TRUE
               EXIT PARAGRAPH
           END-IF

           WRITE RELEASE-HOLD-RECORD
               INVALID KEY
                   REWRITE RELEASE-HOLD-RECORD
           END-WRITE
           MOVE WS-RLH-FILE-STATUS TO WS-PARK-FAIL-STATUS
           CLOSE RELEASE-HOLD
           IF WS-PARK-FAIL-STATUS NOT = "00"
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "release" TO WS-PARK-FAIL-KIND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RELEASE-HELD-COUNT
           DISPLAY "Held for release review: "
               FUNCTION TRIM(WS-MATCH-PROMPT-ID)
           .

      *----------------------------------------------------------------*
      * SCREEN-LATE-REPLY-DISCLOSURE: Screen the late reply for        *
      * accounts and orders that are not the prompt's own, as the      *
      * runner screens a reply that arrived in time. Masters that      *
      * cannot be opened leave the reply unscreened, with a warning.   *
      *----------------------------------------------------------------*
       SCREEN-LATE-REPLY-DISCLOSURE.
           MOVE SPACES TO WS-DSC-REASON
           CALL "COPILOT-SCREEN-DISCLOSURE" USING WS-LATE-REPLY
               PQ-BUSINESS-KEY WS-DSC-HIT-COUNT WS-DSC-HIT-TABLE
               WS-DSC-RC
           IF WS-DSC-RC NOT = 0
               DISPLAY "WARNING: " FUNCTION TRIM(WS-MATCH-PROMPT-ID)
                   " not screened for disclosure -- customer and"
                   " order masters unavailable"
               MOVE 0 TO WS-DSC-HIT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-DSC-HIT-COUNT > 0
               STRING
                   "reply names " FUNCTION TRIM(WS-DSC-HIT-KIND(1))
                   " " FUNCTION TRIM(WS-DSC-HIT-KEY(1))
                   " of account " FUNCTION TRIM(WS-DSC-HIT-OWNER(1))
                   " (" WS-DSC-HIT-COUNT " hit(s)); held for privacy"
                   " review"
                   DELIMITED SIZE
                   INTO WS-DSC-REASON
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * PARK-REPLY-FOR-DISCLOSURE: Write (or refresh) the PENDING      *
      * disclosure-hold record carrying the late reply and its hits.   *
      * A failure is left in HOLD-PARK-FAILED.                         *
      *----------------------------------------------------------------*
       PARK-REPLY-FOR-DISCLOSURE.
           OPEN I-O DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS = "35"
               OPEN OUTPUT DISCLOSURE-HOLD
               CLOSE DISCLOSURE-HOLD
               OPEN I-O DISCLOSURE-HOLD
           END-IF

           IF WS-DSH-FILE-STATUS NOT = "00"
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "disclosure" TO WS-PARK-FAIL-KIND
               MOVE WS-DSH-FILE-STATUS TO WS-PARK-FAIL-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                TO DISCLOSURE-HOLD-RECORD
           MOVE WS-MATCH-PROMPT-ID    TO DSH-PROMPT-ID
           MOVE PQ-BUSINESS-KEY       TO DSH-BUSINESS-KEY
           MOVE PQ-TEMPLATE-ID        TO DSH-TEMPLATE-ID
           MOVE PQ-PROFILE-ID         TO DSH-PROFILE-ID
           MOVE ORP-SESSION-ID        TO DSH-SESSION-ID
           MOVE ORP-JOB-ID            TO DSH-JOB-ID
           MOVE WS-MATCH-TEMPLATE-VER TO DSH-TEMPLATE-VERSION
           MOVE "EN"                  TO DSH-LANGUAGE
           MOVE "LATE-OK"             TO DSH-REPLY-STATUS
           IF RELEASE-REVIEW-REQUIRED
               MOVE "Y"               TO DSH-RELEASE-REVIEW
           ELSE
               MOVE "N"               TO DSH-RELEASE-REVIEW
           END-IF
           MOVE WS-DSC-HIT-COUNT      TO DSH-HIT-COUNT
           MOVE WS-DSC-HIT-TABLE      TO DSH-HIT-TABLE-AREA
           MOVE WS-LATE-REPLY         TO DSH-REPLY-TEXT
           MOVE "PENDING"             TO DSH-STATUS
           MOVE FUNCTION CURRENT-DATE TO DSH-TIMESTAMP
           PERFORM ENCRYPT-DISCLOSE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE DISCLOSURE-HOLD
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "disclosure" TO WS-PARK-FAIL-KIND
               SET PARK-FAIL-CRYPT TO TRUE
               EXIT PARAGRAPH
           END-IF

           WRITE DISCLOSURE-HOLD-RECORD
               INVALID KEY
                   REWRITE DISCLOSURE-HOLD-RECORD
           END-WRITE
           MOVE WS-DSH-FILE-STATUS TO WS-PARK-FAIL-STATUS
           CLOSE DISCLOSURE-HOLD
           IF WS-PARK-FAIL-STATUS NOT = "00"
               SET HOLD-PARK-FAILED TO TRUE
               MOVE "disclosure" TO WS-PARK-FAIL-KIND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Held for disclosure review: "
               FUNCTION TRIM(WS-MATCH-PROMPT-ID)
           .

      *----------------------------------------------------------------*
      * SETTLE-ORPHAN: Stamp the orphan with the recovery time,        *
      * rewrite it, count it, and list it on the report.               *
      *----------------------------------------------------------------*
       SETTLE-ORPHAN.
           IF NOT ORP-STATUS-PARKED
               MOVE FUNCTION CURRENT-DATE TO ORP-RECOVERED-AT
           END-IF
           REWRITE ORPHAN-REPLY-RECORD
               INVALID KEY
                   DISPLAY "WARNING: orphan rewrite failed for job "
                       FUNCTION TRIM(ORP-JOB-ID)
           END-REWRITE

           EVALUATE TRUE
               WHEN ORP-STATUS-MATCHED
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN ORP-STATUS-UNMATCHED
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               ORP-STATUS " " ORP-JOB-ID " " ORP-REQUEST-ID " "
               ORP-PROMPT-ID " " ORP-OUTCOME " "
               FUNCTION TRIM(ORP-NOTE)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "           session " ORP-SESSION-ID
               "  parked " ORP-PARKED-AT(1:8) " "
               ORP-PARKED-AT(9:2) ":" ORP-PARKED-AT(11:2)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           .
