      *================================================================*
      * WORK-INBOX-CONSOLE.cob                                         *
      * One inbox over every human-review queue, so open work stops    *
      * hiding in files nobody has a terminal on:                      *
      *                                                                *
      *   EPM      EPM-REVIEW.DAT          PENDING plans               *
      *   SCREEN   PROMPT-SCREEN-HOLD.DAT  PENDING screened prompts    *
      *   RELEASE  RELEASE-HOLD.DAT        PENDING held replies        *
      *   DISCLOSE DISCLOSURE-HOLD.DAT     PENDING replies naming      *
      *                                    another customer's data     *
      *   UPDATE   PENDING-UPDATE-JOURNAL.DAT  PENDING master updates  *
      *   VALFAIL  VALFAIL-REVIEW.DAT      replies failing validation  *
      *   QUAR     PROMPT-QUARANTINE.DAT   prompts past retry limit    *
      *   REISSUE  REISSUE-WORKLIST.DAT    OPEN answers quoting stale  *
      *                                    master data                 *
      *                                                                *
      * Each open item is listed with its type, age, and the prompt    *
      * and session it concerns; items older than the site's           *
      * INBOX-AGE-LIMIT (minutes, default 240) are flagged AGED. An    *
      * operator claims an item before working it, so two operators    *
      * never work the same one, and can jump straight to that         *
      * item's decision console. VALFAIL and QUARANTINE items have no  *
      * decision record of their own; they are cleared here, with a    *
      * note, once worked. Claims, clearances and the first-seen time  *
      * of items that carry no timestamp live in WORK-INBOX-CLAIMS.DAT *
      * and every claim action is journalled.                          *
      *                                                                *
      * At shift change the handover option prints the open, claimed   *
      * and aged items to INBOX-HANDOVER-<timestamp>.TXT; the          *
      * incoming operator signs on to acknowledge it, may take over    *
      * the outgoing operator's claims, and the acknowledgement is     *
      * recorded in SHIFT-HANDOVER-LOG.DAT and on the report itself.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-INBOX-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT EPM-REVIEW-FILE ASSIGN TO WS-EPMR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPMR-REQUEST-ID
               FILE STATUS IS WS-EPMR-FILE-STATUS.
           SELECT SCREEN-HOLD ASSIGN TO WS-SCR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-PROMPT-ID
               FILE STATUS IS WS-SCR-FILE-STATUS.
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
           SELECT PENDING-UPDATE-JOURNAL ASSIGN TO WS-PUJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUJ-UPDATE-ID
               FILE STATUS IS WS-PUJ-FILE-STATUS.
           SELECT VALFAIL-REVIEW ASSIGN TO WS-VF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-FILE-STATUS.
           SELECT REISSUE-WORKLIST ASSIGN TO WS-SWL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWL-PROMPT-ID
               FILE STATUS IS WS-SWL-FILE-STATUS.
           SELECT INBOX-CLAIMS ASSIGN TO WS-WIC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIC-ITEM-KEY
               FILE STATUS IS WS-WIC-FILE-STATUS.
           SELECT CLAIM-JOURNAL ASSIGN TO WS-CJN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJN-FILE-STATUS.
           SELECT HANDOVER-LOG ASSIGN TO WS-HOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of WS-EPM-REVIEW-RECORD in            *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  EPM-REVIEW-FILE.
       01  EPM-REVIEW-FILE-RECORD.
           05 EPMR-REQUEST-ID       PIC X(40).
           05 EPMR-SESSION-ID       PIC X(64).
           05 EPMR-SUMMARY          PIC X(1024).
           05 EPMR-PLAN-CONTENT     PIC X(2048).
           05 EPMR-ACTIONS          PIC X(1024).
           05 EPMR-RECOMMENDED      PIC X(64).
           05 EPMR-STATUS           PIC X(10).
           05 EPMR-SELECTED-ACTION  PIC X(64).
           05 EPMR-FEEDBACK         PIC X(256).
           05 EPMR-TIMESTAMP        PIC X(21).
           05 EPMR-DECIDED-BY       PIC X(8).

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
           05 DSH-DECIDED-BY        PIC X(8).
           05 DSH-DECIDED-TS        PIC X(21).
           05 DSH-DECISION-NOTE     PIC X(128).
           05 DSH-TIMESTAMP         PIC X(21).
           05 DSH-CRYPT-STAMP.
               10 DSH-CRYPT-KEY-ID  PIC X(8).
               10 DSH-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of the journal record written by      *
      *    ADDRESS-UPDATE-TOOL -- keep the two in sync by hand.        *
       FD  PENDING-UPDATE-JOURNAL.
       01  PENDING-UPDATE-RECORD.
           05 PUJ-UPDATE-ID         PIC X(40).
           05 PUJ-FILE-NAME         PIC X(20).
           05 PUJ-RECORD-KEY        PIC X(20).
           05 PUJ-BEFORE-IMAGE      PIC X(256).
           05 PUJ-AFTER-IMAGE       PIC X(256).
           05 PUJ-SESSION-ID        PIC X(64).
           05 PUJ-STATUS            PIC X(10).
           05 PUJ-TIMESTAMP         PIC X(21).
           05 PUJ-DECIDED-TS        PIC X(21).

       FD  VALFAIL-REVIEW.
       01  VALFAIL-REVIEW-RECORD    PIC X(2200).

      *    Field-for-field match of the quarantine record written by   *
      *    PROMPT-RETRY-REQUEUE -- keep the two in sync by hand.       *
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05 QUAR-PROMPT-ID        PIC X(20).
           05 QUAR-ATTEMPTS         PIC 9(3).
           05 QUAR-TIMESTAMP        PIC X(21).
           05 QUAR-ERROR-TEXT       PIC X(512).

      *    Field-for-field match of the worklist record written by     *
      *    STALE-ANSWER-SWEEP -- keep the two in sync by hand.         *
       FD  REISSUE-WORKLIST.
       01  REISSUE-WORKLIST-RECORD.
           05 SWL-PROMPT-ID         PIC X(20).
           05 SWL-STATE             PIC X(10).
               88 SWL-STATE-OPEN                VALUE "OPEN".
           05 SWL-KEY-KIND          PIC X(8).
           05 SWL-KEY-VALUE         PIC X(12).
           05 SWL-FIELD-NAME        PIC X(12).
           05 SWL-OLD-VALUE         PIC X(128).
           05 SWL-NEW-VALUE         PIC X(128).
           05 SWL-CHANGE-SOURCE     PIC X(8).
           05 SWL-CHANGE-REF        PIC X(40).
           05 SWL-FOUND-IN          PIC X(8).
           05 SWL-LETTER-NAME       PIC X(64).
           05 SWL-SESSION-ID        PIC X(64).
           05 SWL-REPLY-TS          PIC X(21).
           05 SWL-MORE-CHANGES      PIC 9(3).
           05 SWL-FLAGGED-TS        PIC X(21).
           05 SWL-DECIDED-BY        PIC X(8).
           05 SWL-DECIDED-TS        PIC X(21).
           05 SWL-RERUN-ID          PIC X(20).
           05 SWL-NOTE              PIC X(128).

      *    One record per inbox item anyone has claimed or cleared, or *
      *    whose first sighting had to be remembered for its age.      *
       FD  INBOX-CLAIMS.
       01  INBOX-CLAIM-RECORD.
           05 WIC-ITEM-KEY.
               10 WIC-ITEM-TYPE     PIC X(8).
               10 WIC-ITEM-ID       PIC X(40).
           05 WIC-STATE             PIC X(8).
               88 WIC-STATE-OPEN                VALUE "OPEN".
               88 WIC-STATE-CLAIMED             VALUE "CLAIMED".
               88 WIC-STATE-CLEARED             VALUE "CLEARED".
           05 WIC-FIRST-SEEN-TS     PIC X(21).
           05 WIC-CLAIMED-BY        PIC X(8).
           05 WIC-CLAIMED-TS        PIC X(21).
           05 WIC-CLEARED-BY        PIC X(8).
           05 WIC-CLEARED-TS        PIC X(21).
           05 WIC-NOTE              PIC X(128).

       FD  CLAIM-JOURNAL.
       01  CLAIM-JOURNAL-RECORD     PIC X(256).

       FD  HANDOVER-LOG.
       01  HANDOVER-LOG-RECORD.
           05 HOL-TIMESTAMP         PIC X(21).
           05 HOL-OUTGOING-ID       PIC X(8).
           05 HOL-INCOMING-ID       PIC X(8).
           05 HOL-OUTCOME           PIC X(12).
           05 HOL-OPEN-COUNT        PIC 9(5).
           05 HOL-CLAIMED-COUNT     PIC 9(5).
           05 HOL-AGED-COUNT        PIC 9(5).
           05 HOL-CLAIMS-MOVED      PIC 9(5).
           05 HOL-REPORT-FILE       PIC X(64).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-EPMR-FILE-NAME        PIC X(64)  VALUE "EPM-REVIEW.DAT".
       01  WS-EPMR-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-SCR-FILE-NAME         PIC X(64)
           VALUE "PROMPT-SCREEN-HOLD.DAT".
       01  WS-SCR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PUJ-FILE-NAME         PIC X(64)
           VALUE "PENDING-UPDATE-JOURNAL.DAT".
       01  WS-PUJ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-VF-FILE-NAME          PIC X(64)
           VALUE "VALFAIL-REVIEW.DAT".
       01  WS-VF-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-QUAR-FILE-NAME        PIC X(64)
           VALUE "PROMPT-QUARANTINE.DAT".
       01  WS-QUAR-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-SWL-FILE-NAME         PIC X(64)
           VALUE "REISSUE-WORKLIST.DAT".
       01  WS-SWL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-WIC-FILE-NAME         PIC X(64)
           VALUE "WORK-INBOX-CLAIMS.DAT".
       01  WS-WIC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CJN-FILE-NAME         PIC X(64)
           VALUE "WORK-INBOX-JOURNAL.DAT".
       01  WS-CJN-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HOL-FILE-NAME         PIC X(64)
           VALUE "SHIFT-HANDOVER-LOG.DAT".
       01  WS-HOL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-AGE-LIMIT-MINS        PIC 9(7)   VALUE 240.
       01  WS-NOW-DAYS              PIC 9(8)   VALUE 0.
       01  WS-NOW-MINS              PIC 9(8)   VALUE 0.
       01  WS-ITEM-DAYS             PIC 9(8)   VALUE 0.
       01  WS-ITEM-MINS             PIC 9(8)   VALUE 0.
       01  WS-AGE-MINS              PIC S9(8)  VALUE 0.
       01  WS-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-AGE-TS                PIC X(21)  VALUE SPACES.

       01  WS-USER-CHOICE           PIC X(8)   VALUE SPACES.
       01  WS-USER-ITEM-NO          PIC X(5)   VALUE SPACES.
       01  WS-USER-NOTE             PIC X(128) VALUE SPACES.
       01  WS-USER-ANSWER           PIC X(8)   VALUE SPACES.
       01  WS-PICK-NO               PIC 9(5)   VALUE 0.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-SCREEN-PROGRAM        PIC X(32)  VALUE SPACES.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Any signed-on
      *    operator may list, claim and work items; clearing a
      *    VALFAIL or QUARANTINE item takes level 2, and releasing
      *    another operator's claim takes level 3.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-NEEDED-LEVEL          PIC 9      VALUE 0.
       01  WS-CLEAR-LEVEL           PIC 9      VALUE 2.
       01  WS-OVERRIDE-LEVEL        PIC 9      VALUE 3.

      *    The incoming operator at a shift handover.
       01  WS-INCOMING-ID           PIC X(8)   VALUE SPACES.
       01  WS-INCOMING-NAME         PIC X(32)  VALUE SPACES.
       01  WS-INCOMING-LEVEL        PIC 9      VALUE 0.
       01  WS-INCOMING-RC           PIC S9(4)  VALUE 0.
       01  WS-CLAIMS-MOVED          PIC 9(5)   VALUE 0.

      *    The inbox as last loaded.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT         PIC 9(5)   VALUE 0.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITEM-TYPE      PIC X(8)   VALUE SPACES.
               10 WS-ITEM-ID        PIC X(40)  VALUE SPACES.
               10 WS-ITEM-PROMPT    PIC X(20)  VALUE SPACES.
               10 WS-ITEM-SESSION   PIC X(64)  VALUE SPACES.
               10 WS-ITEM-AGE       PIC S9(8)  VALUE 0.
               10 WS-ITEM-CLAIMED-BY PIC X(8)  VALUE SPACES.
               10 WS-ITEM-DETAIL    PIC X(60)  VALUE SPACES.
               10 WS-ITEM-AGED-FLAG PIC 9      VALUE 0.
                   88 ITEM-IS-AGED              VALUE 1.
       01  WS-ITEM-IDX              PIC 9(5)   VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(5)   VALUE 0.
       01  WS-CLAIMED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-AGED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-TYPE-COUNTS.
           05 WS-CNT-EPM            PIC 9(5)   VALUE 0.
           05 WS-CNT-SCREEN         PIC 9(5)   VALUE 0.
           05 WS-CNT-RELEASE        PIC 9(5)   VALUE 0.
           05 WS-CNT-DISCLOSE       PIC 9(5)   VALUE 0.
           05 WS-CNT-UPDATE         PIC 9(5)   VALUE 0.
           05 WS-CNT-VALFAIL        PIC 9(5)   VALUE 0.
           05 WS-CNT-QUAR           PIC 9(5)   VALUE 0.
           05 WS-CNT-REISSUE        PIC 9(5)   VALUE 0.

      *    The item being added to the table.
       01  WS-NEW-TYPE              PIC X(8)   VALUE SPACES.
       01  WS-NEW-ID                PIC X(40)  VALUE SPACES.
       01  WS-NEW-PROMPT            PIC X(20)  VALUE SPACES.
       01  WS-NEW-SESSION           PIC X(64)  VALUE SPACES.
       01  WS-NEW-TS                PIC X(21)  VALUE SPACES.
       01  WS-NEW-DETAIL            PIC X(60)  VALUE SPACES.
       01  WS-CLAIMS-OPEN-FLAG      PIC 9      VALUE 0.
           88 CLAIMS-ARE-OPEN                  VALUE 1.
           88 CLAIMS-NOT-OPEN                  VALUE 0.

      *    One VALFAIL line: its prompt id, the rest, and how many
      *    lines for the same prompt came before it -- the line's
      *    identity, since the file carries no key or timestamp.
       01  WS-VF-LINE               PIC X(2200) VALUE SPACES.
       01  WS-VF-PROMPT-ID          PIC X(20)  VALUE SPACES.
       01  WS-VF-PTR                PIC 9(5)   VALUE 1.
       01  WS-VF-SEEN-TABLE.
           05 WS-VFS-COUNT          PIC 9(3)   VALUE 0.
           05 WS-VFS-ENTRY OCCURS 500 TIMES.
               10 WS-VFS-PROMPT     PIC X(20)  VALUE SPACES.
               10 WS-VFS-TIMES      PIC 9(3)   VALUE 0.
       01  WS-VFS-IDX               PIC 9(3)   VALUE 0.
       01  WS-VFS-FOUND             PIC 9(3)   VALUE 0.
       01  WS-VF-OCCURRENCE         PIC 9(3)   VALUE 0.

       01  WS-JOURNAL-LINE          PIC X(256) VALUE SPACES.
       01  WS-JOURNAL-ACTION        PIC X(12)  VALUE SPACES.
       01  WS-JOURNAL-DETAIL        PIC X(128) VALUE SPACES.

      *    Handover report paging.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SECTION-NAME          PIC X(8)   VALUE SPACES.
       01  WS-SECTION-COUNT         PIC 9(5)   VALUE 0.
       01  WS-AGED-MARK             PIC X(6)   VALUE SPACES.

      *    Lock directory discipline borrowed from COPILOT-CLIENT's
      *    shared-file access layer: mkdir wins the lock, rmdir
      *    releases it, bounded retries with a short sleep between.
       01  WS-LOCK-DIR-NAME         PIC X(80)  VALUE SPACES.
       01  WS-LOCK-COMMAND          PIC X(128) VALUE SPACES.
       01  WS-LOCK-RC               PIC S9(4)  VALUE 0.
       01  WS-LOCK-ATTEMPT          PIC 9(3)   VALUE 0.
       01  WS-LOCK-RETRY-LIMIT      PIC 9(3)   VALUE 3.
       01  WS-LOCK-SLEEP-CMD        PIC X(16)  VALUE "sleep 1".
       01  WS-LOCK-HELD-FLAG        PIC 9      VALUE 0.
           88 LOCK-IS-HELD                     VALUE 1.
           88 LOCK-NOT-HELD                    VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Operator Work Inbox ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           PERFORM LOAD-SITE-CONFIG
           PERFORM LIST-INBOX

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-SITE-CONFIG: The aged-item threshold and the EPM review   *
      * file override, with the same failover switch the EPM console   *
      * honours.                                                       *
      *----------------------------------------------------------------*
       LOAD-SITE-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-SITE-CONFIG-RECORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG

           IF FILE-SET-MIRROR
               PERFORM APPLY-FAILOVER-FILE-SET
           END-IF
           .

       APPLY-ONE-SITE-CONFIG-RECORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "INBOX-AGE-LIMIT"
                           IF FUNCTION TRIM(SCFG-VALUE) IS NUMERIC
                               MOVE FUNCTION NUMVAL(SCFG-VALUE)
                                   TO WS-AGE-LIMIT-MINS
                           END-IF
                       WHEN "EPM-REVIEW-FILE"
                           MOVE SCFG-VALUE TO WS-EPMR-FILE-NAME
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
           MOVE WS-EPMR-FILE-NAME TO WS-MIRROR-NAME-WORK
           MOVE SPACES TO WS-EPMR-FILE-NAME
           STRING
               FUNCTION TRIM(WS-MIRROR-DIR) "/"
               FUNCTION TRIM(WS-MIRROR-NAME-WORK)
               DELIMITED SIZE
               INTO WS-EPMR-FILE-NAME
           END-STRING
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Offer the inbox actions.                         *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           DISPLAY " "
           DISPLAY "l = list, c = claim, u = unclaim, j = jump to "
               "decision screen,"
           DISPLAY "x = clear, h = shift handover, q = quit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-CHOICE

           EVALUATE WS-USER-CHOICE
               WHEN "l"
               WHEN "L"
                   PERFORM LIST-INBOX
               WHEN "c"
               WHEN "C"
                   PERFORM PICK-INBOX-ITEM
                   IF WS-PICK-NO > 0
                       PERFORM CLAIM-INBOX-ITEM
                   END-IF
               WHEN "u"
               WHEN "U"
                   PERFORM PICK-INBOX-ITEM
                   IF WS-PICK-NO > 0
                       PERFORM UNCLAIM-INBOX-ITEM
                   END-IF
               WHEN "j"
               WHEN "J"
                   PERFORM PICK-INBOX-ITEM
                   IF WS-PICK-NO > 0
                       PERFORM JUMP-TO-DECISION-SCREEN
                   END-IF
               WHEN "x"
               WHEN "X"
                   MOVE WS-CLEAR-LEVEL TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM PICK-INBOX-ITEM
                       IF WS-PICK-NO > 0
                           PERFORM CLEAR-INBOX-ITEM
                       END-IF
                   END-IF
               WHEN "h"
               WHEN "H"
                   PERFORM SHIFT-HANDOVER
               WHEN "q"
               WHEN "Q"
                   SET OPERATOR-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "Unrecognised choice."
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-AUTHORITY-LEVEL: Refuse the action (by zeroing the       *
      * needed-level flag only on a pass) when the operator's level    *
      * is below what it takes.                                        *
      *----------------------------------------------------------------*
       CHECK-AUTHORITY-LEVEL.
           IF WS-OPERATOR-LEVEL >= WS-NEEDED-LEVEL
               MOVE 0 TO WS-NEEDED-LEVEL
           ELSE
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " is below the level " WS-NEEDED-LEVEL
                   " this action takes."
           END-IF
           .

      *----------------------------------------------------------------*
      * PICK-INBOX-ITEM: Ask for an item number from the last listing. *
      * A zero pick means nothing valid was chosen.                    *
      *----------------------------------------------------------------*
       PICK-INBOX-ITEM.
           MOVE 0 TO WS-PICK-NO
           DISPLAY "Item number: " WITH NO ADVANCING
           ACCEPT WS-USER-ITEM-NO
           IF FUNCTION TRIM(WS-USER-ITEM-NO) IS NOT NUMERIC
               DISPLAY "Not an item number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-USER-ITEM-NO) TO WS-PICK-NO
           IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-ITEM-COUNT
               DISPLAY "No item " FUNCTION TRIM(WS-USER-ITEM-NO)
                   " in the last listing."
               MOVE 0 TO WS-PICK-NO
           END-IF
           .

      *----------------------------------------------------------------*
      * LIST-INBOX: Reload every queue and show the open items.        *
      *----------------------------------------------------------------*
       LIST-INBOX.
           PERFORM LOAD-INBOX-ITEMS

           DISPLAY " "
           DISPLAY "No.   Type     Age(min)  Claimed   Prompt / "
               "session / item"
           PERFORM SHOW-ONE-INBOX-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           DISPLAY " "
           IF WS-ITEM-COUNT = 0
               DISPLAY "The inbox is empty."
           END-IF
           DISPLAY "Open " WS-OPEN-COUNT
               "   claimed " WS-CLAIMED-COUNT
               "   aged (over " WS-AGE-LIMIT-MINS " min) "
               WS-AGED-COUNT
           DISPLAY "EPM " WS-CNT-EPM "  SCREEN " WS-CNT-SCREEN
               "  RELEASE " WS-CNT-RELEASE "  UPDATE " WS-CNT-UPDATE
               "  VALFAIL " WS-CNT-VALFAIL "  QUAR " WS-CNT-QUAR
               "  REISSUE " WS-CNT-REISSUE
               "  DISCLOSE " WS-CNT-DISCLOSE
           .

       SHOW-ONE-INBOX-ITEM.
           IF ITEM-IS-AGED(WS-ITEM-IDX)
               MOVE "*AGED*" TO WS-AGED-MARK
           ELSE
               MOVE SPACES TO WS-AGED-MARK
           END-IF
           DISPLAY WS-ITEM-IDX " " WS-ITEM-TYPE(WS-ITEM-IDX) " "
               WS-ITEM-AGE(WS-ITEM-IDX) " "
               WS-ITEM-CLAIMED-BY(WS-ITEM-IDX) "  "
               FUNCTION TRIM(WS-ITEM-PROMPT(WS-ITEM-IDX)) " / "
               FUNCTION TRIM(WS-ITEM-SESSION(WS-ITEM-IDX)) " / "
               FUNCTION TRIM(WS-ITEM-ID(WS-ITEM-IDX)) " "
               WS-AGED-MARK
           DISPLAY "        " FUNCTION TRIM(WS-ITEM-DETAIL(WS-ITEM-IDX))
           .

      *----------------------------------------------------------------*
      * LOAD-INBOX-ITEMS: Gather the open items from every queue into  *
      * the table, with their claims and ages. The claims file is read *
      * (and first sightings written) under the claims lock; when the  *
      * lock cannot be had the items are listed without their claims.  *
      *----------------------------------------------------------------*
       LOAD-INBOX-ITEMS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE(1:8)) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-NOW-DAYS
           COMPUTE WS-NOW-MINS =
               FUNCTION NUMVAL(WS-TODAY-DATE(9:2)) * 60
               + FUNCTION NUMVAL(WS-TODAY-DATE(11:2))

           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-CLAIMED-COUNT
           MOVE 0 TO WS-AGED-COUNT
           INITIALIZE WS-TYPE-COUNTS

           SET CLAIMS-NOT-OPEN TO TRUE
           PERFORM ACQUIRE-CLAIMS-LOCK
           IF LOCK-IS-HELD
               PERFORM OPEN-CLAIMS-FILE
           ELSE
               DISPLAY "WARNING: The inbox claims file is busy; "
                   "claims not shown -- list again."
           END-IF

           PERFORM LOAD-EPM-ITEMS
           PERFORM LOAD-SCREEN-ITEMS
           PERFORM LOAD-RELEASE-ITEMS
           PERFORM LOAD-DISCLOSE-ITEMS
           PERFORM LOAD-UPDATE-ITEMS
           PERFORM LOAD-VALFAIL-ITEMS
           PERFORM LOAD-QUARANTINE-ITEMS
           PERFORM LOAD-REISSUE-ITEMS

           PERFORM CLOSE-AND-UNLOCK-CLAIMS
           .

      *----------------------------------------------------------------*
      * OPEN-CLAIMS-FILE: I-O, creating the file on first use.         *
      *----------------------------------------------------------------*
       OPEN-CLAIMS-FILE.
           SET CLAIMS-NOT-OPEN TO TRUE
           MOVE "00" TO WS-WIC-FILE-STATUS
           OPEN I-O INBOX-CLAIMS
           IF WS-WIC-FILE-STATUS = "35"
               OPEN OUTPUT INBOX-CLAIMS
               CLOSE INBOX-CLAIMS
               OPEN I-O INBOX-CLAIMS
           END-IF
           IF WS-WIC-FILE-STATUS = "00"
               SET CLAIMS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: Unable to open the inbox claims file"
           END-IF
           .

       LOAD-EPM-ITEMS.
           MOVE "00" TO WS-EPMR-FILE-STATUS
           OPEN INPUT EPM-REVIEW-FILE
           IF WS-EPMR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-EPM-ITEM
               UNTIL WS-EPMR-FILE-STATUS NOT = "00"
           CLOSE EPM-REVIEW-FILE
           .

       LOAD-ONE-EPM-ITEM.
           READ EPM-REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EPMR-FILE-STATUS
               NOT AT END
                   IF EPMR-STATUS = "PENDING"
                       MOVE "EPM"            TO WS-NEW-TYPE
                       MOVE EPMR-REQUEST-ID  TO WS-NEW-ID
                       MOVE "-"              TO WS-NEW-PROMPT
                       MOVE EPMR-SESSION-ID  TO WS-NEW-SESSION
                       MOVE EPMR-TIMESTAMP   TO WS-NEW-TS
                       MOVE EPMR-SUMMARY     TO WS-NEW-DETAIL
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

       LOAD-SCREEN-ITEMS.
           MOVE "00" TO WS-SCR-FILE-STATUS
           OPEN INPUT SCREEN-HOLD
           IF WS-SCR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-SCREEN-ITEM
               UNTIL WS-SCR-FILE-STATUS NOT = "00"
           CLOSE SCREEN-HOLD
           .

       LOAD-ONE-SCREEN-ITEM.
           READ SCREEN-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-SCR-FILE-STATUS
               NOT AT END
                   IF SCR-STATUS = "PENDING"
                       MOVE "SCREEN"         TO WS-NEW-TYPE
                       MOVE SCR-PROMPT-ID    TO WS-NEW-ID
                       MOVE SCR-PROMPT-ID    TO WS-NEW-PROMPT
                       MOVE "-"              TO WS-NEW-SESSION
                       MOVE SCR-TIMESTAMP    TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           "restricted term: "
                           FUNCTION TRIM(SCR-MATCHED-TERM)
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

      *    No hold file is an empty queue; one that cannot be read is
      *    said so, not shown as empty.
       LOAD-RELEASE-ITEMS.
           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RLH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: release hold file unreadable (status "
                   WS-RLH-FILE-STATUS "); RELEASE items not listed"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-RELEASE-ITEM
               UNTIL WS-RLH-FILE-STATUS NOT = "00"
           CLOSE RELEASE-HOLD
           .

       LOAD-ONE-RELEASE-ITEM.
           READ RELEASE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLH-FILE-STATUS
               NOT AT END
                   IF RLH-STATUS-PENDING
                       MOVE "RELEASE"        TO WS-NEW-TYPE
                       MOVE RLH-PROMPT-ID    TO WS-NEW-ID
                       MOVE RLH-PROMPT-ID    TO WS-NEW-PROMPT
                       MOVE RLH-SESSION-ID   TO WS-NEW-SESSION
                       MOVE RLH-TIMESTAMP    TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           "template " FUNCTION TRIM(RLH-TEMPLATE-ID)
                           "  profile " FUNCTION TRIM(RLH-PROFILE-ID)
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

       LOAD-DISCLOSE-ITEMS.
           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN INPUT DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-DSH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: disclosure hold file unreadable "
                   "(status " WS-DSH-FILE-STATUS "); DISCLOSE items "
                   "not listed"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-DISCLOSE-ITEM
               UNTIL WS-DSH-FILE-STATUS NOT = "00"
           CLOSE DISCLOSURE-HOLD
           .

       LOAD-ONE-DISCLOSE-ITEM.
           READ DISCLOSURE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSH-FILE-STATUS
               NOT AT END
                   IF DSH-STATUS-PENDING
                       MOVE "DISCLOSE"       TO WS-NEW-TYPE
                       MOVE DSH-PROMPT-ID    TO WS-NEW-ID
                       MOVE DSH-PROMPT-ID    TO WS-NEW-PROMPT
                       MOVE DSH-SESSION-ID   TO WS-NEW-SESSION
                       MOVE DSH-TIMESTAMP    TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           "reply names " FUNCTION TRIM(DSH-HIT-KIND(1))
                           " " FUNCTION TRIM(DSH-HIT-KEY(1))
                           " of account "
                           FUNCTION TRIM(DSH-HIT-OWNER(1))
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

       LOAD-UPDATE-ITEMS.
           MOVE "00" TO WS-PUJ-FILE-STATUS
           OPEN INPUT PENDING-UPDATE-JOURNAL
           IF WS-PUJ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-UPDATE-ITEM
               UNTIL WS-PUJ-FILE-STATUS NOT = "00"
           CLOSE PENDING-UPDATE-JOURNAL
           .

       LOAD-ONE-UPDATE-ITEM.
           READ PENDING-UPDATE-JOURNAL NEXT RECORD
               AT END
                   MOVE "10" TO WS-PUJ-FILE-STATUS
               NOT AT END
                   IF PUJ-STATUS = "PENDING"
                       MOVE "UPDATE"         TO WS-NEW-TYPE
                       MOVE PUJ-UPDATE-ID    TO WS-NEW-ID
                       MOVE "-"              TO WS-NEW-PROMPT
                       MOVE PUJ-SESSION-ID   TO WS-NEW-SESSION
                       MOVE PUJ-TIMESTAMP    TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           FUNCTION TRIM(PUJ-FILE-NAME)
                           " key " FUNCTION TRIM(PUJ-RECORD-KEY)
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-VALFAIL-ITEMS: Every review line not yet cleared. The     *
      * line is known by its prompt id and its occurrence among that   *
      * prompt's lines ("P123#002"), and ages from its first sighting. *
      *----------------------------------------------------------------*
       LOAD-VALFAIL-ITEMS.
           MOVE 0 TO WS-VFS-COUNT
           MOVE "00" TO WS-VF-FILE-STATUS
           OPEN INPUT VALFAIL-REVIEW
           IF WS-VF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-VALFAIL-ITEM
               UNTIL WS-VF-FILE-STATUS NOT = "00"
           CLOSE VALFAIL-REVIEW
           .

       LOAD-ONE-VALFAIL-ITEM.
           READ VALFAIL-REVIEW INTO WS-VF-LINE
               AT END
                   MOVE "10" TO WS-VF-FILE-STATUS
               NOT AT END
                   IF WS-VF-LINE NOT = SPACES
                       PERFORM TABLE-ONE-VALFAIL-LINE
                   END-IF
           END-READ
           .

       TABLE-ONE-VALFAIL-LINE.
           MOVE SPACES TO WS-VF-PROMPT-ID
           MOVE 1 TO WS-VF-PTR
           UNSTRING WS-VF-LINE DELIMITED BY SPACE
               INTO WS-VF-PROMPT-ID
               WITH POINTER WS-VF-PTR
           END-UNSTRING

           MOVE 0 TO WS-VFS-FOUND
           PERFORM FIND-VALFAIL-PROMPT
               VARYING WS-VFS-IDX FROM 1 BY 1
               UNTIL WS-VFS-IDX > WS-VFS-COUNT
               OR WS-VFS-FOUND > 0
           IF WS-VFS-FOUND = 0
               IF WS-VFS-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VFS-COUNT
               MOVE WS-VFS-COUNT TO WS-VFS-FOUND
               MOVE WS-VF-PROMPT-ID TO WS-VFS-PROMPT(WS-VFS-FOUND)
               MOVE 0 TO WS-VFS-TIMES(WS-VFS-FOUND)
           END-IF
           ADD 1 TO WS-VFS-TIMES(WS-VFS-FOUND)
           MOVE WS-VFS-TIMES(WS-VFS-FOUND) TO WS-VF-OCCURRENCE

           MOVE "VALFAIL" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-ID
           STRING
               FUNCTION TRIM(WS-VF-PROMPT-ID) "#" WS-VF-OCCURRENCE
               DELIMITED SIZE
               INTO WS-NEW-ID
           END-STRING
           MOVE WS-VF-PROMPT-ID TO WS-NEW-PROMPT
           MOVE "-" TO WS-NEW-SESSION
           MOVE SPACES TO WS-NEW-TS
           MOVE SPACES TO WS-NEW-DETAIL
           IF WS-VF-PTR <= 2200
               MOVE WS-VF-LINE(WS-VF-PTR:60) TO WS-NEW-DETAIL
           END-IF
           PERFORM ADD-INBOX-ITEM
           .

       FIND-VALFAIL-PROMPT.
           IF WS-VFS-PROMPT(WS-VFS-IDX) = WS-VF-PROMPT-ID
               MOVE WS-VFS-IDX TO WS-VFS-FOUND
           END-IF
           .

       LOAD-QUARANTINE-ITEMS.
           MOVE "00" TO WS-QUAR-FILE-STATUS
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUAR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-QUARANTINE-ITEM
               UNTIL WS-QUAR-FILE-STATUS NOT = "00"
           CLOSE QUARANTINE-FILE
           .

       LOAD-ONE-QUARANTINE-ITEM.
           READ QUARANTINE-FILE
               AT END
                   MOVE "10" TO WS-QUAR-FILE-STATUS
               NOT AT END
                   IF QUAR-PROMPT-ID NOT = SPACES
                       MOVE "QUAR"           TO WS-NEW-TYPE
                       MOVE SPACES           TO WS-NEW-ID
                       STRING
                           FUNCTION TRIM(QUAR-PROMPT-ID) "@"
                           QUAR-TIMESTAMP(1:14)
                           DELIMITED SIZE
                           INTO WS-NEW-ID
                       END-STRING
                       MOVE QUAR-PROMPT-ID   TO WS-NEW-PROMPT
                       MOVE "-"              TO WS-NEW-SESSION
                       MOVE QUAR-TIMESTAMP   TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           QUAR-ATTEMPTS " attempts: "
                           FUNCTION TRIM(QUAR-ERROR-TEXT)
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

       LOAD-REISSUE-ITEMS.
           MOVE "00" TO WS-SWL-FILE-STATUS
           OPEN INPUT REISSUE-WORKLIST
           IF WS-SWL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-REISSUE-ITEM
               UNTIL WS-SWL-FILE-STATUS NOT = "00"
           CLOSE REISSUE-WORKLIST
           .

       LOAD-ONE-REISSUE-ITEM.
           READ REISSUE-WORKLIST NEXT RECORD
               AT END
                   MOVE "10" TO WS-SWL-FILE-STATUS
               NOT AT END
                   IF SWL-STATE-OPEN
                       MOVE "REISSUE"        TO WS-NEW-TYPE
                       MOVE SWL-PROMPT-ID    TO WS-NEW-ID
                       MOVE SWL-PROMPT-ID    TO WS-NEW-PROMPT
                       MOVE SWL-SESSION-ID   TO WS-NEW-SESSION
                       MOVE SWL-FLAGGED-TS   TO WS-NEW-TS
                       MOVE SPACES           TO WS-NEW-DETAIL
                       STRING
                           FUNCTION TRIM(SWL-KEY-KIND) " "
                           FUNCTION TRIM(SWL-KEY-VALUE) " "
                           FUNCTION TRIM(SWL-FIELD-NAME)
                           " changed, quoted in "
                           FUNCTION TRIM(SWL-FOUND-IN)
                           DELIMITED SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM ADD-INBOX-ITEM
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ADD-INBOX-ITEM: Look the item up in the claims file -- a       *
      * cleared item is done and is not listed; an item with no        *
      * timestamp of its own has its first sighting recorded -- then   *
      * table it with its claim and age.                               *
      *----------------------------------------------------------------*
       ADD-INBOX-ITEM.
           IF WS-ITEM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WIC-STATE
           MOVE SPACES TO WIC-CLAIMED-BY
           MOVE SPACES TO WIC-FIRST-SEEN-TS
           IF CLAIMS-ARE-OPEN
               MOVE WS-NEW-TYPE TO WIC-ITEM-TYPE
               MOVE WS-NEW-ID   TO WIC-ITEM-ID
               READ INBOX-CLAIMS
                   INVALID KEY
                       PERFORM NOTE-FIRST-SIGHTING
               END-READ
           END-IF

           IF WIC-STATE-CLEARED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-NEW-TYPE    TO WS-ITEM-TYPE(WS-ITEM-COUNT)
           MOVE WS-NEW-ID      TO WS-ITEM-ID(WS-ITEM-COUNT)
           MOVE WS-NEW-PROMPT  TO WS-ITEM-PROMPT(WS-ITEM-COUNT)
           MOVE WS-NEW-SESSION TO WS-ITEM-SESSION(WS-ITEM-COUNT)
           MOVE WS-NEW-DETAIL  TO WS-ITEM-DETAIL(WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-AGED-FLAG(WS-ITEM-COUNT)
           IF WIC-STATE-CLAIMED
               MOVE WIC-CLAIMED-BY
                   TO WS-ITEM-CLAIMED-BY(WS-ITEM-COUNT)
               ADD 1 TO WS-CLAIMED-COUNT
           ELSE
               MOVE SPACES TO WS-ITEM-CLAIMED-BY(WS-ITEM-COUNT)
           END-IF
           ADD 1 TO WS-OPEN-COUNT

           IF WS-NEW-TS NOT = SPACES
               MOVE WS-NEW-TS TO WS-AGE-TS
           ELSE
               MOVE WIC-FIRST-SEEN-TS TO WS-AGE-TS
           END-IF
           PERFORM COMPUTE-ITEM-AGE
           MOVE WS-AGE-MINS TO WS-ITEM-AGE(WS-ITEM-COUNT)
           IF WS-AGE-MINS > WS-AGE-LIMIT-MINS
               MOVE 1 TO WS-ITEM-AGED-FLAG(WS-ITEM-COUNT)
               ADD 1 TO WS-AGED-COUNT
           END-IF

           EVALUATE WS-NEW-TYPE
               WHEN "EPM"     ADD 1 TO WS-CNT-EPM
               WHEN "SCREEN"  ADD 1 TO WS-CNT-SCREEN
               WHEN "RELEASE" ADD 1 TO WS-CNT-RELEASE
               WHEN "DISCLOSE" ADD 1 TO WS-CNT-DISCLOSE
               WHEN "UPDATE"  ADD 1 TO WS-CNT-UPDATE
               WHEN "VALFAIL" ADD 1 TO WS-CNT-VALFAIL
               WHEN "QUAR"    ADD 1 TO WS-CNT-QUAR
               WHEN "REISSUE" ADD 1 TO WS-CNT-REISSUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * NOTE-FIRST-SIGHTING: An item with no timestamp of its own gets *
      * an OPEN claims record stamped now, which is where its age      *
      * runs from on every later listing.                              *
      *----------------------------------------------------------------*
       NOTE-FIRST-SIGHTING.
           MOVE SPACES TO WIC-STATE
           IF WS-NEW-TS NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE INBOX-CLAIM-RECORD
           MOVE WS-NEW-TYPE   TO WIC-ITEM-TYPE
           MOVE WS-NEW-ID     TO WIC-ITEM-ID
           MOVE "OPEN"        TO WIC-STATE
           MOVE WS-TODAY-DATE TO WIC-FIRST-SEEN-TS
           WRITE INBOX-CLAIM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * COMPUTE-ITEM-AGE: Age in whole minutes from the item's         *
      * timestamp to the listing clock.                                *
      *----------------------------------------------------------------*
       COMPUTE-ITEM-AGE.
           MOVE 0 TO WS-AGE-MINS
           IF WS-AGE-TS(1:8) = SPACES
               OR WS-AGE-TS(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-AGE-TS(1:8)) TO WS-DATE-NUM
           IF WS-DATE-NUM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-ITEM-DAYS
           COMPUTE WS-ITEM-MINS =
               FUNCTION NUMVAL(WS-AGE-TS(9:2)) * 60
               + FUNCTION NUMVAL(WS-AGE-TS(11:2))

           COMPUTE WS-AGE-MINS =
               (WS-NOW-DAYS - WS-ITEM-DAYS) * 1440
               + WS-NOW-MINS - WS-ITEM-MINS
           .

      *----------------------------------------------------------------*
      * CLAIM-INBOX-ITEM: Take the item for this operator, unless      *
      * someone else already holds it.                                 *
      *----------------------------------------------------------------*
       CLAIM-INBOX-ITEM.
           PERFORM LOCK-AND-READ-CLAIM
           IF LOCK-NOT-HELD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WIC-STATE-CLEARED
                   DISPLAY "That item was cleared by "
                       FUNCTION TRIM(WIC-CLEARED-BY) "."
               WHEN WIC-STATE-CLAIMED
                   AND WIC-CLAIMED-BY NOT = WS-OPERATOR-ID
                   DISPLAY "Already claimed by "
                       FUNCTION TRIM(WIC-CLAIMED-BY) " at "
                       WIC-CLAIMED-TS(1:14) "."
               WHEN WIC-STATE-CLAIMED
                   DISPLAY "You already hold that item."
               WHEN OTHER
                   MOVE "CLAIMED"      TO WIC-STATE
                   MOVE WS-OPERATOR-ID TO WIC-CLAIMED-BY
                   MOVE WS-TODAY-DATE  TO WIC-CLAIMED-TS
                   PERFORM SAVE-CLAIM-RECORD
                   MOVE "CLAIM" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-DETAIL
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE WS-OPERATOR-ID
                       TO WS-ITEM-CLAIMED-BY(WS-PICK-NO)
                   DISPLAY "Claimed."
           END-EVALUATE

           PERFORM CLOSE-AND-UNLOCK-CLAIMS
           .

      *----------------------------------------------------------------*
      * UNCLAIM-INBOX-ITEM: Hand an item back. Only its holder may,    *
      * or a level-3 operator breaking an abandoned claim.             *
      *----------------------------------------------------------------*
       UNCLAIM-INBOX-ITEM.
           PERFORM LOCK-AND-READ-CLAIM
           IF LOCK-NOT-HELD
               EXIT PARAGRAPH
           END-IF

           IF NOT WIC-STATE-CLAIMED
               DISPLAY "That item is not claimed."
               PERFORM CLOSE-AND-UNLOCK-CLAIMS
               EXIT PARAGRAPH
           END-IF

           IF WIC-CLAIMED-BY NOT = WS-OPERATOR-ID
               MOVE WS-OVERRIDE-LEVEL TO WS-NEEDED-LEVEL
               PERFORM CHECK-AUTHORITY-LEVEL
               IF WS-NEEDED-LEVEL NOT = 0
                   PERFORM CLOSE-AND-UNLOCK-CLAIMS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-JOURNAL-DETAIL
           STRING
               "was held by " FUNCTION TRIM(WIC-CLAIMED-BY)
               DELIMITED SIZE
               INTO WS-JOURNAL-DETAIL
           END-STRING
           MOVE "OPEN"  TO WIC-STATE
           MOVE SPACES  TO WIC-CLAIMED-BY
           MOVE SPACES  TO WIC-CLAIMED-TS
           PERFORM SAVE-CLAIM-RECORD
           MOVE "UNCLAIM" TO WS-JOURNAL-ACTION
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE SPACES TO WS-ITEM-CLAIMED-BY(WS-PICK-NO)
           DISPLAY "Claim released."

           PERFORM CLOSE-AND-UNLOCK-CLAIMS
           .

      *----------------------------------------------------------------*
      * JUMP-TO-DECISION-SCREEN: Claim the item if it is free, then    *
      * run the console that decides it. The inbox lists afresh when   *
      * the operator comes back.                                       *
      *----------------------------------------------------------------*
       JUMP-TO-DECISION-SCREEN.
           EVALUATE WS-ITEM-TYPE(WS-PICK-NO)
               WHEN "EPM"
                   MOVE "EPM-REVIEW-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN "SCREEN"
                   MOVE "SCREEN-REVIEW-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN "RELEASE"
                   MOVE "RELEASE-REVIEW-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN "DISCLOSE"
                   MOVE "DISCLOSURE-REVIEW-CONSOLE"
                       TO WS-SCREEN-PROGRAM
               WHEN "UPDATE"
                   MOVE "PENDING-UPDATE-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN "QUAR"
                   MOVE "QUEUE-MAINT-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN "REISSUE"
                   MOVE "REISSUE-WORKLIST-CONSOLE" TO WS-SCREEN-PROGRAM
               WHEN OTHER
                   DISPLAY "A VALFAIL item is worked from the reply "
                       "itself and cleared here (x)."
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-ITEM-CLAIMED-BY(WS-PICK-NO) NOT = WS-OPERATOR-ID
               PERFORM CLAIM-INBOX-ITEM
               IF WS-ITEM-CLAIMED-BY(WS-PICK-NO) NOT = WS-OPERATOR-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Opening " FUNCTION TRIM(WS-SCREEN-PROGRAM)
               " for " FUNCTION TRIM(WS-ITEM-ID(WS-PICK-NO))
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               FUNCTION TRIM(WS-SCREEN-PROGRAM)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           PERFORM LIST-INBOX
           .

      *----------------------------------------------------------------*
      * CLEAR-INBOX-ITEM: Mark a worked VALFAIL or QUARANTINE item     *
      * done, with the operator's note. Items from the other queues    *
      * leave the inbox when their own console decides them.           *
      *----------------------------------------------------------------*
       CLEAR-INBOX-ITEM.
           IF WS-ITEM-TYPE(WS-PICK-NO) NOT = "VALFAIL"
               AND WS-ITEM-TYPE(WS-PICK-NO) NOT = "QUAR"
               DISPLAY "Only VALFAIL and QUAR items are cleared here; "
                   "decide this one on its own screen (j)."
               EXIT PARAGRAPH
           END-IF

           IF WS-ITEM-CLAIMED-BY(WS-PICK-NO) NOT = SPACES
               AND WS-ITEM-CLAIMED-BY(WS-PICK-NO) NOT = WS-OPERATOR-ID
               DISPLAY "Claimed by "
                   FUNCTION TRIM(WS-ITEM-CLAIMED-BY(WS-PICK-NO))
                   "; only the holder may clear it."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "What was done (note for the record):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-NOTE
           IF WS-USER-NOTE = SPACES
               DISPLAY "A note is required; item left open."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-AND-READ-CLAIM
           IF LOCK-NOT-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE "CLEARED"      TO WIC-STATE
           MOVE WS-OPERATOR-ID TO WIC-CLEARED-BY
           MOVE WS-TODAY-DATE  TO WIC-CLEARED-TS
           MOVE WS-USER-NOTE   TO WIC-NOTE
           PERFORM SAVE-CLAIM-RECORD
           MOVE "CLEAR" TO WS-JOURNAL-ACTION
           MOVE WS-USER-NOTE TO WS-JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-ENTRY
           DISPLAY "Cleared."

           PERFORM CLOSE-AND-UNLOCK-CLAIMS
           PERFORM LIST-INBOX
           .

      *----------------------------------------------------------------*
      * LOCK-AND-READ-CLAIM: Take the claims lock, open the file and   *
      * read the picked item's record -- or start a fresh one when     *
      * the item has never been claimed.                               *
      *----------------------------------------------------------------*
       LOCK-AND-READ-CLAIM.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM ACQUIRE-CLAIMS-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "ERROR: The inbox claims file is busy; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CLAIMS-FILE
           IF CLAIMS-NOT-OPEN
               PERFORM RELEASE-CLAIMS-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ITEM-TYPE(WS-PICK-NO) TO WIC-ITEM-TYPE
           MOVE WS-ITEM-ID(WS-PICK-NO)   TO WIC-ITEM-ID
           READ INBOX-CLAIMS
               INVALID KEY
                   INITIALIZE INBOX-CLAIM-RECORD
                   MOVE WS-ITEM-TYPE(WS-PICK-NO) TO WIC-ITEM-TYPE
                   MOVE WS-ITEM-ID(WS-PICK-NO)   TO WIC-ITEM-ID
                   MOVE "NEW"         TO WIC-STATE
                   MOVE WS-TODAY-DATE TO WIC-FIRST-SEEN-TS
           END-READ
           .

       SAVE-CLAIM-RECORD.
           REWRITE INBOX-CLAIM-RECORD
               INVALID KEY
                   WRITE INBOX-CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Claim record not saved"
                   END-WRITE
           END-REWRITE
           .

       CLOSE-AND-UNLOCK-CLAIMS.
           IF CLAIMS-ARE-OPEN
               CLOSE INBOX-CLAIMS
               SET CLAIMS-NOT-OPEN TO TRUE
           END-IF
           PERFORM RELEASE-CLAIMS-LOCK
           .

      *----------------------------------------------------------------*
      * SHIFT-HANDOVER: Print the handover report, have the incoming   *
      * operator sign on against it, optionally pass the outgoing      *
      * operator's claims across, and log the acknowledgement. The     *
      * console carries on as the incoming operator.                   *
      *----------------------------------------------------------------*
       SHIFT-HANDOVER.
           PERFORM LOAD-INBOX-ITEMS

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING
               "INBOX-HANDOVER-" WS-TODAY-DATE(1:14) ".TXT"
               DELIMITED SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the handover report"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-NO
           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-HANDOVER-SECTIONS
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "Handover report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "Open " WS-OPEN-COUNT
               "   claimed " WS-CLAIMED-COUNT
               "   aged " WS-AGED-COUNT
           DISPLAY " "
           DISPLAY "Incoming operator: sign on to acknowledge the "
               "handover."

           MOVE 0 TO WS-CLAIMS-MOVED
           CALL "OPERATOR-SIGNON" USING WS-INCOMING-ID
               WS-INCOMING-NAME WS-INCOMING-LEVEL WS-INCOMING-RC
           EVALUATE TRUE
               WHEN WS-INCOMING-RC NOT = 0
                   MOVE "-" TO WS-INCOMING-ID
                   MOVE "NOT-SIGNED" TO HOL-OUTCOME
                   DISPLAY "Handover NOT acknowledged."
               WHEN WS-INCOMING-ID = WS-OPERATOR-ID
                   MOVE "NOT-SIGNED" TO HOL-OUTCOME
                   DISPLAY "The incoming operator must be someone "
                       "else; handover NOT acknowledged."
               WHEN OTHER
                   MOVE "ACKNOWLEDGED" TO HOL-OUTCOME
                   PERFORM OFFER-CLAIM-TRANSFER
           END-EVALUATE

           PERFORM SIGN-HANDOVER-REPORT
           PERFORM WRITE-HANDOVER-LOG

           IF HOL-OUTCOME = "ACKNOWLEDGED"
               MOVE "HANDOVER" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-DETAIL
               STRING
                   "to " FUNCTION TRIM(WS-INCOMING-ID)
                   " claims moved " WS-CLAIMS-MOVED
                   DELIMITED SIZE
                   INTO WS-JOURNAL-DETAIL
               END-STRING
               MOVE 0 TO WS-PICK-NO
               PERFORM WRITE-JOURNAL-ENTRY

               MOVE WS-INCOMING-ID    TO WS-OPERATOR-ID
               MOVE WS-INCOMING-NAME  TO WS-OPERATOR-NAME
               MOVE WS-INCOMING-LEVEL TO WS-OPERATOR-LEVEL
               DISPLAY "Handover acknowledged by "
                   FUNCTION TRIM(WS-OPERATOR-NAME)
                   "; the inbox is now theirs."
               PERFORM LIST-INBOX
           END-IF
           .

      *----------------------------------------------------------------*
      * OFFER-CLAIM-TRANSFER: The outgoing operator's claims can pass  *
      * to the incoming operator rather than being left orphaned.      *
      *----------------------------------------------------------------*
       OFFER-CLAIM-TRANSFER.
           DISPLAY "Take over the claims held by "
               FUNCTION TRIM(WS-OPERATOR-ID) "? (y/n): "
               WITH NO ADVANCING
           ACCEPT WS-USER-ANSWER
           IF WS-USER-ANSWER NOT = "y" AND WS-USER-ANSWER NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-CLAIMS-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "ERROR: The inbox claims file is busy; claims "
                   "not moved."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-CLAIMS-FILE
           IF CLAIMS-ARE-OPEN
               PERFORM MOVE-ONE-CLAIM
                   UNTIL WS-WIC-FILE-STATUS NOT = "00"
           END-IF
           PERFORM CLOSE-AND-UNLOCK-CLAIMS
           DISPLAY "Claims moved: " WS-CLAIMS-MOVED
           .

       MOVE-ONE-CLAIM.
           READ INBOX-CLAIMS NEXT RECORD
               AT END
                   MOVE "10" TO WS-WIC-FILE-STATUS
               NOT AT END
                   IF WIC-STATE-CLAIMED
                       AND WIC-CLAIMED-BY = WS-OPERATOR-ID
                       MOVE WS-INCOMING-ID TO WIC-CLAIMED-BY
                       MOVE FUNCTION CURRENT-DATE TO WIC-CLAIMED-TS
                       PERFORM REWRITE-MOVED-CLAIM
                   END-IF
           END-READ
           .

      *    A claim that will not rewrite stays with the outgoing
      *    operator; the pass carries on with the rest.
       REWRITE-MOVED-CLAIM.
           REWRITE INBOX-CLAIM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-WIC-FILE-STATUS = "00"
               ADD 1 TO WS-CLAIMS-MOVED
           ELSE
               DISPLAY "ERROR: Claim on " FUNCTION TRIM(WIC-ITEM-TYPE)
                   " " FUNCTION TRIM(WIC-ITEM-ID)
                   " not moved (status " WS-WIC-FILE-STATUS ")"
               MOVE "00" TO WS-WIC-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-HANDOVER-SECTIONS: Counts by queue, then the unclaimed,  *
      * claimed and aged items in turn.                                *
      *----------------------------------------------------------------*
       PRINT-HANDOVER-SECTIONS.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Outgoing operator " FUNCTION TRIM(WS-OPERATOR-ID)
               " (" FUNCTION TRIM(WS-OPERATOR-NAME) ")"
               "   aged limit " WS-AGE-LIMIT-MINS " min"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Open " WS-OPEN-COUNT
               "   claimed " WS-CLAIMED-COUNT
               "   aged " WS-AGED-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "EPM " WS-CNT-EPM "  SCREEN " WS-CNT-SCREEN
               "  RELEASE " WS-CNT-RELEASE "  UPDATE " WS-CNT-UPDATE
               "  VALFAIL " WS-CNT-VALFAIL "  QUAR " WS-CNT-QUAR
               "  REISSUE " WS-CNT-REISSUE
               "  DISCLOSE " WS-CNT-DISCLOSE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "UNCLAIM" TO WS-SECTION-NAME
           PERFORM WRITE-BLANK-LINE
           MOVE "OPEN ITEMS NOT CLAIMED" TO WS-OUT-LINE
           PERFORM PRINT-ONE-SECTION

           MOVE "CLAIMED" TO WS-SECTION-NAME
           PERFORM WRITE-BLANK-LINE
           MOVE "CLAIMED ITEMS" TO WS-OUT-LINE
           PERFORM PRINT-ONE-SECTION

           MOVE "AGED" TO WS-SECTION-NAME
           PERFORM WRITE-BLANK-LINE
           MOVE "AGED ITEMS" TO WS-OUT-LINE
           PERFORM PRINT-ONE-SECTION
           .

       PRINT-ONE-SECTION.
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PRINT-ONE-SECTION-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE "  (none)" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

       PRINT-ONE-SECTION-ITEM.
           EVALUATE TRUE
               WHEN WS-SECTION-NAME = "UNCLAIM"
                   AND WS-ITEM-CLAIMED-BY(WS-ITEM-IDX) = SPACES
                   CONTINUE
               WHEN WS-SECTION-NAME = "CLAIMED"
                   AND WS-ITEM-CLAIMED-BY(WS-ITEM-IDX) NOT = SPACES
                   CONTINUE
               WHEN WS-SECTION-NAME = "AGED"
                   AND ITEM-IS-AGED(WS-ITEM-IDX)
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-ITEM-TYPE(WS-ITEM-IDX)
               " " WS-ITEM-AGE(WS-ITEM-IDX) " min  "
               WS-ITEM-CLAIMED-BY(WS-ITEM-IDX) "  "
               FUNCTION TRIM(WS-ITEM-PROMPT(WS-ITEM-IDX)) " / "
               FUNCTION TRIM(WS-ITEM-SESSION(WS-ITEM-IDX)) " / "
               FUNCTION TRIM(WS-ITEM-ID(WS-ITEM-IDX))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "      " FUNCTION TRIM(WS-ITEM-DETAIL(WS-ITEM-IDX))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * SIGN-HANDOVER-REPORT: The acknowledgement goes on the report   *
      * itself, under the items it covers.                             *
      *----------------------------------------------------------------*
       SIGN-HANDOVER-REPORT.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF HOL-OUTCOME = "ACKNOWLEDGED"
               STRING
                   "Handed over by " FUNCTION TRIM(WS-OPERATOR-ID)
                   "; acknowledged by " FUNCTION TRIM(WS-INCOMING-ID)
                   " (" FUNCTION TRIM(WS-INCOMING-NAME) ") at "
                   WS-TODAY-DATE(1:14)
                   "; claims taken over " WS-CLAIMS-MOVED
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING
                   "Handed over by " FUNCTION TRIM(WS-OPERATOR-ID)
                   "; NOT ACKNOWLEDGED at " WS-TODAY-DATE(1:14)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-OUT-LINE
           CLOSE REPORT-FILE
           .

       WRITE-HANDOVER-LOG.
           OPEN EXTEND HANDOVER-LOG
           IF WS-HOL-FILE-STATUS = "35" OR WS-HOL-FILE-STATUS = "05"
               OPEN OUTPUT HANDOVER-LOG
           END-IF
           IF WS-HOL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the handover log"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE       TO HOL-TIMESTAMP
           MOVE WS-OPERATOR-ID      TO HOL-OUTGOING-ID
           MOVE WS-INCOMING-ID      TO HOL-INCOMING-ID
           MOVE WS-OPEN-COUNT       TO HOL-OPEN-COUNT
           MOVE WS-CLAIMED-COUNT    TO HOL-CLAIMED-COUNT
           MOVE WS-AGED-COUNT       TO HOL-AGED-COUNT
           MOVE WS-CLAIMS-MOVED     TO HOL-CLAIMS-MOVED
           MOVE WS-REPORT-FILE-NAME TO HOL-REPORT-FILE
           WRITE HANDOVER-LOG-RECORD
           CLOSE HANDOVER-LOG
           .

      *----------------------------------------------------------------*
      * WRITE-JOURNAL-ENTRY: Who, when, what, for which item.          *
      *----------------------------------------------------------------*
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN EXTEND CLAIM-JOURNAL
           IF WS-CJN-FILE-STATUS = "35" OR WS-CJN-FILE-STATUS = "05"
               OPEN OUTPUT CLAIM-JOURNAL
           END-IF

           MOVE SPACES TO WS-JOURNAL-LINE
           IF WS-PICK-NO > 0
               STRING
                   FUNCTION TRIM(WS-TODAY-DATE) " "
                   FUNCTION TRIM(WS-OPERATOR-ID) " "
                   FUNCTION TRIM(WS-JOURNAL-ACTION) " "
                   FUNCTION TRIM(WS-ITEM-TYPE(WS-PICK-NO)) " "
                   FUNCTION TRIM(WS-ITEM-ID(WS-PICK-NO)) " "
                   FUNCTION TRIM(WS-JOURNAL-DETAIL)
                   DELIMITED SIZE
                   INTO WS-JOURNAL-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-TODAY-DATE) " "
                   FUNCTION TRIM(WS-OPERATOR-ID) " "
                   FUNCTION TRIM(WS-JOURNAL-ACTION) " - "
                   FUNCTION TRIM(WS-JOURNAL-DETAIL)
                   DELIMITED SIZE
                   INTO WS-JOURNAL-LINE
               END-STRING
           END-IF
           WRITE CLAIM-JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE CLAIM-JOURNAL
           .

      *----------------------------------------------------------------*
      * WRITE-REPORT-LINE: Emit one line, breaking to a new page with  *
      * its header when the current page is full.                      *
      *----------------------------------------------------------------*
       WRITE-REPORT-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF

           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-PAGE-HEADER: Start a new page: title line with the run   *
      * date and page number, then a separator.                        *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "WORK INBOX SHIFT HANDOVER            Run "
               WS-TODAY-DATE(1:8) " " WS-TODAY-DATE(9:6)
               "      Page " WS-PAGE-NO
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO

           MOVE ALL "-" TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .

      *----------------------------------------------------------------*
      * ACQUIRE-CLAIMS-LOCK / RELEASE-CLAIMS-LOCK: The mkdir/rmdir     *
      * lock-directory idiom, bounded retries with a short sleep.      *
      *----------------------------------------------------------------*
       ACQUIRE-CLAIMS-LOCK.
           MOVE SPACES TO WS-LOCK-DIR-NAME
           STRING
               FUNCTION TRIM(WS-WIC-FILE-NAME) ".LCK"
               DELIMITED SIZE
               INTO WS-LOCK-DIR-NAME
           END-STRING

           MOVE 0 TO WS-LOCK-ATTEMPT
           PERFORM TRY-ONE-LOCK-ATTEMPT
           PERFORM RETRY-LOCK-ATTEMPT
               UNTIL WS-LOCK-RC = 0
               OR WS-LOCK-ATTEMPT >= WS-LOCK-RETRY-LIMIT

           IF WS-LOCK-RC = 0
               SET LOCK-IS-HELD TO TRUE
           ELSE
               SET LOCK-NOT-HELD TO TRUE
           END-IF
           .

       RETRY-LOCK-ATTEMPT.
           ADD 1 TO WS-LOCK-ATTEMPT
           CALL "SYSTEM" USING WS-LOCK-SLEEP-CMD
           PERFORM TRY-ONE-LOCK-ATTEMPT
           .

       TRY-ONE-LOCK-ATTEMPT.
           MOVE SPACES TO WS-LOCK-COMMAND
           STRING
               "mkdir "
               FUNCTION TRIM(WS-LOCK-DIR-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-LOCK-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-LOCK-COMMAND
               RETURNING WS-LOCK-RC
           .

       RELEASE-CLAIMS-LOCK.
           IF LOCK-NOT-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOCK-COMMAND
           STRING
               "rmdir "
               FUNCTION TRIM(WS-LOCK-DIR-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-LOCK-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-LOCK-COMMAND
           SET LOCK-NOT-HELD TO TRUE
           .
