      *================================================================*
      * STALE-ANSWER-SWEEP.cob                                         *
      * Impact sweep after master data changes. Answers and letters    *
      * already produced for a customer or order were written from    *
      * the data as it stood at the time; when that data changes, a    *
      * reply quoting the old address, status, balance or date is now  *
      * wrong and nobody looks back at it. This job does.              *
      *                                                                *
      * Changes since the last run (STALE-SWEEP-CONTROL.DAT) come from *
      * two places:                                                    *
      *   - the pending-update journal: every APPLIED entry decided    *
      *     since the last run, its before and after images compared   *
      *     field by field;                                            *
      *   - a before/after snapshot of CUSTOMER-MASTER.DAT and         *
      *     ORDER-MASTER.DAT, which catches changes made outside the   *
      *     journal (batch feeds, hand fixes). The first run has no    *
      *     old snapshot and only takes the baseline.                  *
      * On the first run the journal is read back over the look-back  *
      * window (STALE-LOOKBACK-DAYS in SITE-CONFIG.DAT, default 90).   *
      *                                                                *
      * Each changed key is expanded through BUSINESS-KEY-XREF.DAT to  *
      * the prompts and sessions that touched it inside the look-back  *
      * window. Every good archived reply among them, and the letter   *
      * CORRESPONDENCE-WRITER made from it, is searched for the old    *
      * value; a reply or letter still quoting it goes on the          *
      * re-issue worklist (REISSUE-WORKLIST.DAT), where the operator   *
      * sends it for a re-run or marks it not affected at              *
      * REISSUE-WORKLIST-CONSOLE. STALE-ANSWER-REPORT.TXT lists the    *
      * changes found and the answers flagged.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-ANSWER-SWEEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT SWEEP-CONTROL ASSIGN TO WS-SSC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSC-FILE-STATUS.
           SELECT PENDING-UPDATE-JOURNAL ASSIGN TO WS-PUJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUJ-UPDATE-ID
               FILE STATUS IS WS-PUJ-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT ORDER-MASTER ASSIGN TO WS-OM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ORDER-ID
               FILE STATUS IS WS-OM-FILE-STATUS.
           SELECT CUST-SNAPSHOT-OLD ASSIGN TO WS-CSO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSO-FILE-STATUS.
           SELECT CUST-SNAPSHOT-NEW ASSIGN TO WS-CSN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSN-FILE-STATUS.
           SELECT ORD-SNAPSHOT-OLD ASSIGN TO WS-OSO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSO-FILE-STATUS.
           SELECT ORD-SNAPSHOT-NEW ASSIGN TO WS-OSN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSN-FILE-STATUS.
           SELECT BUSINESS-XREF ASSIGN TO WS-BXR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXR-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT LETTER-IN ASSIGN TO WS-LTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
           SELECT REISSUE-WORKLIST ASSIGN TO WS-SWL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWL-PROMPT-ID
               FILE STATUS IS WS-SWL-FILE-STATUS.
           SELECT STALE-REPORT ASSIGN TO WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Site configuration: the hot-standby failover switch for the
      *    archive, and the look-back window for this sweep.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    One line: when the last completed sweep started.
       FD  SWEEP-CONTROL.
       01  SWEEP-CONTROL-RECORD.
           05 SSC-LAST-RUN-TS       PIC X(14).
           05 FILLER                PIC X.
           05 SSC-CHANGES-FOUND     PIC 9(5).
           05 FILLER                PIC X.
           05 SSC-ITEMS-FLAGGED     PIC 9(5).

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
               88 PUJ-STATUS-APPLIED            VALUE "APPLIED".
           05 PUJ-TIMESTAMP         PIC X(21).
           05 PUJ-DECIDED-TS        PIC X(21).

      *    Field-for-field match of the master record layout in        *
      *    CUSTOMER-LOOKUP-TOOL -- keep the two in sync by hand.       *
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ACCOUNT-NO       PIC X(10).
           05 CUST-NAME             PIC X(64).
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

      *    Field-for-field match of the master record layout in        *
      *    ORDER-STATUS-TOOL -- keep the two in sync by hand.          *
       FD  ORDER-MASTER.
       01  ORDER-MASTER-RECORD.
           05 ORD-ORDER-ID          PIC X(12).
           05 ORD-ACCOUNT-NO        PIC X(10).
           05 ORD-STATUS            PIC X(12).
           05 ORD-ORDER-DATE        PIC X(8).
           05 ORD-SHIP-DATE         PIC X(8).
           05 ORD-TOTAL             PIC S9(7)V99.

      *    Snapshots are straight copies of the master records, one
      *    per line in key order, as the master stood at the end of
      *    the last sweep.
       FD  CUST-SNAPSHOT-OLD.
       01  CUST-SNAPSHOT-OLD-RECORD PIC X(221).

       FD  CUST-SNAPSHOT-NEW.
       01  CUST-SNAPSHOT-NEW-RECORD PIC X(221).

       FD  ORD-SNAPSHOT-OLD.
       01  ORD-SNAPSHOT-OLD-RECORD  PIC X(59).

       FD  ORD-SNAPSHOT-NEW.
       01  ORD-SNAPSHOT-NEW-RECORD  PIC X(59).

       FD  BUSINESS-XREF.
       01  BUSINESS-XREF-RECORD     PIC X(256).

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

       FD  LETTER-IN.
       01  LETTER-IN-RECORD         PIC X(80).

      *    Re-issue worklist: one entry per archived answer found
      *    quoting a value that has since changed. Opened OPEN by this
      *    sweep; REISSUE-WORKLIST-CONSOLE moves it to RERUN or
      *    NOTAFFECT. Keep the console's FD copy (and
      *    WORK-INBOX-CONSOLE's) in step by hand.
       FD  REISSUE-WORKLIST.
       01  REISSUE-WORKLIST-RECORD.
           05 SWL-PROMPT-ID         PIC X(20).
           05 SWL-STATE             PIC X(10).
               88 SWL-STATE-OPEN                VALUE "OPEN".
               88 SWL-STATE-RERUN               VALUE "RERUN".
               88 SWL-STATE-NOTAFFECT           VALUE "NOTAFFECT".
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

       FD  STALE-REPORT.
       01  STALE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-SSC-FILE-NAME         PIC X(64)
           VALUE "STALE-SWEEP-CONTROL.DAT".
       01  WS-SSC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PUJ-FILE-NAME         PIC X(64)
           VALUE "PENDING-UPDATE-JOURNAL.DAT".
       01  WS-PUJ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-OM-FILE-NAME          PIC X(64)
           VALUE "ORDER-MASTER.DAT".
       01  WS-OM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-CSO-FILE-NAME         PIC X(64)
           VALUE "CUSTOMER-MASTER-SNAPSHOT.DAT".
       01  WS-CSO-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CSN-FILE-NAME         PIC X(64)
           VALUE "CUSTOMER-MASTER-SNAPSHOT.DAT.NEW".
       01  WS-CSN-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-OSO-FILE-NAME         PIC X(64)
           VALUE "ORDER-MASTER-SNAPSHOT.DAT".
       01  WS-OSO-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-OSN-FILE-NAME         PIC X(64)
           VALUE "ORDER-MASTER-SNAPSHOT.DAT.NEW".
       01  WS-OSN-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-LTR-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-LTR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SWL-FILE-NAME         PIC X(64)
           VALUE "REISSUE-WORKLIST.DAT".
       01  WS-SWL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RPT-FILE-NAME         PIC X(64)
           VALUE "STALE-ANSWER-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "STALE-ANSWER-SWEEP".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-RUN-TS                PIC X(14)  VALUE SPACES.
       01  WS-LAST-RUN-TS           PIC X(14)  VALUE SPACES.
       01  WS-SINCE-TS              PIC X(14)  VALUE SPACES.
       01  WS-CUTOFF-TS             PIC X(14)  VALUE SPACES.
       01  WS-CHANGE-TS             PIC X(14)  VALUE SPACES.
       01  WS-LOOKBACK-DAYS         PIC 9(4)   VALUE 90.
       01  WS-TODAY-NUM             PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-INT            PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-DATE           PIC 9(8)   VALUE 0.
       01  WS-SNAPSHOT-REF          PIC X(40)  VALUE SPACES.
       01  WS-MOVE-COMMAND          PIC X(256) VALUE SPACES.

      *    The two sides of a master record being compared, whether
      *    from a journal entry's images or from snapshot and master.
       01  WS-OLD-CUST.
           05 WS-OLD-CUST-ACCOUNT-NO PIC X(10).
           05 WS-OLD-CUST-NAME      PIC X(64).
           05 WS-OLD-CUST-ADDRESS   PIC X(128).
           05 WS-OLD-CUST-STATUS    PIC X(8).
           05 WS-OLD-CUST-BALANCE   PIC S9(7)V99.
           05 WS-OLD-CUST-LANGUAGE  PIC X(2).
       01  WS-NEW-CUST.
           05 WS-NEW-CUST-ACCOUNT-NO PIC X(10).
           05 WS-NEW-CUST-NAME      PIC X(64).
           05 WS-NEW-CUST-ADDRESS   PIC X(128).
           05 WS-NEW-CUST-STATUS    PIC X(8).
           05 WS-NEW-CUST-BALANCE   PIC S9(7)V99.
           05 WS-NEW-CUST-LANGUAGE  PIC X(2).
       01  WS-OLD-ORD.
           05 WS-OLD-ORD-ORDER-ID   PIC X(12).
           05 WS-OLD-ORD-ACCOUNT-NO PIC X(10).
           05 WS-OLD-ORD-STATUS     PIC X(12).
           05 WS-OLD-ORD-ORDER-DATE PIC X(8).
           05 WS-OLD-ORD-SHIP-DATE  PIC X(8).
           05 WS-OLD-ORD-TOTAL      PIC S9(7)V99.
       01  WS-NEW-ORD.
           05 WS-NEW-ORD-ORDER-ID   PIC X(12).
           05 WS-NEW-ORD-ACCOUNT-NO PIC X(10).
           05 WS-NEW-ORD-STATUS     PIC X(12).
           05 WS-NEW-ORD-ORDER-DATE PIC X(8).
           05 WS-NEW-ORD-SHIP-DATE  PIC X(8).
           05 WS-NEW-ORD-TOTAL      PIC S9(7)V99.

      *    Snapshot match-merge: current key on each side, HIGH-VALUES
      *    once that side is exhausted.
       01  WS-CM-CUR-KEY            PIC X(10)  VALUE SPACES.
       01  WS-CSO-CUR-KEY           PIC X(10)  VALUE SPACES.
       01  WS-OM-CUR-KEY            PIC X(12)  VALUE SPACES.
       01  WS-OSO-CUR-KEY           PIC X(12)  VALUE SPACES.
       01  WS-BASELINE-FLAG         PIC 9      VALUE 0.
           88 SNAPSHOT-IS-BASELINE             VALUE 1.
           88 SNAPSHOT-HAS-PRIOR               VALUE 0.

      *    One change being staged for the change table.
       01  WS-STAGE-KIND            PIC X(8)   VALUE SPACES.
       01  WS-STAGE-KEY             PIC X(12)  VALUE SPACES.
       01  WS-STAGE-FIELD           PIC X(12)  VALUE SPACES.
       01  WS-STAGE-SOURCE          PIC X(8)   VALUE SPACES.
       01  WS-STAGE-REF             PIC X(40)  VALUE SPACES.
       01  WS-STAGE-OLD-TEXT        PIC X(128) VALUE SPACES.
       01  WS-STAGE-NEW-TEXT        PIC X(128) VALUE SPACES.
       01  WS-STAGE-OLD-AMT         PIC S9(7)V99 VALUE 0.
       01  WS-STAGE-NEW-AMT         PIC S9(7)V99 VALUE 0.
       01  WS-STAGE-FORM-1          PIC X(128) VALUE SPACES.
       01  WS-STAGE-FORM-2          PIC X(128) VALUE SPACES.
       01  WS-MONEY-EDIT            PIC -(7)9.99.
       01  WS-MONEY-GROUPED         PIC -,---,--9.99.
       01  WS-ADDR-SEGMENT          PIC X(128) VALUE SPACES.
       01  WS-ADDR-SEG-LEN          PIC 9(3)   VALUE 0.
       01  WS-FULL-LEN              PIC 9(3)   VALUE 0.

      *    Changes found this run. Each carries up to two upper-case
      *    search forms -- the ways the old value is likely to have
      *    been quoted in a reply -- and a count of answers flagged.
       01  WS-CHG-MAX               PIC 9(4)   VALUE 500.
       01  WS-CHG-COUNT             PIC 9(4)   VALUE 0.
       01  WS-CHG-IX                PIC 9(4)   VALUE 0.
       01  WS-CHG-FOUND-IX          PIC 9(4)   VALUE 0.
       01  WS-CHG-OVERFLOW          PIC 9(5)   VALUE 0.
       01  WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 TIMES.
               10 WS-CHG-KIND       PIC X(8).
               10 WS-CHG-KEY        PIC X(12).
               10 WS-CHG-FIELD      PIC X(12).
               10 WS-CHG-OLD        PIC X(128).
               10 WS-CHG-NEW        PIC X(128).
               10 WS-CHG-SOURCE     PIC X(8).
               10 WS-CHG-REF        PIC X(40).
               10 WS-CHG-FORM OCCURS 2 TIMES.
                   15 WS-CHG-FORM-TEXT PIC X(128).
                   15 WS-CHG-FORM-LEN  PIC 9(3).
               10 WS-CHG-FLAGGED    PIC 9(5).

      *    Prompts and sessions tied to a changed key in the xref.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-BXR-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-BXR-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-BXR-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-BXR-TURN-TOK          PIC X(10)  VALUE SPACES.
       01  WS-BXR-KIND              PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY               PIC X(20)  VALUE SPACES.
       01  WS-BXR-KEY-KIND          PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY-MATCHED       PIC 9      VALUE 0.
           88 XREF-KEY-CHANGED                 VALUE 1.
       01  WS-HIT-MAX               PIC 9(4)   VALUE 2000.
       01  WS-HIT-COUNT             PIC 9(4)   VALUE 0.
       01  WS-HIT-IX                PIC 9(4)   VALUE 0.
       01  WS-HIT-FOUND             PIC 9      VALUE 0.
           88 HIT-ALREADY-LISTED               VALUE 1.
       01  WS-HIT-OVERFLOW          PIC 9(5)   VALUE 0.
       01  WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 2000 TIMES.
               10 WS-HIT-PROMPT-ID  PIC X(20).
               10 WS-HIT-SESSION-ID PIC X(64).
               10 WS-HIT-KIND       PIC X(8).
               10 WS-HIT-KEY        PIC X(12).

      *    One archived answer under test.
       01  WS-TESTED-MAP            PIC X(500) VALUE SPACES.
       01  WS-REPLY-UPPER           PIC X(4096) VALUE SPACES.
       01  WS-LETTER-TEXT           PIC X(8000) VALUE SPACES.
       01  WS-LETTER-PTR            PIC 9(5)   VALUE 1.
       01  WS-LETTER-STATE          PIC 9      VALUE 0.
           88 LETTER-NOT-LOOKED                VALUE 0.
           88 LETTER-ON-FILE                   VALUE 1.
           88 LETTER-NOT-ON-FILE               VALUE 2.
       01  WS-REPLY-IN-SCOPE        PIC 9      VALUE 0.
           88 REPLY-TEXT-IN-SCOPE              VALUE 1.
       01  WS-SEARCH-TEXT           PIC X(128) VALUE SPACES.
       01  WS-SEARCH-LEN            PIC 9(3)   VALUE 0.
       01  WS-FORM-IX               PIC 9      VALUE 0.
       01  WS-QUOTE-TALLY           PIC 9(5)   VALUE 0.
       01  WS-QUOTED-IN-REPLY       PIC 9      VALUE 0.
           88 QUOTED-IN-REPLY                  VALUE 1.
       01  WS-QUOTED-IN-LETTER      PIC 9      VALUE 0.
           88 QUOTED-IN-LETTER                 VALUE 1.
       01  WS-ANY-IN-REPLY          PIC 9      VALUE 0.
       01  WS-ANY-IN-LETTER         PIC 9      VALUE 0.
       01  WS-FLAG-COUNT            PIC 9(3)   VALUE 0.
       01  WS-FIRST-FLAG-IX         PIC 9(4)   VALUE 0.
       01  WS-FOUND-IN              PIC X(8)   VALUE SPACES.
       01  WS-ITEM-ACTION           PIC X(10)  VALUE SPACES.

       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SHORT-OLD             PIC X(40)  VALUE SPACES.
       01  WS-SHORT-NEW             PIC X(40)  VALUE SPACES.

       01  WS-JOURNAL-READ          PIC 9(5)   VALUE 0.
       01  WS-JOURNAL-USED          PIC 9(5)   VALUE 0.
       01  WS-CUST-COMPARED         PIC 9(7)   VALUE 0.
       01  WS-CUST-ADDED            PIC 9(7)   VALUE 0.
       01  WS-CUST-DELETED          PIC 9(7)   VALUE 0.
       01  WS-ORD-COMPARED          PIC 9(7)   VALUE 0.
       01  WS-ORD-ADDED             PIC 9(7)   VALUE 0.
       01  WS-ORD-DELETED           PIC 9(7)   VALUE 0.
       01  WS-CUST-BASELINE         PIC 9      VALUE 0.
       01  WS-ORD-BASELINE          PIC 9      VALUE 0.
       01  WS-REPLIES-READ          PIC 9(7)   VALUE 0.
       01  WS-REPLIES-TESTED        PIC 9(7)   VALUE 0.
       01  WS-ITEMS-FLAGGED         PIC 9(5)   VALUE 0.
       01  WS-ITEMS-REOPENED        PIC 9(5)   VALUE 0.
       01  WS-ITEMS-STILL-OPEN      PIC 9(5)   VALUE 0.
       01  WS-ITEMS-ALREADY-DECIDED PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Stale-Answer Impact Sweep ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:14) TO WS-RUN-TS
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           PERFORM LOAD-SWEEP-CONFIG
           PERFORM READ-SWEEP-CONTROL
           PERFORM COMPUTE-SWEEP-WINDOW

           DISPLAY "Changes since:   " WS-SINCE-TS
           DISPLAY "Answers since:   " WS-CUTOFF-TS

           PERFORM COLLECT-JOURNAL-CHANGES
           PERFORM COMPARE-CUSTOMER-SNAPSHOT
           PERFORM COMPARE-ORDER-SNAPSHOT

           OPEN OUTPUT STALE-REPORT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-CHANGE-SECTION

           IF WS-CHG-COUNT > 0
               PERFORM COLLECT-XREF-HITS
               PERFORM SWEEP-ARCHIVED-ANSWERS
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE STALE-REPORT

           PERFORM WRITE-SWEEP-CONTROL

           DISPLAY " "
           DISPLAY "Journal changes applied: " WS-JOURNAL-USED
           DISPLAY "Customers compared:      " WS-CUST-COMPARED
           DISPLAY "Orders compared:         " WS-ORD-COMPARED
           DISPLAY "Field changes found:     " WS-CHG-COUNT
           DISPLAY "Linked prompts/sessions: " WS-HIT-COUNT
           DISPLAY "Answers tested:          " WS-REPLIES-TESTED
           DISPLAY "Answers flagged:         " WS-ITEMS-FLAGGED
           DISPLAY "  of which re-opened:    " WS-ITEMS-REOPENED
           DISPLAY "Already on worklist:     " WS-ITEMS-STILL-OPEN
           IF WS-CHG-OVERFLOW > 0 OR WS-HIT-OVERFLOW > 0
               DISPLAY "WARNING: tables full; "
                   WS-CHG-OVERFLOW " change(s) and "
                   WS-HIT-OVERFLOW " link(s) not swept"
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-SWEEP-CONFIG: Pick up the hot-standby keywords and the   *
      * look-back window. With the FILE-SET failover switch thrown,   *
      * the archive is read out of the mirror directory.              *
      *----------------------------------------------------------------*
       LOAD-SWEEP-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-SWEEP-KEYWORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG

           IF FILE-SET-MIRROR
               PERFORM APPLY-FAILOVER-FILE-SET
           END-IF
           .

       APPLY-ONE-SWEEP-KEYWORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "MIRROR-DIR"
                           MOVE SCFG-VALUE TO WS-MIRROR-DIR
                       WHEN "FILE-SET"
                           MOVE SCFG-VALUE(1:8) TO WS-FILE-SET
                       WHEN "STALE-LOOKBACK-DAYS"
                           IF FUNCTION NUMVAL(SCFG-VALUE) > 0
                               MOVE FUNCTION NUMVAL(SCFG-VALUE)
                                   TO WS-LOOKBACK-DAYS
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
      * READ-SWEEP-CONTROL / COMPUTE-SWEEP-WINDOW: Changes count from  *
      * the start of the last completed sweep; the first sweep reads   *
      * the journal back over the look-back window instead. Answers    *
      * are always searched over the look-back window.                 *
      *----------------------------------------------------------------*
       READ-SWEEP-CONTROL.
           MOVE SPACES TO WS-LAST-RUN-TS
           OPEN INPUT SWEEP-CONTROL
           IF WS-SSC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SWEEP-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SSC-LAST-RUN-TS TO WS-LAST-RUN-TS
           END-READ
           CLOSE SWEEP-CONTROL
           .

       COMPUTE-SWEEP-WINDOW.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-LOOKBACK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE
           MOVE SPACES TO WS-CUTOFF-TS
           STRING
               WS-CUTOFF-DATE "000000"
               DELIMITED SIZE
               INTO WS-CUTOFF-TS
           END-STRING

           IF WS-LAST-RUN-TS = SPACES
               MOVE WS-CUTOFF-TS TO WS-SINCE-TS
           ELSE
               MOVE WS-LAST-RUN-TS TO WS-SINCE-TS
           END-IF

           MOVE SPACES TO WS-SNAPSHOT-REF
           STRING
               "SNAPSHOT OF " WS-SINCE-TS
               DELIMITED SIZE
               INTO WS-SNAPSHOT-REF
           END-STRING
           .

      *----------------------------------------------------------------*
      * COLLECT-JOURNAL-CHANGES: Every customer-master update the      *
      * operator applied since the last sweep, its before and after    *
      * images compared field by field.                                *
      *----------------------------------------------------------------*
       COLLECT-JOURNAL-CHANGES.
           OPEN INPUT PENDING-UPDATE-JOURNAL
           IF WS-PUJ-FILE-STATUS NOT = "00"
               DISPLAY "No pending-update journal ("
                   FUNCTION TRIM(WS-PUJ-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ONE-JOURNAL-ENTRY
               UNTIL WS-PUJ-FILE-STATUS NOT = "00"

           CLOSE PENDING-UPDATE-JOURNAL
           .

       READ-ONE-JOURNAL-ENTRY.
           READ PENDING-UPDATE-JOURNAL NEXT RECORD
               AT END
                   MOVE "10" TO WS-PUJ-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF PUJ-STATUS-APPLIED
                       AND PUJ-FILE-NAME = "CUSTOMER-MASTER"
                       PERFORM USE-ONE-JOURNAL-ENTRY
                   END-IF
           END-READ
           .

       USE-ONE-JOURNAL-ENTRY.
           MOVE PUJ-DECIDED-TS(1:14) TO WS-CHANGE-TS
           IF WS-CHANGE-TS = SPACES
               MOVE PUJ-TIMESTAMP(1:14) TO WS-CHANGE-TS
           END-IF
           IF WS-CHANGE-TS NOT > WS-SINCE-TS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOURNAL-USED
           MOVE PUJ-BEFORE-IMAGE(1:221) TO WS-OLD-CUST
           MOVE PUJ-AFTER-IMAGE(1:221) TO WS-NEW-CUST
           MOVE "JOURNAL" TO WS-STAGE-SOURCE
           MOVE PUJ-UPDATE-ID TO WS-STAGE-REF
           PERFORM COMPARE-CUSTOMER-IMAGES
           .

      *----------------------------------------------------------------*
      * COMPARE-CUSTOMER-SNAPSHOT: Match-merge the customer master     *
      * against the last sweep's snapshot by account number, writing   *
      * the new snapshot as the master is read. With no old snapshot   *
      * this run only takes the baseline.                              *
      *----------------------------------------------------------------*
       COMPARE-CUSTOMER-SNAPSHOT.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "No customer master ("
                   FUNCTION TRIM(WS-CM-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           SET SNAPSHOT-HAS-PRIOR TO TRUE
           OPEN INPUT CUST-SNAPSHOT-OLD
           IF WS-CSO-FILE-STATUS NOT = "00"
               SET SNAPSHOT-IS-BASELINE TO TRUE
               MOVE 1 TO WS-CUST-BASELINE
           END-IF
           OPEN OUTPUT CUST-SNAPSHOT-NEW

           MOVE "SNAPSHOT" TO WS-STAGE-SOURCE
           MOVE WS-SNAPSHOT-REF TO WS-STAGE-REF
           PERFORM READ-NEXT-CUSTOMER
           PERFORM READ-NEXT-CUST-SNAPSHOT

           PERFORM MATCH-ONE-CUSTOMER
               UNTIL WS-CM-CUR-KEY = HIGH-VALUES
               AND WS-CSO-CUR-KEY = HIGH-VALUES

           CLOSE CUSTOMER-MASTER
           CLOSE CUST-SNAPSHOT-NEW
           IF SNAPSHOT-HAS-PRIOR
               CLOSE CUST-SNAPSHOT-OLD
           END-IF

           MOVE SPACES TO WS-MOVE-COMMAND
           STRING
               "mv -f " FUNCTION TRIM(WS-CSN-FILE-NAME)
               " " FUNCTION TRIM(WS-CSO-FILE-NAME)
               DELIMITED SIZE
               INTO WS-MOVE-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-MOVE-COMMAND
           .

       MATCH-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CM-CUR-KEY = WS-CSO-CUR-KEY
                   ADD 1 TO WS-CUST-COMPARED
                   MOVE CUST-SNAPSHOT-OLD-RECORD TO WS-OLD-CUST
                   MOVE CUSTOMER-MASTER-RECORD TO WS-NEW-CUST
                   IF WS-OLD-CUST NOT = WS-NEW-CUST
                       PERFORM COMPARE-CUSTOMER-IMAGES
                   END-IF
                   PERFORM READ-NEXT-CUSTOMER
                   PERFORM READ-NEXT-CUST-SNAPSHOT
               WHEN WS-CM-CUR-KEY < WS-CSO-CUR-KEY
                   IF SNAPSHOT-HAS-PRIOR
                       ADD 1 TO WS-CUST-ADDED
                   END-IF
                   PERFORM READ-NEXT-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-CUST-DELETED
                   PERFORM READ-NEXT-CUST-SNAPSHOT
           END-EVALUATE
           .

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CM-CUR-KEY
               NOT AT END
                   MOVE CUST-ACCOUNT-NO TO WS-CM-CUR-KEY
                   WRITE CUST-SNAPSHOT-NEW-RECORD
                       FROM CUSTOMER-MASTER-RECORD
           END-READ
           .

       READ-NEXT-CUST-SNAPSHOT.
           IF SNAPSHOT-IS-BASELINE
               MOVE HIGH-VALUES TO WS-CSO-CUR-KEY
               EXIT PARAGRAPH
           END-IF

           READ CUST-SNAPSHOT-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-CSO-CUR-KEY
               NOT AT END
                   MOVE CUST-SNAPSHOT-OLD-RECORD(1:10)
                       TO WS-CSO-CUR-KEY
           END-READ
           .

      *----------------------------------------------------------------*
      * COMPARE-ORDER-SNAPSHOT: The same match-merge for the order     *
      * master, by order id.                                           *
      *----------------------------------------------------------------*
       COMPARE-ORDER-SNAPSHOT.
           OPEN INPUT ORDER-MASTER
           IF WS-OM-FILE-STATUS NOT = "00"
               DISPLAY "No order master ("
                   FUNCTION TRIM(WS-OM-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           SET SNAPSHOT-HAS-PRIOR TO TRUE
           OPEN INPUT ORD-SNAPSHOT-OLD
           IF WS-OSO-FILE-STATUS NOT = "00"
               SET SNAPSHOT-IS-BASELINE TO TRUE
               MOVE 1 TO WS-ORD-BASELINE
           END-IF
           OPEN OUTPUT ORD-SNAPSHOT-NEW

           MOVE "SNAPSHOT" TO WS-STAGE-SOURCE
           MOVE WS-SNAPSHOT-REF TO WS-STAGE-REF
           PERFORM READ-NEXT-ORDER
           PERFORM READ-NEXT-ORD-SNAPSHOT

           PERFORM MATCH-ONE-ORDER
               UNTIL WS-OM-CUR-KEY = HIGH-VALUES
               AND WS-OSO-CUR-KEY = HIGH-VALUES

           CLOSE ORDER-MASTER
           CLOSE ORD-SNAPSHOT-NEW
           IF SNAPSHOT-HAS-PRIOR
               CLOSE ORD-SNAPSHOT-OLD
           END-IF

           MOVE SPACES TO WS-MOVE-COMMAND
           STRING
               "mv -f " FUNCTION TRIM(WS-OSN-FILE-NAME)
               " " FUNCTION TRIM(WS-OSO-FILE-NAME)
               DELIMITED SIZE
               INTO WS-MOVE-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-MOVE-COMMAND
           .

       MATCH-ONE-ORDER.
           EVALUATE TRUE
               WHEN WS-OM-CUR-KEY = WS-OSO-CUR-KEY
                   ADD 1 TO WS-ORD-COMPARED
                   MOVE ORD-SNAPSHOT-OLD-RECORD TO WS-OLD-ORD
                   MOVE ORDER-MASTER-RECORD TO WS-NEW-ORD
                   IF WS-OLD-ORD NOT = WS-NEW-ORD
                       PERFORM COMPARE-ORDER-IMAGES
                   END-IF
                   PERFORM READ-NEXT-ORDER
                   PERFORM READ-NEXT-ORD-SNAPSHOT
               WHEN WS-OM-CUR-KEY < WS-OSO-CUR-KEY
                   IF SNAPSHOT-HAS-PRIOR
                       ADD 1 TO WS-ORD-ADDED
                   END-IF
                   PERFORM READ-NEXT-ORDER
               WHEN OTHER
                   ADD 1 TO WS-ORD-DELETED
                   PERFORM READ-NEXT-ORD-SNAPSHOT
           END-EVALUATE
           .

       READ-NEXT-ORDER.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-OM-CUR-KEY
               NOT AT END
                   MOVE ORD-ORDER-ID TO WS-OM-CUR-KEY
                   WRITE ORD-SNAPSHOT-NEW-RECORD
                       FROM ORDER-MASTER-RECORD
           END-READ
           .

       READ-NEXT-ORD-SNAPSHOT.
           IF SNAPSHOT-IS-BASELINE
               MOVE HIGH-VALUES TO WS-OSO-CUR-KEY
               EXIT PARAGRAPH
           END-IF

           READ ORD-SNAPSHOT-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-OSO-CUR-KEY
               NOT AT END
                   MOVE ORD-SNAPSHOT-OLD-RECORD(1:12)
                       TO WS-OSO-CUR-KEY
           END-READ
           .

      *----------------------------------------------------------------*
      * COMPARE-CUSTOMER-IMAGES / COMPARE-ORDER-IMAGES: One staged     *
      * change per field that differs between the old and new image.   *
      * Only fields a reply is likely to quote are compared.           *
      *----------------------------------------------------------------*
       COMPARE-CUSTOMER-IMAGES.
           MOVE "CUSTOMER" TO WS-STAGE-KIND
           MOVE WS-NEW-CUST-ACCOUNT-NO TO WS-STAGE-KEY
           IF WS-STAGE-KEY = SPACES
               MOVE WS-OLD-CUST-ACCOUNT-NO TO WS-STAGE-KEY
           END-IF

           IF WS-OLD-CUST-NAME NOT = WS-NEW-CUST-NAME
               MOVE "NAME" TO WS-STAGE-FIELD
               MOVE WS-OLD-CUST-NAME TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-CUST-NAME TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-TEXT-CHANGE
           END-IF

           IF WS-OLD-CUST-ADDRESS NOT = WS-NEW-CUST-ADDRESS
               MOVE "ADDRESS" TO WS-STAGE-FIELD
               MOVE WS-OLD-CUST-ADDRESS TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-CUST-ADDRESS TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-ADDRESS-CHANGE
           END-IF

           IF WS-OLD-CUST-STATUS NOT = WS-NEW-CUST-STATUS
               MOVE "STATUS" TO WS-STAGE-FIELD
               MOVE WS-OLD-CUST-STATUS TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-CUST-STATUS TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-TEXT-CHANGE
           END-IF

           IF WS-OLD-CUST-BALANCE NOT = WS-NEW-CUST-BALANCE
               MOVE "BALANCE" TO WS-STAGE-FIELD
               MOVE WS-OLD-CUST-BALANCE TO WS-STAGE-OLD-AMT
               MOVE WS-NEW-CUST-BALANCE TO WS-STAGE-NEW-AMT
               PERFORM STAGE-MONEY-CHANGE
           END-IF
           .

       COMPARE-ORDER-IMAGES.
           MOVE "ORDER" TO WS-STAGE-KIND
           MOVE WS-NEW-ORD-ORDER-ID TO WS-STAGE-KEY

           IF WS-OLD-ORD-STATUS NOT = WS-NEW-ORD-STATUS
               MOVE "STATUS" TO WS-STAGE-FIELD
               MOVE WS-OLD-ORD-STATUS TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-ORD-STATUS TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-TEXT-CHANGE
           END-IF

           IF WS-OLD-ORD-ORDER-DATE NOT = WS-NEW-ORD-ORDER-DATE
               MOVE "ORDER-DATE" TO WS-STAGE-FIELD
               MOVE WS-OLD-ORD-ORDER-DATE TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-ORD-ORDER-DATE TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-DATE-CHANGE
           END-IF

           IF WS-OLD-ORD-SHIP-DATE NOT = WS-NEW-ORD-SHIP-DATE
               MOVE "SHIP-DATE" TO WS-STAGE-FIELD
               MOVE WS-OLD-ORD-SHIP-DATE TO WS-STAGE-OLD-TEXT
               MOVE WS-NEW-ORD-SHIP-DATE TO WS-STAGE-NEW-TEXT
               PERFORM STAGE-DATE-CHANGE
           END-IF

           IF WS-OLD-ORD-TOTAL NOT = WS-NEW-ORD-TOTAL
               MOVE "TOTAL" TO WS-STAGE-FIELD
               MOVE WS-OLD-ORD-TOTAL TO WS-STAGE-OLD-AMT
               MOVE WS-NEW-ORD-TOTAL TO WS-STAGE-NEW-AMT
               PERFORM STAGE-MONEY-CHANGE
           END-IF
           .

      *----------------------------------------------------------------*
      * STAGE-xxx-CHANGE: Work out how the old value would read in a   *
      * reply -- the value itself, plus one likely variant: the first  *
      * line of an address, an amount with thousands commas, a date    *
      * written YYYY-MM-DD.                                            *
      *----------------------------------------------------------------*
       STAGE-TEXT-CHANGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STAGE-OLD-TEXT))
               TO WS-STAGE-FORM-1
           MOVE SPACES TO WS-STAGE-FORM-2
           PERFORM ADD-STAGED-CHANGE
           .

       STAGE-ADDRESS-CHANGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STAGE-OLD-TEXT))
               TO WS-STAGE-FORM-1
           MOVE SPACES TO WS-STAGE-FORM-2
           MOVE SPACES TO WS-ADDR-SEGMENT
           MOVE 0 TO WS-ADDR-SEG-LEN
           UNSTRING WS-STAGE-FORM-1 DELIMITED BY ","
               INTO WS-ADDR-SEGMENT COUNT IN WS-ADDR-SEG-LEN
           END-UNSTRING

           IF WS-STAGE-FORM-1 NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-STAGE-FORM-1 TRAILING))
                   TO WS-FULL-LEN
               IF WS-ADDR-SEG-LEN >= 6
                   AND WS-ADDR-SEG-LEN < WS-FULL-LEN
                   MOVE FUNCTION TRIM(WS-ADDR-SEGMENT)
                       TO WS-STAGE-FORM-2
               END-IF
           END-IF
           PERFORM ADD-STAGED-CHANGE
           .

       STAGE-MONEY-CHANGE.
           MOVE WS-STAGE-OLD-AMT TO WS-MONEY-EDIT
           MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-STAGE-OLD-TEXT
           MOVE WS-STAGE-OLD-TEXT TO WS-STAGE-FORM-1
           MOVE WS-STAGE-NEW-AMT TO WS-MONEY-EDIT
           MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-STAGE-NEW-TEXT

           MOVE SPACES TO WS-STAGE-FORM-2
           MOVE WS-STAGE-OLD-AMT TO WS-MONEY-GROUPED
           IF FUNCTION TRIM(WS-MONEY-GROUPED) NOT = WS-STAGE-FORM-1
               MOVE FUNCTION TRIM(WS-MONEY-GROUPED) TO WS-STAGE-FORM-2
           END-IF
           PERFORM ADD-STAGED-CHANGE
           .

       STAGE-DATE-CHANGE.
           MOVE FUNCTION TRIM(WS-STAGE-OLD-TEXT) TO WS-STAGE-FORM-1
           MOVE SPACES TO WS-STAGE-FORM-2
           IF WS-STAGE-OLD-TEXT(1:8) IS NUMERIC
               STRING
                   WS-STAGE-OLD-TEXT(1:4) "-"
                   WS-STAGE-OLD-TEXT(5:2) "-"
                   WS-STAGE-OLD-TEXT(7:2)
                   DELIMITED SIZE
                   INTO WS-STAGE-FORM-2
               END-STRING
           END-IF
           PERFORM ADD-STAGED-CHANGE
           .

      *----------------------------------------------------------------*
      * ADD-STAGED-CHANGE: Enter the staged change in the table unless *
      * the same field of the same key already went from the same old  *
      * value -- the journal and the snapshot usually both see an      *
      * applied update, and the journal's entry is the one kept.       *
      *----------------------------------------------------------------*
       ADD-STAGED-CHANGE.
           MOVE 0 TO WS-CHG-FOUND-IX
           PERFORM TEST-ONE-KNOWN-CHANGE
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT
               OR WS-CHG-FOUND-IX > 0
           IF WS-CHG-FOUND-IX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CHG-COUNT >= WS-CHG-MAX
               ADD 1 TO WS-CHG-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO WS-CHG-IX
           MOVE WS-STAGE-KIND TO WS-CHG-KIND(WS-CHG-IX)
           MOVE WS-STAGE-KEY TO WS-CHG-KEY(WS-CHG-IX)
           MOVE WS-STAGE-FIELD TO WS-CHG-FIELD(WS-CHG-IX)
           MOVE WS-STAGE-OLD-TEXT TO WS-CHG-OLD(WS-CHG-IX)
           MOVE WS-STAGE-NEW-TEXT TO WS-CHG-NEW(WS-CHG-IX)
           MOVE WS-STAGE-SOURCE TO WS-CHG-SOURCE(WS-CHG-IX)
           MOVE WS-STAGE-REF TO WS-CHG-REF(WS-CHG-IX)
           MOVE 0 TO WS-CHG-FLAGGED(WS-CHG-IX)

           MOVE WS-STAGE-FORM-1 TO WS-SEARCH-TEXT
           MOVE 1 TO WS-FORM-IX
           PERFORM SET-ONE-SEARCH-FORM
           MOVE WS-STAGE-FORM-2 TO WS-SEARCH-TEXT
           MOVE 2 TO WS-FORM-IX
           PERFORM SET-ONE-SEARCH-FORM
           .

       TEST-ONE-KNOWN-CHANGE.
           IF WS-CHG-KIND(WS-CHG-IX) = WS-STAGE-KIND
               AND WS-CHG-KEY(WS-CHG-IX) = WS-STAGE-KEY
               AND WS-CHG-FIELD(WS-CHG-IX) = WS-STAGE-FIELD
               AND WS-CHG-OLD(WS-CHG-IX) = WS-STAGE-OLD-TEXT
               MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
           END-IF
           .

      *    A form under three characters would match all over the
      *    place and is not searched for.
       SET-ONE-SEARCH-FORM.
           MOVE WS-SEARCH-TEXT TO WS-CHG-FORM-TEXT(WS-CHG-IX WS-FORM-IX)
           MOVE 0 TO WS-CHG-FORM-LEN(WS-CHG-IX WS-FORM-IX)
           IF WS-SEARCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT TRAILING))
               TO WS-SEARCH-LEN
           IF WS-SEARCH-LEN >= 3
               MOVE WS-SEARCH-LEN
                   TO WS-CHG-FORM-LEN(WS-CHG-IX WS-FORM-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * COLLECT-XREF-HITS: Every prompt and session the xref ties to a *
      * changed key inside the look-back window. Tool lookups log      *
      * their key against the session alone (prompt "-"), so the       *
      * session is kept as well as the prompt.                         *
      *----------------------------------------------------------------*
       COLLECT-XREF-HITS.
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS NOT = "00"
               DISPLAY "No business-key cross-reference ("
                   FUNCTION TRIM(WS-BXR-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ONE-XREF-LINE
               UNTIL WS-BXR-FILE-STATUS NOT = "00"

           CLOSE BUSINESS-XREF
           .

       READ-ONE-XREF-LINE.
           READ BUSINESS-XREF INTO WS-BXR-LINE
               AT END
                   MOVE "10" TO WS-BXR-FILE-STATUS
               NOT AT END
                   PERFORM PARSE-ONE-XREF-LINE
                   IF WS-BXR-TIMESTAMP(1:14) >= WS-CUTOFF-TS
                       PERFORM CHECK-XREF-KEY-CHANGED
                       IF XREF-KEY-CHANGED
                           PERFORM ADD-XREF-HIT
                       END-IF
                   END-IF
           END-READ
           .

       PARSE-ONE-XREF-LINE.
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
           .

      *    Customer and order keys are logged under their own kinds;
      *    a queue record's business key may be either.
       CHECK-XREF-KEY-CHANGED.
           MOVE 0 TO WS-BXR-KEY-MATCHED
           MOVE SPACES TO WS-BXR-KEY-KIND
           IF WS-BXR-KEY(13:8) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BXR-KIND NOT = "CUST" AND WS-BXR-KIND NOT = "ORDER"
               AND WS-BXR-KIND NOT = "QUEUE"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHG-FOUND-IX
           PERFORM TEST-ONE-CHANGED-KEY
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT
               OR WS-CHG-FOUND-IX > 0
           IF WS-CHG-FOUND-IX > 0
               MOVE 1 TO WS-BXR-KEY-MATCHED
               MOVE WS-CHG-KIND(WS-CHG-FOUND-IX) TO WS-BXR-KEY-KIND
           END-IF
           .

       TEST-ONE-CHANGED-KEY.
           IF WS-CHG-KEY(WS-CHG-IX) = WS-BXR-KEY(1:12)
               EVALUATE TRUE
                   WHEN WS-BXR-KIND = "QUEUE"
                       MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
                   WHEN WS-BXR-KIND = "CUST"
                       AND WS-CHG-KIND(WS-CHG-IX) = "CUSTOMER"
                       MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
                   WHEN WS-BXR-KIND = "ORDER"
                       AND WS-CHG-KIND(WS-CHG-IX) = "ORDER"
                       MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       ADD-XREF-HIT.
           IF WS-BXR-PROMPT-ID = SPACES
               MOVE "-" TO WS-BXR-PROMPT-ID
           END-IF
           IF WS-BXR-SESSION-ID = SPACES
               MOVE "-" TO WS-BXR-SESSION-ID
           END-IF
           IF WS-BXR-PROMPT-ID = "-" AND WS-BXR-SESSION-ID = "-"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIT-FOUND
           PERFORM TEST-ONE-KNOWN-HIT
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT
               OR HIT-ALREADY-LISTED
           IF HIT-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF

           IF WS-HIT-COUNT >= WS-HIT-MAX
               ADD 1 TO WS-HIT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIT-COUNT
           MOVE WS-BXR-PROMPT-ID TO WS-HIT-PROMPT-ID(WS-HIT-COUNT)
           MOVE WS-BXR-SESSION-ID TO WS-HIT-SESSION-ID(WS-HIT-COUNT)
           MOVE WS-BXR-KEY-KIND TO WS-HIT-KIND(WS-HIT-COUNT)
           MOVE WS-BXR-KEY(1:12) TO WS-HIT-KEY(WS-HIT-COUNT)
           .

       TEST-ONE-KNOWN-HIT.
           IF WS-HIT-PROMPT-ID(WS-HIT-IX) = WS-BXR-PROMPT-ID
               AND WS-HIT-SESSION-ID(WS-HIT-IX) = WS-BXR-SESSION-ID
               AND WS-HIT-KIND(WS-HIT-IX) = WS-BXR-KEY-KIND
               AND WS-HIT-KEY(WS-HIT-IX) = WS-BXR-KEY(1:12)
               MOVE 1 TO WS-HIT-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      * SWEEP-ARCHIVED-ANSWERS: Read the archive through; every good   *
      * answer in the look-back window tied to a changed key is        *
      * searched, with its letter, for each old value of that key.     *
      *----------------------------------------------------------------*
       SWEEP-ARCHIVED-ANSWERS.
           IF WS-HIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "No response archive ("
                   FUNCTION TRIM(WS-RA-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O REISSUE-WORKLIST
           IF WS-SWL-FILE-STATUS = "35"
               OPEN OUTPUT REISSUE-WORKLIST
               CLOSE REISSUE-WORKLIST
               OPEN I-O REISSUE-WORKLIST
           END-IF
           IF WS-SWL-FILE-STATUS NOT = "00"
               DISPLAY "Re-issue worklist unavailable ("
                   FUNCTION TRIM(WS-SWL-FILE-NAME) "), status "
                   WS-SWL-FILE-STATUS
               CLOSE RESPONSE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-FLAGGED-HEADING

           PERFORM SWEEP-ONE-ARCHIVE-ENTRY
               UNTIL WS-RA-FILE-STATUS NOT = "00"

           CLOSE REISSUE-WORKLIST
           CLOSE RESPONSE-ARCHIVE
           .

       SWEEP-ONE-ARCHIVE-ENTRY.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-REPLIES-READ
                   IF (RA-STATUS = "OK" OR RA-STATUS = "CACHED"
                       OR RA-STATUS = "LATE-OK")
                       AND RA-TIMESTAMP(1:14) >= WS-CUTOFF-TS
                       PERFORM TEST-ONE-ANSWER
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * TEST-ONE-ANSWER: A superseded original has already been        *
      * answered again; only the corrected letter built from its       *
      * re-run is still worth searching. Otherwise both the reply and  *
      * its letter are searched.                                       *
      *----------------------------------------------------------------*
       TEST-ONE-ANSWER.
           MOVE ALL "0" TO WS-TESTED-MAP
           MOVE 0 TO WS-FLAG-COUNT
           MOVE 0 TO WS-FIRST-FLAG-IX
           MOVE 0 TO WS-ANY-IN-REPLY
           MOVE 0 TO WS-ANY-IN-LETTER
           SET LETTER-NOT-LOOKED TO TRUE
           MOVE SPACES TO WS-LTR-FILE-NAME

           IF RA-SUPERSEDED-BY = SPACES
               MOVE 1 TO WS-REPLY-IN-SCOPE
               PERFORM DECRYPT-ARCHIVE-TEXT
               MOVE FUNCTION UPPER-CASE(RA-REPLY-TEXT)
                   TO WS-REPLY-UPPER
           ELSE
               MOVE 0 TO WS-REPLY-IN-SCOPE
           END-IF

           PERFORM TEST-ONE-HIT-FOR-ANSWER
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT

           IF WS-TESTED-MAP NOT = ALL "0"
               ADD 1 TO WS-REPLIES-TESTED
           END-IF

           IF WS-FLAG-COUNT > 0
               PERFORM RECORD-WORKLIST-ITEM
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

      *    A hit naming a prompt ties that prompt only; a hit with no
      *    prompt ties every answer given in its session.
       TEST-ONE-HIT-FOR-ANSWER.
           IF WS-HIT-PROMPT-ID(WS-HIT-IX) NOT = "-"
               IF WS-HIT-PROMPT-ID(WS-HIT-IX) NOT = RA-PROMPT-ID
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-HIT-SESSION-ID(WS-HIT-IX) NOT = RA-SESSION-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM TEST-ONE-CHANGE-FOR-ANSWER
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT
           .

       TEST-ONE-CHANGE-FOR-ANSWER.
           IF WS-CHG-KIND(WS-CHG-IX) NOT = WS-HIT-KIND(WS-HIT-IX)
               OR WS-CHG-KEY(WS-CHG-IX) NOT = WS-HIT-KEY(WS-HIT-IX)
               OR WS-TESTED-MAP(WS-CHG-IX:1) = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO WS-TESTED-MAP(WS-CHG-IX:1)
           MOVE 0 TO WS-QUOTED-IN-REPLY
           MOVE 0 TO WS-QUOTED-IN-LETTER

           IF LETTER-NOT-LOOKED
               PERFORM LOAD-LETTER-TEXT
           END-IF

           PERFORM SEARCH-ONE-FORM
               VARYING WS-FORM-IX FROM 1 BY 1
               UNTIL WS-FORM-IX > 2

           IF QUOTED-IN-REPLY OR QUOTED-IN-LETTER
               ADD 1 TO WS-FLAG-COUNT
               ADD 1 TO WS-CHG-FLAGGED(WS-CHG-IX)
               IF WS-FIRST-FLAG-IX = 0
                   MOVE WS-CHG-IX TO WS-FIRST-FLAG-IX
               END-IF
               IF QUOTED-IN-REPLY
                   MOVE 1 TO WS-ANY-IN-REPLY
               END-IF
               IF QUOTED-IN-LETTER
                   MOVE 1 TO WS-ANY-IN-LETTER
               END-IF
           END-IF
           .

       SEARCH-ONE-FORM.
           MOVE WS-CHG-FORM-LEN(WS-CHG-IX WS-FORM-IX) TO WS-SEARCH-LEN
           IF WS-SEARCH-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-FORM-TEXT(WS-CHG-IX WS-FORM-IX)
               TO WS-SEARCH-TEXT

           IF REPLY-TEXT-IN-SCOPE
               MOVE 0 TO WS-QUOTE-TALLY
               INSPECT WS-REPLY-UPPER TALLYING WS-QUOTE-TALLY
                   FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               IF WS-QUOTE-TALLY > 0
                   MOVE 1 TO WS-QUOTED-IN-REPLY
               END-IF
           END-IF

           IF LETTER-ON-FILE
               MOVE 0 TO WS-QUOTE-TALLY
               INSPECT WS-LETTER-TEXT TALLYING WS-QUOTE-TALLY
                   FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               IF WS-QUOTE-TALLY > 0
                   MOVE 1 TO WS-QUOTED-IN-LETTER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-LETTER-TEXT: The letter CORRESPONDENCE-WRITER made for    *
      * this prompt, upper-cased into one buffer. Lines are kept apart *
      * by their trailing blanks, so a value split over two lines is   *
      * not matched.                                                   *
      *----------------------------------------------------------------*
       LOAD-LETTER-TEXT.
           SET LETTER-NOT-ON-FILE TO TRUE
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE SPACES TO WS-LTR-FILE-NAME
           IF RA-SUPERSEDED-BY = SPACES
               STRING
                   "LETTER-" FUNCTION TRIM(RA-PROMPT-ID) ".TXT"
                   DELIMITED SIZE
                   INTO WS-LTR-FILE-NAME
               END-STRING
           ELSE
               STRING
                   "LETTER-" FUNCTION TRIM(RA-PROMPT-ID)
                   "-CORRECTED.TXT"
                   DELIMITED SIZE
                   INTO WS-LTR-FILE-NAME
               END-STRING
           END-IF

           MOVE "00" TO WS-LTR-FILE-STATUS
           OPEN INPUT LETTER-IN
           IF WS-LTR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LTR-FILE-NAME
               EXIT PARAGRAPH
           END-IF

           SET LETTER-ON-FILE TO TRUE
           MOVE 1 TO WS-LETTER-PTR
           PERFORM LOAD-ONE-LETTER-LINE
               UNTIL WS-LTR-FILE-STATUS NOT = "00"
           CLOSE LETTER-IN
           .

       LOAD-ONE-LETTER-LINE.
           READ LETTER-IN
               AT END
                   MOVE "10" TO WS-LTR-FILE-STATUS
               NOT AT END
                   IF WS-LETTER-PTR > 7920
                       MOVE "10" TO WS-LTR-FILE-STATUS
                   ELSE
                       MOVE FUNCTION UPPER-CASE(LETTER-IN-RECORD)
                           TO WS-LETTER-TEXT(WS-LETTER-PTR:80)
                       ADD 80 TO WS-LETTER-PTR
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * RECORD-WORKLIST-ITEM: Put the flagged answer on the re-issue   *
      * worklist under its prompt id. An item still OPEN is left as it *
      * is; one already decided is re-opened with the new change,      *
      * unless it was decided on this very change.                     *
      *----------------------------------------------------------------*
       RECORD-WORKLIST-ITEM.
           MOVE WS-FIRST-FLAG-IX TO WS-CHG-IX
           EVALUATE TRUE
               WHEN WS-ANY-IN-REPLY = 1 AND WS-ANY-IN-LETTER = 1
                   MOVE "BOTH" TO WS-FOUND-IN
               WHEN WS-ANY-IN-REPLY = 1
                   MOVE "REPLY" TO WS-FOUND-IN
               WHEN OTHER
                   MOVE "LETTER" TO WS-FOUND-IN
           END-EVALUATE

           MOVE RA-PROMPT-ID TO SWL-PROMPT-ID
           READ REISSUE-WORKLIST
               INVALID KEY
                   MOVE "NEW" TO WS-ITEM-ACTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SWL-STATE-OPEN
                           MOVE "OPEN" TO WS-ITEM-ACTION
                       WHEN SWL-FIELD-NAME = WS-CHG-FIELD(WS-CHG-IX)
                           AND SWL-OLD-VALUE = WS-CHG-OLD(WS-CHG-IX)
                           AND SWL-KEY-VALUE = WS-CHG-KEY(WS-CHG-IX)
                           MOVE "DECIDED" TO WS-ITEM-ACTION
                       WHEN OTHER
                           MOVE "REOPENED" TO WS-ITEM-ACTION
                   END-EVALUATE
           END-READ

           EVALUATE WS-ITEM-ACTION
               WHEN "OPEN"
                   ADD 1 TO WS-ITEMS-STILL-OPEN
                   PERFORM WRITE-FLAGGED-LINE
                   EXIT PARAGRAPH
               WHEN "DECIDED"
                   ADD 1 TO WS-ITEMS-ALREADY-DECIDED
                   EXIT PARAGRAPH
               WHEN "REOPENED"
                   ADD 1 TO WS-ITEMS-REOPENED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           INITIALIZE REISSUE-WORKLIST-RECORD
           MOVE RA-PROMPT-ID TO SWL-PROMPT-ID
           SET SWL-STATE-OPEN TO TRUE
           MOVE WS-CHG-KIND(WS-CHG-IX) TO SWL-KEY-KIND
           MOVE WS-CHG-KEY(WS-CHG-IX) TO SWL-KEY-VALUE
           MOVE WS-CHG-FIELD(WS-CHG-IX) TO SWL-FIELD-NAME
           MOVE WS-CHG-OLD(WS-CHG-IX) TO SWL-OLD-VALUE
           MOVE WS-CHG-NEW(WS-CHG-IX) TO SWL-NEW-VALUE
           MOVE WS-CHG-SOURCE(WS-CHG-IX) TO SWL-CHANGE-SOURCE
           MOVE WS-CHG-REF(WS-CHG-IX) TO SWL-CHANGE-REF
           MOVE WS-FOUND-IN TO SWL-FOUND-IN
           IF WS-ANY-IN-LETTER = 1
               MOVE WS-LTR-FILE-NAME TO SWL-LETTER-NAME
           END-IF
           MOVE RA-SESSION-ID TO SWL-SESSION-ID
           MOVE RA-TIMESTAMP TO SWL-REPLY-TS
           COMPUTE SWL-MORE-CHANGES = WS-FLAG-COUNT - 1
           MOVE WS-TODAY-DATE TO SWL-FLAGGED-TS

           WRITE REISSUE-WORKLIST-RECORD
               INVALID KEY
                   REWRITE REISSUE-WORKLIST-RECORD
           END-WRITE
           ADD 1 TO WS-ITEMS-FLAGGED
           PERFORM WRITE-FLAGGED-LINE
           .

      *----------------------------------------------------------------*
      * Report: the changes found, then the answers flagged, then the  *
      * totals.                                                        *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "STALE-ANSWER IMPACT SWEEP    RUN " WS-RUN-TS
               "    CHANGES SINCE " WS-SINCE-TS
               "    ANSWERS SINCE " WS-CUTOFF-TS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE

           IF WS-CUST-BASELINE = 1
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Customer master snapshot taken as baseline; no "
                   "snapshot comparison this run."
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           END-IF
           IF WS-ORD-BASELINE = 1
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Order master snapshot taken as baseline; no "
                   "snapshot comparison this run."
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           END-IF
           .

       WRITE-CHANGE-SECTION.
           MOVE "CHANGES FOUND" TO WS-OUT-LINE
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "KIND     KEY          FIELD        SOURCE   "
               "OLD VALUE                                "
               "NEW VALUE"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE

           IF WS-CHG-COUNT = 0
               MOVE "  (no changes since the last sweep)"
                   TO WS-OUT-LINE
               WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           END-IF

           PERFORM WRITE-ONE-CHANGE-LINE
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT

           MOVE SPACES TO WS-OUT-LINE
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           .

       WRITE-ONE-CHANGE-LINE.
           MOVE WS-CHG-OLD(WS-CHG-IX) TO WS-SHORT-OLD
           MOVE WS-CHG-NEW(WS-CHG-IX) TO WS-SHORT-NEW
           MOVE SPACES TO WS-OUT-LINE
           STRING
               WS-CHG-KIND(WS-CHG-IX) " "
               WS-CHG-KEY(WS-CHG-IX) " "
               WS-CHG-FIELD(WS-CHG-IX) " "
               WS-CHG-SOURCE(WS-CHG-IX) " "
               WS-SHORT-OLD " "
               WS-SHORT-NEW
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           .

       WRITE-FLAGGED-HEADING.
           MOVE "ANSWERS QUOTING A CHANGED VALUE" TO WS-OUT-LINE
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PROMPT ID            WORKLIST   FOUND IN "
               "KIND     KEY          FIELD        "
               "OLD VALUE                                MORE"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           .

       WRITE-FLAGGED-LINE.
           MOVE WS-CHG-OLD(WS-CHG-IX) TO WS-SHORT-OLD
           MOVE SPACES TO WS-OUT-LINE
           STRING
               RA-PROMPT-ID " "
               WS-ITEM-ACTION " "
               WS-FOUND-IN " "
               WS-CHG-KIND(WS-CHG-IX) " "
               WS-CHG-KEY(WS-CHG-IX) " "
               WS-CHG-FIELD(WS-CHG-IX) " "
               WS-SHORT-OLD " "
               WS-FLAG-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Journal entries read " WS-JOURNAL-READ
               ", applied since last sweep " WS-JOURNAL-USED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Customers compared " WS-CUST-COMPARED
               ", added " WS-CUST-ADDED
               ", deleted " WS-CUST-DELETED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Orders compared    " WS-ORD-COMPARED
               ", added " WS-ORD-ADDED
               ", deleted " WS-ORD-DELETED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Field changes " WS-CHG-COUNT
               ", linked prompts/sessions " WS-HIT-COUNT
               ", answers read " WS-REPLIES-READ
               ", answers tested " WS-REPLIES-TESTED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Flagged " WS-ITEMS-FLAGGED
               " (re-opened " WS-ITEMS-REOPENED
               "), already open " WS-ITEMS-STILL-OPEN
               ", already decided " WS-ITEMS-ALREADY-DECIDED
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE STALE-REPORT-LINE FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * WRITE-SWEEP-CONTROL: Record this run's start as the point the  *
      * next sweep counts changes from.                                *
      *----------------------------------------------------------------*
       WRITE-SWEEP-CONTROL.
           OPEN OUTPUT SWEEP-CONTROL
           IF WS-SSC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not update "
                   FUNCTION TRIM(WS-SSC-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SWEEP-CONTROL-RECORD
           MOVE WS-RUN-TS TO SSC-LAST-RUN-TS
           MOVE WS-CHG-COUNT TO SSC-CHANGES-FOUND
           MOVE WS-ITEMS-FLAGGED TO SSC-ITEMS-FLAGGED
           WRITE SWEEP-CONTROL-RECORD
           CLOSE SWEEP-CONTROL
           .
