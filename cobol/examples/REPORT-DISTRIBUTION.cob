      *================================================================*
      * REPORT-DISTRIBUTION.cob                                        *
      * Distribution step for the end of the nightly chain. The jobs   *
      * leave their reports in the working directory                   *
      * (SLA-AGING-REPORT.TXT, VENDOR-RECON-REPORT.TXT,                *
      * CHARGEBACK-STATEMENT.TXT, ...) to be overwritten the next      *
      * night; this step files each one under its run date and         *
      * delivers it to the people who get it, by the distribution      *
      * table REPORT-DISTRIBUTION.DAT -- one line per report and       *
      * recipient:                                                     *
      *                                                                *
      *   report file name        X(40)                                *
      *   recipient operator id   X(8)                                 *
      *   output directory        X(64)                                *
      *   copies                  X(2)   1-99, default 1               *
      *   retention days          X(4)   default 30                    *
      *   sensitivity level       X(1)   blank = open; 1-9 = only      *
      *                                  recipients of that authority  *
      *                                  level or above                *
      *                                                                *
      * A report is sensitive at the highest level any of its lines    *
      * gives. The recipient's level is the one on OPERATOR-MASTER.DAT *
      * (the sign-on master); a recipient not on it has none, so gets  *
      * open reports only.                                             *
      *                                                                *
      * Each report is copied first to REPORT-ARCHIVE/<report>.<date>  *
      * and then delivered as <output dir>/<report>.<date>, every copy *
      * behind a banner page giving report, run date, job id,          *
      * recipient, copy number and page count. Asked for an earlier    *
      * run date, the step reprints that night's archived copy         *
      * instead (for one report, or all). REPORT-DISTRIBUTION-LOG.DAT  *
      * records what went where -- or why not -- and delivered and     *
      * archived copies are removed once their retention days are up,  *
      * except those a JOB or DATES hold on LEGAL-HOLD.DAT covers.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE ASSIGN TO WS-RDT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDT-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO WS-OPM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS WS-OPM-FILE-STATUS.
           SELECT REPORT-SOURCE ASSIGN TO WS-SRC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT REPORT-COPY ASSIGN TO WS-CPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT DISTRIBUTION-LOG ASSIGN TO WS-RDL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDL-FILE-STATUS.
           SELECT JOB-ID-FILE ASSIGN TO WS-JOBID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBID-FILE-STATUS.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-TABLE.
       01  DISTRIBUTION-TABLE-RECORD.
           05 RDT-REPORT-NAME       PIC X(40).
           05 RDT-RECIPIENT         PIC X(8).
           05 RDT-OUTPUT-DIR        PIC X(64).
           05 RDT-COPIES            PIC X(2).
           05 RDT-RETAIN-DAYS       PIC X(4).
           05 RDT-MIN-LEVEL         PIC X(1).

      *    Field-for-field match of the operator master in             *
      *    OPERATOR-SIGNON -- keep the two in sync by hand.            *
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05 OPM-OPERATOR-ID       PIC X(8).
           05 OPM-OPERATOR-NAME     PIC X(32).
           05 OPM-AUTHORITY-LEVEL   PIC 9.

      *    Wide enough for any of the nightly reports' print lines.
       FD  REPORT-SOURCE.
       01  REPORT-SOURCE-RECORD     PIC X(512).

       FD  REPORT-COPY.
       01  REPORT-COPY-RECORD       PIC X(512).

       FD  DISTRIBUTION-LOG.
       01  DISTRIBUTION-LOG-RECORD.
           05 RDL-RUN-DATE          PIC X(8).
           05 RDL-TIMESTAMP         PIC X(14).
           05 RDL-JOB-ID            PIC X(20).
           05 RDL-REPORT-NAME       PIC X(40).
           05 RDL-RECIPIENT         PIC X(8).
           05 RDL-COPIES            PIC 9(2).
           05 RDL-PAGES             PIC 9(5).
           05 RDL-RETAIN-DAYS       PIC 9(4).
           05 RDL-OUTCOME           PIC X(10).
               88 RDL-WAS-ARCHIVED             VALUE "ARCHIVED".
               88 RDL-WAS-DELIVERED            VALUE "DELIVERED".
               88 RDL-WAS-REPRINTED            VALUE "REPRINTED".
               88 RDL-WAS-REFUSED              VALUE "REFUSED".
               88 RDL-WAS-MISSING              VALUE "MISSING".
               88 RDL-WAS-FAILED               VALUE "FAILED".
               88 RDL-WAS-PURGED               VALUE "PURGED".
               88 RDL-WAS-HELD                 VALUE "HELD".
           05 RDL-FILE-NAME         PIC X(128).
           05 RDL-REASON            PIC X(64).

       FD  JOB-ID-FILE.
       01  JOB-ID-RECORD            PIC X(20).

      *    Field-for-field match of the legal-hold record in           *
      *    LEGAL-HOLD-CONSOLE -- keep the two in sync by hand.         *
       FD  LEGAL-HOLD.
       01  LEGAL-HOLD-RECORD.
           05 LGH-KIND              PIC X(8).
               88 LGH-KIND-KEY                  VALUE "KEY".
               88 LGH-KIND-SESSION              VALUE "SESSION".
               88 LGH-KIND-JOB                  VALUE "JOB".
               88 LGH-KIND-DATES                VALUE "DATES".
           05 LGH-VALUE             PIC X(64).
           05 LGH-DATE-FROM         PIC X(8).
           05 LGH-DATE-TO           PIC X(8).
           05 LGH-MATTER-NO         PIC X(20).
           05 LGH-ATTORNEY          PIC X(32).
           05 LGH-EFFECTIVE-DATE    PIC X(8).
           05 LGH-STATUS            PIC X(8).
               88 LGH-STATUS-RELEASED           VALUE "RELEASED".
           05 LGH-ADDED-BY          PIC X(8).
           05 LGH-ADDED-TS          PIC X(21).
           05 LGH-RELEASED-BY       PIC X(8).
           05 LGH-RELEASED-TS       PIC X(21).
           05 LGH-RELEASE-REASON    PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-RDT-FILE-NAME         PIC X(64)
           VALUE "REPORT-DISTRIBUTION.DAT".
       01  WS-RDT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-OPM-FILE-NAME         PIC X(64)
           VALUE "OPERATOR-MASTER.DAT".
       01  WS-OPM-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SRC-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-SRC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CPY-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-CPY-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RDL-FILE-NAME         PIC X(64)
           VALUE "REPORT-DISTRIBUTION-LOG.DAT".
       01  WS-RDL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-JOBID-FILE-NAME       PIC X(64)
           VALUE "RUNNER-JOB-ID.DAT".
       01  WS-JOBID-FILE-STATUS     PIC XX     VALUE "00".
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-ARCHIVE-DIR           PIC X(64)
           VALUE "REPORT-ARCHIVE".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-RUN-DATE              PIC X(8)   VALUE SPACES.
       01  WS-ONLY-REPORT           PIC X(40)  VALUE SPACES.
       01  WS-JOB-ID                PIC X(20)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-DEFAULT-RETAIN-DAYS   PIC 9(4)   VALUE 30.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.
       01  WS-REPRINT-FLAG          PIC 9      VALUE 0.
           88 REPRINT-RUN                      VALUE 1.
           88 NIGHTLY-RUN                      VALUE 0.
       01  WS-OPM-OPEN-FLAG         PIC 9      VALUE 0.
           88 OPERATOR-MASTER-OPEN             VALUE 1.

      *    The distribution table as loaded.
       01  WS-DIST-TABLE.
           05 WS-DIST-COUNT         PIC 9(3)   VALUE 0.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
               10 WS-DIST-REPORT    PIC X(40)  VALUE SPACES.
               10 WS-DIST-RECIPIENT PIC X(8)   VALUE SPACES.
               10 WS-DIST-DIR       PIC X(64)  VALUE SPACES.
               10 WS-DIST-COPIES    PIC 9(2)   VALUE 0.
               10 WS-DIST-RETAIN    PIC 9(4)   VALUE 0.
               10 WS-DIST-LEVEL     PIC 9      VALUE 0.
       01  WS-DIST-IDX              PIC 9(3)   VALUE 0.
       01  WS-DIST-DROPPED          PIC 9(5)   VALUE 0.

      *    One entry per report named in the table: the highest
      *    sensitivity level and the longest retention any of its
      *    lines give.
       01  WS-REPORT-TABLE.
           05 WS-RPT-COUNT          PIC 9(2)   VALUE 0.
           05 WS-RPT-ENTRY OCCURS 50 TIMES.
               10 WS-RPT-NAME       PIC X(40)  VALUE SPACES.
               10 WS-RPT-LEVEL      PIC 9      VALUE 0.
               10 WS-RPT-RETAIN     PIC 9(4)   VALUE 0.
       01  WS-RPT-IDX               PIC 9(2)   VALUE 0.

      *    The report and copy being worked.
       01  WS-REPORT-LINES          PIC 9(7)   VALUE 0.
       01  WS-REPORT-PAGES          PIC 9(5)   VALUE 0.
       01  WS-COPY-NO               PIC 9(2)   VALUE 0.
       01  WS-RECIPIENT-NAME        PIC X(32)  VALUE SPACES.
       01  WS-RECIPIENT-LEVEL       PIC 9      VALUE 0.
       01  WS-BANNER-LINE           PIC X(132) VALUE SPACES.
       01  WS-BANNER-COUNT          PIC 9(3)   VALUE 0.
       01  WS-EDIT-PAGES            PIC Z(4)9.
       01  WS-EDIT-COPY             PIC Z9.

      *    Log line being written.
       01  WS-LOG-STAMP             PIC X(21)  VALUE SPACES.
       01  WS-LOG-REPORT            PIC X(40)  VALUE SPACES.
       01  WS-LOG-RECIPIENT         PIC X(8)   VALUE SPACES.
       01  WS-LOG-COPIES            PIC 9(2)   VALUE 0.
       01  WS-LOG-RETAIN            PIC 9(4)   VALUE 0.
       01  WS-LOG-OUTCOME           PIC X(10)  VALUE SPACES.
       01  WS-LOG-FILE              PIC X(128) VALUE SPACES.
       01  WS-LOG-REASON            PIC X(64)  VALUE SPACES.

      *    Run counts.
       01  WS-CNT-ARCHIVED          PIC 9(5)   VALUE 0.
       01  WS-CNT-DELIVERED         PIC 9(5)   VALUE 0.
       01  WS-CNT-REFUSED           PIC 9(5)   VALUE 0.
       01  WS-CNT-MISSING           PIC 9(5)   VALUE 0.
       01  WS-CNT-FAILED            PIC 9(5)   VALUE 0.
       01  WS-CNT-PURGED            PIC 9(5)   VALUE 0.
       01  WS-CNT-HELD              PIC 9(5)   VALUE 0.

      *    Copies past their retention, gathered from the log. The
      *    last log line for a file decides: a later delivery of the
      *    same name, or a PURGED line, takes it off the list.
       01  WS-PURGE-TABLE.
           05 WS-PRG-COUNT          PIC 9(3)   VALUE 0.
           05 WS-PRG-ENTRY OCCURS 500 TIMES.
               10 WS-PRG-FILE       PIC X(128) VALUE SPACES.
               10 WS-PRG-REPORT     PIC X(40)  VALUE SPACES.
               10 WS-PRG-RECIPIENT  PIC X(8)   VALUE SPACES.
               10 WS-PRG-RUN-DATE   PIC X(8)   VALUE SPACES.
               10 WS-PRG-JOB-ID     PIC X(20)  VALUE SPACES.
       01  WS-PRG-IDX               PIC 9(3)   VALUE 0.

      *    JOB and DATES legal holds in force, which keep an expired
      *    copy from being removed.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT         PIC 9(3)   VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
               10 WS-HOLD-KIND      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-VALUE     PIC X(64)  VALUE SPACES.
               10 WS-HOLD-FROM      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-TO        PIC X(8)   VALUE SPACES.
               10 WS-HOLD-MATTER    PIC X(20)  VALUE SPACES.
       01  WS-HOLD-IDX              PIC 9(3)   VALUE 0.
       01  WS-HELD-BY               PIC 9(3)   VALUE 0.
       01  WS-HOLDS-FLAG            PIC 9      VALUE 0.
           88 HOLDS-READABLE                   VALUE 0.
           88 HOLDS-UNREADABLE                 VALUE 1.
       01  WS-TODAY-INT             PIC 9(8)   VALUE 0.
       01  WS-WRITTEN-INT           PIC 9(8)   VALUE 0.
       01  WS-DATE-NUM              PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Report Distribution ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           DISPLAY "Run date to distribute (YYYYMMDD, blank for "
               "tonight): " WITH NO ADVANCING
           ACCEPT WS-RUN-DATE
           DISPLAY "Report (blank for all): " WITH NO ADVANCING
           ACCEPT WS-ONLY-REPORT

           IF WS-RUN-DATE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               OR WS-RUN-DATE > WS-TODAY-DATE(1:8)
               DISPLAY "Not a valid run date."
               STOP RUN RETURNING WS-FAIL-RC
           END-IF
           IF WS-RUN-DATE NOT = WS-TODAY-DATE(1:8)
               SET REPRINT-RUN TO TRUE
               DISPLAY "Reprinting the archived reports of "
                   WS-RUN-DATE
           END-IF

           PERFORM LOAD-JOB-ID
           PERFORM LOAD-DISTRIBUTION-TABLE
           IF WS-DIST-COUNT = 0
               DISPLAY "Distribution table is empty; nothing to do."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           MOVE "00" TO WS-OPM-FILE-STATUS
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPM-FILE-STATUS = "00"
               SET OPERATOR-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: no " FUNCTION TRIM(WS-OPM-FILE-NAME)
                   "; sensitive reports will be withheld."
           END-IF

           PERFORM DISTRIBUTE-ONE-REPORT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT

           IF OPERATOR-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF

           IF NIGHTLY-RUN
               PERFORM PURGE-EXPIRED-COPIES
           END-IF

           DISPLAY " "
           DISPLAY "Reports archived:   " WS-CNT-ARCHIVED
           DISPLAY "Copies delivered:   " WS-CNT-DELIVERED
           DISPLAY "Deliveries refused: " WS-CNT-REFUSED
           DISPLAY "Reports missing:    " WS-CNT-MISSING
           DISPLAY "Deliveries failed:  " WS-CNT-FAILED
           DISPLAY "Expired copies removed: " WS-CNT-PURGED
           IF WS-CNT-HELD > 0
               DISPLAY "Expired copies held:    " WS-CNT-HELD
           END-IF
           IF WS-DIST-DROPPED > 0
               DISPLAY "WARNING: " WS-DIST-DROPPED
                   " distribution lines did not fit the table"
           END-IF
           DISPLAY "=== Done ==="
           IF HOLDS-UNREADABLE
               STOP RUN RETURNING WS-FAIL-RC
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-JOB-ID: The job id the dispatcher left for tonight's run, *
      * or one made from the run date when there is none.              *
      *----------------------------------------------------------------*
       LOAD-JOB-ID.
           MOVE SPACES TO WS-JOB-ID
           OPEN INPUT JOB-ID-FILE
           IF WS-JOBID-FILE-STATUS = "00"
               READ JOB-ID-FILE
                   NOT AT END
                       MOVE JOB-ID-RECORD TO WS-JOB-ID
               END-READ
               CLOSE JOB-ID-FILE
           END-IF
           IF WS-JOB-ID = SPACES OR REPRINT-RUN
               STRING
                   "RPTDIST-" WS-TODAY-DATE(1:8)
                   DELIMITED SIZE
                   INTO WS-JOB-ID
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-DISTRIBUTION-TABLE: Every usable line, with defaults for  *
      * copies and retention, and the per-report summary.              *
      *----------------------------------------------------------------*
       LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT DISTRIBUTION-TABLE
           IF WS-RDT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-RDT-FILE-NAME)
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-ONE-DISTRIBUTION-LINE
               UNTIL WS-RDT-FILE-STATUS NOT = "00"

           CLOSE DISTRIBUTION-TABLE
           .

       LOAD-ONE-DISTRIBUTION-LINE.
           READ DISTRIBUTION-TABLE
               AT END
                   MOVE "10" TO WS-RDT-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ

           IF RDT-REPORT-NAME = SPACES OR RDT-RECIPIENT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-REPORT NOT = SPACES
               AND RDT-REPORT-NAME NOT = WS-ONLY-REPORT
               EXIT PARAGRAPH
           END-IF
           IF WS-DIST-COUNT >= 200
               ADD 1 TO WS-DIST-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIST-COUNT
           MOVE WS-DIST-COUNT TO WS-DIST-IDX
           MOVE RDT-REPORT-NAME TO WS-DIST-REPORT(WS-DIST-IDX)
           MOVE RDT-RECIPIENT   TO WS-DIST-RECIPIENT(WS-DIST-IDX)
           MOVE RDT-OUTPUT-DIR  TO WS-DIST-DIR(WS-DIST-IDX)

           MOVE 1 TO WS-DIST-COPIES(WS-DIST-IDX)
           IF FUNCTION TRIM(RDT-COPIES) IS NUMERIC
               IF FUNCTION NUMVAL(RDT-COPIES) > 0
                   MOVE FUNCTION NUMVAL(RDT-COPIES)
                       TO WS-DIST-COPIES(WS-DIST-IDX)
               END-IF
           END-IF

           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-DIST-RETAIN(WS-DIST-IDX)
           IF FUNCTION TRIM(RDT-RETAIN-DAYS) IS NUMERIC
               IF FUNCTION NUMVAL(RDT-RETAIN-DAYS) > 0
                   MOVE FUNCTION NUMVAL(RDT-RETAIN-DAYS)
                       TO WS-DIST-RETAIN(WS-DIST-IDX)
               END-IF
           END-IF

           MOVE 0 TO WS-DIST-LEVEL(WS-DIST-IDX)
           IF RDT-MIN-LEVEL IS NUMERIC
               MOVE RDT-MIN-LEVEL TO WS-DIST-LEVEL(WS-DIST-IDX)
           END-IF

           PERFORM NOTE-REPORT-OF-LINE
           .

       NOTE-REPORT-OF-LINE.
           PERFORM FIND-REPORT-ENTRY
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT
               OR WS-RPT-NAME(WS-RPT-IDX) = RDT-REPORT-NAME
           IF WS-RPT-IDX > WS-RPT-COUNT
               IF WS-RPT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO WS-RPT-IDX
               MOVE RDT-REPORT-NAME TO WS-RPT-NAME(WS-RPT-IDX)
           END-IF

           IF WS-DIST-LEVEL(WS-DIST-IDX) > WS-RPT-LEVEL(WS-RPT-IDX)
               MOVE WS-DIST-LEVEL(WS-DIST-IDX)
                   TO WS-RPT-LEVEL(WS-RPT-IDX)
           END-IF
           IF WS-DIST-RETAIN(WS-DIST-IDX) > WS-RPT-RETAIN(WS-RPT-IDX)
               MOVE WS-DIST-RETAIN(WS-DIST-IDX)
                   TO WS-RPT-RETAIN(WS-RPT-IDX)
           END-IF
           .

       FIND-REPORT-ENTRY.
           CONTINUE
           .

      *----------------------------------------------------------------*
      * DISTRIBUTE-ONE-REPORT: Tonight, file the report in the archive *
      * under the run date; on a reprint, take it from there. Then     *
      * deliver it to each of its recipients.                          *
      *----------------------------------------------------------------*
       DISTRIBUTE-ONE-REPORT.
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-LOG-REPORT
           MOVE SPACES TO WS-LOG-FILE
           STRING
               FUNCTION TRIM(WS-ARCHIVE-DIR) "/"
               FUNCTION TRIM(WS-RPT-NAME(WS-RPT-IDX))
               "." WS-RUN-DATE
               DELIMITED SIZE
               INTO WS-LOG-FILE
           END-STRING

           IF REPRINT-RUN
               MOVE WS-LOG-FILE TO WS-SRC-FILE-NAME
           ELSE
               MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-SRC-FILE-NAME
           END-IF

           PERFORM COUNT-REPORT-LINES
           IF WS-SRC-FILE-STATUS NOT = "10"
               ADD 1 TO WS-CNT-MISSING
               MOVE "*ALL*" TO WS-LOG-RECIPIENT
               MOVE 0 TO WS-LOG-COPIES
               MOVE 0 TO WS-LOG-RETAIN
               MOVE "MISSING" TO WS-LOG-OUTCOME
               MOVE WS-SRC-FILE-NAME TO WS-LOG-FILE
               MOVE "report not found for the run date"
                   TO WS-LOG-REASON
               PERFORM WRITE-DISTRIBUTION-LOG
               DISPLAY "MISSING  " FUNCTION TRIM(WS-SRC-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           IF NIGHTLY-RUN
               PERFORM ARCHIVE-REPORT
           END-IF

           PERFORM DELIVER-TO-RECIPIENT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
           .

      *----------------------------------------------------------------*
      * COUNT-REPORT-LINES: Lines and pages of the source report, at   *
      * the reports' common 55 lines to the page. Status "10" after    *
      * the count means the report was there and read to the end.      *
      *----------------------------------------------------------------*
       COUNT-REPORT-LINES.
           MOVE 0 TO WS-REPORT-LINES
           MOVE 0 TO WS-REPORT-PAGES
           MOVE "00" TO WS-SRC-FILE-STATUS
           OPEN INPUT REPORT-SOURCE
           IF WS-SRC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ONE-REPORT-LINE
               UNTIL WS-SRC-FILE-STATUS NOT = "00"
           CLOSE REPORT-SOURCE

           COMPUTE WS-REPORT-PAGES =
               (WS-REPORT-LINES + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE
           .

       COUNT-ONE-REPORT-LINE.
           READ REPORT-SOURCE
               AT END
                   MOVE "10" TO WS-SRC-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-REPORT-LINES
           END-READ
           .

      *----------------------------------------------------------------*
      * ARCHIVE-REPORT: Copy tonight's report to the archive under its *
      * run date, kept as long as its longest-kept delivered copy.     *
      *----------------------------------------------------------------*
       ARCHIVE-REPORT.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mkdir -p " FUNCTION TRIM(WS-ARCHIVE-DIR)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE WS-LOG-FILE TO WS-CPY-FILE-NAME
           MOVE "00" TO WS-CPY-FILE-STATUS
           OPEN OUTPUT REPORT-COPY
           IF WS-CPY-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CNT-FAILED
               MOVE "*ARCHIVE" TO WS-LOG-RECIPIENT
               MOVE 0 TO WS-LOG-COPIES
               MOVE 0 TO WS-LOG-RETAIN
               MOVE "FAILED" TO WS-LOG-OUTCOME
               MOVE "archive copy could not be opened"
                   TO WS-LOG-REASON
               PERFORM WRITE-DISTRIBUTION-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM COPY-REPORT-BODY
           CLOSE REPORT-COPY

           ADD 1 TO WS-CNT-ARCHIVED
           MOVE "*ARCHIVE" TO WS-LOG-RECIPIENT
           MOVE 1 TO WS-LOG-COPIES
           MOVE WS-RPT-RETAIN(WS-RPT-IDX) TO WS-LOG-RETAIN
           MOVE "ARCHIVED" TO WS-LOG-OUTCOME
           MOVE SPACES TO WS-LOG-REASON
           PERFORM WRITE-DISTRIBUTION-LOG
           .

      *----------------------------------------------------------------*
      * DELIVER-TO-RECIPIENT: For a line of the current report, check  *
      * the recipient's authority against the report's sensitivity,    *
      * then write the copies, each behind its banner page.            *
      *----------------------------------------------------------------*
       DELIVER-TO-RECIPIENT.
           IF WS-DIST-REPORT(WS-DIST-IDX) NOT = WS-RPT-NAME(WS-RPT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIST-RECIPIENT(WS-DIST-IDX) TO WS-LOG-RECIPIENT
           MOVE WS-DIST-COPIES(WS-DIST-IDX) TO WS-LOG-COPIES
           MOVE WS-DIST-RETAIN(WS-DIST-IDX) TO WS-LOG-RETAIN
           MOVE SPACES TO WS-LOG-FILE
           MOVE SPACES TO WS-LOG-REASON

           PERFORM LOOK-UP-RECIPIENT
           IF WS-RPT-LEVEL(WS-RPT-IDX) > 0
               AND WS-RECIPIENT-LEVEL < WS-RPT-LEVEL(WS-RPT-IDX)
               ADD 1 TO WS-CNT-REFUSED
               MOVE "REFUSED" TO WS-LOG-OUTCOME
               STRING
                   "sensitive: level " WS-RPT-LEVEL(WS-RPT-IDX)
                   " needed, recipient has " WS-RECIPIENT-LEVEL
                   DELIMITED SIZE
                   INTO WS-LOG-REASON
               END-STRING
               PERFORM WRITE-DISTRIBUTION-LOG
               DISPLAY "REFUSED  "
                   FUNCTION TRIM(WS-RPT-NAME(WS-RPT-IDX))
                   " to " FUNCTION TRIM(WS-LOG-RECIPIENT) ": "
                   FUNCTION TRIM(WS-LOG-REASON)
               EXIT PARAGRAPH
           END-IF

           IF WS-DIST-DIR(WS-DIST-IDX) = SPACES
               ADD 1 TO WS-CNT-FAILED
               MOVE "FAILED" TO WS-LOG-OUTCOME
               MOVE "no output directory on the distribution line"
                   TO WS-LOG-REASON
               PERFORM WRITE-DISTRIBUTION-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mkdir -p " FUNCTION TRIM(WS-DIST-DIR(WS-DIST-IDX))
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           STRING
               FUNCTION TRIM(WS-DIST-DIR(WS-DIST-IDX)) "/"
               FUNCTION TRIM(WS-RPT-NAME(WS-RPT-IDX))
               "." WS-RUN-DATE
               DELIMITED SIZE
               INTO WS-LOG-FILE
           END-STRING
           MOVE WS-LOG-FILE TO WS-CPY-FILE-NAME
           MOVE "00" TO WS-CPY-FILE-STATUS
           OPEN OUTPUT REPORT-COPY
           IF WS-CPY-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CNT-FAILED
               MOVE "FAILED" TO WS-LOG-OUTCOME
               MOVE "delivered copy could not be opened"
                   TO WS-LOG-REASON
               PERFORM WRITE-DISTRIBUTION-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-COPY
               VARYING WS-COPY-NO FROM 1 BY 1
               UNTIL WS-COPY-NO > WS-DIST-COPIES(WS-DIST-IDX)
           CLOSE REPORT-COPY

           ADD 1 TO WS-CNT-DELIVERED
           IF REPRINT-RUN
               MOVE "REPRINTED" TO WS-LOG-OUTCOME
           ELSE
               MOVE "DELIVERED" TO WS-LOG-OUTCOME
           END-IF
           PERFORM WRITE-DISTRIBUTION-LOG
           DISPLAY FUNCTION TRIM(WS-LOG-OUTCOME) " "
               FUNCTION TRIM(WS-RPT-NAME(WS-RPT-IDX))
               " to " FUNCTION TRIM(WS-LOG-RECIPIENT)
               " (" FUNCTION TRIM(WS-LOG-FILE) ")"
           .

       LOOK-UP-RECIPIENT.
           MOVE SPACES TO WS-RECIPIENT-NAME
           MOVE 0 TO WS-RECIPIENT-LEVEL
           IF NOT OPERATOR-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIST-RECIPIENT(WS-DIST-IDX) TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPM-OPERATOR-NAME TO WS-RECIPIENT-NAME
                   MOVE OPM-AUTHORITY-LEVEL TO WS-RECIPIENT-LEVEL
           END-READ
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-COPY: A banner page, then the report itself.         *
      *----------------------------------------------------------------*
       WRITE-ONE-COPY.
           PERFORM WRITE-BANNER-PAGE
           PERFORM COPY-REPORT-BODY
           .

      *----------------------------------------------------------------*
      * WRITE-BANNER-PAGE: Report, run date, job id, recipient, copy   *
      * and page count, padded out to a full page.                     *
      *----------------------------------------------------------------*
       WRITE-BANNER-PAGE.
           MOVE 0 TO WS-BANNER-COUNT
           MOVE WS-REPORT-PAGES TO WS-EDIT-PAGES

           MOVE ALL "*" TO WS-BANNER-LINE
           PERFORM WRITE-BANNER-LINE
           MOVE SPACES TO WS-BANNER-LINE
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           STRING
               "  REPORT     : " FUNCTION TRIM(WS-RPT-NAME(WS-RPT-IDX))
               DELIMITED SIZE
               INTO WS-BANNER-LINE
           END-STRING
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           IF REPRINT-RUN
               STRING
                   "  RUN DATE   : " WS-RUN-DATE
                   "   REPRINTED " WS-TODAY-DATE(1:8)
                   DELIMITED SIZE
                   INTO WS-BANNER-LINE
               END-STRING
           ELSE
               STRING
                   "  RUN DATE   : " WS-RUN-DATE
                   DELIMITED SIZE
                   INTO WS-BANNER-LINE
               END-STRING
           END-IF
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           STRING
               "  JOB ID     : " FUNCTION TRIM(WS-JOB-ID)
               DELIMITED SIZE
               INTO WS-BANNER-LINE
           END-STRING
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           STRING
               "  RECIPIENT  : " WS-DIST-RECIPIENT(WS-DIST-IDX)
               "  " FUNCTION TRIM(WS-RECIPIENT-NAME)
               DELIMITED SIZE
               INTO WS-BANNER-LINE
           END-STRING
           PERFORM WRITE-BANNER-LINE

           MOVE WS-COPY-NO TO WS-EDIT-COPY
           MOVE SPACES TO WS-BANNER-LINE
           STRING
               "  COPY       : " FUNCTION TRIM(WS-EDIT-COPY)
               " OF " WS-DIST-COPIES(WS-DIST-IDX)
               DELIMITED SIZE
               INTO WS-BANNER-LINE
           END-STRING
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           STRING
               "  PAGES      : " FUNCTION TRIM(WS-EDIT-PAGES)
               DELIMITED SIZE
               INTO WS-BANNER-LINE
           END-STRING
           PERFORM WRITE-BANNER-LINE

           IF WS-RPT-LEVEL(WS-RPT-IDX) > 0
               MOVE SPACES TO WS-BANNER-LINE
               STRING
                   "  SENSITIVE  : authority level "
                   WS-RPT-LEVEL(WS-RPT-IDX) " and above only"
                   DELIMITED SIZE
                   INTO WS-BANNER-LINE
               END-STRING
               PERFORM WRITE-BANNER-LINE
           END-IF

           MOVE SPACES TO WS-BANNER-LINE
           PERFORM WRITE-BANNER-LINE
           MOVE ALL "*" TO WS-BANNER-LINE
           PERFORM WRITE-BANNER-LINE

           MOVE SPACES TO WS-BANNER-LINE
           PERFORM WRITE-BANNER-LINE
               UNTIL WS-BANNER-COUNT >= WS-LINES-PER-PAGE
           .

       WRITE-BANNER-LINE.
           WRITE REPORT-COPY-RECORD FROM WS-BANNER-LINE
           ADD 1 TO WS-BANNER-COUNT
           .

      *----------------------------------------------------------------*
      * COPY-REPORT-BODY: The source report, line for line, onto the   *
      * copy file already open.                                        *
      *----------------------------------------------------------------*
       COPY-REPORT-BODY.
           MOVE "00" TO WS-SRC-FILE-STATUS
           OPEN INPUT REPORT-SOURCE
           IF WS-SRC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM COPY-ONE-REPORT-LINE
               UNTIL WS-SRC-FILE-STATUS NOT = "00"
           CLOSE REPORT-SOURCE
           .

       COPY-ONE-REPORT-LINE.
           READ REPORT-SOURCE
               AT END
                   MOVE "10" TO WS-SRC-FILE-STATUS
               NOT AT END
                   WRITE REPORT-COPY-RECORD FROM REPORT-SOURCE-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * WRITE-DISTRIBUTION-LOG: One line for what went where, or why   *
      * it did not.                                                    *
      *----------------------------------------------------------------*
       WRITE-DISTRIBUTION-LOG.
           OPEN EXTEND DISTRIBUTION-LOG
           IF WS-RDL-FILE-STATUS = "35" OR WS-RDL-FILE-STATUS = "05"
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-RUN-DATE          TO RDL-RUN-DATE
           MOVE WS-LOG-STAMP(1:14)   TO RDL-TIMESTAMP
           MOVE WS-JOB-ID            TO RDL-JOB-ID
           MOVE WS-LOG-REPORT        TO RDL-REPORT-NAME
           MOVE WS-LOG-RECIPIENT     TO RDL-RECIPIENT
           MOVE WS-LOG-COPIES        TO RDL-COPIES
           MOVE WS-REPORT-PAGES      TO RDL-PAGES
           MOVE WS-LOG-RETAIN        TO RDL-RETAIN-DAYS
           MOVE WS-LOG-OUTCOME       TO RDL-OUTCOME
           MOVE WS-LOG-FILE          TO RDL-FILE-NAME
           MOVE WS-LOG-REASON        TO RDL-REASON
           WRITE DISTRIBUTION-LOG-RECORD
           CLOSE DISTRIBUTION-LOG
           .

      *----------------------------------------------------------------*
      * PURGE-EXPIRED-COPIES: Archived and delivered copies whose      *
      * retention days have run out since they were written are        *
      * removed, and the removal logged -- unless a legal hold covers  *
      * the copy's run date or job, when it stays and is logged HELD.  *
      * A hold register that exists but cannot be read removes nothing *
      * and fails the step.                                            *
      *----------------------------------------------------------------*
       PURGE-EXPIRED-COPIES.
           PERFORM LOAD-LEGAL-HOLDS
           IF HOLDS-UNREADABLE
               DISPLAY "ERROR: cannot read the legal hold register"
                   " (status " WS-LGH-FILE-STATUS "); nothing purged"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE(1:8) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INT
           MOVE 0 TO WS-PRG-COUNT

           MOVE "00" TO WS-RDL-FILE-STATUS
           OPEN INPUT DISTRIBUTION-LOG
           IF WS-RDL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-ONE-LOGGED-COPY
               UNTIL WS-RDL-FILE-STATUS NOT = "00"
           CLOSE DISTRIBUTION-LOG

           PERFORM PURGE-ONE-COPY
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-COUNT
           .

       NOTE-ONE-LOGGED-COPY.
           READ DISTRIBUTION-LOG
               AT END
                   MOVE "10" TO WS-RDL-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ

           IF RDL-FILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT RDL-WAS-ARCHIVED AND NOT RDL-WAS-DELIVERED
               AND NOT RDL-WAS-REPRINTED AND NOT RDL-WAS-PURGED
               EXIT PARAGRAPH
           END-IF

           PERFORM FORGET-ONE-PURGE-CANDIDATE
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-COUNT
           IF RDL-WAS-PURGED
               EXIT PARAGRAPH
           END-IF

           IF RDL-TIMESTAMP(1:8) IS NOT NUMERIC
               OR RDL-RETAIN-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RDL-TIMESTAMP(1:8) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               TO WS-WRITTEN-INT
           IF WS-WRITTEN-INT + RDL-RETAIN-DAYS >= WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF

           IF WS-PRG-COUNT < 500
               ADD 1 TO WS-PRG-COUNT
               MOVE RDL-FILE-NAME   TO WS-PRG-FILE(WS-PRG-COUNT)
               MOVE RDL-REPORT-NAME TO WS-PRG-REPORT(WS-PRG-COUNT)
               MOVE RDL-RECIPIENT   TO WS-PRG-RECIPIENT(WS-PRG-COUNT)
               MOVE RDL-RUN-DATE    TO WS-PRG-RUN-DATE(WS-PRG-COUNT)
               MOVE RDL-JOB-ID      TO WS-PRG-JOB-ID(WS-PRG-COUNT)
           END-IF
           .

       FORGET-ONE-PURGE-CANDIDATE.
           IF WS-PRG-FILE(WS-PRG-IDX) = RDL-FILE-NAME
               MOVE SPACES TO WS-PRG-FILE(WS-PRG-IDX)
           END-IF
           .

       PURGE-ONE-COPY.
           IF WS-PRG-FILE(WS-PRG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COPY-HOLD
           IF WS-HELD-BY > 0
               PERFORM LOG-HELD-COPY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "rm -f " FUNCTION TRIM(WS-PRG-FILE(WS-PRG-IDX))
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           ADD 1 TO WS-CNT-PURGED
           MOVE WS-PRG-REPORT(WS-PRG-IDX) TO WS-LOG-REPORT
           MOVE WS-PRG-RECIPIENT(WS-PRG-IDX) TO WS-LOG-RECIPIENT
           MOVE 0 TO WS-LOG-COPIES
           MOVE 0 TO WS-LOG-RETAIN
           MOVE 0 TO WS-REPORT-PAGES
           MOVE "PURGED" TO WS-LOG-OUTCOME
           MOVE WS-PRG-FILE(WS-PRG-IDX) TO WS-LOG-FILE
           MOVE "retention days up" TO WS-LOG-REASON
           PERFORM WRITE-DISTRIBUTION-LOG
           .

       LOG-HELD-COPY.
           ADD 1 TO WS-CNT-HELD
           MOVE WS-PRG-REPORT(WS-PRG-IDX) TO WS-LOG-REPORT
           MOVE WS-PRG-RECIPIENT(WS-PRG-IDX) TO WS-LOG-RECIPIENT
           MOVE 0 TO WS-LOG-COPIES
           MOVE 0 TO WS-LOG-RETAIN
           MOVE 0 TO WS-REPORT-PAGES
           MOVE "HELD" TO WS-LOG-OUTCOME
           MOVE WS-PRG-FILE(WS-PRG-IDX) TO WS-LOG-FILE
           MOVE SPACES TO WS-LOG-REASON
           STRING
               "legal hold matter "
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HELD-BY))
               " (" FUNCTION TRIM(WS-HOLD-KIND(WS-HELD-BY)) " hold)"
               DELIMITED SIZE
               INTO WS-LOG-REASON
           END-STRING
           PERFORM WRITE-DISTRIBUTION-LOG
           .

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS: Table the JOB and DATES holds in force today *
      * -- not released and past their effective date -- as            *
      * LOG-RETENTION-JOB does. No register means no holds; one that   *
      * exists but cannot be read sets HOLDS-UNREADABLE.               *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           SET HOLDS-READABLE TO TRUE
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-FILE-STATUS NOT = "00"
               SET HOLDS-UNREADABLE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "10"
               SET HOLDS-UNREADABLE TO TRUE
           END-IF
           .

       LOAD-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   IF NOT LGH-STATUS-RELEASED
                       AND (LGH-EFFECTIVE-DATE = SPACES
                           OR LGH-EFFECTIVE-DATE
                               <= WS-TODAY-DATE(1:8))
                       AND ((LGH-KIND-JOB AND LGH-VALUE NOT = SPACES)
                           OR LGH-KIND-DATES)
                       AND WS-HOLD-COUNT < 100
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LGH-KIND TO WS-HOLD-KIND(WS-HOLD-COUNT)
                       MOVE LGH-VALUE TO WS-HOLD-VALUE(WS-HOLD-COUNT)
                       MOVE LGH-DATE-FROM
                           TO WS-HOLD-FROM(WS-HOLD-COUNT)
                       MOVE LGH-DATE-TO TO WS-HOLD-TO(WS-HOLD-COUNT)
                       MOVE LGH-MATTER-NO
                           TO WS-HOLD-MATTER(WS-HOLD-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * CHECK-COPY-HOLD: WS-HELD-BY names the hold covering the copy   *
      * at WS-PRG-IDX -- by the job that distributed it, or by a date  *
      * range over its run date -- or is zero when none does.          *
      *----------------------------------------------------------------*
       CHECK-COPY-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-COPY-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HELD-BY > 0
           .

       TEST-ONE-COPY-HOLD.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
               AND WS-PRG-JOB-ID(WS-PRG-IDX)
                   = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
               AND WS-PRG-RUN-DATE(WS-PRG-IDX)
                   >= WS-HOLD-FROM(WS-HOLD-IDX)
               AND WS-PRG-RUN-DATE(WS-PRG-IDX)
                   <= WS-HOLD-TO(WS-HOLD-IDX)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           .
