      *================================================================*
      * FAN-OUT-GENERATOR.cob                                          *
      * Master-file driven fan-out, run at window open beside the     *
      * standing-order generator. FAN-OUT.DAT holds one parent record *
      * per fan-out: the template each child runs, the master file to *
      * drive it (CUSTOMER-MASTER.DAT or ORDER-MASTER.DAT), a         *
      * selection on that master's fields (status equal to, balance   *
      * or order total over an amount, order date inside a range),    *
      * which master fields feed the template's &1..&5, and an        *
      * optional roll-up template.                                    *
      *                                                                *
      * A PENDING parent is generated: every selected master record   *
      * becomes one child queue record, id <fan-out>-nnnnn, with the  *
      * master key in PQ-BUSINESS-KEY, appended under the maintenance *
      * lock, and the child is logged in FAN-OUT-CHILD.DAT. A         *
      * GENERATED parent is tracked: each child's latest outcome is   *
      * taken from the results master (OK/CACHED completed, any other *
      * outcome failed, SCREENED or not yet run still pending). Once  *
      * no child is pending the roll-up, when named, is queued as a   *
      * document prompt, id <fan-out>-ROLLUP, over a file holding     *
      * every child's key, outcome and archived reply; the parent     *
      * goes to ROLLUP and then COMPLETE when the roll-up has run.    *
      * The parent carries its selected, generated, completed and     *
      * failed counts, rewritten every run. Running it again after    *
      * the window closes queues the same night's roll-ups early.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAN-OUT-GENERATOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAN-OUT-FILE ASSIGN TO WS-FO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FO-FILE-STATUS.
           SELECT FAN-OUT-WORK ASSIGN TO WS-FOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOW-FILE-STATUS.
           SELECT FAN-OUT-CHILD ASSIGN TO WS-FOC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOC-FILE-STATUS.
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
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT ROLLUP-DOC ASSIGN TO WS-RUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUD-FILE-STATUS.
           SELECT FAN-OUT-REPORT ASSIGN TO WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One parent per fan-out. FO-PARAM-FIELD(n) names the master
      *    field that fills &n: ACCOUNT-NO, NAME, ADDRESS, STATUS or
      *    BALANCE on the customer master; ORDER-ID, ACCOUNT-NO,
      *    STATUS, ORDER-DATE, SHIP-DATE or TOTAL on the order
      *    master; blank leaves &n blank. A blank selection field is
      *    not tested; the date range applies to the order master
      *    only. FO-STATE blank is taken as PENDING.
       FD  FAN-OUT-FILE.
       01  FAN-OUT-RECORD.
           05 FO-FANOUT-ID          PIC X(12).
           05 FO-TEMPLATE-ID        PIC X(20).
           05 FO-MASTER             PIC X(8).
               88 FO-MASTER-CUSTOMER            VALUE "CUSTOMER".
               88 FO-MASTER-ORDER               VALUE "ORDER".
           05 FO-SELECTION.
               10 FO-SEL-STATUS     PIC X(12).
               10 FO-SEL-AMOUNT-OVER PIC X(12).
               10 FO-SEL-DATE-FROM  PIC X(8).
               10 FO-SEL-DATE-TO    PIC X(8).
           05 FO-PARAM-MAP.
               10 FO-PARAM-FIELD    PIC X(12) OCCURS 5 TIMES.
           05 FO-PRIORITY           PIC X.
           05 FO-MODEL-CLASS        PIC X(16).
           05 FO-ROLLUP-TEMPLATE-ID PIC X(20).
           05 FO-STATE              PIC X(10).
               88 FO-STATE-PENDING              VALUE "PENDING"
                                                      SPACES.
               88 FO-STATE-GENERATED            VALUE "GENERATED".
               88 FO-STATE-ROLLUP               VALUE "ROLLUP".
               88 FO-STATE-COMPLETE             VALUE "COMPLETE".
               88 FO-STATE-REJECTED             VALUE "REJECTED".
           05 FO-RUN-DATE           PIC X(8).
           05 FO-COUNTS.
               10 FO-SELECTED-COUNT  PIC 9(5).
               10 FO-GENERATED-COUNT PIC 9(5).
               10 FO-COMPLETED-COUNT PIC 9(5).
               10 FO-FAILED-COUNT    PIC 9(5).

       FD  FAN-OUT-WORK.
       01  FAN-OUT-WORK-RECORD      PIC X(215).

      *    One line per child generated, so tracking and the roll-up
      *    can find a fan-out's children and their business keys.
       FD  FAN-OUT-CHILD.
       01  FAN-OUT-CHILD-RECORD.
           05 FOC-FANOUT-ID         PIC X(12).
           05 FOC-SEQ               PIC 9(5).
           05 FOC-PROMPT-ID         PIC X(20).
           05 FOC-BUSINESS-KEY      PIC X(20).

      *    Field-for-field match of the customer master layout in      *
      *    CUSTOMER-LOOKUP-TOOL -- keep the two in sync by hand.       *
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ACCOUNT-NO       PIC X(10).
           05 CUST-NAME             PIC X(64).
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

      *    Field-for-field match of the order master layout in         *
      *    ORDER-STATUS-TOOL -- keep the two in sync by hand.          *
       FD  ORDER-MASTER.
       01  ORDER-MASTER-RECORD.
           05 ORD-ORDER-ID          PIC X(12).
           05 ORD-ACCOUNT-NO        PIC X(10).
           05 ORD-STATUS            PIC X(12).
           05 ORD-ORDER-DATE        PIC X(8).
           05 ORD-SHIP-DATE         PIC X(8).
           05 ORD-TOTAL             PIC S9(7)V99.

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

      *    The roll-up's input document, fed to its session by the
      *    runner's document path; lines match the runner's DOC-INPUT.
       FD  ROLLUP-DOC.
       01  ROLLUP-DOC-LINE          PIC X(512).

       FD  FAN-OUT-REPORT.
       01  FAN-OUT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FO-FILE-NAME          PIC X(64)
           VALUE "FAN-OUT.DAT".
       01  WS-FO-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-FOW-FILE-NAME         PIC X(64)
           VALUE "FAN-OUT.WRK".
       01  WS-FOW-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-FOC-FILE-NAME         PIC X(64)
           VALUE "FAN-OUT-CHILD.DAT".
       01  WS-FOC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-OM-FILE-NAME          PIC X(64)
           VALUE "ORDER-MASTER.DAT".
       01  WS-OM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "FAN-OUT-GENERATOR".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-RUD-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-RUD-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RPT-FILE-NAME         PIC X(64)
           VALUE "FAN-OUT-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-TODAY-YMD             PIC X(8)   VALUE SPACES.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-GENERATED-PARENTS     PIC 9(4)   VALUE 0.
       01  WS-TRACKED-PARENTS       PIC 9(4)   VALUE 0.
       01  WS-ROLLUPS-QUEUED        PIC 9(4)   VALUE 0.
       01  WS-REJECTED-PARENTS      PIC 9(4)   VALUE 0.
       01  WS-CHILDREN-WRITTEN      PIC 9(7)   VALUE 0.

      *    Per-parent selection and mapping work fields.
       01  WS-REJECT-REASON         PIC X(80)  VALUE SPACES.
       01  WS-SEL-AMOUNT            PIC S9(7)V99 VALUE 0.
       01  WS-SEL-AMOUNT-FLAG       PIC 9      VALUE 0.
           88 AMOUNT-TEST-ON                   VALUE 1.
           88 AMOUNT-TEST-OFF                  VALUE 0.
       01  WS-SEL-DATE-FROM         PIC X(8)   VALUE SPACES.
       01  WS-SEL-DATE-TO           PIC X(8)   VALUE SPACES.
       01  WS-MATCH-FLAG            PIC 9      VALUE 0.
           88 MASTER-RECORD-SELECTED           VALUE 1.
           88 MASTER-RECORD-PASSED             VALUE 0.
       01  WS-MAP-IDX               PIC 9      VALUE 0.
       01  WS-MAP-FIELD             PIC X(12)  VALUE SPACES.
       01  WS-MAP-VALUE             PIC X(256) VALUE SPACES.
       01  WS-MAP-OK-FLAG           PIC 9      VALUE 0.
           88 MAP-FIELD-KNOWN                  VALUE 1.
           88 MAP-FIELD-UNKNOWN                VALUE 0.
       01  WS-AMOUNT-DISPLAY        PIC -(7)9.99.
       01  WS-CHILD-SEQ             PIC 9(5)   VALUE 0.
       01  WS-CHILD-LIMIT           PIC 9(5)   VALUE 99999.
       01  WS-CHILD-PROMPT-ID       PIC X(20)  VALUE SPACES.
       01  WS-CHILD-BUSINESS-KEY    PIC X(20)  VALUE SPACES.
       01  WS-ROLLUP-PROMPT-ID      PIC X(20)  VALUE SPACES.
       01  WS-PENDING-COUNT         PIC 9(5)   VALUE 0.
       01  WS-COUNT-DISPLAY         PIC Z(4)9.

      *    Results-master lookups.
       01  WS-RML-STATUS            PIC X(10)  VALUE SPACES.
       01  WS-RML-ATTEMPTS          PIC 9(3)   VALUE 0.
       01  WS-RML-SESSION           PIC X(64)  VALUE SPACES.
       01  WS-RML-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RML-RC                PIC S9(4)  VALUE 0.
       01  WS-CHILD-OUTCOME         PIC X(10)  VALUE SPACES.
           88 CHILD-COMPLETED                  VALUE "COMPLETED".
           88 CHILD-FAILED                     VALUE "FAILED".
           88 CHILD-PENDING                    VALUE "PENDING".

      *    The roll-up document: each archived reply is written in
      *    512-byte slices, trailing blank slices dropped.
       01  WS-SLICE-IDX             PIC 9      VALUE 0.
       01  WS-SLICE-LAST            PIC 9      VALUE 0.
       01  WS-SLICE-START           PIC 9(4)   VALUE 0.
       01  WS-REPLY-TEXT            PIC X(4096) VALUE SPACES.

      *    Lock directory discipline borrowed from COPILOT-CLIENT's
      *    shared-file access layer.
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
           DISPLAY "=== Fan-Out Generator ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YMD

           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear text; roll-up"
                   " documents will carry masked replies."
           END-IF

           OPEN INPUT FAN-OUT-FILE
           IF WS-FO-FILE-STATUS NOT = "00"
               DISPLAY "No fan-out file; nothing to do."
               STOP RUN
           END-IF

           OPEN OUTPUT FAN-OUT-WORK
           OPEN OUTPUT FAN-OUT-REPORT

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Fan-out generation " WS-TODAY-YMD
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE

           PERFORM JUDGE-ONE-FAN-OUT
               UNTIL WS-FO-FILE-STATUS NOT = "00"

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Generated " WS-GENERATED-PARENTS
               "  children " WS-CHILDREN-WRITTEN
               "  tracked " WS-TRACKED-PARENTS
               "  roll-ups " WS-ROLLUPS-QUEUED
               "  rejected " WS-REJECTED-PARENTS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE

           CLOSE FAN-OUT-REPORT
           CLOSE FAN-OUT-WORK
           CLOSE FAN-OUT-FILE

      *    The work file carries the new states and counts; swap it
      *    in so the next run picks each parent up where it stands.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mv " FUNCTION TRIM(WS-FOW-FILE-NAME)
               " " FUNCTION TRIM(WS-FO-FILE-NAME)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           DISPLAY "Fan-outs generated: " WS-GENERATED-PARENTS
           DISPLAY "Children queued:    " WS-CHILDREN-WRITTEN
           DISPLAY "Fan-outs tracked:   " WS-TRACKED-PARENTS
           DISPLAY "Roll-ups queued:    " WS-ROLLUPS-QUEUED
           DISPLAY "Fan-outs rejected:  " WS-REJECTED-PARENTS
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * JUDGE-ONE-FAN-OUT: Generate a pending parent, track a          *
      * generated one or its roll-up, and carry the record (new state  *
      * and counts) to the work file.                                  *
      *----------------------------------------------------------------*
       JUDGE-ONE-FAN-OUT.
           READ FAN-OUT-FILE
               AT END
                   MOVE "10" TO WS-FO-FILE-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN FO-STATE-PENDING
                           PERFORM GENERATE-FAN-OUT
                       WHEN FO-STATE-GENERATED
                           PERFORM TRACK-FAN-OUT
                       WHEN FO-STATE-ROLLUP
                           PERFORM TRACK-ROLLUP
                   END-EVALUATE
                   WRITE FAN-OUT-WORK-RECORD FROM FAN-OUT-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * GENERATE-FAN-OUT: Edit the parent, then scan its master and    *
      * queue one child per selected record, all under one hold of     *
      * the queue lock. A locked queue leaves the parent PENDING for   *
      * the next run.                                                  *
      *----------------------------------------------------------------*
       GENERATE-FAN-OUT.
           PERFORM EDIT-FAN-OUT-PARENT
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REJECTED" TO FO-STATE
               ADD 1 TO WS-REJECTED-PARENTS
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "REJECTED " FUNCTION TRIM(FO-FANOUT-ID)
                   ": " FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-QUEUE-LOCK
           IF LOCK-NOT-HELD
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "DEFERRED " FUNCTION TRIM(FO-FANOUT-ID)
                   ": queue locked"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FO-SELECTED-COUNT
           MOVE 0 TO FO-GENERATED-COUNT
           MOVE 0 TO FO-COMPLETED-COUNT
           MOVE 0 TO FO-FAILED-COUNT
           MOVE 0 TO WS-CHILD-SEQ

           OPEN EXTEND PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS = "35" OR WS-PQ-FILE-STATUS = "05"
               OPEN OUTPUT PROMPT-QUEUE
           END-IF
           OPEN EXTEND FAN-OUT-CHILD
           IF WS-FOC-FILE-STATUS = "35" OR WS-FOC-FILE-STATUS = "05"
               OPEN OUTPUT FAN-OUT-CHILD
           END-IF

           IF FO-MASTER-CUSTOMER
               PERFORM SCAN-CUSTOMER-MASTER
           ELSE
               PERFORM SCAN-ORDER-MASTER
           END-IF

           CLOSE FAN-OUT-CHILD
           CLOSE PROMPT-QUEUE
           PERFORM RELEASE-QUEUE-LOCK

           MOVE WS-TODAY-YMD TO FO-RUN-DATE
           ADD 1 TO WS-GENERATED-PARENTS
           ADD FO-GENERATED-COUNT TO WS-CHILDREN-WRITTEN

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "GENERATED " FUNCTION TRIM(FO-FANOUT-ID)
               ": selected " FO-SELECTED-COUNT
               "  queued " FO-GENERATED-COUNT
               " from " FUNCTION TRIM(FO-MASTER) " master"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE

      *    Nothing selected leaves nothing to wait for or roll up.
           IF FO-GENERATED-COUNT = 0
               MOVE "COMPLETE" TO FO-STATE
           ELSE
               MOVE "GENERATED" TO FO-STATE
           END-IF
           .

      *----------------------------------------------------------------*
      * EDIT-FAN-OUT-PARENT: The parent must name a template, a master *
      * this job knows, a usable selection and mappable fields.        *
      *----------------------------------------------------------------*
       EDIT-FAN-OUT-PARENT.
           MOVE SPACES TO WS-REJECT-REASON

           IF FO-FANOUT-ID = SPACES
               MOVE "no fan-out id" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FO-TEMPLATE-ID = SPACES
               MOVE "no template id" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT FO-MASTER-CUSTOMER AND NOT FO-MASTER-ORDER
               MOVE "master must be CUSTOMER or ORDER"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           SET AMOUNT-TEST-OFF TO TRUE
           MOVE 0 TO WS-SEL-AMOUNT
           IF FO-SEL-AMOUNT-OVER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FO-SEL-AMOUNT-OVER) NOT = 0
                   MOVE "selection amount is not numeric"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FO-SEL-AMOUNT-OVER)
                   TO WS-SEL-AMOUNT
               SET AMOUNT-TEST-ON TO TRUE
           END-IF

           MOVE FO-SEL-DATE-FROM TO WS-SEL-DATE-FROM
           MOVE FO-SEL-DATE-TO   TO WS-SEL-DATE-TO
           IF FO-MASTER-CUSTOMER
               AND (WS-SEL-DATE-FROM NOT = SPACES
                    OR WS-SEL-DATE-TO NOT = SPACES)
               MOVE "customer master has no date to select on"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DATE-TO = SPACES
               MOVE "99999999" TO WS-SEL-DATE-TO
           END-IF
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               MOVE "selection date range runs backwards"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    Every named field must exist on the chosen master; the
      *    probe maps against a blank record just to test the name.
           IF FO-MASTER-CUSTOMER
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               MOVE 0 TO CUST-BALANCE
           ELSE
               MOVE SPACES TO ORDER-MASTER-RECORD
               MOVE 0 TO ORD-TOTAL
           END-IF
           PERFORM TEST-ONE-PARAM-FIELD
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > 5
               OR WS-REJECT-REASON NOT = SPACES
           .

       TEST-ONE-PARAM-FIELD.
           MOVE FO-PARAM-FIELD(WS-MAP-IDX) TO WS-MAP-FIELD
           PERFORM MAP-ONE-MASTER-FIELD
           IF MAP-FIELD-UNKNOWN
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   "unknown " FUNCTION TRIM(FO-MASTER)
                   " field " FUNCTION TRIM(WS-MAP-FIELD)
                   " for &" WS-MAP-IDX
                   DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * SCAN-CUSTOMER-MASTER / SCAN-ORDER-MASTER: Every record in key  *
      * order, judged against the parent's selection.                  *
      *----------------------------------------------------------------*
       SCAN-CUSTOMER-MASTER.
           MOVE "00" TO WS-CM-FILE-STATUS
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "WARNING " FUNCTION TRIM(FO-FANOUT-ID)
                   ": customer master not readable"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-CUSTOMER
               UNTIL WS-CM-FILE-STATUS NOT = "00"

           CLOSE CUSTOMER-MASTER
           .

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-CM-FILE-STATUS
               NOT AT END
                   SET MASTER-RECORD-SELECTED TO TRUE
                   IF FO-SEL-STATUS NOT = SPACES
                       AND CUST-STATUS NOT = FO-SEL-STATUS
                       SET MASTER-RECORD-PASSED TO TRUE
                   END-IF
                   IF AMOUNT-TEST-ON
                       AND CUST-BALANCE NOT > WS-SEL-AMOUNT
                       SET MASTER-RECORD-PASSED TO TRUE
                   END-IF
                   IF MASTER-RECORD-SELECTED
                       MOVE CUST-ACCOUNT-NO TO WS-CHILD-BUSINESS-KEY
                       PERFORM EMIT-ONE-CHILD
                   END-IF
           END-READ
           .

       SCAN-ORDER-MASTER.
           MOVE "00" TO WS-OM-FILE-STATUS
           OPEN INPUT ORDER-MASTER
           IF WS-OM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "WARNING " FUNCTION TRIM(FO-FANOUT-ID)
                   ": order master not readable"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-ORDER
               UNTIL WS-OM-FILE-STATUS NOT = "00"

           CLOSE ORDER-MASTER
           .

       READ-NEXT-ORDER.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-OM-FILE-STATUS
               NOT AT END
                   SET MASTER-RECORD-SELECTED TO TRUE
                   IF FO-SEL-STATUS NOT = SPACES
                       AND ORD-STATUS NOT = FO-SEL-STATUS
                       SET MASTER-RECORD-PASSED TO TRUE
                   END-IF
                   IF AMOUNT-TEST-ON
                       AND ORD-TOTAL NOT > WS-SEL-AMOUNT
                       SET MASTER-RECORD-PASSED TO TRUE
                   END-IF
                   IF ORD-ORDER-DATE < WS-SEL-DATE-FROM
                       OR ORD-ORDER-DATE > WS-SEL-DATE-TO
                       SET MASTER-RECORD-PASSED TO TRUE
                   END-IF
                   IF MASTER-RECORD-SELECTED
                       MOVE ORD-ORDER-ID TO WS-CHILD-BUSINESS-KEY
                       PERFORM EMIT-ONE-CHILD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * EMIT-ONE-CHILD: The child queue record for the master record   *
      * in hand, and its line in the child register. The generated id  *
      * is the fan-out id plus a five-digit sequence, so keep fan-out  *
      * ids to twelve characters and unique.                           *
      *----------------------------------------------------------------*
       EMIT-ONE-CHILD.
           ADD 1 TO FO-SELECTED-COUNT
           IF WS-CHILD-SEQ >= WS-CHILD-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHILD-SEQ

           MOVE SPACES TO WS-CHILD-PROMPT-ID
           STRING
               FUNCTION TRIM(FO-FANOUT-ID) "-" WS-CHILD-SEQ
               DELIMITED SIZE
               INTO WS-CHILD-PROMPT-ID
           END-STRING

           MOVE SPACES TO PROMPT-QUEUE-RECORD
           MOVE WS-CHILD-PROMPT-ID    TO PQ-PROMPT-ID
           MOVE FO-TEMPLATE-ID        TO PQ-TEMPLATE-ID
           MOVE FO-MODEL-CLASS        TO PQ-MODEL-CLASS
           MOVE WS-CHILD-BUSINESS-KEY TO PQ-BUSINESS-KEY
           IF FO-PRIORITY < "1" OR FO-PRIORITY > "9"
               MOVE "9" TO PQ-PRIORITY
           ELSE
               MOVE FO-PRIORITY TO PQ-PRIORITY
           END-IF
           PERFORM MAP-ONE-CHILD-PARAM
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > 5
           WRITE PROMPT-QUEUE-RECORD

           MOVE FO-FANOUT-ID          TO FOC-FANOUT-ID
           MOVE WS-CHILD-SEQ          TO FOC-SEQ
           MOVE WS-CHILD-PROMPT-ID    TO FOC-PROMPT-ID
           MOVE WS-CHILD-BUSINESS-KEY TO FOC-BUSINESS-KEY
           WRITE FAN-OUT-CHILD-RECORD

           ADD 1 TO FO-GENERATED-COUNT
           .

       MAP-ONE-CHILD-PARAM.
           MOVE FO-PARAM-FIELD(WS-MAP-IDX) TO WS-MAP-FIELD
           PERFORM MAP-ONE-MASTER-FIELD
           MOVE WS-MAP-VALUE TO PQ-PARAM-VALUE(WS-MAP-IDX)
           .

      *----------------------------------------------------------------*
      * MAP-ONE-MASTER-FIELD: The value of master field WS-MAP-FIELD   *
      * from the record in hand, into WS-MAP-VALUE. Amounts are        *
      * edited with a sign and two decimals.                           *
      *----------------------------------------------------------------*
       MAP-ONE-MASTER-FIELD.
           MOVE SPACES TO WS-MAP-VALUE
           SET MAP-FIELD-KNOWN TO TRUE

           IF WS-MAP-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FO-MASTER-CUSTOMER
               EVALUATE WS-MAP-FIELD
                   WHEN "ACCOUNT-NO"
                       MOVE CUST-ACCOUNT-NO TO WS-MAP-VALUE
                   WHEN "NAME"
                       MOVE CUST-NAME TO WS-MAP-VALUE
                   WHEN "ADDRESS"
                       MOVE CUST-ADDRESS TO WS-MAP-VALUE
                   WHEN "STATUS"
                       MOVE CUST-STATUS TO WS-MAP-VALUE
                   WHEN "BALANCE"
                       MOVE CUST-BALANCE TO WS-AMOUNT-DISPLAY
                       MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                           TO WS-MAP-VALUE
                   WHEN OTHER
                       SET MAP-FIELD-UNKNOWN TO TRUE
               END-EVALUATE
           ELSE
               EVALUATE WS-MAP-FIELD
                   WHEN "ORDER-ID"
                       MOVE ORD-ORDER-ID TO WS-MAP-VALUE
                   WHEN "ACCOUNT-NO"
                       MOVE ORD-ACCOUNT-NO TO WS-MAP-VALUE
                   WHEN "STATUS"
                       MOVE ORD-STATUS TO WS-MAP-VALUE
                   WHEN "ORDER-DATE"
                       MOVE ORD-ORDER-DATE TO WS-MAP-VALUE
                   WHEN "SHIP-DATE"
                       MOVE ORD-SHIP-DATE TO WS-MAP-VALUE
                   WHEN "TOTAL"
                       MOVE ORD-TOTAL TO WS-AMOUNT-DISPLAY
                       MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                           TO WS-MAP-VALUE
                   WHEN OTHER
                       SET MAP-FIELD-UNKNOWN TO TRUE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * TRACK-FAN-OUT: Recount the children's outcomes from the        *
      * results master. With none pending, queue the roll-up when one  *
      * is named, otherwise the fan-out is complete.                   *
      *----------------------------------------------------------------*
       TRACK-FAN-OUT.
           ADD 1 TO WS-TRACKED-PARENTS
           MOVE 0 TO FO-COMPLETED-COUNT
           MOVE 0 TO FO-FAILED-COUNT
           MOVE 0 TO WS-PENDING-COUNT

           MOVE "00" TO WS-FOC-FILE-STATUS
           OPEN INPUT FAN-OUT-CHILD
           IF WS-FOC-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "WARNING " FUNCTION TRIM(FO-FANOUT-ID)
                   ": child register not readable"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-CHILD
               UNTIL WS-FOC-FILE-STATUS NOT = "00"

           CLOSE FAN-OUT-CHILD

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "TRACKED " FUNCTION TRIM(FO-FANOUT-ID)
               ": generated " FO-GENERATED-COUNT
               "  completed " FO-COMPLETED-COUNT
               "  failed " FO-FAILED-COUNT
               "  pending " WS-PENDING-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE

           IF WS-PENDING-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           IF FO-ROLLUP-TEMPLATE-ID = SPACES
               MOVE "COMPLETE" TO FO-STATE
               EXIT PARAGRAPH
           END-IF

           PERFORM QUEUE-ROLLUP-PROMPT
           .

       COUNT-ONE-CHILD.
           READ FAN-OUT-CHILD
               AT END
                   MOVE "10" TO WS-FOC-FILE-STATUS
               NOT AT END
                   IF FOC-FANOUT-ID = FO-FANOUT-ID
                       PERFORM JUDGE-CHILD-OUTCOME
                       EVALUATE TRUE
                           WHEN CHILD-COMPLETED
                               ADD 1 TO FO-COMPLETED-COUNT
                           WHEN CHILD-FAILED
                               ADD 1 TO FO-FAILED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-PENDING-COUNT
                       END-EVALUATE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * JUDGE-CHILD-OUTCOME: The latest attempt of FOC-PROMPT-ID.      *
      * OK and CACHED have completed; a prompt never run, parked       *
      * SCREENED for a reviewer, or with its reply held DISCLOSE for   *
      * disclosure review, is still pending; any other outcome has     *
      * failed.                                                        *
      *----------------------------------------------------------------*
       JUDGE-CHILD-OUTCOME.
           CALL "RESULTS-MASTER-LATEST" USING FOC-PROMPT-ID
               WS-RML-STATUS WS-RML-ATTEMPTS WS-RML-SESSION
               WS-RML-DETAIL WS-RML-RC

           EVALUATE TRUE
               WHEN WS-RML-RC NOT = 0
                   SET CHILD-PENDING TO TRUE
               WHEN WS-RML-STATUS = "OK"
                   OR WS-RML-STATUS = "CACHED"
                   OR WS-RML-STATUS = "LATE-OK"
                   SET CHILD-COMPLETED TO TRUE
               WHEN WS-RML-STATUS = "SCREENED"
                   OR WS-RML-STATUS = "DISCLOSE"
                   SET CHILD-PENDING TO TRUE
               WHEN OTHER
                   SET CHILD-FAILED TO TRUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * QUEUE-ROLLUP-PROMPT: Write the roll-up document from the child *
      * register and archive, then queue the roll-up as a document     *
      * prompt over it. &1 is the fan-out id, &2 and &3 the completed  *
      * and failed counts, &4 the master, &5 the children's template.  *
      *----------------------------------------------------------------*
       QUEUE-ROLLUP-PROMPT.
           MOVE SPACES TO WS-ROLLUP-PROMPT-ID
           STRING
               FUNCTION TRIM(FO-FANOUT-ID) "-ROLLUP"
               DELIMITED SIZE
               INTO WS-ROLLUP-PROMPT-ID
           END-STRING
           MOVE SPACES TO WS-RUD-FILE-NAME
           STRING
               "FAN-OUT-" FUNCTION TRIM(FO-FANOUT-ID) "-ROLLUP.TXT"
               DELIMITED SIZE
               INTO WS-RUD-FILE-NAME
           END-STRING

           PERFORM ACQUIRE-QUEUE-LOCK
           IF LOCK-NOT-HELD
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "DEFERRED " FUNCTION TRIM(WS-ROLLUP-PROMPT-ID)
                   ": queue locked"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ROLLUP-DOCUMENT

           OPEN EXTEND PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS = "35" OR WS-PQ-FILE-STATUS = "05"
               OPEN OUTPUT PROMPT-QUEUE
           END-IF

           MOVE SPACES TO PROMPT-QUEUE-RECORD
           MOVE WS-ROLLUP-PROMPT-ID   TO PQ-PROMPT-ID
           MOVE FO-ROLLUP-TEMPLATE-ID TO PQ-TEMPLATE-ID
           MOVE FO-FANOUT-ID          TO PQ-PARAM-VALUE(1)
           MOVE FO-COMPLETED-COUNT    TO WS-COUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-COUNT-DISPLAY) TO PQ-PARAM-VALUE(2)
           MOVE FO-FAILED-COUNT       TO WS-COUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-COUNT-DISPLAY) TO PQ-PARAM-VALUE(3)
           MOVE FO-MASTER             TO PQ-PARAM-VALUE(4)
           MOVE FO-TEMPLATE-ID        TO PQ-PARAM-VALUE(5)
           MOVE FO-MODEL-CLASS        TO PQ-MODEL-CLASS
           MOVE WS-RUD-FILE-NAME      TO PQ-DOC-PATH
           MOVE FO-FANOUT-ID          TO PQ-BUSINESS-KEY
           IF FO-PRIORITY < "1" OR FO-PRIORITY > "9"
               MOVE "9" TO PQ-PRIORITY
           ELSE
               MOVE FO-PRIORITY TO PQ-PRIORITY
           END-IF
           WRITE PROMPT-QUEUE-RECORD

           CLOSE PROMPT-QUEUE
           PERFORM RELEASE-QUEUE-LOCK

           MOVE "ROLLUP" TO FO-STATE
           ADD 1 TO WS-ROLLUPS-QUEUED
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "ROLL-UP " FUNCTION TRIM(FO-FANOUT-ID)
               " queued as " FUNCTION TRIM(WS-ROLLUP-PROMPT-ID)
               " over " FUNCTION TRIM(WS-RUD-FILE-NAME)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
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
      * WRITE-ROLLUP-DOCUMENT: A heading per child (sequence, business *
      * key, outcome) followed by its archived reply when it has one.  *
      *----------------------------------------------------------------*
       WRITE-ROLLUP-DOCUMENT.
           MOVE "00" TO WS-RUD-FILE-STATUS
           OPEN OUTPUT ROLLUP-DOC

           MOVE SPACES TO ROLLUP-DOC-LINE
           STRING
               "Fan-out " FUNCTION TRIM(FO-FANOUT-ID)
               ": template " FUNCTION TRIM(FO-TEMPLATE-ID)
               " over the " FUNCTION TRIM(FO-MASTER) " master,"
               " completed " FO-COMPLETED-COUNT
               " failed " FO-FAILED-COUNT
               DELIMITED SIZE
               INTO ROLLUP-DOC-LINE
           END-STRING
           WRITE ROLLUP-DOC-LINE

           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE

           MOVE "00" TO WS-FOC-FILE-STATUS
           OPEN INPUT FAN-OUT-CHILD
           IF WS-FOC-FILE-STATUS = "00"
               PERFORM WRITE-ONE-CHILD-SECTION
                   UNTIL WS-FOC-FILE-STATUS NOT = "00"
               CLOSE FAN-OUT-CHILD
           END-IF

           IF WS-RA-FILE-STATUS = "00" OR WS-RA-FILE-STATUS = "23"
               CLOSE RESPONSE-ARCHIVE
           END-IF
           CLOSE ROLLUP-DOC
           .

       WRITE-ONE-CHILD-SECTION.
           READ FAN-OUT-CHILD
               AT END
                   MOVE "10" TO WS-FOC-FILE-STATUS
               NOT AT END
                   IF FOC-FANOUT-ID = FO-FANOUT-ID
                       PERFORM WRITE-CHILD-REPLY-LINES
                   END-IF
           END-READ
           .

       WRITE-CHILD-REPLY-LINES.
           PERFORM JUDGE-CHILD-OUTCOME

           MOVE SPACES TO ROLLUP-DOC-LINE
           WRITE ROLLUP-DOC-LINE
           MOVE SPACES TO ROLLUP-DOC-LINE
           STRING
               "--- Child " FOC-SEQ
               "  key " FUNCTION TRIM(FOC-BUSINESS-KEY)
               "  outcome " FUNCTION TRIM(WS-RML-STATUS)
               DELIMITED SIZE
               INTO ROLLUP-DOC-LINE
           END-STRING
           WRITE ROLLUP-DOC-LINE

           IF NOT CHILD-COMPLETED
               MOVE SPACES TO ROLLUP-DOC-LINE
               STRING
                   "(no reply: " FUNCTION TRIM(WS-RML-DETAIL) ")"
                   DELIMITED SIZE
                   INTO ROLLUP-DOC-LINE
               END-STRING
               WRITE ROLLUP-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPLY-TEXT
           IF WS-RA-FILE-STATUS = "00" OR WS-RA-FILE-STATUS = "23"
               MOVE FOC-PROMPT-ID TO RA-PROMPT-ID
               READ RESPONSE-ARCHIVE
                   INVALID KEY
                       MOVE "23" TO WS-RA-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM DECRYPT-ARCHIVE-TEXT
                       MOVE RA-REPLY-TEXT TO WS-REPLY-TEXT
               END-READ
           END-IF

           IF WS-REPLY-TEXT = SPACES
               MOVE "(reply not in the archive)" TO ROLLUP-DOC-LINE
               WRITE ROLLUP-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SLICE-LAST
           PERFORM FIND-LAST-REPLY-SLICE
               VARYING WS-SLICE-IDX FROM 1 BY 1
               UNTIL WS-SLICE-IDX > 8
           PERFORM WRITE-ONE-REPLY-SLICE
               VARYING WS-SLICE-IDX FROM 1 BY 1
               UNTIL WS-SLICE-IDX > WS-SLICE-LAST
           .

       FIND-LAST-REPLY-SLICE.
           COMPUTE WS-SLICE-START = (WS-SLICE-IDX - 1) * 512 + 1
           IF WS-REPLY-TEXT(WS-SLICE-START:512) NOT = SPACES
               MOVE WS-SLICE-IDX TO WS-SLICE-LAST
           END-IF
           .

       WRITE-ONE-REPLY-SLICE.
           COMPUTE WS-SLICE-START = (WS-SLICE-IDX - 1) * 512 + 1
           MOVE WS-REPLY-TEXT(WS-SLICE-START:512) TO ROLLUP-DOC-LINE
           WRITE ROLLUP-DOC-LINE
           .

      *----------------------------------------------------------------*
      * TRACK-ROLLUP: The fan-out is complete once its roll-up prompt  *
      * has an outcome other than SCREENED or DISCLOSE on the results  *
      * master.                                                        *
      *----------------------------------------------------------------*
       TRACK-ROLLUP.
           ADD 1 TO WS-TRACKED-PARENTS
           MOVE SPACES TO WS-ROLLUP-PROMPT-ID
           STRING
               FUNCTION TRIM(FO-FANOUT-ID) "-ROLLUP"
               DELIMITED SIZE
               INTO WS-ROLLUP-PROMPT-ID
           END-STRING

           CALL "RESULTS-MASTER-LATEST" USING WS-ROLLUP-PROMPT-ID
               WS-RML-STATUS WS-RML-ATTEMPTS WS-RML-SESSION
               WS-RML-DETAIL WS-RML-RC
           IF WS-RML-RC NOT = 0 OR WS-RML-STATUS = "SCREENED"
               OR WS-RML-STATUS = "DISCLOSE"
               EXIT PARAGRAPH
           END-IF

           MOVE "COMPLETE" TO FO-STATE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "COMPLETE " FUNCTION TRIM(FO-FANOUT-ID)
               ": roll-up " FUNCTION TRIM(WS-ROLLUP-PROMPT-ID)
               " ended " FUNCTION TRIM(WS-RML-STATUS)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE FAN-OUT-REPORT-LINE FROM WS-OUT-LINE
           .

      *----------------------------------------------------------------*
      * ACQUIRE-QUEUE-LOCK / RELEASE-QUEUE-LOCK: The mkdir/rmdir       *
      * lock-directory idiom, bounded retries with a short sleep.      *
      *----------------------------------------------------------------*
       ACQUIRE-QUEUE-LOCK.
           MOVE SPACES TO WS-LOCK-DIR-NAME
           STRING
               FUNCTION TRIM(WS-PQ-FILE-NAME) ".LCK"
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

       RELEASE-QUEUE-LOCK.
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
