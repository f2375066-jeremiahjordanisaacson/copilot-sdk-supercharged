      *================================================================*
      * DISCLOSURE-REPORT.cob                                          *
      * Daily disclosure report for the privacy officer, from          *
      * DISCLOSURE-HOLD.DAT. Every reply the disclosure screen held    *
      * (filed DISCLOSE by PROMPT-QUEUE-RUNNER or LATE-REPLY-RECOVERY) *
      * is listed in one of three sections of DISCLOSURE-REPORT.TXT:   *
      *                                                                *
      *   HELD TODAY              holds placed today, whatever has     *
      *                           become of them since                 *
      *   DECIDED TODAY           holds a reviewer cleared or withheld *
      *                           today (DISCLOSURE-REVIEW-CONSOLE),   *
      *                           with the reviewer and the reason     *
      *   STILL PENDING           holds from earlier days that no one  *
      *                           has decided yet                      *
      *                                                                *
      * Each line names the prompt, its business key, the job, the     *
      * number of hits and the first key hit with the account it       *
      * belongs to. The reply text itself is never printed; the        *
      * reviewer reads it on the console. Run after the night's        *
      * batch, on the day it reports.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-HOLD ASSIGN TO WS-DSH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSH-PROMPT-ID
               FILE STATUS IS WS-DSH-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "DISCLOSURE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-REPORT-DATE           PIC X(8)   VALUE SPACES.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    Which section the current pass over the hold file prints.
       01  WS-SECTION-CODE          PIC X      VALUE SPACE.
           88 SECTION-HELD-TODAY               VALUE "H".
           88 SECTION-DECIDED-TODAY            VALUE "D".
           88 SECTION-STILL-PENDING            VALUE "P".
       01  WS-SECTION-LINES         PIC 9(5)   VALUE 0.

       01  WS-HELD-TODAY-COUNT      PIC 9(5)   VALUE 0.
       01  WS-CLEARED-TODAY-COUNT   PIC 9(5)   VALUE 0.
       01  WS-WITHHELD-TODAY-COUNT  PIC 9(5)   VALUE 0.
       01  WS-OLD-PENDING-COUNT     PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Disclosure Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-REPORT-DATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "DISCLOSURE REPORT  " WS-REPORT-DATE
               "  " WS-TODAY-DATE(9:2) ":" WS-TODAY-DATE(11:2)
               "     FOR THE PRIVACY OFFICER"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           SET SECTION-HELD-TODAY TO TRUE
           PERFORM WRITE-ONE-SECTION
           SET SECTION-DECIDED-TODAY TO TRUE
           PERFORM WRITE-ONE-SECTION
           SET SECTION-STILL-PENDING TO TRUE
           PERFORM WRITE-ONE-SECTION

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Held today: " WS-HELD-TODAY-COUNT
               "   Cleared today: " WS-CLEARED-TODAY-COUNT
               "   Withheld today: " WS-WITHHELD-TODAY-COUNT
               "   Pending from earlier days: " WS-OLD-PENDING-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Held today:        " WS-HELD-TODAY-COUNT
           DISPLAY "Cleared today:     " WS-CLEARED-TODAY-COUNT
           DISPLAY "Withheld today:    " WS-WITHHELD-TODAY-COUNT
           DISPLAY "Pending (earlier): " WS-OLD-PENDING-COUNT
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * WRITE-ONE-SECTION: Heading, then one pass over the hold file   *
      * printing the records that belong to the section.               *
      *----------------------------------------------------------------*
       WRITE-ONE-SECTION.
           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE TRUE
               WHEN SECTION-HELD-TODAY
                   MOVE "HELD TODAY" TO WS-OUT-LINE
               WHEN SECTION-DECIDED-TODAY
                   MOVE "DECIDED TODAY" TO WS-OUT-LINE
               WHEN OTHER
                   MOVE "STILL PENDING FROM EARLIER DAYS"
                       TO WS-OUT-LINE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PROMPT               BUSINESS-KEY         "
               "JOB                  HELD     STATUS     HITS "
               "FIRST HIT"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           MOVE 0 TO WS-SECTION-LINES
           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN INPUT DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS = "00"
               PERFORM REPORT-NEXT-HOLD
                   UNTIL WS-DSH-FILE-STATUS NOT = "00"
               CLOSE DISCLOSURE-HOLD
           END-IF

           IF WS-SECTION-LINES = 0
               MOVE "  (none)" TO WS-OUT-LINE
               WRITE REPORT-LINE FROM WS-OUT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * REPORT-NEXT-HOLD: Read the next hold and print it when it      *
      * falls in the section being written.                            *
      *----------------------------------------------------------------*
       REPORT-NEXT-HOLD.
           READ DISCLOSURE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSH-FILE-STATUS
           END-READ
           IF WS-DSH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SECTION-HELD-TODAY
                   IF DSH-TIMESTAMP(1:8) NOT = WS-REPORT-DATE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-HELD-TODAY-COUNT
               WHEN SECTION-DECIDED-TODAY
                   IF DSH-STATUS-PENDING
                       OR DSH-DECIDED-TS(1:8) NOT = WS-REPORT-DATE
                       EXIT PARAGRAPH
                   END-IF
                   IF DSH-STATUS-CLEARED
                       ADD 1 TO WS-CLEARED-TODAY-COUNT
                   ELSE
                       ADD 1 TO WS-WITHHELD-TODAY-COUNT
                   END-IF
               WHEN OTHER
                   IF NOT DSH-STATUS-PENDING
                       OR DSH-TIMESTAMP(1:8) NOT < WS-REPORT-DATE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-OLD-PENDING-COUNT
           END-EVALUATE

           ADD 1 TO WS-SECTION-LINES
           PERFORM WRITE-HOLD-LINE
           .

      *----------------------------------------------------------------*
      * WRITE-HOLD-LINE: One line per hold; a decided hold gets a      *
      * second line with the reviewer, the time and the reason.        *
      *----------------------------------------------------------------*
       WRITE-HOLD-LINE.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               DSH-PROMPT-ID " " DSH-BUSINESS-KEY " " DSH-JOB-ID " "
               DSH-TIMESTAMP(1:8) " " DSH-STATUS " "
               DSH-HIT-COUNT "   "
               FUNCTION TRIM(DSH-HIT-KIND(1)) " "
               FUNCTION TRIM(DSH-HIT-KEY(1)) " of "
               FUNCTION TRIM(DSH-HIT-OWNER(1))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE

           IF NOT DSH-STATUS-PENDING
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "    " FUNCTION TRIM(DSH-STATUS) " by "
                   FUNCTION TRIM(DSH-DECIDED-BY) " "
                   DSH-DECIDED-TS(1:8) " "
                   DSH-DECIDED-TS(9:2) ":" DSH-DECIDED-TS(11:2)
                   ": " FUNCTION TRIM(DSH-DECISION-NOTE)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-OUT-LINE
           END-IF
           .
