      *================================================================*
      * LEGAL-HOLD-REGISTER-REPORT.cob                                 *
      * Register report for LEGAL-HOLD.DAT: every hold on file with    *
      * its matter number, issuing attorney, effective date and        *
      * state, and for each hold in force a count of what it is        *
      * protecting today -- the sessions it reaches, the business-key  *
      * cross-reference lines, the transcript turns, the response      *
      * archive records and the dated log files that LOG-RETENTION-JOB *
      * and RIGHT-TO-ERASURE-PURGE will leave alone because of it.     *
      * A released hold is listed with who released it and why.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-REGISTER-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
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
           SELECT HOLD-NEEDLES ASSIGN TO WS-HND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HND-FILE-STATUS.
           SELECT LOG-FILE-LIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HOLD-NEEDLES.
       01  HOLD-NEEDLES-RECORD      PIC X(64).

       FD  LOG-FILE-LIST.
       01  LOG-FILE-LIST-RECORD     PIC X(128).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
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
       01  WS-HND-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD-NEEDLES.WRK".
       01  WS-HND-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-LIST-FILE-NAME        PIC X(64)
           VALUE "LEGAL-HOLD-FILES.WRK".
       01  WS-LIST-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "LEGAL-HOLD-REGISTER.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-LIST-LINE             PIC X(128) VALUE SPACES.
       01  WS-LIST-LEN              PIC 9(3)   VALUE 0.
       01  WS-FILE-DATE             PIC X(8)   VALUE SPACES.

       01  WS-HOLD-NO               PIC 9(5)   VALUE 0.
       01  WS-HOLD-STATE            PIC X(10)  VALUE SPACES.
       01  WS-HOLD-SCOPE            PIC X(64)  VALUE SPACES.
       01  WS-IN-FORCE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(5)   VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(5)   VALUE 0.

      *    What the hold being reported reaches.
       01  WS-HELD-SESS-TABLE.
           05 WS-HSS-COUNT          PIC 9(3)   VALUE 0.
           05 WS-HSS-ENTRY OCCURS 500 TIMES.
               10 WS-HSS-ID         PIC X(64)  VALUE SPACES.
       01  WS-HSS-IDX               PIC 9(3)   VALUE 0.
       01  WS-HELD-PROMPT-TABLE.
           05 WS-HPR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-HPR-ENTRY OCCURS 500 TIMES.
               10 WS-HPR-ID         PIC X(20)  VALUE SPACES.
       01  WS-HPR-IDX               PIC 9(3)   VALUE 0.
       01  WS-SLOT-FOUND            PIC 9      VALUE 0.
           88 SLOT-WAS-FOUND                   VALUE 1.
           88 SLOT-NOT-FOUND                   VALUE 0.
       01  WS-NEW-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-NEW-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-XREF-HIT-FLAG         PIC 9      VALUE 0.
           88 XREF-LINE-IS-HELD                VALUE 1.
           88 XREF-LINE-NOT-HELD               VALUE 0.

       01  WS-HOLD-COUNTS.
           05 WS-CNT-XREF           PIC 9(7)   VALUE 0.
           05 WS-CNT-TURNS          PIC 9(7)   VALUE 0.
           05 WS-CNT-ARCHIVE        PIC 9(7)   VALUE 0.
           05 WS-CNT-LOGFILES       PIC 9(7)   VALUE 0.
       01  WS-SESSIONS-DONE-FLAG    PIC 9      VALUE 0.
           88 SESSION-TURNS-DONE                VALUE 1.
           88 SESSION-TURNS-REMAIN              VALUE 0.

      *    Parsed fields of one cross-reference line.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-BXR-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-BXR-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-BXR-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-BXR-TURN-TOK          PIC X(10)  VALUE SPACES.
       01  WS-BXR-KIND              PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY               PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Legal Hold Register Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "No legal holds on file."
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               CLOSE LEGAL-HOLD
               STOP RUN
           END-IF

           PERFORM PRINT-PAGE-HEADER

           PERFORM REPORT-ONE-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Holds in force: " WS-IN-FORCE-COUNT
               "   pending: " WS-PENDING-COUNT
               "   released: " WS-RELEASED-COUNT
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           STOP RUN
           .

      *----------------------------------------------------------------*
      * REPORT-ONE-HOLD: Print the next hold's particulars and, when   *
      * it is in force, what it protects.                              *
      *----------------------------------------------------------------*
       REPORT-ONE-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-HOLD-NO
                   PERFORM DESCRIBE-HOLD
                   PERFORM PRINT-HOLD-HEADER
                   IF WS-HOLD-STATE = "IN FORCE"
                       PERFORM COUNT-PROTECTED-ITEMS
                       PERFORM PRINT-PROTECTED-COUNTS
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * DESCRIBE-HOLD: The hold's state as of today and a printable    *
      * scope -- the value, or the date range for a DATES hold.        *
      *----------------------------------------------------------------*
       DESCRIBE-HOLD.
           EVALUATE TRUE
               WHEN LGH-STATUS-RELEASED
                   MOVE "RELEASED" TO WS-HOLD-STATE
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN LGH-EFFECTIVE-DATE NOT = SPACES
                   AND LGH-EFFECTIVE-DATE > WS-TODAY-DATE(1:8)
                   MOVE "PENDING" TO WS-HOLD-STATE
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-HOLD-STATE
                   ADD 1 TO WS-IN-FORCE-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-HOLD-SCOPE
           IF LGH-KIND-DATES
               STRING
                   LGH-DATE-FROM " to " LGH-DATE-TO
                   DELIMITED SIZE
                   INTO WS-HOLD-SCOPE
               END-STRING
           ELSE
               MOVE LGH-VALUE TO WS-HOLD-SCOPE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-HOLD-HEADER: Number, state, scope, matter, attorney and  *
      * dates; a released hold also shows who released it and why.     *
      *----------------------------------------------------------------*
       PRINT-HOLD-HEADER.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Hold " WS-HOLD-NO "  " WS-HOLD-STATE "  "
               FUNCTION TRIM(LGH-KIND) " "
               FUNCTION TRIM(WS-HOLD-SCOPE)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Matter " FUNCTION TRIM(LGH-MATTER-NO)
               "   Attorney " FUNCTION TRIM(LGH-ATTORNEY)
               "   Effective " LGH-EFFECTIVE-DATE
               "   Placed by " FUNCTION TRIM(LGH-ADDED-BY)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF LGH-STATUS-RELEASED
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  Released by " FUNCTION TRIM(LGH-RELEASED-BY)
                   " at " LGH-RELEASED-TS(1:14)
                   ": " FUNCTION TRIM(LGH-RELEASE-REASON)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * COUNT-PROTECTED-ITEMS: Work out the sessions and prompts the   *
      * hold reaches, then count what it keeps in each store.          *
      *----------------------------------------------------------------*
       COUNT-PROTECTED-ITEMS.
           INITIALIZE WS-HOLD-COUNTS
           MOVE 0 TO WS-HSS-COUNT
           MOVE 0 TO WS-HPR-COUNT

           IF LGH-KIND-SESSION OR LGH-KIND = SPACES
               MOVE LGH-VALUE TO WS-NEW-SESSION-ID
               PERFORM ADD-HELD-SESSION
           END-IF

           PERFORM COUNT-XREF-LINES
           IF LGH-KIND-JOB
               PERFORM ADD-JOB-REGISTRY-SESSIONS
           END-IF

           PERFORM COUNT-TRANSCRIPT-TURNS
           PERFORM COUNT-ARCHIVE-RECORDS
           PERFORM COUNT-LOG-FILES
           .

      *----------------------------------------------------------------*
      * COUNT-XREF-LINES: Cross-reference lines the hold covers, and   *
      * the sessions and prompts named on them.                        *
      *----------------------------------------------------------------*
       COUNT-XREF-LINES.
           MOVE "00" TO WS-BXR-FILE-STATUS
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-XREF-LINE
               UNTIL WS-BXR-FILE-STATUS NOT = "00"

           CLOSE BUSINESS-XREF
           .

       COUNT-ONE-XREF-LINE.
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
                   PERFORM TEST-XREF-LINE-HELD
                   IF XREF-LINE-IS-HELD
                       ADD 1 TO WS-CNT-XREF
                       PERFORM ADD-XREF-SESSION-AND-PROMPT
                   END-IF
           END-READ
           .

       TEST-XREF-LINE-HELD.
           SET XREF-LINE-NOT-HELD TO TRUE
           EVALUATE TRUE
               WHEN LGH-KIND-KEY
                   IF WS-BXR-KEY = LGH-VALUE(1:20)
                       SET XREF-LINE-IS-HELD TO TRUE
                   END-IF
               WHEN LGH-KIND-JOB
                   IF WS-BXR-JOB-ID = LGH-VALUE(1:20)
                       SET XREF-LINE-IS-HELD TO TRUE
                   END-IF
               WHEN LGH-KIND-DATES
                   IF WS-BXR-TIMESTAMP(1:8) >= LGH-DATE-FROM
                       AND WS-BXR-TIMESTAMP(1:8) <= LGH-DATE-TO
                       SET XREF-LINE-IS-HELD TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-BXR-SESSION-ID = LGH-VALUE
                       SET XREF-LINE-IS-HELD TO TRUE
                   END-IF
           END-EVALUATE
           .

       ADD-XREF-SESSION-AND-PROMPT.
           IF WS-BXR-SESSION-ID NOT = SPACES
               AND WS-BXR-SESSION-ID NOT = "-"
               MOVE WS-BXR-SESSION-ID TO WS-NEW-SESSION-ID
               PERFORM ADD-HELD-SESSION
           END-IF
           IF WS-BXR-PROMPT-ID NOT = SPACES
               AND WS-BXR-PROMPT-ID NOT = "-"
               MOVE WS-BXR-PROMPT-ID TO WS-NEW-PROMPT-ID
               PERFORM ADD-HELD-PROMPT
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-JOB-REGISTRY-SESSIONS: Every registry session the held     *
      * job created, whether or not it touched a business key.         *
      *----------------------------------------------------------------*
       ADD-JOB-REGISTRY-SESSIONS.
           MOVE "00" TO WS-SREG-FILE-STATUS
           OPEN INPUT SESSION-REGISTRY
           IF WS-SREG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-ONE-JOB-SESSION
               UNTIL WS-SREG-FILE-STATUS NOT = "00"

           CLOSE SESSION-REGISTRY
           .

       ADD-ONE-JOB-SESSION.
           READ SESSION-REGISTRY NEXT RECORD
               AT END
                   MOVE "10" TO WS-SREG-FILE-STATUS
               NOT AT END
                   IF SREG-JOB-ID = LGH-VALUE(1:20)
                       MOVE SREG-SESSION-ID TO WS-NEW-SESSION-ID
                       PERFORM ADD-HELD-SESSION
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ADD-HELD-SESSION / ADD-HELD-PROMPT: Table an id once.          *
      *----------------------------------------------------------------*
       ADD-HELD-SESSION.
           SET SLOT-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
               OR SLOT-WAS-FOUND

           IF SLOT-NOT-FOUND AND WS-HSS-COUNT < 500
               ADD 1 TO WS-HSS-COUNT
               MOVE WS-NEW-SESSION-ID TO WS-HSS-ID(WS-HSS-COUNT)
           END-IF
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-HSS-ID(WS-HSS-IDX) = WS-NEW-SESSION-ID
               SET SLOT-WAS-FOUND TO TRUE
           END-IF
           .

       ADD-HELD-PROMPT.
           SET SLOT-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-PROMPT-SLOT
               VARYING WS-HPR-IDX FROM 1 BY 1
               UNTIL WS-HPR-IDX > WS-HPR-COUNT
               OR SLOT-WAS-FOUND

           IF SLOT-NOT-FOUND AND WS-HPR-COUNT < 500
               ADD 1 TO WS-HPR-COUNT
               MOVE WS-NEW-PROMPT-ID TO WS-HPR-ID(WS-HPR-COUNT)
           END-IF
           .

       TEST-ONE-PROMPT-SLOT.
           IF WS-HPR-ID(WS-HPR-IDX) = WS-NEW-PROMPT-ID
               SET SLOT-WAS-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * COUNT-TRANSCRIPT-TURNS: A date hold covers every turn written  *
      * inside its range; any other hold covers every turn of the      *
      * sessions it reaches.                                           *
      *----------------------------------------------------------------*
       COUNT-TRANSCRIPT-TURNS.
           MOVE "00" TO WS-TRX-FILE-STATUS
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF LGH-KIND-DATES
               PERFORM COUNT-ONE-DATED-TURN
                   UNTIL WS-TRX-FILE-STATUS NOT = "00"
           ELSE
               PERFORM COUNT-ONE-SESSION-TURNS
                   VARYING WS-HSS-IDX FROM 1 BY 1
                   UNTIL WS-HSS-IDX > WS-HSS-COUNT
           END-IF

           CLOSE TRANSCRIPT-FILE
           .

       COUNT-ONE-DATED-TURN.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRX-FILE-STATUS
               NOT AT END
                   IF TRX-TIMESTAMP(1:8) >= LGH-DATE-FROM
                       AND TRX-TIMESTAMP(1:8) <= LGH-DATE-TO
                       ADD 1 TO WS-CNT-TURNS
                   END-IF
           END-READ
           .

       COUNT-ONE-SESSION-TURNS.
           MOVE WS-HSS-ID(WS-HSS-IDX) TO TRX-SESSION-ID
           MOVE 0 TO TRX-TURN-NO
           SET SESSION-TURNS-REMAIN TO TRUE
           START TRANSCRIPT-FILE KEY IS NOT LESS THAN TRX-KEY
               INVALID KEY
                   SET SESSION-TURNS-DONE TO TRUE
           END-START

           PERFORM COUNT-ONE-SESSION-TURN
               UNTIL SESSION-TURNS-DONE
           .

       COUNT-ONE-SESSION-TURN.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   SET SESSION-TURNS-DONE TO TRUE
               NOT AT END
                   IF TRX-SESSION-ID NOT = WS-HSS-ID(WS-HSS-IDX)
                       SET SESSION-TURNS-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-CNT-TURNS
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * COUNT-ARCHIVE-RECORDS: Archive records the hold covers -- by   *
      * job, by reply date, or by a session or prompt it reaches.      *
      *----------------------------------------------------------------*
       COUNT-ARCHIVE-RECORDS.
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-ARCHIVE-RECORD
               UNTIL WS-RA-FILE-STATUS NOT = "00"

           CLOSE RESPONSE-ARCHIVE
           .

       COUNT-ONE-ARCHIVE-RECORD.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   SET SLOT-NOT-FOUND TO TRUE
                   EVALUATE TRUE
                       WHEN LGH-KIND-DATES
                           IF RA-TIMESTAMP(1:8) >= LGH-DATE-FROM
                               AND RA-TIMESTAMP(1:8) <= LGH-DATE-TO
                               SET SLOT-WAS-FOUND TO TRUE
                           END-IF
                       WHEN LGH-KIND-JOB
                           AND RA-JOB-ID = LGH-VALUE(1:20)
                           SET SLOT-WAS-FOUND TO TRUE
                       WHEN OTHER
                           MOVE RA-SESSION-ID TO WS-NEW-SESSION-ID
                           PERFORM TEST-ONE-SESSION-SLOT
                               VARYING WS-HSS-IDX FROM 1 BY 1
                               UNTIL WS-HSS-IDX > WS-HSS-COUNT
                               OR SLOT-WAS-FOUND
                           MOVE RA-PROMPT-ID TO WS-NEW-PROMPT-ID
                           PERFORM TEST-ONE-PROMPT-SLOT
                               VARYING WS-HPR-IDX FROM 1 BY 1
                               UNTIL WS-HPR-IDX > WS-HPR-COUNT
                               OR SLOT-WAS-FOUND
                   END-EVALUATE
                   IF SLOT-WAS-FOUND
                       ADD 1 TO WS-CNT-ARCHIVE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * COUNT-LOG-FILES: Dated AUDIT / EVENT / EXCEPTION / SESSIONFS   *
      * log files the hold keeps from archival: those dated inside a   *
      * date hold's range, or those mentioning the held value or any   *
      * session it reaches.                                            *
      *----------------------------------------------------------------*
       COUNT-LOG-FILES.
           MOVE SPACES TO WS-SHELL-COMMAND
           IF LGH-KIND-DATES
               STRING
                   "ls -1 AUDIT-LOG-*.TXT EVENT-LOG-*.TXT"
                   " EXCEPTION-LOG-*.TXT SESSIONFS-LOG-*.TXT > "
                   FUNCTION TRIM(WS-LIST-FILE-NAME) " 2>/dev/null"
                   DELIMITED SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
           ELSE
               OPEN OUTPUT HOLD-NEEDLES
               WRITE HOLD-NEEDLES-RECORD FROM LGH-VALUE
               PERFORM WRITE-ONE-SESSION-NEEDLE
                   VARYING WS-HSS-IDX FROM 1 BY 1
                   UNTIL WS-HSS-IDX > WS-HSS-COUNT
               CLOSE HOLD-NEEDLES
               STRING
                   "grep -l -F -f " FUNCTION TRIM(WS-HND-FILE-NAME)
                   " AUDIT-LOG-*.TXT EVENT-LOG-*.TXT"
                   " EXCEPTION-LOG-*.TXT SESSIONFS-LOG-*.TXT > "
                   FUNCTION TRIM(WS-LIST-FILE-NAME) " 2>/dev/null"
                   DELIMITED SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE "00" TO WS-LIST-FILE-STATUS
           OPEN INPUT LOG-FILE-LIST
           IF WS-LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-LISTED-FILE
               UNTIL WS-LIST-FILE-STATUS NOT = "00"

           CLOSE LOG-FILE-LIST
           .

       WRITE-ONE-SESSION-NEEDLE.
           WRITE HOLD-NEEDLES-RECORD FROM WS-HSS-ID(WS-HSS-IDX)
           .

       COUNT-ONE-LISTED-FILE.
           READ LOG-FILE-LIST INTO WS-LIST-LINE
               AT END
                   MOVE "10" TO WS-LIST-FILE-STATUS
               NOT AT END
                   IF WS-LIST-LINE NOT = SPACES
                       IF LGH-KIND-DATES
                           PERFORM TAKE-LISTED-FILE-DATE
                           IF WS-FILE-DATE >= LGH-DATE-FROM
                               AND WS-FILE-DATE <= LGH-DATE-TO
                               ADD 1 TO WS-CNT-LOGFILES
                           END-IF
                       ELSE
                           ADD 1 TO WS-CNT-LOGFILES
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * TAKE-LISTED-FILE-DATE: The yyyymmdd stamp that ends every      *
      * dated log file name, just ahead of ".TXT".                     *
      *----------------------------------------------------------------*
       TAKE-LISTED-FILE-DATE.
           MOVE SPACES TO WS-FILE-DATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-LINE TRAILING))
               TO WS-LIST-LEN
           IF WS-LIST-LEN > 12
               MOVE WS-LIST-LINE(WS-LIST-LEN - 11:8) TO WS-FILE-DATE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-PROTECTED-COUNTS: What the hold keeps, store by store.   *
      *----------------------------------------------------------------*
       PRINT-PROTECTED-COUNTS.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Protects: sessions " WS-HSS-COUNT
               "   xref lines " WS-CNT-XREF
               "   transcript turns " WS-CNT-TURNS
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "            archive records " WS-CNT-ARCHIVE
               "   dated log files " WS-CNT-LOGFILES
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Trailer block with the hold counts.       *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "End of register.  Holds: " WS-HOLD-NO
               "   In force: " WS-IN-FORCE-COUNT
               "   Pending: " WS-PENDING-COUNT
               "   Released: " WS-RELEASED-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
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
               "LEGAL HOLD REGISTER                  Run date "
               WS-TODAY-DATE(1:8)
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
