      *================================================================*
      * TOOL-DENIAL-REPORT.cob                                         *
      * Daily report over the TOOL-DENIAL-LOG-yyyymmdd.TXT written by  *
      * the tool policy gate. For the day asked for it shows the       *
      * refusals by reason, then per agent profile how many calls were *
      * refused for entitlement, for call limits and for argument      *
      * rules, and per profile and tool where the refusals fell.       *
      * Profiles that keep running into their call limits are flagged *
      * -- either the limit is set too tight for the work or the       *
      * profile's prompts are driving the assistant round in circles.  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOL-DENIAL-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DENIAL-LOG ASSIGN TO WS-TDL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DENIAL-LOG.
       01  DENIAL-LOG-RECORD        PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-TDL-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TDL-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-REPORT-DATE           PIC X(8)   VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.

      *    A profile with this many limit refusals in the day is
      *    flagged.
       01  WS-REPEAT-THRESHOLD      PIC 9(3)   VALUE 3.

       01  WS-LINE-BUFFER           PIC X(512) VALUE SPACES.
       01  WS-LINE-PTR              PIC 9(5)   VALUE 1.
       01  WS-TOK-TIMESTAMP         PIC X(14)  VALUE SPACES.
       01  WS-TOK-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-TOK-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-TOK-PROFILE-ID        PIC X(12)  VALUE SPACES.
       01  WS-TOK-TOOL              PIC X(64)  VALUE SPACES.
       01  WS-TOK-REASON            PIC X(16)  VALUE SPACES.

       01  WS-REASON-TOTALS.
           05 WS-TOTAL-DENIALS      PIC 9(6)   VALUE 0.
           05 WS-TOTAL-NOT-ENTITLED PIC 9(6)   VALUE 0.
           05 WS-TOTAL-SESS-LIMIT   PIC 9(6)   VALUE 0.
           05 WS-TOTAL-JOB-LIMIT    PIC 9(6)   VALUE 0.
           05 WS-TOTAL-ACCT-INACT   PIC 9(6)   VALUE 0.
           05 WS-TOTAL-ACCT-UNKNOWN PIC 9(6)   VALUE 0.
           05 WS-TOTAL-KEY-MISMATCH PIC 9(6)   VALUE 0.
           05 WS-TOTAL-OTHER        PIC 9(6)   VALUE 0.

       01  WS-PROFILE-STATS.
           05 WS-PRF-COUNT          PIC 9(3)   VALUE 0.
           05 WS-PRF-ENTRY OCCURS 50 TIMES.
               10 WS-PRF-ID         PIC X(12)  VALUE SPACES.
               10 WS-PRF-DENIALS    PIC 9(6)   VALUE 0.
               10 WS-PRF-ENTITLE    PIC 9(6)   VALUE 0.
               10 WS-PRF-LIMITS     PIC 9(6)   VALUE 0.
               10 WS-PRF-ARGS       PIC 9(6)   VALUE 0.

       01  WS-PROFILE-TOOL-STATS.
           05 WS-PTL-COUNT          PIC 9(3)   VALUE 0.
           05 WS-PTL-ENTRY OCCURS 100 TIMES.
               10 WS-PTL-PROFILE-ID PIC X(12)  VALUE SPACES.
               10 WS-PTL-TOOL       PIC X(64)  VALUE SPACES.
               10 WS-PTL-DENIALS    PIC 9(6)   VALUE 0.
               10 WS-PTL-LIMITS     PIC 9(6)   VALUE 0.

       01  WS-IDX                   PIC 9(3)   VALUE 0.
       01  WS-PRF-IDX               PIC 9(3)   VALUE 0.
       01  WS-PTL-IDX               PIC 9(3)   VALUE 0.
       01  WS-MATCH-FOUND           PIC 9      VALUE 0.
           88 MATCH-IS-FOUND                   VALUE 1.
           88 MATCH-NOT-FOUND                  VALUE 0.
       01  WS-FLAGGED-COUNT         PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Tool Policy Denial Report ==="
           DISPLAY " "

           DISPLAY "Report date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           IF WS-REPORT-DATE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-REPORT-DATE
           END-IF

           MOVE SPACES TO WS-TDL-FILE-NAME
           STRING
               "TOOL-DENIAL-LOG-" WS-REPORT-DATE ".TXT"
               DELIMITED SIZE
               INTO WS-TDL-FILE-NAME
           END-STRING

           OPEN INPUT DENIAL-LOG
           IF WS-TDL-FILE-STATUS NOT = "00"
               DISPLAY "No tool denials logged for " WS-REPORT-DATE
               DISPLAY " "
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           PERFORM SCAN-ONE-DENIAL-LINE
               UNTIL WS-TDL-FILE-STATUS NOT = "00"
           CLOSE DENIAL-LOG

           PERFORM PRINT-DENIAL-REPORT

           DISPLAY " "
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * SCAN-ONE-DENIAL-LINE: Read the next refusal and tally it.      *
      *----------------------------------------------------------------*
       SCAN-ONE-DENIAL-LINE.
           READ DENIAL-LOG INTO WS-LINE-BUFFER
               AT END
                   MOVE "10" TO WS-TDL-FILE-STATUS
               NOT AT END
                   PERFORM TALLY-DENIAL-LINE
           END-READ
           .

      *----------------------------------------------------------------*
      * TALLY-DENIAL-LINE: Split off the leading tokens and credit the *
      * reason, profile and profile/tool tallies.                      *
      *----------------------------------------------------------------*
       TALLY-DENIAL-LINE.
           MOVE SPACES TO WS-TOK-PROFILE-ID
           MOVE SPACES TO WS-TOK-TOOL
           MOVE SPACES TO WS-TOK-REASON
           MOVE 1 TO WS-LINE-PTR
           UNSTRING WS-LINE-BUFFER DELIMITED BY SPACE
               INTO WS-TOK-TIMESTAMP
                   WS-TOK-JOB-ID
                   WS-TOK-SESSION-ID
                   WS-TOK-PROFILE-ID
                   WS-TOK-TOOL
                   WS-TOK-REASON
               WITH POINTER WS-LINE-PTR
           END-UNSTRING

           IF WS-TOK-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-DENIALS
           EVALUATE WS-TOK-REASON
               WHEN "NOT-ENTITLED"
                   ADD 1 TO WS-TOTAL-NOT-ENTITLED
               WHEN "SESSION-LIMIT"
                   ADD 1 TO WS-TOTAL-SESS-LIMIT
               WHEN "JOB-LIMIT"
                   ADD 1 TO WS-TOTAL-JOB-LIMIT
               WHEN "ACCT-INACTIVE"
                   ADD 1 TO WS-TOTAL-ACCT-INACT
               WHEN "ACCT-UNKNOWN"
                   ADD 1 TO WS-TOTAL-ACCT-UNKNOWN
               WHEN "KEY-MISMATCH"
                   ADD 1 TO WS-TOTAL-KEY-MISMATCH
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OTHER
           END-EVALUATE

           PERFORM FIND-OR-ADD-PROFILE
           IF WS-PRF-IDX > 0
               ADD 1 TO WS-PRF-DENIALS(WS-PRF-IDX)
               EVALUATE WS-TOK-REASON
                   WHEN "NOT-ENTITLED"
                       ADD 1 TO WS-PRF-ENTITLE(WS-PRF-IDX)
                   WHEN "SESSION-LIMIT"
                   WHEN "JOB-LIMIT"
                       ADD 1 TO WS-PRF-LIMITS(WS-PRF-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-PRF-ARGS(WS-PRF-IDX)
               END-EVALUATE
           END-IF

           PERFORM FIND-OR-ADD-PROFILE-TOOL
           IF WS-PTL-IDX > 0
               ADD 1 TO WS-PTL-DENIALS(WS-PTL-IDX)
               IF WS-TOK-REASON = "SESSION-LIMIT"
                   OR WS-TOK-REASON = "JOB-LIMIT"
                   ADD 1 TO WS-PTL-LIMITS(WS-PTL-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-OR-ADD-PROFILE: Slot for the line's profile; 0 when the   *
      * table is full.                                                 *
      *----------------------------------------------------------------*
       FIND-OR-ADD-PROFILE.
           SET MATCH-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-PROFILE-SLOT
               VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-COUNT
               OR MATCH-IS-FOUND

           IF MATCH-IS-FOUND
               SUBTRACT 1 FROM WS-PRF-IDX
           ELSE
               IF WS-PRF-COUNT < 50
                   ADD 1 TO WS-PRF-COUNT
                   MOVE WS-PRF-COUNT TO WS-PRF-IDX
                   MOVE WS-TOK-PROFILE-ID TO WS-PRF-ID(WS-PRF-IDX)
               ELSE
                   MOVE 0 TO WS-PRF-IDX
               END-IF
           END-IF
           .

       TEST-ONE-PROFILE-SLOT.
           IF WS-PRF-ID(WS-PRF-IDX) = WS-TOK-PROFILE-ID
               SET MATCH-IS-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-OR-ADD-PROFILE-TOOL: Slot for the line's profile and tool *
      * together; 0 when the table is full.                            *
      *----------------------------------------------------------------*
       FIND-OR-ADD-PROFILE-TOOL.
           SET MATCH-NOT-FOUND TO TRUE
           PERFORM TEST-ONE-PROFILE-TOOL-SLOT
               VARYING WS-PTL-IDX FROM 1 BY 1
               UNTIL WS-PTL-IDX > WS-PTL-COUNT
               OR MATCH-IS-FOUND

           IF MATCH-IS-FOUND
               SUBTRACT 1 FROM WS-PTL-IDX
           ELSE
               IF WS-PTL-COUNT < 100
                   ADD 1 TO WS-PTL-COUNT
                   MOVE WS-PTL-COUNT TO WS-PTL-IDX
                   MOVE WS-TOK-PROFILE-ID
                       TO WS-PTL-PROFILE-ID(WS-PTL-IDX)
                   MOVE WS-TOK-TOOL TO WS-PTL-TOOL(WS-PTL-IDX)
               ELSE
                   MOVE 0 TO WS-PTL-IDX
               END-IF
           END-IF
           .

       TEST-ONE-PROFILE-TOOL-SLOT.
           IF WS-PTL-PROFILE-ID(WS-PTL-IDX) = WS-TOK-PROFILE-ID
               AND WS-PTL-TOOL(WS-PTL-IDX) = WS-TOK-TOOL
               SET MATCH-IS-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-DENIAL-REPORT: Reason totals, the per-profile and        *
      * per-profile/tool panels, then the profiles flagged for         *
      * repeated limit hits.                                           *
      *----------------------------------------------------------------*
       PRINT-DENIAL-REPORT.
           DISPLAY "Report date:    " WS-REPORT-DATE
           DISPLAY "Calls refused:  " WS-TOTAL-DENIALS
           DISPLAY " "
           DISPLAY "--- By reason ---"
           DISPLAY "  NOT-ENTITLED   " WS-TOTAL-NOT-ENTITLED
           DISPLAY "  SESSION-LIMIT  " WS-TOTAL-SESS-LIMIT
           DISPLAY "  JOB-LIMIT      " WS-TOTAL-JOB-LIMIT
           DISPLAY "  ACCT-INACTIVE  " WS-TOTAL-ACCT-INACT
           DISPLAY "  ACCT-UNKNOWN   " WS-TOTAL-ACCT-UNKNOWN
           DISPLAY "  KEY-MISMATCH   " WS-TOTAL-KEY-MISMATCH
           IF WS-TOTAL-OTHER > 0
               DISPLAY "  (other)        " WS-TOTAL-OTHER
           END-IF

           DISPLAY " "
           DISPLAY "--- Per profile ---"
           PERFORM PRINT-ONE-PROFILE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRF-COUNT
           IF WS-PRF-COUNT = 0
               DISPLAY "  (no refusals on this date)"
           END-IF

           DISPLAY " "
           DISPLAY "--- Per profile and tool ---"
           PERFORM PRINT-ONE-PROFILE-TOOL-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PTL-COUNT

           DISPLAY " "
           DISPLAY "--- Profiles repeatedly at their call limits ---"
           MOVE 0 TO WS-FLAGGED-COUNT
           PERFORM PRINT-ONE-FLAGGED-PROFILE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRF-COUNT
           IF WS-FLAGGED-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           .

       PRINT-ONE-PROFILE-LINE.
           DISPLAY "  " WS-PRF-ID(WS-IDX)
               ": " WS-PRF-DENIALS(WS-IDX) " refused, "
               WS-PRF-ENTITLE(WS-IDX) " entitlement, "
               WS-PRF-LIMITS(WS-IDX) " limit, "
               WS-PRF-ARGS(WS-IDX) " argument"
           .

       PRINT-ONE-PROFILE-TOOL-LINE.
           DISPLAY "  " WS-PTL-PROFILE-ID(WS-IDX) " "
               FUNCTION TRIM(WS-PTL-TOOL(WS-IDX))
               ": " WS-PTL-DENIALS(WS-IDX) " refused, "
               WS-PTL-LIMITS(WS-IDX) " at limit"
           .

       PRINT-ONE-FLAGGED-PROFILE.
           IF WS-PRF-LIMITS(WS-IDX) >= WS-REPEAT-THRESHOLD
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "  ** " WS-PRF-ID(WS-IDX)
                   " hit its call limits " WS-PRF-LIMITS(WS-IDX)
                   " times"
           END-IF
           .
