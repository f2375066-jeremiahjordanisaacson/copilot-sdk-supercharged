      *================================================================*
      * CONTROL-TABLE-CONSOLE.cob                                      *
      * Online maintenance console for the control tables that drive   *
      * the batch, in the style of QUEUE-MAINT-CONSOLE, so nobody      *
      * edits them in a text editor any more:                          *
      *                                                                *
      *   SITE-CONFIG       SITE-CONFIG.DAT       level 3              *
      *   MODEL-ROUTING     MODEL-ROUTING.DAT     level 2              *
      *   RESTRICTED-TERMS  RESTRICTED-TERMS.DAT  level 3              *
      *   JOB-BUDGET        JOB-BUDGET.DAT        level 2              *
      *   AGENT-PROFILE     AGENT-PROFILE.DAT     level 3 (indexed)    *
      *   ALERT-THRESHOLDS  ALERT-THRESHOLDS.DAT  level 2              *
      *   RETENTION-POLICY  RETENTION-POLICY.DAT  level 3              *
      *                                                                *
      * Any signed-on operator may list a table; adding, changing or   *
      * deleting a row takes the table's level. Every row is edit-     *
      * checked field by field before it is written: a routing model   *
      * must be in MODEL-SNAPSHOT.DAT, a budget limit or retention     *
      * period must be numeric, a threshold or retention keyword must  *
      * be one its program knows, and a profile's skills and tools     *
      * lists must be well-formed JSON arrays. Keys stay unique except *
      * for the SITE-CONFIG keywords that are meant to repeat.         *
      *                                                                *
      * Rows of the line-sequential tables are picked by their number  *
      * in the listing and are rewritten through a work file that is   *
      * swapped in, as the queue console does; a row that has changed  *
      * since it was shown is left alone. Every change is written to   *
      * CONTROL-CHANGE-JOURNAL.DAT with the before and after images,   *
      * the operator and the timestamp, under the mkdir lock-directory *
      * discipline on both the table and the journal.                  *
      * CONTROL-CHANGE-REPORT lists the day's changes for sign-off.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TABLE-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TABLE ASSIGN TO WS-CTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT CONTROL-WORK ASSIGN TO WS-CWK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CWK-FILE-STATUS.
           SELECT AGENT-PROFILE ASSIGN TO WS-APF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APF-PROFILE-ID
               FILE STATUS IS WS-APF-FILE-STATUS.
           SELECT MODEL-SNAPSHOT-FILE ASSIGN TO WS-MSNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSNAP-FILE-STATUS.
           SELECT CONTROL-CHANGE-JOURNAL ASSIGN TO WS-CCJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Whichever line-sequential control table is being worked;
      *    the row views in WORKING-STORAGE give it its fields.
       FD  CONTROL-TABLE.
       01  CONTROL-TABLE-RECORD     PIC X(256).

       FD  CONTROL-WORK.
       01  CONTROL-WORK-RECORD      PIC X(256).

      *    Field-for-field match of the profile record layout in       *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  AGENT-PROFILE.
       01  AGENT-PROFILE-RECORD.
           05 APF-PROFILE-ID        PIC X(12).
           05 APF-AGENT-NAME        PIC X(64).
           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
           05 APF-RELEASE-REVIEW    PIC X.

      *    Field-for-field match of the snapshot record layout in      *
      *    MODEL-DRIFT-REPORT -- keep the two in sync by hand.         *
       FD  MODEL-SNAPSHOT-FILE.
       01  MODEL-SNAPSHOT-RECORD.
           05 MSNAP-ID              PIC X(64).
           05 MSNAP-VERSION         PIC X(32).

      *    One record per control-table change. CONTROL-CHANGE-REPORT
      *    keeps a field-for-field copy of this layout -- keep the two
      *    in sync by hand.
       FD  CONTROL-CHANGE-JOURNAL.
       01  CONTROL-CHANGE-RECORD.
           05 CCJ-TIMESTAMP         PIC X(21).
           05 CCJ-OPERATOR-ID       PIC X(8).
           05 CCJ-TABLE-NAME        PIC X(16).
           05 CCJ-ACTION            PIC X(8).
           05 CCJ-ROW-KEY           PIC X(64).
           05 CCJ-BEFORE-IMAGE      PIC X(3200).
           05 CCJ-AFTER-IMAGE       PIC X(3200).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-CTL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CWK-FILE-NAME         PIC X(64)
           VALUE "CONTROL-TABLE-MAINT.WRK".
       01  WS-CWK-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-APF-FILE-NAME         PIC X(64)
           VALUE "AGENT-PROFILE.DAT".
       01  WS-APF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MSNAP-FILE-NAME       PIC X(64)
           VALUE "MODEL-SNAPSHOT.DAT".
       01  WS-MSNAP-FILE-STATUS     PIC XX     VALUE "00".
       01  WS-CCJ-FILE-NAME         PIC X(64)
           VALUE "CONTROL-CHANGE-JOURNAL.DAT".
       01  WS-CCJ-FILE-STATUS       PIC XX     VALUE "00".

      *    The tables this console maintains: name, file, the
      *    authority level a change takes, and the length of the key
      *    at the front of each line-sequential row.
       01  WS-TABLE-LIST.
           05 FILLER                PIC X(16)  VALUE "SITE-CONFIG".
           05 FILLER                PIC X(24)  VALUE "SITE-CONFIG.DAT".
           05 FILLER                PIC 9      VALUE 3.
           05 FILLER                PIC 9(2)   VALUE 24.
           05 FILLER                PIC X(16)  VALUE "MODEL-ROUTING".
           05 FILLER                PIC X(24)
               VALUE "MODEL-ROUTING.DAT".
           05 FILLER                PIC 9      VALUE 2.
           05 FILLER                PIC 9(2)   VALUE 16.
           05 FILLER                PIC X(16)
               VALUE "RESTRICTED-TERMS".
           05 FILLER                PIC X(24)
               VALUE "RESTRICTED-TERMS.DAT".
           05 FILLER                PIC 9      VALUE 3.
           05 FILLER                PIC 9(2)   VALUE 64.
           05 FILLER                PIC X(16)  VALUE "JOB-BUDGET".
           05 FILLER                PIC X(24)  VALUE "JOB-BUDGET.DAT".
           05 FILLER                PIC 9      VALUE 2.
           05 FILLER                PIC 9(2)   VALUE 20.
           05 FILLER                PIC X(16)  VALUE "AGENT-PROFILE".
           05 FILLER                PIC X(24)
               VALUE "AGENT-PROFILE.DAT".
           05 FILLER                PIC 9      VALUE 3.
           05 FILLER                PIC 9(2)   VALUE 12.
           05 FILLER                PIC X(16)
               VALUE "ALERT-THRESHOLDS".
           05 FILLER                PIC X(24)
               VALUE "ALERT-THRESHOLDS.DAT".
           05 FILLER                PIC 9      VALUE 2.
           05 FILLER                PIC 9(2)   VALUE 20.
           05 FILLER                PIC X(16)
               VALUE "RETENTION-POLICY".
           05 FILLER                PIC X(24)
               VALUE "RETENTION-POLICY.DAT".
           05 FILLER                PIC 9      VALUE 3.
           05 FILLER                PIC 9(2)   VALUE 12.
       01  WS-TABLE-CATALOG REDEFINES WS-TABLE-LIST.
           05 WS-TBL-ENTRY          OCCURS 7 TIMES.
               10 WS-TBL-NAME       PIC X(16).
               10 WS-TBL-FILE       PIC X(24).
               10 WS-TBL-LEVEL      PIC 9.
               10 WS-TBL-KEY-LEN    PIC 9(2).
       01  WS-TBL-COUNT             PIC 9      VALUE 7.
       01  WS-TBL-IDX               PIC 9      VALUE 0.
       01  WS-TBL-SHOW-IDX          PIC 9      VALUE 0.
       01  WS-CURRENT-TABLE         PIC X(16)  VALUE SPACES.
           88 NO-TABLE-CHOSEN                   VALUE SPACES.
           88 TABLE-SITE-CONFIG                 VALUE "SITE-CONFIG".
           88 TABLE-MODEL-ROUTING               VALUE "MODEL-ROUTING".
           88 TABLE-RESTRICTED-TERMS
               VALUE "RESTRICTED-TERMS".
           88 TABLE-JOB-BUDGET                  VALUE "JOB-BUDGET".
           88 TABLE-AGENT-PROFILE               VALUE "AGENT-PROFILE".
           88 TABLE-ALERT-THRESHOLDS
               VALUE "ALERT-THRESHOLDS".
           88 TABLE-RETENTION-POLICY
               VALUE "RETENTION-POLICY".

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-NEEDED-LEVEL          PIC 9      VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-USER-CHOICE           PIC X      VALUE SPACE.
       01  WS-USER-TABLE-NO         PIC X(2)   VALUE SPACES.
       01  WS-USER-ROW-NO           PIC X(5)   VALUE SPACES.
       01  WS-USER-ANSWER           PIC X(3)   VALUE SPACES.
       01  WS-USER-FIELD            PIC X(1024) VALUE SPACES.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    One row of a line-sequential table, with a view for each
      *    table. Each view is a field-for-field match of the record
      *    its owning program reads (PROMPT-QUEUE-RUNNER,
      *    ALERT-MONITOR, LOG-RETENTION-JOB) -- keep them in sync by
      *    hand.
       01  WS-ROW-IMAGE             PIC X(256) VALUE SPACES.
       01  WS-ROW-SITE-CONFIG REDEFINES WS-ROW-IMAGE.
           05 WS-RSC-KEYWORD        PIC X(24).
           05 WS-RSC-VALUE          PIC X(64).
           05 FILLER                PIC X(168).
       01  WS-ROW-MODEL-ROUTING REDEFINES WS-ROW-IMAGE.
           05 WS-RMR-CLASS          PIC X(16).
           05 WS-RMR-PREFERRED      PIC X(64).
           05 WS-RMR-FALLBACK-1     PIC X(64).
           05 WS-RMR-FALLBACK-2     PIC X(64).
           05 FILLER                PIC X(48).
       01  WS-ROW-RESTRICTED-TERM REDEFINES WS-ROW-IMAGE.
           05 WS-RRT-TERM           PIC X(64).
           05 WS-RRT-NOTE           PIC X(64).
           05 FILLER                PIC X(128).
       01  WS-ROW-JOB-BUDGET REDEFINES WS-ROW-IMAGE.
           05 WS-RJB-JOB-ID         PIC X(20).
           05 WS-RJB-TOKEN-LIMIT    PIC X(12).
           05 FILLER                PIC X(224).
       01  WS-ROW-ALERT-THRESHOLD REDEFINES WS-ROW-IMAGE.
           05 WS-RAT-KEYWORD        PIC X(20).
           05 WS-RAT-VALUE          PIC X(8).
           05 FILLER                PIC X(228).
       01  WS-ROW-RETENTION-POLICY REDEFINES WS-ROW-IMAGE.
           05 WS-RRP-FAMILY         PIC X(12).
           05 WS-RRP-DAYS           PIC X(5).
           05 FILLER                PIC X(239).

      *    The agent profile being worked, laid out as the record.
       01  WS-PROFILE-ROW.
           05 WS-PRF-PROFILE-ID     PIC X(12)  VALUE SPACES.
           05 WS-PRF-AGENT-NAME     PIC X(64)  VALUE SPACES.
           05 WS-PRF-SYS-PROMPT     PIC X(1024) VALUE SPACES.
           05 WS-PRF-SKILLS         PIC X(1024) VALUE SPACES.
           05 WS-PRF-AVAIL-TOOLS    PIC X(1024) VALUE SPACES.
           05 WS-PRF-RELEASE-REVIEW PIC X      VALUE SPACE.

      *    Images either side of a change, for the journal.
       01  WS-BEFORE-IMAGE          PIC X(3200) VALUE SPACES.
       01  WS-AFTER-IMAGE           PIC X(3200) VALUE SPACES.
       01  WS-CHANGE-ACTION         PIC X(8)   VALUE SPACES.
       01  WS-ROW-KEY               PIC X(64)  VALUE SPACES.

      *    Row picking and the rewrite through the work file.
       01  WS-ROW-NO                PIC 9(5)   VALUE 0.
       01  WS-READ-COUNT            PIC 9(5)   VALUE 0.
       01  WS-LIST-COUNT            PIC 9(5)   VALUE 0.
       01  WS-KEY-LEN               PIC 9(2)   VALUE 0.
       01  WS-COMPARE-LEN           PIC 9(3)   VALUE 0.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-ROW-FOUND-FLAG        PIC 9      VALUE 0.
           88 ROW-WAS-FOUND                    VALUE 1.
           88 ROW-NOT-FOUND                    VALUE 0.
       01  WS-TARGET-FOUND          PIC 9      VALUE 0.
           88 TARGET-WAS-FOUND                 VALUE 1.
           88 TARGET-NOT-FOUND                 VALUE 0.
       01  WS-ROW-MOVED-FLAG        PIC 9      VALUE 0.
           88 ROW-HAS-MOVED                    VALUE 1.
       01  WS-DUPLICATE-FLAG        PIC 9      VALUE 0.
           88 KEY-IS-DUPLICATE                 VALUE 1.
           88 KEY-IS-UNIQUE                    VALUE 0.
       01  WS-ROUTING-ROW-LIMIT     PIC 9(3)   VALUE 20.

      *    Field entry: a blank answer keeps the value shown when a
      *    row is being changed; a single "-" clears it.
       01  WS-FIELD-LABEL           PIC X(24)  VALUE SPACES.
       01  WS-FIELD-VALUE           PIC X(1024) VALUE SPACES.
       01  WS-KEEP-FLAG             PIC 9      VALUE 0.
           88 BLANK-KEEPS-VALUE                VALUE 1.
           88 BLANK-IS-BLANK                   VALUE 0.

      *    Edit checking.
       01  WS-EDIT-ERRORS           PIC 9(3)   VALUE 0.
       01  WS-EDIT-MESSAGE          PIC X(100) VALUE SPACES.
       01  WS-CHECK-TEXT            PIC X(64)  VALUE SPACES.
       01  WS-CHECK-LEN             PIC 9(3)   VALUE 0.
       01  WS-CHECK-MAX-DIGITS      PIC 9(2)   VALUE 0.
       01  WS-CHECK-MODEL           PIC X(64)  VALUE SPACES.
       01  WS-MODEL-FOUND-FLAG      PIC 9      VALUE 0.
           88 MODEL-IN-SNAPSHOT                VALUE 1.
           88 MODEL-NOT-IN-SNAPSHOT            VALUE 0.
       01  WS-SNAPSHOT-FLAG         PIC 9      VALUE 0.
           88 SNAPSHOT-AVAILABLE               VALUE 1.
           88 SNAPSHOT-UNAVAILABLE             VALUE 0.

      *    SITE-CONFIG keywords whose value is a number, known by
      *    their suffix, and the keywords that may appear on more
      *    than one row.
       01  WS-NUMERIC-SUFFIX-LIST.
           05 FILLER                PIC X(10)  VALUE "-MS".
           05 FILLER                PIC X(10)  VALUE "-SECS".
           05 FILLER                PIC X(10)  VALUE "-MINS".
           05 FILLER                PIC X(10)  VALUE "-DAYS".
           05 FILLER                PIC X(10)  VALUE "-LIMIT".
           05 FILLER                PIC X(10)  VALUE "-COUNT".
           05 FILLER                PIC X(10)  VALUE "-TRIES".
           05 FILLER                PIC X(10)  VALUE "-SIZE".
           05 FILLER                PIC X(10)  VALUE "-USES".
           05 FILLER                PIC X(10)  VALUE "-SESSIONS".
       01  WS-NUMERIC-SUFFIX-TABLE REDEFINES WS-NUMERIC-SUFFIX-LIST.
           05 WS-NUMERIC-SUFFIX     PIC X(10)  OCCURS 10 TIMES.
       01  WS-SUFFIX-IDX            PIC 9(2)   VALUE 0.
       01  WS-SUFFIX-LEN            PIC 9(2)   VALUE 0.
       01  WS-NUMERIC-KEYWORD-FLAG  PIC 9      VALUE 0.
           88 KEYWORD-IS-NUMERIC               VALUE 1.
       01  WS-REPEATING-KEYWORD     PIC X(24)  VALUE SPACES.
           88 KEYWORD-MAY-REPEAT
               VALUE "PRICE-TIER" "REDACT-FIELD".

      *    JSON array check for a profile's skills and tools lists.
       01  WS-JSON-TEXT             PIC X(1024) VALUE SPACES.
       01  WS-JSON-PROBLEM          PIC X(60)  VALUE SPACES.
       01  WS-JSON-LEN              PIC 9(4)   VALUE 0.
       01  WS-JSON-POS              PIC 9(4)   VALUE 0.
       01  WS-JSON-CHAR             PIC X      VALUE SPACE.
       01  WS-JSON-PREV             PIC X      VALUE SPACE.
       01  WS-JSON-DEPTH            PIC 9(2)   VALUE 0.
       01  WS-JSON-STACK-AREA.
           05 WS-JSON-STACK         PIC X      OCCURS 32 TIMES.
       01  WS-JSON-STRING-FLAG      PIC 9      VALUE 0.
           88 JSON-IN-STRING                   VALUE 1.
       01  WS-JSON-ESCAPE-FLAG      PIC 9      VALUE 0.
           88 JSON-ESCAPE-PENDING              VALUE 1.
       01  WS-JSON-CLOSED-FLAG      PIC 9      VALUE 0.
           88 JSON-TOP-CLOSED                  VALUE 1.

      *    Lock directory discipline borrowed from COPILOT-CLIENT's
      *    shared-file access layer: the table's lock and the
      *    journal's lock are both held while a change is made.
       01  WS-LOCK-DIR-NAME         PIC X(80)  VALUE SPACES.
       01  WS-TABLE-LOCK-NAME       PIC X(80)  VALUE SPACES.
       01  WS-JOURNAL-LOCK-NAME     PIC X(80)  VALUE SPACES.
       01  WS-LOCK-COMMAND          PIC X(128) VALUE SPACES.
       01  WS-LOCK-RC               PIC S9(4)  VALUE 0.
       01  WS-LOCK-ATTEMPT          PIC 9(3)   VALUE 0.
       01  WS-LOCK-RETRY-LIMIT      PIC 9(3)   VALUE 3.
       01  WS-LOCK-SLEEP-CMD        PIC X(16)  VALUE "sleep 1".
       01  WS-TABLE-LOCK-FLAG       PIC 9      VALUE 0.
           88 TABLE-LOCK-HELD                  VALUE 1.
           88 TABLE-LOCK-FREE                  VALUE 0.
       01  WS-JOURNAL-LOCK-FLAG     PIC 9      VALUE 0.
           88 JOURNAL-LOCK-HELD                VALUE 1.
           88 JOURNAL-LOCK-FREE                VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Control Table Maintenance Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           PERFORM CHOOSE-CONTROL-TABLE

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Offer the maintenance actions on the table       *
      * chosen.                                                        *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           DISPLAY " "
           IF NO-TABLE-CHOSEN
               DISPLAY "No table chosen."
           ELSE
               DISPLAY "Table " FUNCTION TRIM(WS-CURRENT-TABLE)
                   " (changes take level " WS-TBL-LEVEL(WS-TBL-IDX)
                   ")"
           END-IF
           DISPLAY "t = choose table, l = list, a = add, c = change, "
               "d = delete, q = quit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-CHOICE

           EVALUATE WS-USER-CHOICE
               WHEN "t"
               WHEN "T"
                   PERFORM CHOOSE-CONTROL-TABLE
               WHEN "l"
               WHEN "L"
                   IF NO-TABLE-CHOSEN
                       DISPLAY "Choose a table first (t)."
                   ELSE
                       PERFORM LIST-CONTROL-TABLE
                   END-IF
               WHEN "a"
               WHEN "A"
                   MOVE "ADD" TO WS-CHANGE-ACTION
                   PERFORM MAINTAIN-CONTROL-TABLE
               WHEN "c"
               WHEN "C"
                   MOVE "CHANGE" TO WS-CHANGE-ACTION
                   PERFORM MAINTAIN-CONTROL-TABLE
               WHEN "d"
               WHEN "D"
                   MOVE "DELETE" TO WS-CHANGE-ACTION
                   PERFORM MAINTAIN-CONTROL-TABLE
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
      * CHOOSE-CONTROL-TABLE: Show the catalog and take the operator's *
      * pick. A blank or unknown pick keeps the table already chosen.  *
      *----------------------------------------------------------------*
       CHOOSE-CONTROL-TABLE.
           DISPLAY " "
           PERFORM SHOW-ONE-CATALOG-ENTRY
               VARYING WS-TBL-SHOW-IDX FROM 1 BY 1
               UNTIL WS-TBL-SHOW-IDX > WS-TBL-COUNT
           DISPLAY "Table number: " WITH NO ADVANCING
           ACCEPT WS-USER-TABLE-NO

           IF FUNCTION TRIM(WS-USER-TABLE-NO) IS NOT NUMERIC
               DISPLAY "Not a table number."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-USER-TABLE-NO) < 1
               OR FUNCTION NUMVAL(WS-USER-TABLE-NO) > WS-TBL-COUNT
               DISPLAY "No table " FUNCTION TRIM(WS-USER-TABLE-NO)
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-USER-TABLE-NO) TO WS-TBL-IDX
           MOVE WS-TBL-NAME(WS-TBL-IDX)    TO WS-CURRENT-TABLE
           MOVE WS-TBL-FILE(WS-TBL-IDX)    TO WS-CTL-FILE-NAME
           MOVE WS-TBL-KEY-LEN(WS-TBL-IDX) TO WS-KEY-LEN
           MOVE 0 TO WS-LIST-COUNT
           .

       SHOW-ONE-CATALOG-ENTRY.
           DISPLAY WS-TBL-SHOW-IDX ". " WS-TBL-NAME(WS-TBL-SHOW-IDX)
               "  " WS-TBL-FILE(WS-TBL-SHOW-IDX)
               "  level " WS-TBL-LEVEL(WS-TBL-SHOW-IDX)
           .

      *----------------------------------------------------------------*
      * MAINTAIN-CONTROL-TABLE: Check the table and the operator's     *
      * level, then add, change or delete a row of it.                 *
      *----------------------------------------------------------------*
       MAINTAIN-CONTROL-TABLE.
           IF NO-TABLE-CHOSEN
               DISPLAY "Choose a table first (t)."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TBL-LEVEL(WS-TBL-IDX) TO WS-NEEDED-LEVEL
           PERFORM CHECK-AUTHORITY-LEVEL
           IF WS-NEEDED-LEVEL NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF TABLE-AGENT-PROFILE
               EVALUATE WS-CHANGE-ACTION
                   WHEN "ADD"
                       PERFORM ADD-AGENT-PROFILE
                   WHEN "CHANGE"
                       PERFORM CHANGE-AGENT-PROFILE
                   WHEN OTHER
                       PERFORM DELETE-AGENT-PROFILE
               END-EVALUATE
           ELSE
               EVALUATE WS-CHANGE-ACTION
                   WHEN "ADD"
                       PERFORM ADD-TABLE-ROW
                   WHEN "CHANGE"
                       PERFORM CHANGE-TABLE-ROW
                   WHEN OTHER
                       PERFORM DELETE-TABLE-ROW
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * LIST-CONTROL-TABLE: Every row of the table, numbered for the   *
      * change and delete picks.                                       *
      *----------------------------------------------------------------*
       LIST-CONTROL-TABLE.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY " "
           IF TABLE-AGENT-PROFILE
               PERFORM LIST-AGENT-PROFILES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-CTL-FILE-STATUS
           OPEN INPUT CONTROL-TABLE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No " FUNCTION TRIM(WS-CTL-FILE-NAME)
                   " on file; the table is empty."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-ONE-TABLE-ROW
               UNTIL WS-CTL-FILE-STATUS NOT = "00"

           CLOSE CONTROL-TABLE
           DISPLAY " "
           DISPLAY "Rows listed: " WS-LIST-COUNT
           .

       LIST-ONE-TABLE-ROW.
           READ CONTROL-TABLE INTO WS-ROW-IMAGE
               AT END
                   MOVE "10" TO WS-CTL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-COUNT TO WS-ROW-NO
                   PERFORM SHOW-TABLE-ROW
           END-READ
           .

      *----------------------------------------------------------------*
      * SHOW-TABLE-ROW: One row of the current table, numbered, in its *
      * own fields.                                                    *
      *----------------------------------------------------------------*
       SHOW-TABLE-ROW.
           EVALUATE TRUE
               WHEN TABLE-SITE-CONFIG
                   DISPLAY WS-ROW-NO "  " WS-RSC-KEYWORD " "
                       FUNCTION TRIM(WS-RSC-VALUE)
               WHEN TABLE-MODEL-ROUTING
                   DISPLAY WS-ROW-NO "  " WS-RMR-CLASS " "
                       FUNCTION TRIM(WS-RMR-PREFERRED)
                       " / " FUNCTION TRIM(WS-RMR-FALLBACK-1)
                       " / " FUNCTION TRIM(WS-RMR-FALLBACK-2)
               WHEN TABLE-RESTRICTED-TERMS
                   DISPLAY WS-ROW-NO "  "
                       FUNCTION TRIM(WS-RRT-TERM)
                       "  (" FUNCTION TRIM(WS-RRT-NOTE) ")"
               WHEN TABLE-JOB-BUDGET
                   DISPLAY WS-ROW-NO "  " WS-RJB-JOB-ID
                       "  limit " FUNCTION TRIM(WS-RJB-TOKEN-LIMIT)
               WHEN TABLE-ALERT-THRESHOLDS
                   DISPLAY WS-ROW-NO "  " WS-RAT-KEYWORD " "
                       FUNCTION TRIM(WS-RAT-VALUE)
               WHEN OTHER
                   DISPLAY WS-ROW-NO "  " WS-RRP-FAMILY
                       "  keep " FUNCTION TRIM(WS-RRP-DAYS) " days"
           END-EVALUATE
           .

       LIST-AGENT-PROFILES.
           MOVE "00" TO WS-APF-FILE-STATUS
           OPEN INPUT AGENT-PROFILE
           IF WS-APF-FILE-STATUS NOT = "00"
               DISPLAY "No " FUNCTION TRIM(WS-APF-FILE-NAME)
                   " on file; the table is empty."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-ONE-AGENT-PROFILE
               UNTIL WS-APF-FILE-STATUS NOT = "00"

           CLOSE AGENT-PROFILE
           DISPLAY " "
           DISPLAY "Profiles listed: " WS-LIST-COUNT
           .

       LIST-ONE-AGENT-PROFILE.
           READ AGENT-PROFILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-APF-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY APF-PROFILE-ID "  "
                       FUNCTION TRIM(APF-AGENT-NAME)
                       "  release review " APF-RELEASE-REVIEW
           END-READ
           .

      *----------------------------------------------------------------*
      * ADD-TABLE-ROW: Take the new row's fields, edit-check them,     *
      * and append the row under the locks, journaled.                 *
      *----------------------------------------------------------------*
       ADD-TABLE-ROW.
           MOVE SPACES TO WS-ROW-IMAGE
           SET BLANK-IS-BLANK TO TRUE
           PERFORM ACCEPT-ROW-FIELDS
           PERFORM EDIT-CHECK-ROW
           IF WS-EDIT-ERRORS > 0
               DISPLAY "Row not added."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
           MOVE 0 TO WS-ROW-NO

           PERFORM ACQUIRE-CHANGE-LOCKS
           IF NOT TABLE-LOCK-HELD OR NOT JOURNAL-LOCK-HELD
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "Table or journal is locked by another job; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-KEY
           IF KEY-IS-DUPLICATE
               PERFORM RELEASE-CHANGE-LOCKS
               EXIT PARAGRAPH
           END-IF
           IF TABLE-MODEL-ROUTING
               AND WS-READ-COUNT >= WS-ROUTING-ROW-LIMIT
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "The routing table already holds "
                   WS-ROUTING-ROW-LIMIT " classes, as many as "
                   "PROMPT-QUEUE-RUNNER reads."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CONTROL-TABLE
           IF WS-CTL-FILE-STATUS = "35" OR WS-CTL-FILE-STATUS = "05"
               OPEN OUTPUT CONTROL-TABLE
           END-IF
           WRITE CONTROL-TABLE-RECORD FROM WS-ROW-IMAGE
           CLOSE CONTROL-TABLE

           PERFORM WRITE-CHANGE-JOURNAL
           PERFORM RELEASE-CHANGE-LOCKS
           DISPLAY "Row added and journaled."
           .

      *----------------------------------------------------------------*
      * CHANGE-TABLE-ROW: Show the row picked, take the changed        *
      * fields, edit-check them, and rewrite the table under the       *
      * locks, journaled.                                              *
      *----------------------------------------------------------------*
       CHANGE-TABLE-ROW.
           PERFORM PICK-TABLE-ROW
           IF ROW-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Blank keeps a value, a single - clears it."
           SET BLANK-KEEPS-VALUE TO TRUE
           PERFORM ACCEPT-ROW-FIELDS
           IF WS-ROW-IMAGE = WS-BEFORE-IMAGE(1:256)
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM EDIT-CHECK-ROW
           IF WS-EDIT-ERRORS > 0
               DISPLAY "Row not changed."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE

           PERFORM ACQUIRE-CHANGE-LOCKS
           IF NOT TABLE-LOCK-HELD OR NOT JOURNAL-LOCK-HELD
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "Table or journal is locked by another job; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-KEY
           IF KEY-IS-DUPLICATE
               PERFORM RELEASE-CHANGE-LOCKS
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-TABLE-WITH-CHANGE
           IF TARGET-WAS-FOUND
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Change applied and journaled."
           ELSE
               DISPLAY "Row " WS-ROW-NO " has changed since it was "
                   "shown; list the table and try again."
           END-IF
           PERFORM RELEASE-CHANGE-LOCKS
           .

      *----------------------------------------------------------------*
      * DELETE-TABLE-ROW: Show the row picked and, once confirmed,     *
      * rewrite the table without it under the locks, journaled.       *
      *----------------------------------------------------------------*
       DELETE-TABLE-ROW.
           PERFORM PICK-TABLE-ROW
           IF ROW-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Delete this row? (y/n): " WITH NO ADVANCING
           ACCEPT WS-USER-ANSWER
           IF WS-USER-ANSWER NOT = "y" AND WS-USER-ANSWER NOT = "Y"
               DISPLAY "Row kept."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE

           PERFORM ACQUIRE-CHANGE-LOCKS
           IF NOT TABLE-LOCK-HELD OR NOT JOURNAL-LOCK-HELD
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "Table or journal is locked by another job; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-TABLE-WITH-CHANGE
           IF TARGET-WAS-FOUND
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Row deleted and journaled."
           ELSE
               DISPLAY "Row " WS-ROW-NO " has changed since it was "
                   "shown; list the table and try again."
           END-IF
           PERFORM RELEASE-CHANGE-LOCKS
           .

      *----------------------------------------------------------------*
      * PICK-TABLE-ROW: Ask for a row number from the listing, read    *
      * that row and show it. The row as read is the before image.     *
      *----------------------------------------------------------------*
       PICK-TABLE-ROW.
           SET ROW-NOT-FOUND TO TRUE
           DISPLAY "Row number: " WITH NO ADVANCING
           ACCEPT WS-USER-ROW-NO
           IF FUNCTION TRIM(WS-USER-ROW-NO) IS NOT NUMERIC
               DISPLAY "Not a row number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-USER-ROW-NO) TO WS-ROW-NO
           IF WS-ROW-NO < 1
               DISPLAY "Not a row number."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "00" TO WS-CTL-FILE-STATUS
           OPEN INPUT CONTROL-TABLE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No " FUNCTION TRIM(WS-CTL-FILE-NAME)
                   " on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TOWARD-PICKED-ROW
               UNTIL WS-CTL-FILE-STATUS NOT = "00"
               OR ROW-WAS-FOUND
           CLOSE CONTROL-TABLE

           IF ROW-NOT-FOUND
               DISPLAY "No row " WS-ROW-NO " in the table."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
           PERFORM SHOW-TABLE-ROW
           .

       READ-TOWARD-PICKED-ROW.
           READ CONTROL-TABLE INTO WS-ROW-IMAGE
               AT END
                   MOVE "10" TO WS-CTL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-READ-COUNT = WS-ROW-NO
                       SET ROW-WAS-FOUND TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ACCEPT-ROW-FIELDS: Take each field of the current table's row. *
      *----------------------------------------------------------------*
       ACCEPT-ROW-FIELDS.
           EVALUATE TRUE
               WHEN TABLE-SITE-CONFIG
                   MOVE "Keyword" TO WS-FIELD-LABEL
                   MOVE WS-RSC-KEYWORD TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
                       TO WS-RSC-KEYWORD
                   MOVE "Value" TO WS-FIELD-LABEL
                   MOVE WS-RSC-VALUE TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RSC-VALUE
               WHEN TABLE-MODEL-ROUTING
                   MOVE "Prompt class" TO WS-FIELD-LABEL
                   MOVE WS-RMR-CLASS TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RMR-CLASS
                   MOVE "Preferred model" TO WS-FIELD-LABEL
                   MOVE WS-RMR-PREFERRED TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RMR-PREFERRED
                   MOVE "First fallback" TO WS-FIELD-LABEL
                   MOVE WS-RMR-FALLBACK-1 TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RMR-FALLBACK-1
                   MOVE "Second fallback" TO WS-FIELD-LABEL
                   MOVE WS-RMR-FALLBACK-2 TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RMR-FALLBACK-2
               WHEN TABLE-RESTRICTED-TERMS
                   MOVE "Restricted term" TO WS-FIELD-LABEL
                   MOVE WS-RRT-TERM TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RRT-TERM
                   MOVE "Note (why)" TO WS-FIELD-LABEL
                   MOVE WS-RRT-NOTE TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RRT-NOTE
               WHEN TABLE-JOB-BUDGET
                   MOVE "Job id or DEFAULT" TO WS-FIELD-LABEL
                   MOVE WS-RJB-JOB-ID TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RJB-JOB-ID
                   MOVE "Token limit" TO WS-FIELD-LABEL
                   MOVE WS-RJB-TOKEN-LIMIT TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RJB-TOKEN-LIMIT
               WHEN TABLE-ALERT-THRESHOLDS
                   MOVE "Keyword" TO WS-FIELD-LABEL
                   MOVE WS-RAT-KEYWORD TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
                       TO WS-RAT-KEYWORD
                   MOVE "Value" TO WS-FIELD-LABEL
                   MOVE WS-RAT-VALUE TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
                       TO WS-RAT-VALUE
               WHEN OTHER
                   MOVE "Log family" TO WS-FIELD-LABEL
                   MOVE WS-RRP-FAMILY TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
                       TO WS-RRP-FAMILY
                   MOVE "Days to keep" TO WS-FIELD-LABEL
                   MOVE WS-RRP-DAYS TO WS-FIELD-VALUE
                   PERFORM ACCEPT-ONE-FIELD
                   MOVE WS-FIELD-VALUE TO WS-RRP-DAYS
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ACCEPT-ONE-FIELD: Prompt with the field's label (and its       *
      * current value when changing) and take the answer into          *
      * WS-FIELD-VALUE.                                                *
      *----------------------------------------------------------------*
       ACCEPT-ONE-FIELD.
           IF BLANK-KEEPS-VALUE
               DISPLAY FUNCTION TRIM(WS-FIELD-LABEL) " ["
                   FUNCTION TRIM(WS-FIELD-VALUE) "]: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY FUNCTION TRIM(WS-FIELD-LABEL) ": "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-USER-FIELD
           ACCEPT WS-USER-FIELD

           EVALUATE TRUE
               WHEN WS-USER-FIELD = "-"
                   MOVE SPACES TO WS-FIELD-VALUE
               WHEN WS-USER-FIELD = SPACES AND BLANK-KEEPS-VALUE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-USER-FIELD TO WS-FIELD-VALUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * EDIT-CHECK-ROW: Field-level checks on the row about to be      *
      * written, each failure shown; WS-EDIT-ERRORS counts them.       *
      *----------------------------------------------------------------*
       EDIT-CHECK-ROW.
           MOVE 0 TO WS-EDIT-ERRORS
           EVALUATE TRUE
               WHEN TABLE-SITE-CONFIG
                   PERFORM EDIT-SITE-CONFIG-ROW
               WHEN TABLE-MODEL-ROUTING
                   PERFORM EDIT-MODEL-ROUTING-ROW
               WHEN TABLE-RESTRICTED-TERMS
                   PERFORM EDIT-RESTRICTED-TERM-ROW
               WHEN TABLE-JOB-BUDGET
                   PERFORM EDIT-JOB-BUDGET-ROW
               WHEN TABLE-ALERT-THRESHOLDS
                   PERFORM EDIT-ALERT-THRESHOLD-ROW
               WHEN OTHER
                   PERFORM EDIT-RETENTION-POLICY-ROW
           END-EVALUATE
           .

       REPORT-EDIT-ERROR.
           ADD 1 TO WS-EDIT-ERRORS
           DISPLAY "  - " FUNCTION TRIM(WS-EDIT-MESSAGE)
           .

       EDIT-SITE-CONFIG-ROW.
           MOVE WS-RSC-KEYWORD TO WS-CHECK-TEXT
           PERFORM CHECK-SINGLE-WORD
           IF WS-CHECK-LEN = 0
               MOVE "A keyword is required." TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-RSC-VALUE = SPACES
               MOVE "A value is required." TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-CHECK-LEN = 0 OR WS-RSC-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NUMERIC-KEYWORD-FLAG
           PERFORM CHECK-ONE-NUMERIC-SUFFIX
               VARYING WS-SUFFIX-IDX FROM 1 BY 1
               UNTIL WS-SUFFIX-IDX > 10
           IF KEYWORD-IS-NUMERIC
               MOVE WS-RSC-VALUE TO WS-CHECK-TEXT
               MOVE 9 TO WS-CHECK-MAX-DIGITS
               PERFORM CHECK-WHOLE-NUMBER
           END-IF
           .

       CHECK-ONE-NUMERIC-SUFFIX.
           MOVE LENGTH(TRIM(WS-NUMERIC-SUFFIX(WS-SUFFIX-IDX)))
               TO WS-SUFFIX-LEN
           IF WS-CHECK-LEN > WS-SUFFIX-LEN
               IF WS-RSC-KEYWORD
                   (WS-CHECK-LEN - WS-SUFFIX-LEN + 1:WS-SUFFIX-LEN)
                   = WS-NUMERIC-SUFFIX(WS-SUFFIX-IDX)(1:WS-SUFFIX-LEN)
                   SET KEYWORD-IS-NUMERIC TO TRUE
               END-IF
           END-IF
           .

       EDIT-MODEL-ROUTING-ROW.
           MOVE WS-RMR-CLASS TO WS-CHECK-TEXT
           PERFORM CHECK-SINGLE-WORD
           IF WS-CHECK-LEN = 0
               MOVE "A prompt class is required." TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-RMR-PREFERRED = SPACES
               MOVE "A preferred model is required."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-RMR-FALLBACK-1 = SPACES
               AND WS-RMR-FALLBACK-2 NOT = SPACES
               MOVE "Give the first fallback before the second."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF

           MOVE WS-RMR-PREFERRED TO WS-CHECK-MODEL
           PERFORM CHECK-ROUTED-MODEL
           MOVE WS-RMR-FALLBACK-1 TO WS-CHECK-MODEL
           PERFORM CHECK-ROUTED-MODEL
           MOVE WS-RMR-FALLBACK-2 TO WS-CHECK-MODEL
           PERFORM CHECK-ROUTED-MODEL
           .

      *----------------------------------------------------------------*
      * CHECK-ROUTED-MODEL: A model named on a routing row must be in  *
      * the availability snapshot MODEL-DRIFT-REPORT maintains; with   *
      * no snapshot the model cannot be checked and is refused.        *
      *----------------------------------------------------------------*
       CHECK-ROUTED-MODEL.
           IF WS-CHECK-MODEL = SPACES
               EXIT PARAGRAPH
           END-IF

           SET MODEL-NOT-IN-SNAPSHOT TO TRUE
           SET SNAPSHOT-UNAVAILABLE TO TRUE
           MOVE "00" TO WS-MSNAP-FILE-STATUS
           OPEN INPUT MODEL-SNAPSHOT-FILE
           IF WS-MSNAP-FILE-STATUS = "00"
               SET SNAPSHOT-AVAILABLE TO TRUE
               PERFORM LOOK-FOR-SNAPSHOT-MODEL
                   UNTIL WS-MSNAP-FILE-STATUS NOT = "00"
                   OR MODEL-IN-SNAPSHOT
               CLOSE MODEL-SNAPSHOT-FILE
           END-IF

           IF MODEL-IN-SNAPSHOT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EDIT-MESSAGE
           IF SNAPSHOT-UNAVAILABLE
               STRING
                   "No " FUNCTION TRIM(WS-MSNAP-FILE-NAME)
                   " to check model " FUNCTION TRIM(WS-CHECK-MODEL)
                   " against; run MODEL-DRIFT-REPORT first."
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "Model " FUNCTION TRIM(WS-CHECK-MODEL)
                   " is not in the model snapshot."
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM REPORT-EDIT-ERROR
           .

       LOOK-FOR-SNAPSHOT-MODEL.
           READ MODEL-SNAPSHOT-FILE
               AT END
                   MOVE "10" TO WS-MSNAP-FILE-STATUS
               NOT AT END
                   IF MSNAP-ID = WS-CHECK-MODEL
                       SET MODEL-IN-SNAPSHOT TO TRUE
                   END-IF
           END-READ
           .

       EDIT-RESTRICTED-TERM-ROW.
           IF LENGTH(TRIM(WS-RRT-TERM)) < 3 OR WS-RRT-TERM = SPACES
               MOVE "A term of at least 3 characters is required."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-RRT-NOTE = SPACES
               MOVE "A note on why the term is restricted is required."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           .

       EDIT-JOB-BUDGET-ROW.
           MOVE WS-RJB-JOB-ID TO WS-CHECK-TEXT
           PERFORM CHECK-SINGLE-WORD
           IF WS-CHECK-LEN = 0
               MOVE "A job id (or DEFAULT) is required."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           MOVE WS-RJB-TOKEN-LIMIT TO WS-CHECK-TEXT
           MOVE 12 TO WS-CHECK-MAX-DIGITS
           PERFORM CHECK-WHOLE-NUMBER
           .

       EDIT-ALERT-THRESHOLD-ROW.
           EVALUATE WS-RAT-KEYWORD
               WHEN "EXC-PER-HOUR"
               WHEN "CONSEC-FAILS"
                   MOVE WS-RAT-VALUE TO WS-CHECK-TEXT
                   MOVE 5 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-WHOLE-NUMBER
               WHEN "AUTH-FAIL"
               WHEN "CLI-DOWN"
               WHEN "BUDGET"
                   IF WS-RAT-VALUE NOT = "Y" AND WS-RAT-VALUE NOT = "N"
                       MOVE "The value must be Y (watch) or N."
                           TO WS-EDIT-MESSAGE
                       PERFORM REPORT-EDIT-ERROR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING
                       "The keyword must be EXC-PER-HOUR, "
                       "CONSEC-FAILS, AUTH-FAIL, CLI-DOWN or BUDGET."
                       DELIMITED SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM REPORT-EDIT-ERROR
           END-EVALUATE
           .

       EDIT-RETENTION-POLICY-ROW.
           EVALUATE WS-RRP-FAMILY
               WHEN "AUDIT"
               WHEN "EVENT"
               WHEN "EXCEPTION"
               WHEN "SESSIONFS"
               WHEN "TRANSCRIPT"
               WHEN "IMAGE"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING
                       "The family must be AUDIT, EVENT, EXCEPTION, "
                       "SESSIONFS, TRANSCRIPT or IMAGE."
                       DELIMITED SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM REPORT-EDIT-ERROR
           END-EVALUATE
           MOVE WS-RRP-DAYS TO WS-CHECK-TEXT
           MOVE 5 TO WS-CHECK-MAX-DIGITS
           PERFORM CHECK-WHOLE-NUMBER
           IF WS-EDIT-ERRORS = 0 AND FUNCTION NUMVAL(WS-RRP-DAYS) = 0
               MOVE "Days to keep must be more than zero."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-SINGLE-WORD: WS-CHECK-TEXT must be one word with no      *
      * embedded blank; WS-CHECK-LEN is its length, zero when blank.   *
      *----------------------------------------------------------------*
       CHECK-SINGLE-WORD.
           MOVE 0 TO WS-CHECK-LEN
           IF WS-CHECK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-TEXT(1:1) = SPACE
               MOVE "Start the key in the first position."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           MOVE LENGTH(TRIM(WS-CHECK-TEXT TRAILING)) TO WS-CHECK-LEN
           MOVE 0 TO WS-SUFFIX-LEN
           INSPECT WS-CHECK-TEXT(1:WS-CHECK-LEN)
               TALLYING WS-SUFFIX-LEN FOR ALL SPACE
           IF WS-SUFFIX-LEN > 0
               MOVE "The key may not contain blanks."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-WHOLE-NUMBER: WS-CHECK-TEXT must be an unsigned whole    *
      * number of no more than WS-CHECK-MAX-DIGITS digits.             *
      *----------------------------------------------------------------*
       CHECK-WHOLE-NUMBER.
           IF WS-CHECK-TEXT = SPACES
               MOVE "A number is required." TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CHECK-TEXT) IS NOT NUMERIC
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING
                   "'" FUNCTION TRIM(WS-CHECK-TEXT)
                   "' is not a whole number."
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM REPORT-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF LENGTH(TRIM(WS-CHECK-TEXT)) > WS-CHECK-MAX-DIGITS
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING
                   "The number may have at most "
                   WS-CHECK-MAX-DIGITS " digits."
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM REPORT-EDIT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-DUPLICATE-KEY: Read the table (under the lock) for       *
      * another row with the new row's key, skipping the row being     *
      * changed. SITE-CONFIG keywords that may repeat clash only on    *
      * an identical keyword and value. WS-READ-COUNT ends as the      *
      * number of rows in the table.                                   *
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-KEY.
           SET KEY-IS-UNIQUE TO TRUE
           MOVE 0 TO WS-READ-COUNT
           MOVE WS-KEY-LEN TO WS-COMPARE-LEN
           IF TABLE-SITE-CONFIG
               MOVE WS-RSC-KEYWORD TO WS-REPEATING-KEYWORD
               IF KEYWORD-MAY-REPEAT
                   MOVE 88 TO WS-COMPARE-LEN
               END-IF
           END-IF

           MOVE "00" TO WS-CTL-FILE-STATUS
           OPEN INPUT CONTROL-TABLE
           IF WS-CTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-ONE-ROW-KEY
               UNTIL WS-CTL-FILE-STATUS NOT = "00"
           CLOSE CONTROL-TABLE

           IF KEY-IS-DUPLICATE
               DISPLAY "Another row already has "
                   FUNCTION TRIM(WS-ROW-IMAGE(1:WS-COMPARE-LEN))
                   "; nothing written."
           END-IF
           .

       COMPARE-ONE-ROW-KEY.
           READ CONTROL-TABLE
               AT END
                   MOVE "10" TO WS-CTL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-READ-COUNT NOT = WS-ROW-NO
                       AND CONTROL-TABLE-RECORD(1:WS-COMPARE-LEN)
                           = WS-ROW-IMAGE(1:WS-COMPARE-LEN)
                       SET KEY-IS-DUPLICATE TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * REWRITE-TABLE-WITH-CHANGE: Copy the table to the work file,    *
      * writing the after image in place of the picked row (or         *
      * dropping it on a delete), then swap the work file in. The row  *
      * is touched only if it still reads as the before image.         *
      *----------------------------------------------------------------*
       REWRITE-TABLE-WITH-CHANGE.
           SET TARGET-NOT-FOUND TO TRUE
           MOVE 0 TO WS-ROW-MOVED-FLAG
           MOVE 0 TO WS-READ-COUNT

           MOVE "00" TO WS-CTL-FILE-STATUS
           OPEN INPUT CONTROL-TABLE
           IF WS-CTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTROL-WORK

           PERFORM COPY-ONE-TABLE-ROW
               UNTIL WS-CTL-FILE-STATUS NOT = "00"

           CLOSE CONTROL-WORK
           CLOSE CONTROL-TABLE

           IF TARGET-WAS-FOUND
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING
                   "mv " FUNCTION TRIM(WS-CWK-FILE-NAME)
                   " " FUNCTION TRIM(WS-CTL-FILE-NAME)
                   DELIMITED SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-COMMAND
           END-IF
           .

       COPY-ONE-TABLE-ROW.
           READ CONTROL-TABLE
               AT END
                   MOVE "10" TO WS-CTL-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-READ-COUNT

           IF WS-READ-COUNT NOT = WS-ROW-NO
               WRITE CONTROL-WORK-RECORD FROM CONTROL-TABLE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF CONTROL-TABLE-RECORD NOT = WS-BEFORE-IMAGE(1:256)
               SET ROW-HAS-MOVED TO TRUE
               WRITE CONTROL-WORK-RECORD FROM CONTROL-TABLE-RECORD
               EXIT PARAGRAPH
           END-IF

           SET TARGET-WAS-FOUND TO TRUE
           IF WS-CHANGE-ACTION = "CHANGE"
               WRITE CONTROL-WORK-RECORD FROM WS-AFTER-IMAGE(1:256)
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-AGENT-PROFILE: A new profile id, its fields edit-checked,  *
      * written under the locks, journaled.                            *
      *----------------------------------------------------------------*
       ADD-AGENT-PROFILE.
           INITIALIZE WS-PROFILE-ROW
           SET BLANK-IS-BLANK TO TRUE
           MOVE "Profile id" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE WS-FIELD-VALUE TO WS-PRF-PROFILE-ID
           MOVE WS-PRF-PROFILE-ID TO WS-CHECK-TEXT
           MOVE 0 TO WS-EDIT-ERRORS
           PERFORM CHECK-SINGLE-WORD
           IF WS-CHECK-LEN = 0 OR WS-EDIT-ERRORS > 0
               DISPLAY "A one-word profile id is required."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-PROFILE-FIELDS
           PERFORM EDIT-AGENT-PROFILE-ROW
           IF WS-EDIT-ERRORS > 0
               DISPLAY "Profile not added."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-PROFILE-ROW TO WS-AFTER-IMAGE

           PERFORM ACQUIRE-CHANGE-LOCKS
           IF NOT TABLE-LOCK-HELD OR NOT JOURNAL-LOCK-HELD
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "Table or journal is locked by another job; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PROFILE-FILE-I-O
           IF WS-APF-FILE-STATUS NOT = "00"
               PERFORM RELEASE-CHANGE-LOCKS
               EXIT PARAGRAPH
           END-IF

           SET TARGET-WAS-FOUND TO TRUE
           WRITE AGENT-PROFILE-RECORD FROM WS-PROFILE-ROW
               INVALID KEY
                   SET TARGET-NOT-FOUND TO TRUE
           END-WRITE
           CLOSE AGENT-PROFILE

           IF TARGET-WAS-FOUND
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Profile added and journaled."
           ELSE
               DISPLAY "Profile " FUNCTION TRIM(WS-PRF-PROFILE-ID)
                   " already exists; nothing written."
           END-IF
           PERFORM RELEASE-CHANGE-LOCKS
           .

      *----------------------------------------------------------------*
      * CHANGE-AGENT-PROFILE: Read the profile named, take the changed *
      * fields, edit-check them, and rewrite it under the locks --     *
      * only if it still reads as it did when shown -- journaled.      *
      *----------------------------------------------------------------*
       CHANGE-AGENT-PROFILE.
           PERFORM PICK-AGENT-PROFILE
           IF ROW-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Blank keeps a value, a single - clears it."
           SET BLANK-KEEPS-VALUE TO TRUE
           PERFORM ACCEPT-PROFILE-FIELDS
           IF WS-PROFILE-ROW = WS-BEFORE-IMAGE(1:3149)
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM EDIT-AGENT-PROFILE-ROW
           IF WS-EDIT-ERRORS > 0
               DISPLAY "Profile not changed."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROFILE-ROW TO WS-AFTER-IMAGE
           PERFORM APPLY-PROFILE-CHANGE
           .

      *----------------------------------------------------------------*
      * DELETE-AGENT-PROFILE: Read the profile named and, once         *
      * confirmed, delete it under the locks, journaled.               *
      *----------------------------------------------------------------*
       DELETE-AGENT-PROFILE.
           PERFORM PICK-AGENT-PROFILE
           IF ROW-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Queue records naming this profile will run with "
               "the built-in persona."
           DISPLAY "Delete this profile? (y/n): " WITH NO ADVANCING
           ACCEPT WS-USER-ANSWER
           IF WS-USER-ANSWER NOT = "y" AND WS-USER-ANSWER NOT = "Y"
               DISPLAY "Profile kept."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM APPLY-PROFILE-CHANGE
           .

      *----------------------------------------------------------------*
      * APPLY-PROFILE-CHANGE: Under the locks, re-read the profile and *
      * rewrite or delete it if it still matches the before image.     *
      *----------------------------------------------------------------*
       APPLY-PROFILE-CHANGE.
           PERFORM ACQUIRE-CHANGE-LOCKS
           IF NOT TABLE-LOCK-HELD OR NOT JOURNAL-LOCK-HELD
               PERFORM RELEASE-CHANGE-LOCKS
               DISPLAY "Table or journal is locked by another job; "
                   "try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PROFILE-FILE-I-O
           IF WS-APF-FILE-STATUS NOT = "00"
               PERFORM RELEASE-CHANGE-LOCKS
               EXIT PARAGRAPH
           END-IF

           SET TARGET-NOT-FOUND TO TRUE
           MOVE WS-BEFORE-IMAGE(1:12) TO APF-PROFILE-ID
           READ AGENT-PROFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AGENT-PROFILE-RECORD = WS-BEFORE-IMAGE(1:3149)
                       SET TARGET-WAS-FOUND TO TRUE
                   END-IF
           END-READ

           IF TARGET-WAS-FOUND
               IF WS-CHANGE-ACTION = "CHANGE"
                   REWRITE AGENT-PROFILE-RECORD FROM WS-PROFILE-ROW
               ELSE
                   DELETE AGENT-PROFILE RECORD
               END-IF
           END-IF
           CLOSE AGENT-PROFILE

           IF TARGET-WAS-FOUND
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Profile " FUNCTION TRIM(WS-CHANGE-ACTION)
                   " applied and journaled."
           ELSE
               DISPLAY "The profile has changed since it was shown; "
                   "try again."
           END-IF
           PERFORM RELEASE-CHANGE-LOCKS
           .

      *----------------------------------------------------------------*
      * PICK-AGENT-PROFILE: Ask for a profile id, read it and show it. *
      * The record as read is the before image.                        *
      *----------------------------------------------------------------*
       PICK-AGENT-PROFILE.
           SET ROW-NOT-FOUND TO TRUE
           SET BLANK-IS-BLANK TO TRUE
           MOVE "Profile id" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           IF WS-FIELD-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-APF-FILE-STATUS
           OPEN INPUT AGENT-PROFILE
           IF WS-APF-FILE-STATUS NOT = "00"
               DISPLAY "No " FUNCTION TRIM(WS-APF-FILE-NAME)
                   " on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-VALUE TO APF-PROFILE-ID
           READ AGENT-PROFILE
               INVALID KEY
                   DISPLAY "No profile "
                       FUNCTION TRIM(WS-FIELD-VALUE) "."
               NOT INVALID KEY
                   SET ROW-WAS-FOUND TO TRUE
                   MOVE AGENT-PROFILE-RECORD TO WS-BEFORE-IMAGE
                   MOVE AGENT-PROFILE-RECORD TO WS-PROFILE-ROW
           END-READ
           CLOSE AGENT-PROFILE

           IF ROW-WAS-FOUND
               DISPLAY "Profile     " WS-PRF-PROFILE-ID
               DISPLAY "Agent name  " FUNCTION TRIM(WS-PRF-AGENT-NAME)
               DISPLAY "Release rev " WS-PRF-RELEASE-REVIEW
           END-IF
           .

       OPEN-PROFILE-FILE-I-O.
           MOVE "00" TO WS-APF-FILE-STATUS
           OPEN I-O AGENT-PROFILE
           IF WS-APF-FILE-STATUS = "35"
               OPEN OUTPUT AGENT-PROFILE
               CLOSE AGENT-PROFILE
               OPEN I-O AGENT-PROFILE
           END-IF
           IF WS-APF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-APF-FILE-NAME)
                   " (" WS-APF-FILE-STATUS ")"
           END-IF
           .

       ACCEPT-PROFILE-FIELDS.
           MOVE "Agent name" TO WS-FIELD-LABEL
           MOVE WS-PRF-AGENT-NAME TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE WS-FIELD-VALUE TO WS-PRF-AGENT-NAME
           MOVE "System prompt" TO WS-FIELD-LABEL
           MOVE WS-PRF-SYS-PROMPT TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE WS-FIELD-VALUE TO WS-PRF-SYS-PROMPT
           MOVE "Skills (JSON array)" TO WS-FIELD-LABEL
           MOVE WS-PRF-SKILLS TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE WS-FIELD-VALUE TO WS-PRF-SKILLS
           MOVE "Tools (JSON array)" TO WS-FIELD-LABEL
           MOVE WS-PRF-AVAIL-TOOLS TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE WS-FIELD-VALUE TO WS-PRF-AVAIL-TOOLS
           MOVE "Release review Y/N" TO WS-FIELD-LABEL
           MOVE WS-PRF-RELEASE-REVIEW TO WS-FIELD-VALUE
           PERFORM ACCEPT-ONE-FIELD
           MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:1))
               TO WS-PRF-RELEASE-REVIEW
           IF WS-PRF-RELEASE-REVIEW = SPACE
               MOVE "N" TO WS-PRF-RELEASE-REVIEW
           END-IF
           .

       EDIT-AGENT-PROFILE-ROW.
           MOVE 0 TO WS-EDIT-ERRORS
           IF WS-PRF-AGENT-NAME = SPACES
               MOVE "An agent name is required." TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF WS-PRF-RELEASE-REVIEW NOT = "Y"
               AND WS-PRF-RELEASE-REVIEW NOT = "N"
               AND WS-PRF-RELEASE-REVIEW NOT = SPACE
               MOVE "Release review must be Y or N."
                   TO WS-EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF

           MOVE WS-PRF-SKILLS TO WS-JSON-TEXT
           PERFORM CHECK-JSON-ARRAY
           IF WS-JSON-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING
                   "Skills list: " WS-JSON-PROBLEM
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM REPORT-EDIT-ERROR
           END-IF

           MOVE WS-PRF-AVAIL-TOOLS TO WS-JSON-TEXT
           PERFORM CHECK-JSON-ARRAY
           IF WS-JSON-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING
                   "Tools list: " WS-JSON-PROBLEM
                   DELIMITED SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM REPORT-EDIT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-JSON-ARRAY: WS-JSON-TEXT, when not blank, must be one    *
      * well-formed JSON array: brackets and braces nested and closed, *
      * strings terminated, no empty element, keys only inside         *
      * objects, and nothing after the closing bracket. The problem    *
      * found, with its position, is left in WS-JSON-PROBLEM.          *
      *----------------------------------------------------------------*
       CHECK-JSON-ARRAY.
           MOVE SPACES TO WS-JSON-PROBLEM
           IF WS-JSON-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LENGTH(TRIM(WS-JSON-TEXT TRAILING)) TO WS-JSON-LEN
           MOVE 0 TO WS-JSON-DEPTH
           MOVE 0 TO WS-JSON-STRING-FLAG
           MOVE 0 TO WS-JSON-ESCAPE-FLAG
           MOVE 0 TO WS-JSON-CLOSED-FLAG
           MOVE SPACE TO WS-JSON-PREV

           PERFORM CHECK-ONE-JSON-CHARACTER
               VARYING WS-JSON-POS FROM 1 BY 1
               UNTIL WS-JSON-POS > WS-JSON-LEN
               OR WS-JSON-PROBLEM NOT = SPACES

           IF WS-JSON-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JSON-IN-STRING
                   MOVE "a string is not closed"
                       TO WS-JSON-PROBLEM
               WHEN WS-JSON-DEPTH > 0
                   MOVE "a bracket or brace is not closed"
                       TO WS-JSON-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-ONE-JSON-CHARACTER.
           MOVE WS-JSON-TEXT(WS-JSON-POS:1) TO WS-JSON-CHAR

           IF JSON-IN-STRING
               EVALUATE TRUE
                   WHEN JSON-ESCAPE-PENDING
                       MOVE 0 TO WS-JSON-ESCAPE-FLAG
                   WHEN WS-JSON-CHAR = "\"
                       SET JSON-ESCAPE-PENDING TO TRUE
                   WHEN WS-JSON-CHAR = '"'
                       MOVE 0 TO WS-JSON-STRING-FLAG
                       MOVE '"' TO WS-JSON-PREV
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           IF WS-JSON-CHAR = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-JSON-DEPTH = 0
               IF JSON-TOP-CLOSED
                   MOVE "text after the closing ]" TO WS-JSON-PROBLEM
                   PERFORM PLACE-JSON-PROBLEM
                   EXIT PARAGRAPH
               END-IF
               IF WS-JSON-CHAR NOT = "["
                   MOVE "must be a JSON array starting with ["
                       TO WS-JSON-PROBLEM
                   PERFORM PLACE-JSON-PROBLEM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-JSON-CHAR
               WHEN "["
               WHEN "{"
                   IF WS-JSON-DEPTH >= 32
                       MOVE "nested too deeply" TO WS-JSON-PROBLEM
                   ELSE
                       ADD 1 TO WS-JSON-DEPTH
                       MOVE WS-JSON-CHAR TO WS-JSON-STACK(WS-JSON-DEPTH)
                   END-IF
               WHEN "]"
               WHEN "}"
                   EVALUATE TRUE
                       WHEN WS-JSON-CHAR = "]"
                           AND WS-JSON-STACK(WS-JSON-DEPTH) NOT = "["
                           MOVE "] closes a {" TO WS-JSON-PROBLEM
                       WHEN WS-JSON-CHAR = "}"
                           AND WS-JSON-STACK(WS-JSON-DEPTH) NOT = "{"
                           MOVE "} closes a [" TO WS-JSON-PROBLEM
                       WHEN WS-JSON-PREV = "," OR WS-JSON-PREV = ":"
                           MOVE "an element is missing before the close"
                               TO WS-JSON-PROBLEM
                       WHEN OTHER
                           SUBTRACT 1 FROM WS-JSON-DEPTH
                           IF WS-JSON-DEPTH = 0
                               SET JSON-TOP-CLOSED TO TRUE
                           END-IF
                   END-EVALUATE
               WHEN ","
                   IF WS-JSON-PREV = "[" OR WS-JSON-PREV = "{"
                       OR WS-JSON-PREV = "," OR WS-JSON-PREV = ":"
                       MOVE "an element is missing before a comma"
                           TO WS-JSON-PROBLEM
                   END-IF
               WHEN ":"
                   IF WS-JSON-STACK(WS-JSON-DEPTH) NOT = "{"
                       OR WS-JSON-PREV NOT = '"'
                       MOVE "a colon must follow a key inside { }"
                           TO WS-JSON-PROBLEM
                   END-IF
               WHEN '"'
                   SET JSON-IN-STRING TO TRUE
               WHEN OTHER
                   IF WS-JSON-CHAR IS NOT ALPHABETIC-LOWER
                       AND WS-JSON-CHAR IS NOT NUMERIC
                       AND WS-JSON-CHAR NOT = "-"
                       AND WS-JSON-CHAR NOT = "+"
                       AND WS-JSON-CHAR NOT = "."
                       AND WS-JSON-CHAR NOT = "E"
                       MOVE SPACES TO WS-JSON-PROBLEM
                       STRING
                           "unexpected character " WS-JSON-CHAR
                           DELIMITED SIZE
                           INTO WS-JSON-PROBLEM
                       END-STRING
                   END-IF
           END-EVALUATE

           IF WS-JSON-PROBLEM NOT = SPACES
               PERFORM PLACE-JSON-PROBLEM
           ELSE
               MOVE WS-JSON-CHAR TO WS-JSON-PREV
           END-IF
           .

       PLACE-JSON-PROBLEM.
           MOVE SPACES TO WS-EDIT-MESSAGE
           STRING
               FUNCTION TRIM(WS-JSON-PROBLEM)
               " at position " WS-JSON-POS
               DELIMITED SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING
           MOVE WS-EDIT-MESSAGE TO WS-JSON-PROBLEM
           .

      *----------------------------------------------------------------*
      * WRITE-CHANGE-JOURNAL: Who, when, which table and row, and the  *
      * before and after images. Called with both locks held.          *
      *----------------------------------------------------------------*
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           IF WS-CHANGE-ACTION = "DELETE"
               MOVE WS-BEFORE-IMAGE(1:WS-KEY-LEN) TO WS-ROW-KEY
           ELSE
               MOVE WS-AFTER-IMAGE(1:WS-KEY-LEN) TO WS-ROW-KEY
           END-IF

           OPEN EXTEND CONTROL-CHANGE-JOURNAL
           IF WS-CCJ-FILE-STATUS = "35" OR WS-CCJ-FILE-STATUS = "05"
               OPEN OUTPUT CONTROL-CHANGE-JOURNAL
           END-IF

           MOVE SPACES TO CONTROL-CHANGE-RECORD
           MOVE WS-TODAY-DATE    TO CCJ-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO CCJ-OPERATOR-ID
           MOVE WS-CURRENT-TABLE TO CCJ-TABLE-NAME
           MOVE WS-CHANGE-ACTION TO CCJ-ACTION
           MOVE WS-ROW-KEY       TO CCJ-ROW-KEY
           MOVE WS-BEFORE-IMAGE  TO CCJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO CCJ-AFTER-IMAGE
           WRITE CONTROL-CHANGE-RECORD
           IF WS-CCJ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: change journal write failed ("
                   WS-CCJ-FILE-STATUS ")"
           END-IF
           CLOSE CONTROL-CHANGE-JOURNAL
           .

      *----------------------------------------------------------------*
      * ACQUIRE-CHANGE-LOCKS / RELEASE-CHANGE-LOCKS: The table's lock  *
      * directory, then the journal's, each with the mkdir/rmdir idiom *
      * and bounded retries with a short sleep.                        *
      *----------------------------------------------------------------*
       ACQUIRE-CHANGE-LOCKS.
           SET TABLE-LOCK-FREE TO TRUE
           SET JOURNAL-LOCK-FREE TO TRUE

           MOVE SPACES TO WS-TABLE-LOCK-NAME
           IF TABLE-AGENT-PROFILE
               STRING
                   FUNCTION TRIM(WS-APF-FILE-NAME) ".LCK"
                   DELIMITED SIZE
                   INTO WS-TABLE-LOCK-NAME
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-CTL-FILE-NAME) ".LCK"
                   DELIMITED SIZE
                   INTO WS-TABLE-LOCK-NAME
               END-STRING
           END-IF
           MOVE WS-TABLE-LOCK-NAME TO WS-LOCK-DIR-NAME
           PERFORM ACQUIRE-LOCK-DIRECTORY
           IF WS-LOCK-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET TABLE-LOCK-HELD TO TRUE

           MOVE SPACES TO WS-JOURNAL-LOCK-NAME
           STRING
               FUNCTION TRIM(WS-CCJ-FILE-NAME) ".LCK"
               DELIMITED SIZE
               INTO WS-JOURNAL-LOCK-NAME
           END-STRING
           MOVE WS-JOURNAL-LOCK-NAME TO WS-LOCK-DIR-NAME
           PERFORM ACQUIRE-LOCK-DIRECTORY
           IF WS-LOCK-RC = 0
               SET JOURNAL-LOCK-HELD TO TRUE
           END-IF
           .

       ACQUIRE-LOCK-DIRECTORY.
           MOVE 0 TO WS-LOCK-ATTEMPT
           PERFORM TRY-ONE-LOCK-ATTEMPT
           PERFORM RETRY-LOCK-ATTEMPT
               UNTIL WS-LOCK-RC = 0
               OR WS-LOCK-ATTEMPT >= WS-LOCK-RETRY-LIMIT
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

       RELEASE-CHANGE-LOCKS.
           IF JOURNAL-LOCK-HELD
               MOVE WS-JOURNAL-LOCK-NAME TO WS-LOCK-DIR-NAME
               PERFORM REMOVE-LOCK-DIRECTORY
               SET JOURNAL-LOCK-FREE TO TRUE
           END-IF
           IF TABLE-LOCK-HELD
               MOVE WS-TABLE-LOCK-NAME TO WS-LOCK-DIR-NAME
               PERFORM REMOVE-LOCK-DIRECTORY
               SET TABLE-LOCK-FREE TO TRUE
           END-IF
           .

       REMOVE-LOCK-DIRECTORY.
           MOVE SPACES TO WS-LOCK-COMMAND
           STRING
               "rmdir "
               FUNCTION TRIM(WS-LOCK-DIR-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-LOCK-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-LOCK-COMMAND
           .
