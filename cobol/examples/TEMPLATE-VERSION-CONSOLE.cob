      *================================================================*
      * TEMPLATE-VERSION-CONSOLE.cob                                   *
      * Maintenance console for template version control, so a         *
      * wording change to a prompt template is drafted, signed off     *
      * and put into effect on a known date instead of being keyed     *
      * over the library record. Versions live in the indexed          *
      * TEMPLATE-VERSION.DAT (see TEMPLATE-VERSION-IO) keyed by        *
      * template id plus version number:                               *
      *                                                                *
      *   DRAFT     new wording, written by a level-2 operator; never  *
      *             sent.                                              *
      *   APPROVED  signed off by a level-3 operator who is not the    *
      *             author, with an effective-from date no earlier     *
      *             than today. PROMPT-QUEUE-RUNNER sends the approved *
      *             version in effect on its run date.                 *
      *   RETIRED   withdrawn by a level-3 operator; never sent again. *
      *                                                                *
      * A version is never deleted or reworded once written, so the    *
      * version number stamped on an answer always leads back to the   *
      * words that produced it. Only a template already catalogued in  *
      * PROMPT-TEMPLATE.DAT can be versioned. Writes go under the      *
      * same mkdir lock-directory discipline LEGAL-HOLD-CONSOLE uses,  *
      * and every draft, approval and retirement writes a line to the  *
      * template version journal.                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLATE-VERSION-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-VERSION ASSIGN TO WS-TV-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-KEY
               FILE STATUS IS WS-TV-FILE-STATUS.
           SELECT PROMPT-TEMPLATE ASSIGN TO WS-TPL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPL-TEMPLATE-ID
               FILE STATUS IS WS-TPL-FILE-STATUS.
           SELECT WORDING-SOURCE ASSIGN TO WS-WSR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WSR-FILE-STATUS.
           SELECT VERSION-JOURNAL ASSIGN TO WS-TVJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TVJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the version record in              *
      *    TEMPLATE-VERSION-IO -- keep the two in sync by hand.        *
       FD  TEMPLATE-VERSION.
       01  TEMPLATE-VERSION-RECORD.
           05 TV-KEY.
               10 TV-TEMPLATE-ID    PIC X(20).
               10 TV-VERSION-NO     PIC 9(3).
           05 TV-STATUS             PIC X(8).
               88 TV-IS-DRAFT                  VALUE "DRAFT".
               88 TV-IS-APPROVED               VALUE "APPROVED".
               88 TV-IS-RETIRED                VALUE "RETIRED".
           05 TV-EFFECTIVE-FROM     PIC X(8).
           05 TV-AUTHOR             PIC X(8).
           05 TV-AUTHORED-TS        PIC X(14).
           05 TV-APPROVER           PIC X(8).
           05 TV-APPROVED-TS        PIC X(14).
           05 TV-RETIRED-BY         PIC X(8).
           05 TV-RETIRED-TS         PIC X(14).
           05 TV-CHANGE-NOTE        PIC X(64).
           05 TV-TEMPLATE-TEXT      PIC X(2048).
           05 TV-REPLY-MAPPING-ID   PIC X(20).
           05 TV-RELEASE-REVIEW     PIC X.

      *    Field-for-field match of the template record layout in      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  PROMPT-TEMPLATE.
       01  PROMPT-TEMPLATE-RECORD.
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

      *    A prepared wording file, read line by line and folded into
      *    one text the way the grading rubric is.
       FD  WORDING-SOURCE.
       01  WORDING-SOURCE-RECORD    PIC X(256).

       FD  VERSION-JOURNAL.
       01  VERSION-JOURNAL-RECORD   PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-TV-FILE-NAME          PIC X(64)
           VALUE "TEMPLATE-VERSION.DAT".
       01  WS-TV-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-TPL-FILE-NAME         PIC X(64)
           VALUE "PROMPT-TEMPLATE.DAT".
       01  WS-TPL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-WSR-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-WSR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TVJ-FILE-NAME         PIC X(64)
           VALUE "TEMPLATE-VERSION-JOURNAL.DAT".
       01  WS-TVJ-FILE-STATUS       PIC XX     VALUE "00".

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Level 1 may list
      *    and view versions; level 2 may write a draft; approving
      *    or retiring a version takes level 3.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-NEEDED-LEVEL          PIC 9      VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-USER-CHOICE           PIC X      VALUE SPACE.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Operator input.
       01  WS-USER-TEMPLATE-ID      PIC X(20)  VALUE SPACES.
       01  WS-USER-VERSION          PIC X(3)   VALUE SPACES.
       01  WS-USER-WORDING          PIC X(2048) VALUE SPACES.
       01  WS-USER-MAPPING-ID       PIC X(20)  VALUE SPACES.
       01  WS-USER-REVIEW           PIC X      VALUE SPACE.
       01  WS-USER-NOTE             PIC X(64)  VALUE SPACES.
       01  WS-USER-EFFECTIVE        PIC X(8)   VALUE SPACES.
       01  WS-USER-CONFIRM          PIC X(20)  VALUE SPACES.

       01  WS-TARGET-VERSION        PIC 9(3)   VALUE 0.
       01  WS-NEXT-VERSION          PIC 9(3)   VALUE 0.
       01  WS-LIST-COUNT            PIC 9(5)   VALUE 0.
       01  WS-WORDING-PTR           PIC 9(5)   VALUE 1.
       01  WS-TEMPLATE-FOUND        PIC 9      VALUE 0.
           88 TEMPLATE-IS-CATALOGUED           VALUE 1.
           88 TEMPLATE-NOT-CATALOGUED          VALUE 0.
       01  WS-SCAN-DONE-FLAG        PIC 9      VALUE 0.
           88 VERSION-SCAN-DONE                VALUE 1.
           88 VERSION-SCAN-GOING               VALUE 0.

      *    The wording in effect today, from TEMPLATE-VERSION-IO;
      *    a new draft inherits its reply mapping and release-review
      *    flag unless the operator says otherwise.
       01  WS-EFF-RUN-DATE          PIC X(8)   VALUE SPACES.
       01  WS-EFF-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-EFF-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-EFF-REVIEW            PIC X      VALUE SPACE.
       01  WS-EFF-VERSION           PIC 9(3)   VALUE 0.
       01  WS-EFF-RC                PIC S9(4)  VALUE 0.

       01  WS-EDIT-ACTION           PIC X(12)  VALUE SPACES.
       01  WS-EDIT-DETAIL           PIC X(160) VALUE SPACES.
       01  WS-JOURNAL-LINE          PIC X(256) VALUE SPACES.

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
           DISPLAY "=== Template Version Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Offer the version actions.                       *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           DISPLAY " "
           DISPLAY "l = list, v = view, d = new draft, a = approve, "
               "r = retire, q = quit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-CHOICE

           EVALUATE WS-USER-CHOICE
               WHEN "l"
               WHEN "L"
                   PERFORM LIST-TEMPLATE-VERSIONS
               WHEN "v"
               WHEN "V"
                   PERFORM VIEW-ONE-VERSION
               WHEN "d"
               WHEN "D"
                   MOVE 2 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM ADD-DRAFT-VERSION
                   END-IF
               WHEN "a"
               WHEN "A"
                   MOVE 3 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM APPROVE-DRAFT-VERSION
                   END-IF
               WHEN "r"
               WHEN "R"
                   MOVE 3 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM RETIRE-TEMPLATE-VERSION
                   END-IF
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
      * LIST-TEMPLATE-VERSIONS: Every version of one template, or of   *
      * every template when no id is given, with its status, dates,    *
      * author and approver, and which version is in effect today.     *
      *----------------------------------------------------------------*
       LIST-TEMPLATE-VERSIONS.
           DISPLAY "Template id (blank = all): " WITH NO ADVANCING
           ACCEPT WS-USER-TEMPLATE-ID
           MOVE 0 TO WS-LIST-COUNT

           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN INPUT TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "No template versions on file."
               EXIT PARAGRAPH
           END-IF

           SET VERSION-SCAN-GOING TO TRUE
           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE 0 TO TV-VERSION-NO
           START TEMPLATE-VERSION KEY IS NOT LESS THAN TV-KEY
               INVALID KEY
                   SET VERSION-SCAN-DONE TO TRUE
           END-START

           PERFORM LIST-ONE-VERSION
               UNTIL VERSION-SCAN-DONE

           CLOSE TEMPLATE-VERSION
           DISPLAY " "
           DISPLAY "Versions listed: " WS-LIST-COUNT

           IF WS-USER-TEMPLATE-ID NOT = SPACES
               PERFORM LOOK-UP-VERSION-IN-EFFECT
               IF WS-EFF-RC = 0
                   DISPLAY "In effect today: version " WS-EFF-VERSION
               ELSE
                   DISPLAY "No wording in effect today."
               END-IF
           END-IF
           .

       LIST-ONE-VERSION.
           READ TEMPLATE-VERSION NEXT RECORD
               AT END
                   SET VERSION-SCAN-DONE TO TRUE
               NOT AT END
                   IF WS-USER-TEMPLATE-ID NOT = SPACES
                       AND TV-TEMPLATE-ID NOT = WS-USER-TEMPLATE-ID
                       SET VERSION-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY " "
                       DISPLAY FUNCTION TRIM(TV-TEMPLATE-ID)
                           " v" TV-VERSION-NO "  "
                           FUNCTION TRIM(TV-STATUS)
                           "  effective " TV-EFFECTIVE-FROM
                       DISPLAY "    author "
                           FUNCTION TRIM(TV-AUTHOR)
                           " " TV-AUTHORED-TS
                           "  approver "
                           FUNCTION TRIM(TV-APPROVER)
                           " " TV-APPROVED-TS
                       IF TV-IS-RETIRED
                           DISPLAY "    retired by "
                               FUNCTION TRIM(TV-RETIRED-BY)
                               " " TV-RETIRED-TS
                       END-IF
                       DISPLAY "    note "
                           FUNCTION TRIM(TV-CHANGE-NOTE)
                       DISPLAY "    " TV-TEMPLATE-TEXT(1:64)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * VIEW-ONE-VERSION: The full wording of one version.             *
      *----------------------------------------------------------------*
       VIEW-ONE-VERSION.
           PERFORM ASK-TEMPLATE-AND-VERSION
           IF WS-USER-TEMPLATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN INPUT TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "No template versions on file."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE WS-TARGET-VERSION TO TV-VERSION-NO
           READ TEMPLATE-VERSION
               INVALID KEY
                   DISPLAY "No such version."
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(TV-TEMPLATE-ID)
                       " v" TV-VERSION-NO "  "
                       FUNCTION TRIM(TV-STATUS)
                       "  mapping "
                       FUNCTION TRIM(TV-REPLY-MAPPING-ID)
                       "  release review " TV-RELEASE-REVIEW
                   DISPLAY FUNCTION TRIM(TV-TEMPLATE-TEXT TRAILING)
           END-READ

           CLOSE TEMPLATE-VERSION
           .

      *----------------------------------------------------------------*
      * ASK-TEMPLATE-AND-VERSION: Template id and version number; a    *
      * blank id or a version that is not a number leaves the id       *
      * blank so the caller does nothing.                              *
      *----------------------------------------------------------------*
       ASK-TEMPLATE-AND-VERSION.
           DISPLAY "Template id: " WITH NO ADVANCING
           ACCEPT WS-USER-TEMPLATE-ID
           IF WS-USER-TEMPLATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Version number: " WITH NO ADVANCING
           ACCEPT WS-USER-VERSION
           MOVE 0 TO WS-TARGET-VERSION
           IF WS-USER-VERSION NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-USER-VERSION)
                   TO WS-TARGET-VERSION
           END-IF
           IF WS-TARGET-VERSION = 0
               DISPLAY "Not a version number."
               MOVE SPACES TO WS-USER-TEMPLATE-ID
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-DRAFT-VERSION: Take the new wording for a catalogued       *
      * template -- typed, or "@file" for a prepared wording file --   *
      * and write it as the template's next version, DRAFT, under the  *
      * lock, journaled.                                               *
      *----------------------------------------------------------------*
       ADD-DRAFT-VERSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           DISPLAY "Template id: " WITH NO ADVANCING
           ACCEPT WS-USER-TEMPLATE-ID
           IF WS-USER-TEMPLATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TEMPLATE-CATALOGUED
           IF TEMPLATE-NOT-CATALOGUED
               DISPLAY "Template " FUNCTION TRIM(WS-USER-TEMPLATE-ID)
                   " is not in the template library."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "New wording (or @file to read it from a file):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-WORDING
           IF WS-USER-WORDING = SPACES
               DISPLAY "No wording entered."
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-WORDING(1:1) = "@"
               PERFORM LOAD-WORDING-FILE
               IF WS-USER-WORDING = SPACES
                   DISPLAY "Wording file empty or unreadable."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOOK-UP-VERSION-IN-EFFECT
           DISPLAY "Reply mapping id (blank = "
               FUNCTION TRIM(WS-EFF-MAPPING-ID) "): "
               WITH NO ADVANCING
           ACCEPT WS-USER-MAPPING-ID
           IF WS-USER-MAPPING-ID = SPACES
               MOVE WS-EFF-MAPPING-ID TO WS-USER-MAPPING-ID
           END-IF
           DISPLAY "Release review Y/N (blank = "
               WS-EFF-REVIEW "): " WITH NO ADVANCING
           ACCEPT WS-USER-REVIEW
           MOVE FUNCTION UPPER-CASE(WS-USER-REVIEW) TO WS-USER-REVIEW
           IF WS-USER-REVIEW = SPACE
               MOVE WS-EFF-REVIEW TO WS-USER-REVIEW
           END-IF
           IF WS-USER-REVIEW = "N"
               MOVE SPACE TO WS-USER-REVIEW
           END-IF

           DISPLAY "Change note: " WITH NO ADVANCING
           ACCEPT WS-USER-NOTE
           IF WS-USER-NOTE = SPACES
               DISPLAY "A change note is required; no draft written."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-VERSION-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "Versions are locked by another job; try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-VERSION-FILE-I-O
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open template version file ("
                   WS-TV-FILE-STATUS ")"
               PERFORM RELEASE-VERSION-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-VERSION-NO
           IF WS-NEXT-VERSION = 0
               DISPLAY "Template has reached version 999."
               CLOSE TEMPLATE-VERSION
               PERFORM RELEASE-VERSION-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TEMPLATE-VERSION-RECORD
           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE WS-NEXT-VERSION     TO TV-VERSION-NO
           MOVE "DRAFT"             TO TV-STATUS
           MOVE WS-OPERATOR-ID      TO TV-AUTHOR
           MOVE WS-TODAY-DATE(1:14) TO TV-AUTHORED-TS
           MOVE WS-USER-NOTE        TO TV-CHANGE-NOTE
           MOVE WS-USER-WORDING     TO TV-TEMPLATE-TEXT
           MOVE WS-USER-MAPPING-ID  TO TV-REPLY-MAPPING-ID
           MOVE WS-USER-REVIEW      TO TV-RELEASE-REVIEW
           WRITE TEMPLATE-VERSION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: version " WS-NEXT-VERSION
                       " already on file."
                   MOVE 0 TO WS-NEXT-VERSION
           END-WRITE

           CLOSE TEMPLATE-VERSION
           PERFORM RELEASE-VERSION-LOCK

           IF WS-NEXT-VERSION = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "DRAFT" TO WS-EDIT-ACTION
           MOVE WS-NEXT-VERSION TO WS-TARGET-VERSION
           MOVE SPACES TO WS-EDIT-DETAIL
           STRING
               "note " FUNCTION TRIM(WS-USER-NOTE)
               DELIMITED SIZE
               INTO WS-EDIT-DETAIL
           END-STRING
           PERFORM WRITE-JOURNAL-ENTRY
           DISPLAY "Draft version " WS-NEXT-VERSION " of "
               FUNCTION TRIM(WS-USER-TEMPLATE-ID) " written."
           .

      *----------------------------------------------------------------*
      * CHECK-TEMPLATE-CATALOGUED: The template id must already be in  *
      * the template library, so queue edits and intakes that check    *
      * the library go on recognising it.                              *
      *----------------------------------------------------------------*
       CHECK-TEMPLATE-CATALOGUED.
           SET TEMPLATE-NOT-CATALOGUED TO TRUE

           MOVE "00" TO WS-TPL-FILE-STATUS
           OPEN INPUT PROMPT-TEMPLATE
           IF WS-TPL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-TEMPLATE-ID TO TPL-TEMPLATE-ID
           READ PROMPT-TEMPLATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEMPLATE-IS-CATALOGUED TO TRUE
           END-READ

           CLOSE PROMPT-TEMPLATE
           .

      *----------------------------------------------------------------*
      * LOAD-WORDING-FILE: Fold the lines of the named wording file    *
      * into the draft text.                                           *
      *----------------------------------------------------------------*
       LOAD-WORDING-FILE.
           MOVE WS-USER-WORDING(2:64) TO WS-WSR-FILE-NAME
           MOVE SPACES TO WS-USER-WORDING
           MOVE 1 TO WS-WORDING-PTR

           MOVE "00" TO WS-WSR-FILE-STATUS
           OPEN INPUT WORDING-SOURCE
           IF WS-WSR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM FOLD-ONE-WORDING-LINE
               UNTIL WS-WSR-FILE-STATUS NOT = "00"

           CLOSE WORDING-SOURCE
           .

       FOLD-ONE-WORDING-LINE.
           READ WORDING-SOURCE
               AT END
                   MOVE "10" TO WS-WSR-FILE-STATUS
               NOT AT END
                   STRING
                       FUNCTION TRIM(WORDING-SOURCE-RECORD TRAILING)
                       " "
                       DELIMITED SIZE
                       INTO WS-USER-WORDING
                       WITH POINTER WS-WORDING-PTR
                       ON OVERFLOW
                           DISPLAY "Wording file longer than 2048 "
                               "bytes; the rest is dropped."
                           MOVE "10" TO WS-WSR-FILE-STATUS
                   END-STRING
           END-READ
           .

      *----------------------------------------------------------------*
      * LOOK-UP-VERSION-IN-EFFECT: The version the runner would send   *
      * for the template today.                                        *
      *----------------------------------------------------------------*
       LOOK-UP-VERSION-IN-EFFECT.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-EFF-RUN-DATE
           CALL "TEMPLATE-IN-EFFECT" USING WS-USER-TEMPLATE-ID
               WS-EFF-RUN-DATE WS-EFF-TEXT WS-EFF-MAPPING-ID
               WS-EFF-REVIEW WS-EFF-VERSION WS-EFF-RC
           .

      *----------------------------------------------------------------*
      * OPEN-VERSION-FILE-I-O: Open for update, cutting the file the   *
      * first time a draft is written.                                 *
      *----------------------------------------------------------------*
       OPEN-VERSION-FILE-I-O.
           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN I-O TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS = "35"
               OPEN OUTPUT TEMPLATE-VERSION
               CLOSE TEMPLATE-VERSION
               OPEN I-O TEMPLATE-VERSION
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-NEXT-VERSION-NO: One past the template's highest version  *
      * number; zero when the template has used all 999.               *
      *----------------------------------------------------------------*
       FIND-NEXT-VERSION-NO.
           MOVE 1 TO WS-NEXT-VERSION
           SET VERSION-SCAN-GOING TO TRUE

           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE 0 TO TV-VERSION-NO
           START TEMPLATE-VERSION KEY IS NOT LESS THAN TV-KEY
               INVALID KEY
                   SET VERSION-SCAN-DONE TO TRUE
           END-START

           PERFORM COUNT-ONE-VERSION
               UNTIL VERSION-SCAN-DONE
           .

       COUNT-ONE-VERSION.
           READ TEMPLATE-VERSION NEXT RECORD
               AT END
                   SET VERSION-SCAN-DONE TO TRUE
               NOT AT END
                   IF TV-TEMPLATE-ID NOT = WS-USER-TEMPLATE-ID
                       SET VERSION-SCAN-DONE TO TRUE
                   ELSE
                       IF TV-VERSION-NO >= 999
                           MOVE 0 TO WS-NEXT-VERSION
                           SET VERSION-SCAN-DONE TO TRUE
                       ELSE
                           COMPUTE WS-NEXT-VERSION =
                               TV-VERSION-NO + 1
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * APPROVE-DRAFT-VERSION: Sign off a draft with the date it takes *
      * effect. The approver may not be the author, and the date may   *
      * not be in the past -- answers already given under the old      *
      * wording must keep telling the truth about which version        *
      * produced them.                                                 *
      *----------------------------------------------------------------*
       APPROVE-DRAFT-VERSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM ASK-TEMPLATE-AND-VERSION
           IF WS-USER-TEMPLATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective from yyyymmdd (blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-USER-EFFECTIVE
           IF WS-USER-EFFECTIVE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-USER-EFFECTIVE
           END-IF
           IF WS-USER-EFFECTIVE IS NOT NUMERIC
               DISPLAY "Not a valid effective date."
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-EFFECTIVE < WS-TODAY-DATE(1:8)
               DISPLAY "An approval cannot take effect in the past."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type the template id to confirm: "
               WITH NO ADVANCING
           ACCEPT WS-USER-CONFIRM
           IF WS-USER-CONFIRM NOT = WS-USER-TEMPLATE-ID
               DISPLAY "Confirmation does not match; left as it was."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-VERSION-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "Versions are locked by another job; try again."
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN I-O TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "No template versions on file."
               PERFORM RELEASE-VERSION-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EDIT-ACTION
           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE WS-TARGET-VERSION TO TV-VERSION-NO
           READ TEMPLATE-VERSION
               INVALID KEY
                   DISPLAY "No such version."
               NOT INVALID KEY
                   PERFORM APPLY-VERSION-APPROVAL
           END-READ

           CLOSE TEMPLATE-VERSION
           PERFORM RELEASE-VERSION-LOCK

           IF WS-EDIT-ACTION NOT = SPACES
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Version " WS-TARGET-VERSION " of "
                   FUNCTION TRIM(WS-USER-TEMPLATE-ID)
                   " approved, effective " WS-USER-EFFECTIVE "."
           END-IF
           .

       APPLY-VERSION-APPROVAL.
           IF NOT TV-IS-DRAFT
               DISPLAY "Only a draft can be approved; this version is "
                   FUNCTION TRIM(TV-STATUS) "."
               EXIT PARAGRAPH
           END-IF

           IF TV-AUTHOR = WS-OPERATOR-ID
               DISPLAY "The author of a version may not approve it."
               EXIT PARAGRAPH
           END-IF

           MOVE "APPROVED"          TO TV-STATUS
           MOVE WS-USER-EFFECTIVE   TO TV-EFFECTIVE-FROM
           MOVE WS-OPERATOR-ID      TO TV-APPROVER
           MOVE WS-TODAY-DATE(1:14) TO TV-APPROVED-TS
           REWRITE TEMPLATE-VERSION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: approval not recorded."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "APPROVE" TO WS-EDIT-ACTION
           MOVE SPACES TO WS-EDIT-DETAIL
           STRING
               "effective " WS-USER-EFFECTIVE
               " author " FUNCTION TRIM(TV-AUTHOR)
               DELIMITED SIZE
               INTO WS-EDIT-DETAIL
           END-STRING
           .

      *----------------------------------------------------------------*
      * RETIRE-TEMPLATE-VERSION: Withdraw a draft or approved version  *
      * for a stated reason. The runner falls back to the next         *
      * approved version in effect, or to the library wording.         *
      *----------------------------------------------------------------*
       RETIRE-TEMPLATE-VERSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM ASK-TEMPLATE-AND-VERSION
           IF WS-USER-TEMPLATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for retirement:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-NOTE
           IF WS-USER-NOTE = SPACES
               DISPLAY "A reason is required; version left in place."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type the template id to confirm: "
               WITH NO ADVANCING
           ACCEPT WS-USER-CONFIRM
           IF WS-USER-CONFIRM NOT = WS-USER-TEMPLATE-ID
               DISPLAY "Confirmation does not match; left as it was."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-VERSION-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "Versions are locked by another job; try again."
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN I-O TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "No template versions on file."
               PERFORM RELEASE-VERSION-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EDIT-ACTION
           MOVE WS-USER-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE WS-TARGET-VERSION TO TV-VERSION-NO
           READ TEMPLATE-VERSION
               INVALID KEY
                   DISPLAY "No such version."
               NOT INVALID KEY
                   PERFORM APPLY-VERSION-RETIREMENT
           END-READ

           CLOSE TEMPLATE-VERSION
           PERFORM RELEASE-VERSION-LOCK

           IF WS-EDIT-ACTION NOT = SPACES
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Version " WS-TARGET-VERSION " of "
                   FUNCTION TRIM(WS-USER-TEMPLATE-ID) " retired."
           END-IF
           .

       APPLY-VERSION-RETIREMENT.
           IF TV-IS-RETIRED
               DISPLAY "Version was already retired by "
                   FUNCTION TRIM(TV-RETIRED-BY) "."
               EXIT PARAGRAPH
           END-IF

           MOVE "RETIRED"           TO TV-STATUS
           MOVE WS-OPERATOR-ID      TO TV-RETIRED-BY
           MOVE WS-TODAY-DATE(1:14) TO TV-RETIRED-TS
           REWRITE TEMPLATE-VERSION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: retirement not recorded."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "RETIRE" TO WS-EDIT-ACTION
           MOVE SPACES TO WS-EDIT-DETAIL
           STRING
               "reason " FUNCTION TRIM(WS-USER-NOTE)
               DELIMITED SIZE
               INTO WS-EDIT-DETAIL
           END-STRING
           .

      *----------------------------------------------------------------*
      * WRITE-JOURNAL-ENTRY: Who, when, what, for which version.       *
      *----------------------------------------------------------------*
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN EXTEND VERSION-JOURNAL
           IF WS-TVJ-FILE-STATUS = "35" OR WS-TVJ-FILE-STATUS = "05"
               OPEN OUTPUT VERSION-JOURNAL
           END-IF

           MOVE SPACES TO WS-JOURNAL-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " "
               FUNCTION TRIM(WS-OPERATOR-ID) " "
               FUNCTION TRIM(WS-EDIT-ACTION) " "
               FUNCTION TRIM(WS-USER-TEMPLATE-ID) " "
               "v" WS-TARGET-VERSION " "
               FUNCTION TRIM(WS-EDIT-DETAIL)
               DELIMITED SIZE
               INTO WS-JOURNAL-LINE
           END-STRING
           WRITE VERSION-JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE VERSION-JOURNAL
           .

      *----------------------------------------------------------------*
      * ACQUIRE-VERSION-LOCK / RELEASE-VERSION-LOCK: The mkdir/rmdir   *
      * lock-directory idiom, bounded retries with a short sleep.      *
      *----------------------------------------------------------------*
       ACQUIRE-VERSION-LOCK.
           MOVE SPACES TO WS-LOCK-DIR-NAME
           STRING
               FUNCTION TRIM(WS-TV-FILE-NAME) ".LCK"
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

       RELEASE-VERSION-LOCK.
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
