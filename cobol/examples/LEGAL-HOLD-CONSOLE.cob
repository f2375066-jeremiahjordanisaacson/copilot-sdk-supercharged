      *================================================================*
      * LEGAL-HOLD-CONSOLE.cob                                         *
      * Maintenance console for the legal-hold register,               *
      * LEGAL-HOLD.DAT, so holds stop being typed into the file by     *
      * hand. A hold names a business key, a session id, a job id or   *
      * a date range, together with the matter number, the issuing     *
      * attorney and the date it takes effect. LOG-RETENTION-JOB and   *
      * RIGHT-TO-ERASURE-PURGE skip anything a hold in force covers.   *
      * Holds are never removed from the register: releasing one is    *
      * a deliberate, reasoned action by a level-3 operator that       *
      * stamps the hold RELEASED with who, when and why, under the     *
      * same mkdir lock-directory discipline QUEUE-MAINT-CONSOLE       *
      * uses, and every add or release writes a line to the hold       *
      * journal. Holds are numbered by their position in the           *
      * register, which never changes because nothing is deleted.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
           SELECT HOLD-WORK ASSIGN TO WS-HWK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWK-FILE-STATUS.
           SELECT HOLD-JOURNAL ASSIGN TO WS-HJN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HJN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the legal-hold record read by      *
      *    LOG-RETENTION-JOB, RIGHT-TO-ERASURE-PURGE and               *
      *    LEGAL-HOLD-REGISTER-REPORT -- keep them in sync by hand.    *
      *    Kind and value lead so a hand-keyed KEY/SESSION line from   *
      *    before the register had a console still reads as a hold     *
      *    in force.                                                   *
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

       FD  HOLD-WORK.
       01  HOLD-WORK-RECORD         PIC X(278).

       FD  HOLD-JOURNAL.
       01  HOLD-JOURNAL-RECORD      PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HWK-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD-MAINT.WRK".
       01  WS-HWK-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HJN-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD-JOURNAL.DAT".
       01  WS-HJN-FILE-STATUS       PIC XX     VALUE "00".

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Level 1 may list
      *    the register; level 2 may place a hold; releasing a hold
      *    takes level 3.
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

      *    Operator input for a new hold or a release.
       01  WS-USER-KIND             PIC X(8)   VALUE SPACES.
       01  WS-USER-VALUE            PIC X(64)  VALUE SPACES.
       01  WS-USER-DATE-FROM        PIC X(8)   VALUE SPACES.
       01  WS-USER-DATE-TO          PIC X(8)   VALUE SPACES.
       01  WS-USER-MATTER-NO        PIC X(20)  VALUE SPACES.
       01  WS-USER-ATTORNEY         PIC X(32)  VALUE SPACES.
       01  WS-USER-EFFECTIVE        PIC X(8)   VALUE SPACES.
       01  WS-USER-HOLD-NO          PIC X(5)   VALUE SPACES.
       01  WS-USER-REASON           PIC X(64)  VALUE SPACES.
       01  WS-USER-CONFIRM          PIC X(20)  VALUE SPACES.

       01  WS-TARGET-HOLD-NO        PIC 9(5)   VALUE 0.
       01  WS-HOLD-NO               PIC 9(5)   VALUE 0.
       01  WS-IN-FORCE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-HOLD-STATE            PIC X(10)  VALUE SPACES.
       01  WS-HOLD-SCOPE            PIC X(64)  VALUE SPACES.
       01  WS-TARGET-FOUND          PIC 9      VALUE 0.
           88 TARGET-WAS-FOUND                 VALUE 1.
           88 TARGET-NOT-FOUND                 VALUE 0.
       01  WS-RELEASE-REFUSED       PIC 9      VALUE 0.
           88 RELEASE-WAS-REFUSED              VALUE 1.
           88 RELEASE-NOT-REFUSED              VALUE 0.

       01  WS-EDIT-ACTION           PIC X(12)  VALUE SPACES.
       01  WS-EDIT-MATTER           PIC X(20)  VALUE SPACES.
       01  WS-EDIT-DETAIL           PIC X(160) VALUE SPACES.
       01  WS-JOURNAL-LINE          PIC X(256) VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.

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
           DISPLAY "=== Legal Hold Register Console ==="
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
      * CONSOLE-LOOP: Offer the register actions.                      *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           DISPLAY " "
           DISPLAY "l = list, a = add hold, r = release hold, q = quit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-CHOICE

           EVALUATE WS-USER-CHOICE
               WHEN "l"
               WHEN "L"
                   PERFORM LIST-HOLD-REGISTER
               WHEN "a"
               WHEN "A"
                   MOVE 2 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM ADD-LEGAL-HOLD
                   END-IF
               WHEN "r"
               WHEN "R"
                   MOVE 3 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       PERFORM RELEASE-LEGAL-HOLD
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
      * LIST-HOLD-REGISTER: Every hold with its number, scope, matter, *
      * attorney and whether it is in force, pending or released.      *
      *----------------------------------------------------------------*
       LIST-HOLD-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE 0 TO WS-HOLD-NO
           MOVE 0 TO WS-IN-FORCE-COUNT
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "No legal holds on file."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-ONE-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           DISPLAY " "
           DISPLAY "Holds on register: " WS-HOLD-NO
               "   in force: " WS-IN-FORCE-COUNT
           .

       LIST-ONE-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-HOLD-NO
                   PERFORM DESCRIBE-HOLD
                   DISPLAY " "
                   DISPLAY "#" WS-HOLD-NO "  "
                       FUNCTION TRIM(WS-HOLD-STATE) "  "
                       FUNCTION TRIM(LGH-KIND) " "
                       FUNCTION TRIM(WS-HOLD-SCOPE)
                   DISPLAY "    matter " FUNCTION TRIM(LGH-MATTER-NO)
                       "  attorney " FUNCTION TRIM(LGH-ATTORNEY)
                       "  effective " LGH-EFFECTIVE-DATE
                   IF LGH-STATUS-RELEASED
                       DISPLAY "    released by "
                           FUNCTION TRIM(LGH-RELEASED-BY) " at "
                           FUNCTION TRIM(LGH-RELEASED-TS) ": "
                           FUNCTION TRIM(LGH-RELEASE-REASON)
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
               WHEN LGH-EFFECTIVE-DATE NOT = SPACES
                   AND LGH-EFFECTIVE-DATE > WS-TODAY-DATE(1:8)
                   MOVE "PENDING" TO WS-HOLD-STATE
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
      * ADD-LEGAL-HOLD: Gather and check the hold's particulars, then  *
      * append it to the register under the lock, journaled.           *
      *----------------------------------------------------------------*
       ADD-LEGAL-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE SPACES TO WS-USER-VALUE
           MOVE SPACES TO WS-USER-DATE-FROM
           MOVE SPACES TO WS-USER-DATE-TO

           DISPLAY "Hold kind (KEY, SESSION, JOB, DATES): "
               WITH NO ADVANCING
           ACCEPT WS-USER-KIND
           MOVE FUNCTION UPPER-CASE(WS-USER-KIND) TO WS-USER-KIND
           IF WS-USER-KIND NOT = "KEY" AND NOT = "SESSION"
               AND NOT = "JOB" AND NOT = "DATES"
               DISPLAY "Not a hold kind."
               EXIT PARAGRAPH
           END-IF

           IF WS-USER-KIND = "DATES"
               DISPLAY "From date (yyyymmdd): " WITH NO ADVANCING
               ACCEPT WS-USER-DATE-FROM
               DISPLAY "To date (yyyymmdd): " WITH NO ADVANCING
               ACCEPT WS-USER-DATE-TO
               IF WS-USER-DATE-FROM IS NOT NUMERIC
                   OR WS-USER-DATE-TO IS NOT NUMERIC
                   OR WS-USER-DATE-TO < WS-USER-DATE-FROM
                   DISPLAY "Not a valid date range."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Held " FUNCTION TRIM(WS-USER-KIND)
                   " value: " WITH NO ADVANCING
               ACCEPT WS-USER-VALUE
               IF WS-USER-VALUE = SPACES
                   DISPLAY "No value entered."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Matter number: " WITH NO ADVANCING
           ACCEPT WS-USER-MATTER-NO
           DISPLAY "Issuing attorney: " WITH NO ADVANCING
           ACCEPT WS-USER-ATTORNEY
           IF WS-USER-MATTER-NO = SPACES OR WS-USER-ATTORNEY = SPACES
               DISPLAY "A hold needs a matter number and an attorney."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date yyyymmdd (blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-USER-EFFECTIVE
           IF WS-USER-EFFECTIVE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-USER-EFFECTIVE
           END-IF
           IF WS-USER-EFFECTIVE IS NOT NUMERIC
               DISPLAY "Not a valid effective date."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-HOLD-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "Register is locked by another job; try again."
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN EXTEND LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35" OR WS-LGH-FILE-STATUS = "05"
               OPEN OUTPUT LEGAL-HOLD
           END-IF

           MOVE SPACES TO LEGAL-HOLD-RECORD
           MOVE WS-USER-KIND      TO LGH-KIND
           MOVE WS-USER-VALUE     TO LGH-VALUE
           MOVE WS-USER-DATE-FROM TO LGH-DATE-FROM
           MOVE WS-USER-DATE-TO   TO LGH-DATE-TO
           MOVE WS-USER-MATTER-NO TO LGH-MATTER-NO
           MOVE WS-USER-ATTORNEY  TO LGH-ATTORNEY
           MOVE WS-USER-EFFECTIVE TO LGH-EFFECTIVE-DATE
           MOVE "ACTIVE"          TO LGH-STATUS
           MOVE WS-OPERATOR-ID    TO LGH-ADDED-BY
           MOVE WS-TODAY-DATE     TO LGH-ADDED-TS
           WRITE LEGAL-HOLD-RECORD

           CLOSE LEGAL-HOLD
           PERFORM RELEASE-HOLD-LOCK

           PERFORM DESCRIBE-HOLD
           MOVE "ADD" TO WS-EDIT-ACTION
           MOVE WS-USER-MATTER-NO TO WS-EDIT-MATTER
           MOVE SPACES TO WS-EDIT-DETAIL
           STRING
               FUNCTION TRIM(WS-USER-KIND) " "
               FUNCTION TRIM(WS-HOLD-SCOPE)
               " attorney " FUNCTION TRIM(WS-USER-ATTORNEY)
               " effective " WS-USER-EFFECTIVE
               DELIMITED SIZE
               INTO WS-EDIT-DETAIL
           END-STRING
           PERFORM WRITE-JOURNAL-ENTRY
           DISPLAY "Hold placed for matter "
               FUNCTION TRIM(WS-USER-MATTER-NO) "."
           .

      *----------------------------------------------------------------*
      * RELEASE-LEGAL-HOLD: Ask which hold, for a reason, and for the  *
      * matter number typed back as confirmation, then stamp the hold  *
      * RELEASED through the work file under the lock, journaled.      *
      *----------------------------------------------------------------*
       RELEASE-LEGAL-HOLD.
           DISPLAY "Hold number to release: " WITH NO ADVANCING
           ACCEPT WS-USER-HOLD-NO
           IF WS-USER-HOLD-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-USER-HOLD-NO) TO WS-TARGET-HOLD-NO
           IF WS-TARGET-HOLD-NO = 0
               DISPLAY "Not a hold number."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for release:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-REASON
           IF WS-USER-REASON = SPACES
               DISPLAY "A reason is required; hold left in place."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type the hold's matter number to confirm: "
               WITH NO ADVANCING
           ACCEPT WS-USER-CONFIRM

           PERFORM ACQUIRE-HOLD-LOCK
           IF LOCK-NOT-HELD
               DISPLAY "Register is locked by another job; try again."
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-REGISTER-WITH-RELEASE
           PERFORM RELEASE-HOLD-LOCK

           EVALUATE TRUE
               WHEN TARGET-NOT-FOUND
                   DISPLAY "No hold with that number."
               WHEN RELEASE-WAS-REFUSED
                   DISPLAY "Hold left in place."
               WHEN OTHER
                   MOVE "RELEASE" TO WS-EDIT-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   DISPLAY "Hold released and journaled."
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * REWRITE-REGISTER-WITH-RELEASE: Copy the register to the work   *
      * file, stamping the target hold, then swap the work file in.    *
      * A hold already released, or a confirmation that does not       *
      * match the matter number, leaves the register untouched.        *
      *----------------------------------------------------------------*
       REWRITE-REGISTER-WITH-RELEASE.
           SET TARGET-NOT-FOUND TO TRUE
           SET RELEASE-NOT-REFUSED TO TRUE
           MOVE 0 TO WS-HOLD-NO
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "No legal holds on file."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLD-WORK

           PERFORM COPY-ONE-HOLD-RECORD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE HOLD-WORK
           CLOSE LEGAL-HOLD

           IF TARGET-WAS-FOUND AND RELEASE-NOT-REFUSED
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING
                   "mv " FUNCTION TRIM(WS-HWK-FILE-NAME)
                   " " FUNCTION TRIM(WS-LGH-FILE-NAME)
                   DELIMITED SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-COMMAND
           END-IF
           .

       COPY-ONE-HOLD-RECORD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-HOLD-NO
                   IF WS-HOLD-NO = WS-TARGET-HOLD-NO
                       SET TARGET-WAS-FOUND TO TRUE
                       PERFORM APPLY-HOLD-RELEASE
                   END-IF
                   WRITE HOLD-WORK-RECORD FROM LEGAL-HOLD-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * APPLY-HOLD-RELEASE: Stamp the matched hold, noting the detail  *
      * for the journal.                                               *
      *----------------------------------------------------------------*
       APPLY-HOLD-RELEASE.
           IF LGH-STATUS-RELEASED
               DISPLAY "Hold #" WS-HOLD-NO " was already released by "
                   FUNCTION TRIM(LGH-RELEASED-BY)
               SET RELEASE-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-USER-CONFIRM NOT = LGH-MATTER-NO
               DISPLAY "Confirmation does not match matter "
                   FUNCTION TRIM(LGH-MATTER-NO) "."
               SET RELEASE-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM DESCRIBE-HOLD
           MOVE LGH-MATTER-NO TO WS-EDIT-MATTER
           MOVE SPACES TO WS-EDIT-DETAIL
           STRING
               "hold " WS-HOLD-NO " "
               FUNCTION TRIM(LGH-KIND) " "
               FUNCTION TRIM(WS-HOLD-SCOPE)
               " reason " FUNCTION TRIM(WS-USER-REASON)
               DELIMITED SIZE
               INTO WS-EDIT-DETAIL
           END-STRING

           MOVE "RELEASED"     TO LGH-STATUS
           MOVE WS-OPERATOR-ID TO LGH-RELEASED-BY
           MOVE WS-TODAY-DATE  TO LGH-RELEASED-TS
           MOVE WS-USER-REASON TO LGH-RELEASE-REASON
           .

      *----------------------------------------------------------------*
      * WRITE-JOURNAL-ENTRY: Who, when, what, for which matter.        *
      *----------------------------------------------------------------*
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN EXTEND HOLD-JOURNAL
           IF WS-HJN-FILE-STATUS = "35" OR WS-HJN-FILE-STATUS = "05"
               OPEN OUTPUT HOLD-JOURNAL
           END-IF

           MOVE SPACES TO WS-JOURNAL-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " "
               FUNCTION TRIM(WS-OPERATOR-ID) " "
               FUNCTION TRIM(WS-EDIT-ACTION) " "
               FUNCTION TRIM(WS-EDIT-MATTER) " "
               FUNCTION TRIM(WS-EDIT-DETAIL)
               DELIMITED SIZE
               INTO WS-JOURNAL-LINE
           END-STRING
           WRITE HOLD-JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE HOLD-JOURNAL
           .

      *----------------------------------------------------------------*
      * ACQUIRE-HOLD-LOCK / RELEASE-HOLD-LOCK: The mkdir/rmdir         *
      * lock-directory idiom, bounded retries with a short sleep.      *
      *----------------------------------------------------------------*
       ACQUIRE-HOLD-LOCK.
           MOVE SPACES TO WS-LOCK-DIR-NAME
           STRING
               FUNCTION TRIM(WS-LGH-FILE-NAME) ".LCK"
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

       RELEASE-HOLD-LOCK.
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
