      *================================================================*
      * DISCLOSURE-REVIEW-CONSOLE.cob                                  *
      * Privacy reviewer's console for replies held by the disclosure  *
      * screen. PROMPT-QUEUE-RUNNER and LATE-REPLY-RECOVERY park a     *
      * reply in DISCLOSURE-HOLD.DAT, filed DISCLOSE and neither       *
      * archived nor delivered, when it names a real account or order  *
      * belonging to a customer other than the prompt's own. The       *
      * console lists the PENDING holds with the keys that were hit    *
      * and lets a level-3 reviewer decide each one:                   *
      *                                                                *
      *   clear     the hit was harmless (the customer's own second    *
      *             account, a key quoted back from the request): the  *
      *             reply is archived under the status it would have   *
      *             had, a new attempt with that status goes on the    *
      *             results master and the flat results file, and a    *
      *             reply whose template or persona wants release      *
      *             review is parked for it as the runner would have;  *
      *   withhold  the reply really discloses another customer's      *
      *             data: it stays out of the archive for good and     *
      *             the prompt stays DISCLOSE, with the reason kept.   *
      *                                                                *
      * The deciding reviewer, the time and the note stay on the hold  *
      * record; DISCLOSURE-REPORT lists them for the privacy officer.  *
      * The held texts are encrypted at rest; only a reviewer          *
      * authorised for clear text may decide. A cleared reply due for  *
      * release review is parked before the clearance is recorded, so  *
      * a hold that cannot be written leaves the reply PENDING.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-REVIEW-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-HOLD ASSIGN TO WS-DSH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSH-PROMPT-ID
               FILE STATUS IS WS-DSH-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT PROMPT-RESULTS ASSIGN TO WS-PR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

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

      *    Field-for-field match of the response-archive record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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

      *    Field-for-field match of the release-hold record in
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.
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
               88 RLH-STATUS-RELEASED           VALUE "RELEASED".
               88 RLH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 RLH-EDITED-TEXT       PIC X(4096).
           05 RLH-DECIDED-BY        PIC X(8).
           05 RLH-DECIDED-TS        PIC X(21).
           05 RLH-DECISION-NOTE     PIC X(128).
           05 RLH-TIMESTAMP         PIC X(21).
           05 RLH-CRYPT-STAMP.
               10 RLH-CRYPT-KEY-ID  PIC X(8).
               10 RLH-CRYPT-SALT    PIC X(8).

       FD  PROMPT-RESULTS.
       01  PROMPT-RESULTS-RECORD    PIC X(2200).

       WORKING-STORAGE SECTION.
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RLH-PARK-FLAG         PIC 9      VALUE 0.
           88 RELEASE-PARK-OK                   VALUE 0.
           88 RELEASE-PARK-FAILED               VALUE 1.
       01  WS-ARCHIVE-FLAG          PIC 9      VALUE 0.
           88 ARCHIVE-WRITTEN                   VALUE 0.
           88 ARCHIVE-NOT-WRITTEN               VALUE 1.
       01  WS-PR-FILE-NAME          PIC X(64)
           VALUE "PROMPT-RESULTS.DAT".
       01  WS-PR-FILE-STATUS        PIC XX     VALUE "00".

       01  WS-PENDING-COUNT         PIC 9(5)   VALUE 0.
       01  WS-HIT-IDX               PIC 9(2)   VALUE 0.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-USER-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-USER-DECISION         PIC X(8)   VALUE SPACES.
       01  WS-USER-NOTE             PIC X(128) VALUE SPACES.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    The cleared reply's new attempt on the results master.
       01  WS-RMW-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RMW-FED-BY            PIC X(20)  VALUE SPACES.
       01  WS-RMW-REQUEST-ID        PIC 9(10)  VALUE 0.
       01  WS-RMW-RC                PIC S9(4)  VALUE 0.
       01  WS-OUT-LINE              PIC X(2200) VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(5)   VALUE 1.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows. Any signed-on
      *    operator may see which prompts are held; reading a held
      *    reply and deciding it takes a level-3 reviewer, since the
      *    reply is the very text suspected of disclosure.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-REVIEW-LEVEL          PIC 9      VALUE 3.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Disclosure Review Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID    TO WS-CRYPT-REQUESTOR
           MOVE WS-OPERATOR-LEVEL TO WS-CRYPT-LEVEL
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Note: you are not authorised for clear reply"
                   " text; held replies can be listed but not"
                   " decided."
           END-IF

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Show held replies, then ask for a decision.      *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           PERFORM LIST-PENDING-HOLDS

           IF WS-PENDING-COUNT = 0
               DISPLAY " "
               DISPLAY "No replies pending disclosure review."
           END-IF

           DISPLAY " "
           DISPLAY "Prompt id to decide (blank to re-check, "
               "q to quit):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-PROMPT-ID

           IF WS-USER-PROMPT-ID = "q" OR "Q"
               SET OPERATOR-QUIT TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-USER-PROMPT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM DECIDE-ONE-HOLD
           .

      *----------------------------------------------------------------*
      * LIST-PENDING-HOLDS: Scan the hold file and display every       *
      * record still in PENDING status with the keys it was held for.  *
      *----------------------------------------------------------------*
       LIST-PENDING-HOLDS.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN INPUT DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS NOT = "00"
               DISPLAY "No disclosure hold file found yet."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-NEXT-PENDING-HOLD
               UNTIL WS-DSH-FILE-STATUS NOT = "00"

           CLOSE DISCLOSURE-HOLD
           .

       SHOW-NEXT-PENDING-HOLD.
           READ DISCLOSURE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSH-FILE-STATUS
               NOT AT END
                   IF DSH-STATUS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY " "
                       DISPLAY "Prompt:   "
                           FUNCTION TRIM(DSH-PROMPT-ID)
                           "  Business key: "
                           FUNCTION TRIM(DSH-BUSINESS-KEY)
                       DISPLAY "Job:      "
                           FUNCTION TRIM(DSH-JOB-ID)
                           "  Held: "
                           FUNCTION TRIM(DSH-TIMESTAMP)
                       PERFORM SHOW-HOLD-HITS
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SHOW-HOLD-HITS: The keys the screen found, with the account    *
      * each belongs to.                                               *
      *----------------------------------------------------------------*
       SHOW-HOLD-HITS.
           DISPLAY "Hits:     " DSH-HIT-COUNT
           PERFORM SHOW-ONE-HOLD-HIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > 10
               OR WS-HIT-IDX > DSH-HIT-COUNT
           .

       SHOW-ONE-HOLD-HIT.
           DISPLAY "          " DSH-HIT-KIND(WS-HIT-IDX) " "
               DSH-HIT-KEY(WS-HIT-IDX) " of account "
               FUNCTION TRIM(DSH-HIT-OWNER(WS-HIT-IDX))
           .

      *----------------------------------------------------------------*
      * DECIDE-ONE-HOLD: Look up a prompt id and, if still pending,    *
      * record the reviewer's decision.                                *
      *----------------------------------------------------------------*
       DECIDE-ONE-HOLD.
           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN I-O DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open disclosure hold file"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-PROMPT-ID TO DSH-PROMPT-ID
           READ DISCLOSURE-HOLD
               INVALID KEY
                   DISPLAY "ERROR: No such prompt id"
               NOT INVALID KEY
                   PERFORM RECORD-REVIEWER-DECISION
           END-READ

           CLOSE DISCLOSURE-HOLD
           .

      *----------------------------------------------------------------*
      * RECORD-REVIEWER-DECISION: Show the held reply and rewrite the  *
      * record CLEARED or WITHHELD, stamped with the reviewer and the  *
      * time. A cleared reply is filed as the runner would have filed  *
      * it -- parked for release review first when it is due one, then *
      * archived -- before the hold is rewritten, and is left PENDING  *
      * here if either cannot be written. Nothing is written in clear. *
      *----------------------------------------------------------------*
       RECORD-REVIEWER-DECISION.
           IF NOT DSH-STATUS-PENDING
               DISPLAY "This reply was already decided: "
                   FUNCTION TRIM(DSH-STATUS) " by "
                   FUNCTION TRIM(DSH-DECIDED-BY)
               EXIT PARAGRAPH
           END-IF

           IF WS-OPERATOR-LEVEL < WS-REVIEW-LEVEL
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " may not read or decide held replies."
               EXIT PARAGRAPH
           END-IF

      *    Nobody decides on text they were not allowed to read.
           PERFORM DECRYPT-DISCLOSE-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Reply text:   " FUNCTION TRIM(DSH-REPLY-TEXT)
               DISPLAY "Clear text not available; leaving PENDING."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-HOLD-HITS
           DISPLAY "Reply text:   " FUNCTION TRIM(DSH-REPLY-TEXT)
           IF DSH-ORIGINAL-TEXT NOT = SPACES
               DISPLAY "English text: "
                   FUNCTION TRIM(DSH-ORIGINAL-TEXT)
           END-IF

           DISPLAY "Clear (no disclosure) or withhold? (c/w): "
               WITH NO ADVANCING
           ACCEPT WS-USER-DECISION

           MOVE SPACES TO WS-USER-NOTE
           EVALUATE WS-USER-DECISION
               WHEN "c"
               WHEN "C"
                   DISPLAY "Why the hits are not a disclosure:"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-USER-NOTE
                   IF WS-USER-NOTE = SPACES
                       DISPLAY "A reason is required; leaving PENDING."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "CLEARED" TO DSH-STATUS
               WHEN "w"
               WHEN "W"
                   DISPLAY "Reason for withholding:"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-USER-NOTE
                   IF WS-USER-NOTE = SPACES
                       DISPLAY "A reason is required; leaving PENDING."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "WITHHELD" TO DSH-STATUS
               WHEN OTHER
      *            Either decision is final, so a stray keystroke
      *            must not make one; anything but an explicit c/w
      *            leaves the reply PENDING.
                   DISPLAY "Unrecognised choice; leaving PENDING."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-OPERATOR-ID TO DSH-DECIDED-BY
           MOVE WS-TODAY-DATE  TO DSH-DECIDED-TS
           MOVE WS-USER-NOTE   TO DSH-DECISION-NOTE

           IF DSH-STATUS-CLEARED AND DSH-RELEASE-REVIEW = "Y"
               PERFORM PARK-REPLY-FOR-RELEASE
               IF RELEASE-PARK-FAILED
                   IF WS-CRYPT-RC NOT = 0
                       DISPLAY "ERROR: field encryption failed; release"
                           " hold not written, leaving PENDING."
                   ELSE
                       DISPLAY "ERROR: release hold file unavailable ("
                           WS-RLH-FILE-STATUS "); leaving PENDING."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF DSH-STATUS-CLEARED
               PERFORM WRITE-ARCHIVE-RECORD
               IF ARCHIVE-NOT-WRITTEN
                   DISPLAY "Reply not archived; leaving PENDING."
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    The record goes back encrypted; the texts are then read
      *    back to clear for the cleared reply's results line. Once a
      *    cleared reply is archived, a hold that cannot be rewritten
      *    is simply cleared again.
           PERFORM ENCRYPT-DISCLOSE-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "ERROR: field encryption failed; decision not"
                   " recorded, leaving PENDING."
               EXIT PARAGRAPH
           END-IF
           REWRITE DISCLOSURE-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-DSH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: disclosure hold not rewritten (status "
                   WS-DSH-FILE-STATUS "); leaving PENDING."
               EXIT PARAGRAPH
           END-IF
           PERFORM DECRYPT-DISCLOSE-TEXT
           DISPLAY "Decision recorded: " FUNCTION TRIM(DSH-STATUS)
               " by " FUNCTION TRIM(WS-OPERATOR-ID)

           IF DSH-STATUS-CLEARED
               PERFORM FILE-CLEARED-ATTEMPT
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-ARCHIVE-RECORD: Write or refresh the prompt's archive    *
      * record from the hold, under the status the reply would have    *
      * been archived with had the screen passed it. ARCHIVE-NOT-      *
      * WRITTEN when the file, or the encryption, fails.               *
      *----------------------------------------------------------------*
       WRITE-ARCHIVE-RECORD.
           SET ARCHIVE-NOT-WRITTEN TO TRUE
           OPEN I-O RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-ARCHIVE
               CLOSE RESPONSE-ARCHIVE
               OPEN I-O RESPONSE-ARCHIVE
           END-IF

           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: response archive unavailable ("
                   WS-RA-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE DSH-PROMPT-ID        TO RA-PROMPT-ID
           MOVE DSH-REPLY-STATUS     TO RA-STATUS
           MOVE DSH-SESSION-ID       TO RA-SESSION-ID
           MOVE DSH-JOB-ID           TO RA-JOB-ID
           MOVE WS-TODAY-DATE        TO RA-TIMESTAMP
           MOVE DSH-REPLY-TEXT       TO RA-REPLY-TEXT
           MOVE DSH-PROFILE-ID       TO RA-PROFILE-ID
           MOVE DSH-TEMPLATE-VERSION TO RA-TEMPLATE-VERSION
           MOVE SPACES               TO RA-SUPERSEDED-BY
           MOVE DSH-IMAGE-REF        TO RA-IMAGE-REF
           MOVE DSH-LANGUAGE         TO RA-LANGUAGE
           MOVE DSH-ORIGINAL-TEXT    TO RA-ORIGINAL-TEXT
           PERFORM ENCRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               CLOSE RESPONSE-ARCHIVE
               DISPLAY "ERROR: field encryption failed for the archive"
                   " record"
               EXIT PARAGRAPH
           END-IF

           WRITE RESPONSE-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE RESPONSE-ARCHIVE-RECORD
           END-WRITE
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: response archive write failed ("
                   WS-RA-FILE-STATUS ")"
               CLOSE RESPONSE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESPONSE-ARCHIVE
           SET ARCHIVE-WRITTEN TO TRUE
           DISPLAY "Reply archived as "
               FUNCTION TRIM(DSH-REPLY-STATUS)
           .

      *----------------------------------------------------------------*
      * ENCRYPT-ARCHIVE-TEXT: Stamp the record under the active key    *
      * and encrypt its text fields; keys and timestamps stay clear.   *
      *----------------------------------------------------------------*
       ENCRYPT-ARCHIVE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING RA-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * ENCRYPT-DISCLOSE-TEXT: The same for the hold record's two      *
      * texts.                                                         *
      *----------------------------------------------------------------*
       ENCRYPT-DISCLOSE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING DSH-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING DSH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO DSH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING DSH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO DSH-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * DECRYPT-DISCLOSE-TEXT: Both hold texts back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-DISCLOSE-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING DSH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO DSH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING DSH-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO DSH-ORIGINAL-TEXT
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * ENCRYPT-RELEASE-TEXT: The same for the release hold written    *
      * for a cleared reply.                                           *
      *----------------------------------------------------------------*
       ENCRYPT-RELEASE-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING RLH-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * FILE-CLEARED-ATTEMPT: The cleared reply becomes the prompt's   *
      * latest attempt on the results master, so restart protection,   *
      * dependents and the reports see it answered, and the matching   *
      * line goes to the flat results file.                            *
      *----------------------------------------------------------------*
       FILE-CLEARED-ATTEMPT.
           MOVE SPACES TO WS-RMW-DETAIL
           STRING
               "disclosure hold cleared by "
               FUNCTION TRIM(WS-OPERATOR-ID) ": "
               FUNCTION TRIM(WS-USER-NOTE)
               DELIMITED SIZE
               INTO WS-RMW-DETAIL
           END-STRING

           CALL "RESULTS-MASTER-WRITE-REQUEST" USING DSH-PROMPT-ID
               DSH-REPLY-STATUS DSH-SESSION-ID WS-RMW-DETAIL
               DSH-TEMPLATE-VERSION WS-RMW-FED-BY WS-RMW-REQUEST-ID
               WS-RMW-RC
           IF WS-RMW-RC NOT = 0
               DISPLAY "WARNING: results master write failed for "
                   FUNCTION TRIM(DSH-PROMPT-ID)
           END-IF

           OPEN EXTEND PROMPT-RESULTS
           IF WS-PR-FILE-STATUS = "35" OR WS-PR-FILE-STATUS = "05"
               OPEN OUTPUT PROMPT-RESULTS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING
               FUNCTION TRIM(DSH-PROMPT-ID) " "
               FUNCTION TRIM(DSH-REPLY-STATUS) " "
               FUNCTION TRIM(DSH-REPLY-TEXT)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING

           WRITE PROMPT-RESULTS-RECORD FROM WS-OUT-LINE
           CLOSE PROMPT-RESULTS
           .

      *----------------------------------------------------------------*
      * PARK-REPLY-FOR-RELEASE: Write (or refresh) the PENDING         *
      * release-hold record carrying the cleared reply. A failure is   *
      * left in RELEASE-PARK-FAILED with the file status.              *
      *----------------------------------------------------------------*
       PARK-REPLY-FOR-RELEASE.
           SET RELEASE-PARK-OK TO TRUE
           MOVE 0 TO WS-CRYPT-RC
           OPEN I-O RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-HOLD
               CLOSE RELEASE-HOLD
               OPEN I-O RELEASE-HOLD
           END-IF

           IF WS-RLH-FILE-STATUS NOT = "00"
               SET RELEASE-PARK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES               TO RELEASE-HOLD-RECORD
           MOVE DSH-PROMPT-ID        TO RLH-PROMPT-ID
           MOVE DSH-TEMPLATE-ID      TO RLH-TEMPLATE-ID
           MOVE DSH-PROFILE-ID       TO RLH-PROFILE-ID
           MOVE DSH-SESSION-ID       TO RLH-SESSION-ID
           MOVE DSH-JOB-ID           TO RLH-JOB-ID
           MOVE DSH-REPLY-TEXT       TO RLH-REPLY-TEXT
           MOVE "PENDING"            TO RLH-STATUS
           MOVE WS-TODAY-DATE        TO RLH-TIMESTAMP
           PERFORM ENCRYPT-RELEASE-TEXT
           IF WS-CRYPT-RC NOT = 0
               SET RELEASE-PARK-FAILED TO TRUE
               CLOSE RELEASE-HOLD
               EXIT PARAGRAPH
           END-IF

           WRITE RELEASE-HOLD-RECORD
               INVALID KEY
                   REWRITE RELEASE-HOLD-RECORD
           END-WRITE
           IF WS-RLH-FILE-STATUS NOT = "00"
               SET RELEASE-PARK-FAILED TO TRUE
               CLOSE RELEASE-HOLD
               EXIT PARAGRAPH
           END-IF
           CLOSE RELEASE-HOLD

           DISPLAY "Held for release review: "
               FUNCTION TRIM(DSH-PROMPT-ID)
           .
