           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of the archive record written by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
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

      *    Field-for-field match of WS-SESSION-REGISTRY-RECORD in      *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       01  WS-SRB-FILE-NAME         PIC X(64)
           VALUE "SESSION-REGISTRY-REBUILT.DAT".
       01  WS-SRB-FILE-STATUS       PIC XX     VALUE "00".
      *    Rebuilt conversation text is encrypted at rest, as the
      *    live files are (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-CRYPT-PROBE-STAMP     PIC X(16)  VALUE SPACES.
       01  WS-CRYPT-OLD-STAMP       PIC X(16)  VALUE SPACES.
       01  WS-RPT-FILE-NAME         PIC X(64)
           VALUE "RECONSTRUCTION-REPORT.TXT".
       01  WS-RPT-FILE-STATUS       PIC XX     VALUE "00".
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF

      *    The rebuilt files carry their text encrypted like the
      *    originals; a run that cannot encrypt writes nothing.
           CALL "COPILOT-FIELD-NEW-STAMP" USING WS-CRYPT-PROBE-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "ERROR: field encryption is unavailable (key"
                   " ring unreadable or cipher failing); nothing"
                   " rebuilt."
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-PROMPT-MAPPINGS
           PERFORM OPEN-REBUILT-FILES

           END-IF
           .

      *----------------------------------------------------------------*
      * STOP-ON-CRYPT-FAILURE: A record whose text cannot be encrypted *
      * is never written in clear. The rebuild stops there and the     *
      * part-built files are left for the operator to discard.         *
      *----------------------------------------------------------------*
       STOP-ON-CRYPT-FAILURE.
           CLOSE TRANSCRIPT-REBUILT
           CLOSE ARCHIVE-REBUILT
           CLOSE REGISTRY-REBUILT
           DISPLAY "ERROR: field encryption failed; rebuild stopped."
               " The rebuilt files are incomplete -- do not swap"
               " them in."
           STOP RUN RETURNING WS-FAIL-RC
           .

      *----------------------------------------------------------------*
      * LOAD-PROMPT-MAPPINGS: Session-to-prompt mapping from the       *
      * business-key cross-reference, used to key the rebuilt archive  *
                   MOVE SPACES TO TRX-ASSISTANT-MSG
                   MOVE WS-EXT-MESSAGE TO TRX-USER-MSG
                   MOVE WS-LINE-TIMESTAMP TO TRX-TIMESTAMP
                   PERFORM ENCRYPT-TRANSCRIPT-TEXT
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   WRITE TRANSCRIPT-REBUILT-RECORD
                   END-WRITE
                   ADD 1 TO WS-TURNS-REBUILT
               NOT INVALID KEY
      *            The other side is already on file; the record
      *            moves to a fresh stamp before this side joins it,
      *            so no field is ever encrypted twice under one.
                   PERFORM RESTAMP-TRANSCRIPT-TEXT
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   MOVE WS-EXT-MESSAGE TO TRX-USER-MSG
                   MOVE 2048 TO WS-CRYPT-TEXT-LEN
                   MOVE 1 TO WS-CRYPT-FIELD-NO
                   CALL "COPILOT-FIELD-ENCRYPT" USING TRX-CRYPT-STAMP
                       WS-CRYPT-FIELD-NO TRX-USER-MSG
                       WS-CRYPT-TEXT-LEN WS-CRYPT-RC
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   REWRITE TRANSCRIPT-REBUILT-RECORD
           END-READ
           .
                   MOVE SPACES TO TRX-ASSISTANT-MSG
                   MOVE WS-EXT-MESSAGE TO TRX-ASSISTANT-MSG
                   MOVE WS-LINE-TIMESTAMP TO TRX-TIMESTAMP
                   PERFORM ENCRYPT-TRANSCRIPT-TEXT
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   WRITE TRANSCRIPT-REBUILT-RECORD
                   END-WRITE
                   ADD 1 TO WS-TURNS-REBUILT
               NOT INVALID KEY
      *            The other side is already on file; the record
      *            moves to a fresh stamp before this side joins it,
      *            so no field is ever encrypted twice under one.
                   PERFORM RESTAMP-TRANSCRIPT-TEXT
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   MOVE WS-EXT-MESSAGE TO TRX-ASSISTANT-MSG
                   MOVE 2048 TO WS-CRYPT-TEXT-LEN
                   MOVE 2 TO WS-CRYPT-FIELD-NO
                   CALL "COPILOT-FIELD-ENCRYPT" USING TRX-CRYPT-STAMP
                       WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG
                       WS-CRYPT-TEXT-LEN WS-CRYPT-RC
                   IF WS-CRYPT-RC NOT = 0
                       PERFORM STOP-ON-CRYPT-FAILURE
                   END-IF
                   REWRITE TRANSCRIPT-REBUILT-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * ENCRYPT-TRANSCRIPT-TEXT: Stamp the record under the active key *
      * and encrypt its text fields; keys and timestamps stay clear.   *
      *----------------------------------------------------------------*
       ENCRYPT-TRANSCRIPT-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING TRX-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-USER-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * RESTAMP-TRANSCRIPT-TEXT: Move a record already on file to a    *
      * fresh stamp, both text fields re-keyed in place, so the side   *
      * about to be added is not encrypted under a keystream that has  *
      * already been used. The text never comes back to clear here.    *
      *----------------------------------------------------------------*
       RESTAMP-TRANSCRIPT-TEXT.
           MOVE TRX-CRYPT-STAMP TO WS-CRYPT-OLD-STAMP
           CALL "COPILOT-FIELD-NEW-STAMP" USING TRX-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-CRYPT-OLD-STAMP
               TRX-CRYPT-STAMP WS-CRYPT-FIELD-NO TRX-USER-MSG
               WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-CRYPT-OLD-STAMP
               TRX-CRYPT-STAMP WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG
               WS-CRYPT-TEXT-LEN WS-CRYPT-RC
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
           MOVE 4096 TO WS-CRYPT-TEXT-LEN
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
      * EXTRACT-SESSION-ID-MEMBER / EXTRACT-MESSAGE-MEMBER: Pull the   *
      * named member's quoted value out of the logged frame body.      *
           MOVE WS-SESS-FIRST-TS(WS-SESS-IDX)  TO RA-TIMESTAMP
           MOVE WS-SESS-LAST-REPLY(WS-SESS-IDX) TO RA-REPLY-TEXT
           MOVE SPACES TO RA-PROFILE-ID
           MOVE 0 TO RA-TEMPLATE-VERSION
           MOVE SPACES TO RA-SUPERSEDED-BY
           MOVE SPACES TO RA-IMAGE-REF
           MOVE "EN" TO RA-LANGUAGE
           MOVE SPACES TO RA-ORIGINAL-TEXT
           PERFORM ENCRYPT-ARCHIVE-TEXT
           IF WS-CRYPT-RC NOT = 0
               PERFORM STOP-ON-CRYPT-FAILURE
           END-IF

           WRITE ARCHIVE-REBUILT-RECORD
               INVALID KEY
