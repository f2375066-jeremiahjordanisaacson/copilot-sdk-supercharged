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

      *    Field-for-field match of WS-TRANSCRIPT-RECORD in            *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP        PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, this program opens the
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.

      *    Conversation text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

      *    Parsed fields of one cross-reference line.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
           DISPLAY "=== Business-Key Activity Console ==="
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
               DISPLAY "Note: you are not authorised for clear"
                   " conversation text; replies and transcripts are"
                   " shown masked."
           END-IF

           PERFORM LOAD-MIRROR-CONFIG

           PERFORM CONSOLE-LOOP
               INVALID KEY
                   DISPLAY "  (no archived reply for this prompt)"
               NOT INVALID KEY
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   DISPLAY "  Reply (" FUNCTION TRIM(RA-STATUS) "): "
                       FUNCTION TRIM(RA-REPLY-TEXT)
           END-READ
           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-ARCHIVE-TEXT.
           MOVE 4096 TO WS-CRYPT-TEXT-LEN
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
      * CHECK-SESSION-ALREADY-SHOWN: Track the sessions whose          *
      * transcript was already walked for this key.                    *
                   IF TRX-SESSION-ID NOT = WS-BXR-SESSION-ID
                       MOVE "10" TO WS-TRX-FILE-STATUS
                   ELSE
                       PERFORM DECRYPT-TRANSCRIPT-TEXT
                       DISPLAY "  Turn " TRX-TURN-NO " ("
                           FUNCTION TRIM(TRX-TIMESTAMP) ")"
                       DISPLAY "    User:      "
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * DECRYPT-TRANSCRIPT-TEXT: Both turn fields back to clear after  *
      * a READ; WS-CRYPT-RC is non-zero when they may not be shown.    *
      *----------------------------------------------------------------*
       DECRYPT-TRANSCRIPT-TEXT.
           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-USER-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .
