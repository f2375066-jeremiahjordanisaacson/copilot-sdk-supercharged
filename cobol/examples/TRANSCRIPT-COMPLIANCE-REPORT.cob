      * and the assistant reply wrapped to the print width -- with    *
      * page numbering and end-of-report totals. The listing is       *
      * written to TRANSCRIPT-COMPLIANCE-REPORT.TXT, ready to hand    *
      * to compliance as-is. A translation turn the runner added for  *
      * a customer's language is printed with both texts in its       *
      * block: the English answer it was made from, then the          *
      * translated text that went out.                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-COMPLIANCE-REPORT.
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of WS-SESSION-REGISTRY-RECORD in      *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
           VALUE "TRANSCRIPT-COMPLIANCE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

      *    Turn text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "TRANSCRIPT-COMPLIANCE-REPORT".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-TURN-COUNT            PIC 9(7)   VALUE 0.

       01  WS-HDR-AGENT-NAME        PIC X(64)  VALUE SPACES.

      *    Translation turns: the runner opens each with the fixed
      *    instruction below, naming the language. The prior turn's
      *    reply in the same session is the English original.
       01  WS-TRANSLATE-OPENER      PIC X(36)
           VALUE "Translate your previous answer into ".
       01  WS-PREV-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-PREV-ASSISTANT-MSG    PIC X(2048) VALUE SPACES.
       01  WS-XLT-LANGUAGE-NAME     PIC X(20)  VALUE SPACES.
       01  WS-TRANSLATION-COUNT     PIC 9(7)   VALUE 0.
       01  WS-HDR-CREATE-TS         PIC X(21)  VALUE SPACES.

       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM LOAD-SITE-CONFIG
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"

           DISPLAY "Sessions listed: " WS-SESSION-COUNT
           DISPLAY "Turns listed:    " WS-TURN-COUNT
           DISPLAY "Translations:    " WS-TRANSLATION-COUNT
           DISPLAY "Pages produced:  " WS-PAGE-NO
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       PERFORM PRINT-SESSION-HEADER
                   END-IF
                   ADD 1 TO WS-TURN-COUNT
                   PERFORM DECRYPT-TRANSCRIPT-TEXT
                   IF TRX-USER-MSG(1:36) = WS-TRANSLATE-OPENER
                       PERFORM PRINT-TRANSLATION-BLOCK
                   ELSE
                       PERFORM PRINT-TURN-BLOCK
                   END-IF
                   MOVE TRX-SESSION-ID TO WS-PREV-SESSION-ID
                   MOVE TRX-ASSISTANT-MSG TO WS-PREV-ASSISTANT-MSG
           END-READ
           .

      *----------------------------------------------------------------*
      * DECRYPT-TRANSCRIPT-TEXT: Both turn fields back to clear after *
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

      *----------------------------------------------------------------*
      * PRINT-SESSION-HEADER: Look the session up in the registry for  *
      * its agent name and create timestamp, then print the header.    *
           PERFORM PRINT-WRAPPED-TEXT
           .

      *----------------------------------------------------------------*
      * PRINT-TRANSLATION-BLOCK: A translation turn -- the instruction *
      * as sent, then the English original (the session's previous     *
      * reply) and the translated text, each labelled.                 *
      *----------------------------------------------------------------*
       PRINT-TRANSLATION-BLOCK.
           ADD 1 TO WS-TRANSLATION-COUNT
           MOVE SPACES TO WS-XLT-LANGUAGE-NAME
           UNSTRING TRX-USER-MSG(37:) DELIMITED BY "."
               INTO WS-XLT-LANGUAGE-NAME
           END-UNSTRING

           PERFORM WRITE-BLANK-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Turn " TRX-TURN-NO
               "   at " FUNCTION TRIM(TRX-TIMESTAMP)
               "   TRANSLATION INTO "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XLT-LANGUAGE-NAME))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "  User:   " TO WS-WRAP-PREFIX
           MOVE TRX-USER-MSG TO WS-WRAP-TEXT
           PERFORM PRINT-WRAPPED-TEXT

           MOVE "  English:" TO WS-WRAP-PREFIX
           IF TRX-SESSION-ID = WS-PREV-SESSION-ID
               MOVE WS-PREV-ASSISTANT-MSG TO WS-WRAP-TEXT
           ELSE
               MOVE SPACES TO WS-WRAP-TEXT
           END-IF
           PERFORM PRINT-WRAPPED-TEXT

           MOVE "  Transl.:" TO WS-WRAP-PREFIX
           MOVE TRX-ASSISTANT-MSG TO WS-WRAP-TEXT
           PERFORM PRINT-WRAPPED-TEXT
           .

      *----------------------------------------------------------------*
      * PRINT-WRAPPED-TEXT: Print WS-WRAP-TEXT in print-width slices,  *
      * the first slice behind WS-WRAP-PREFIX and continuation slices  *
           STRING
               "End of report.  Sessions: " WS-SESSION-COUNT
               "   Turns: " WS-TURN-COUNT
               "   Translations: " WS-TRANSLATION-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
