           05 SCR-STATUS            PIC X(10).
           05 SCR-EDITED-TEXT       PIC X(4096).
           05 SCR-TIMESTAMP         PIC X(21).
           05 SCR-CRYPT-STAMP.
               10 SCR-CRYPT-KEY-ID  PIC X(8).
               10 SCR-CRYPT-SALT    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SCR-FILE-NAME         PIC X(64)
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.

      *    Parked text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Outbound Screening Review Console ==="
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
               DISPLAY "Note: you are not authorised for clear prompt"
                   " text; parked prompts can be listed but not"
                   " decided."
           END-IF

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

               EXIT PARAGRAPH
           END-IF

      *    Nobody decides on text they were not allowed to read.
           PERFORM DECRYPT-SCREEN-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Prompt text:  " FUNCTION TRIM(SCR-PROMPT-TEXT)
               DISPLAY "Clear text not available; leaving PENDING."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Matched term: " FUNCTION TRIM(SCR-MATCHED-TERM)
           DISPLAY "Prompt text:  " FUNCTION TRIM(SCR-PROMPT-TEXT)
           DISPLAY "Approve, edit, or reject? (a/e/r): "
                   EXIT PARAGRAPH
           END-EVALUATE

      *    Never rewritten in clear.
           PERFORM ENCRYPT-SCREEN-TEXT
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "ERROR: field encryption failed; decision not"
                   " recorded, leaving PENDING."
               EXIT PARAGRAPH
           END-IF
           REWRITE SCREEN-HOLD-RECORD
           DISPLAY "Decision recorded: " FUNCTION TRIM(SCR-STATUS)
           .

      *----------------------------------------------------------------*
      * ENCRYPT-SCREEN-TEXT: Stamp the record under the active key     *
      * and encrypt its text fields; keys and timestamps stay clear.   *
      *----------------------------------------------------------------*
       ENCRYPT-SCREEN-TEXT.
           CALL "COPILOT-FIELD-NEW-STAMP" USING SCR-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-PROMPT-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-ENCRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * DECRYPT-SCREEN-TEXT: Both text fields back to clear after a    *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-SCREEN-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING SCR-CRYPT-STAMP
               WS-CRYPT-FIELD-NO SCR-PROMPT-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING SCR-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO SCR-EDITED-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .
