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

       FD  MF-RESULTS-OUT.
       01  MF-RESULTS-OUT-RECORD    PIC X(4051).

       01  WS-WANTED-JOB-ID         PIC X(20)  VALUE SPACES.

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "MAINFRAME-RESULTS-EXPORT".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

      *    The agreed export layout, built native then translated.
       01  WS-EXPORT-RECORD.
           05 EXP-PROMPT-ID         PIC X(20).
           DISPLAY "=== Mainframe Results Export ==="
           DISPLAY " "

           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF

           DISPLAY "Job id to export (blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-WANTED-JOB-ID
           .

       BUILD-AND-WRITE-EXPORT.
           PERFORM DECRYPT-ARCHIVE-TEXT
           MOVE SPACES TO WS-EXPORT-RECORD
           MOVE RA-PROMPT-ID TO EXP-PROMPT-ID
           MOVE RA-STATUS    TO EXP-STATUS
           PERFORM TRANSLATE-AND-WRITE
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-ARCHIVE-TEXT.
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
      * WRITE-TRAILER-RECORD: The balancing totals the mainframe side  *
      * checks its receive against.                                    *
