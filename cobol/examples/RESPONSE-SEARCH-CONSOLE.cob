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

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, this program opens the
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)  VALUE SPACES.
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Response Archive Search Console ==="
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID    TO WS-CRYPT-REQUESTOR
           MOVE WS-OPERATOR-LEVEL TO WS-CRYPT-LEVEL
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Note: you are not authorised for clear reply"
                   " text; replies are shown masked and text search"
                   " finds nothing."
           END-IF

           PERFORM LOAD-MIRROR-CONFIG

           PERFORM CONSOLE-LOOP
               INVALID KEY
                   DISPLAY "No archived reply for that prompt id."
               NOT INVALID KEY
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   PERFORM DISPLAY-ONE-ARCHIVE-RECORD
           END-READ

                   IF RA-TIMESTAMP(1:8) >= WS-USER-FROM-DATE
                       AND RA-TIMESTAMP(1:8) <= WS-USER-TO-DATE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM DECRYPT-ARCHIVE-TEXT
                       PERFORM DISPLAY-ONE-ARCHIVE-RECORD
                   END-IF
           END-READ
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   PERFORM DECRYPT-ARCHIVE-TEXT
                   PERFORM FIND-TEXT-IN-REPLY
                   IF WS-FOUND-POS > 0
                       ADD 1 TO WS-MATCH-COUNT
           END-PERFORM
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
      * DISPLAY-ONE-ARCHIVE-RECORD: Show one archive record in full.   *
      *----------------------------------------------------------------*
