           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Manual review queue entry for one exit-plan-mode request:     *
      *    written PENDING when the plan is queued, then rewritten by    *
       01  WS-TRX-FILE-STATUS       PIC XX      VALUE "00".
       01  WS-RECAP-PTR             PIC 9(5)    VALUE 1.
       01  WS-RECAP-TURN-COUNT      PIC 9(10)   VALUE 0.
      *    Message-text encryption at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-FIELD-NO        PIC 9       VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)    VALUE 2048.
       01  WS-CRYPT-RC              PIC S9(4)   VALUE 0.

       01  WS-EPMR-FILE-NAME        PIC X(64)
           VALUE "EPM-REVIEW.DAT".

           PERFORM LOAD-SITE-CONFIG

      *    A program that has not settled its own clear-text standing
      *    is judged as the batch job it runs under.
           CALL "COPILOT-CRYPT-JOB-DEFAULT" USING WS-CLI-JOB-ID
               WS-CRYPT-RC

           IF WS-CLI-PATH = SPACES AND WS-CLI-URL = SPACES
               MOVE "copilot" TO WS-CLI-PATH
           END-IF
           MOVE LS-TRX-ASSISTANT-MSG TO TRX-ASSISTANT-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE        TO TRX-TIMESTAMP
           PERFORM ENCRYPT-TRANSCRIPT-TEXT

      *    A turn that cannot be encrypted is neither written nor
      *    spooled -- never kept in clear.
           IF WS-CRYPT-RC NOT = 0
               IF WS-TRX-FILE-STATUS = "00"
                   CLOSE TRANSCRIPT-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK
               MOVE "Transcript not recorded: field encryption failed"
                   TO WS-LAST-ERROR
               MOVE -4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRX-FILE-STATUS NOT = "00"
               MOVE "TRX" TO OVFL-TARGET-TAG
           MOVE 0 TO WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * ENCRYPT-TRANSCRIPT-TEXT: Stamp the record under the active key *
      * and encrypt both message fields in place; the key and the      *
      * timestamp stay clear. The spooled image carries the same       *
      * cipher text, so an overflow record is never clear either.      *
      * WS-CRYPT-RC is non-zero when the turn cannot be encrypted.     *
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
      * DECRYPT-TRANSCRIPT-TEXT: The reverse, after a READ. Without    *
      * clear-text authority each field comes back as the refusal      *
      * notice instead.                                                *
      *----------------------------------------------------------------*
       DECRYPT-TRANSCRIPT-TEXT.
           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-USER-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING TRX-CRYPT-STAMP
               WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * OPEN-TRANSCRIPT-GUARDED: Transcript-file open with the same    *
      * bounded busy-status retry as the registry.                     *
                       MOVE "10" TO WS-TRX-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-RECAP-TURN-COUNT
                       PERFORM DECRYPT-TRANSCRIPT-TEXT
                       STRING
                           "Turn " TRX-TURN-NO ": "
                           FUNCTION TRIM(TRX-USER-MSG) " -> "
