      * job, when the id passed is blank), so a runner can test its   *
      * consumption against a budget without re-parsing the ledger    *
      * itself.                                                       *
      *                                                                *
      * And COPILOT-USAGE-SESSION-TOTALS: the same sums for one       *
      * session id, so a caller comparing two sessions side by side   *
      * can price each one from measured figures.                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-USAGE-LEDGER.
       01  WS-SCAN-MODEL               PIC X(64)  VALUE SPACES.
       01  WS-SCAN-IN-TOK              PIC X(10)  VALUE SPACES.
       01  WS-SCAN-OUT-TOK             PIC X(10)  VALUE SPACES.
       01  WS-SUM-BY-FLAG              PIC X      VALUE "J".
           88 SUM-BY-JOB                          VALUE "J".
           88 SUM-BY-SESSION                      VALUE "S".

       01  WS-ULED-RECORD.
           05 ULED-TIMESTAMP           PIC X(21)  VALUE SPACES.
       ENTRY "COPILOT-USAGE-JOB-TOTALS" USING LS-JOB-ID
           LS-TOTAL-INPUT-TOKENS LS-TOTAL-OUTPUT-TOKENS.

           SET SUM-BY-JOB TO TRUE
           PERFORM SUM-LEDGER-TOTALS

           GOBACK
           .

       ENTRY "COPILOT-USAGE-SESSION-TOTALS" USING LS-SESSION-ID
           LS-TOTAL-INPUT-TOKENS LS-TOTAL-OUTPUT-TOKENS.

           SET SUM-BY-SESSION TO TRUE
           PERFORM SUM-LEDGER-TOTALS

           GOBACK
           .

      *----------------------------------------------------------------*
      * SUM-LEDGER-TOTALS: One pass over the ledger, summing the lines *
      * for the job or session asked about.                            *
      *----------------------------------------------------------------*
       SUM-LEDGER-TOTALS.
           MOVE 0 TO LS-TOTAL-INPUT-TOKENS
           MOVE 0 TO LS-TOTAL-OUTPUT-TOKENS

           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT USAGE-LEDGER
           IF WS-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-ONE-LEDGER-LINE

           CLOSE USAGE-LEDGER
           MOVE "00" TO WS-FILE-STATUS
           .

      *----------------------------------------------------------------*
      * SUM-ONE-LEDGER-LINE: Parse the next ledger line and, when its  *
      * job id matches the one asked about (a blank request matches    *
      * every line) or its session id matches the session asked        *
      * about, add its token counts to the running totals.             *
      *----------------------------------------------------------------*
       SUM-ONE-LEDGER-LINE.
           READ USAGE-LEDGER INTO WS-SCAN-LINE
                           WS-SCAN-MODEL WS-SCAN-IN-TOK
                           WS-SCAN-OUT-TOK
                   END-UNSTRING
                   IF (SUM-BY-JOB
                       AND (LS-JOB-ID = SPACES
                           OR WS-SCAN-JOB-ID = LS-JOB-ID))
                       OR (SUM-BY-SESSION
                           AND WS-SCAN-SESSION-ID = LS-SESSION-ID)
                       IF WS-SCAN-IN-TOK NOT = SPACES
                           ADD FUNCTION NUMVAL(WS-SCAN-IN-TOK)
                               TO LS-TOTAL-INPUT-TOKENS
