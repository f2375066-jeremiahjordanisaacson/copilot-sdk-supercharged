      * RESULTS-MASTER-WRITE   appends the next attempt for a prompt *
      *                        id with its status, session id, and    *
      *                        detail text.                           *
      * RESULTS-MASTER-WRITE-VERSION  the same, stamping the attempt  *
      *                        with the template version its prompt   *
      *                        was expanded from (000 for a literal   *
      *                        prompt or pre-versioning wording).     *
      * RESULTS-MASTER-WRITE-FED  the same again, also naming the     *
      *                        upstream prompt id whose reply fed the *
      *                        prompt's parameters, so a pipeline can *
      *                        be traced back link by link.           *
      * RESULTS-MASTER-WRITE-REQUEST  the same again, also keeping    *
      *                        the id of the last request sent to the *
      *                        CLI for the attempt, so a reply that   *
      *                        arrives after its wait gave up can be  *
      *                        matched back to it.                    *
      * RESULTS-MASTER-LATEST  answers the latest attempt's status,   *
      *                        the attempt count, session id, and     *
      *                        detail; return code -1 when the        *
      *                        prompt id has no attempt on file.      *
      * RESULTS-MASTER-FED-BY  answers the upstream prompt id the     *
      *                        latest attempt was fed by (spaces when *
      *                        none); return code -1 when the prompt  *
      *                        id has no attempt on file.             *
      * RESULTS-MASTER-PRESENT answers 0 when the master exists at    *
      *                        all, -1 when it has never been cut --  *
      *                        the signal for a caller to fall back   *
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
      *    JSON-RPC id of the attempt's last request to the CLI (0
      *    when not recorded); with RM-SESSION-ID it identifies the
      *    exchange a late reply belongs to.
           05 RM-REQUEST-ID         PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-RM-FILE-NAME          PIC X(64)
       01  WS-HELD-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-HELD-SESSION          PIC X(64)  VALUE SPACES.
       01  WS-HELD-DETAIL           PIC X(256) VALUE SPACES.
       01  WS-HELD-FED-BY           PIC X(20)  VALUE SPACES.
       01  WS-WRITE-VERSION         PIC 9(3)   VALUE 0.
       01  WS-WRITE-FED-BY          PIC X(20)  VALUE SPACES.
       01  WS-WRITE-REQUEST-ID      PIC 9(10)  VALUE 0.

       LINKAGE SECTION.
       01  LS-PROMPT-ID             PIC X(20).
       01  LS-SESSION-ID            PIC X(64).
       01  LS-DETAIL                PIC X(256).
       01  LS-ATTEMPT-COUNT         PIC 9(3).
       01  LS-TEMPLATE-VERSION      PIC 9(3).
       01  LS-FED-BY                PIC X(20).
       01  LS-REQUEST-ID            PIC 9(10).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.
       ENTRY "RESULTS-MASTER-WRITE" USING LS-PROMPT-ID LS-STATUS
           LS-SESSION-ID LS-DETAIL LS-RETURN-CODE.

           MOVE 0 TO WS-WRITE-VERSION
           MOVE SPACES TO WS-WRITE-FED-BY
           MOVE 0 TO WS-WRITE-REQUEST-ID
           PERFORM WRITE-NEXT-ATTEMPT
           GOBACK
           .

       ENTRY "RESULTS-MASTER-WRITE-VERSION" USING LS-PROMPT-ID
           LS-STATUS LS-SESSION-ID LS-DETAIL LS-TEMPLATE-VERSION
           LS-RETURN-CODE.

           MOVE LS-TEMPLATE-VERSION TO WS-WRITE-VERSION
           MOVE SPACES TO WS-WRITE-FED-BY
           MOVE 0 TO WS-WRITE-REQUEST-ID
           PERFORM WRITE-NEXT-ATTEMPT
           GOBACK
           .

       ENTRY "RESULTS-MASTER-WRITE-FED" USING LS-PROMPT-ID
           LS-STATUS LS-SESSION-ID LS-DETAIL LS-TEMPLATE-VERSION
           LS-FED-BY LS-RETURN-CODE.

           MOVE LS-TEMPLATE-VERSION TO WS-WRITE-VERSION
           MOVE LS-FED-BY TO WS-WRITE-FED-BY
           MOVE 0 TO WS-WRITE-REQUEST-ID
           PERFORM WRITE-NEXT-ATTEMPT
           GOBACK
           .

       ENTRY "RESULTS-MASTER-WRITE-REQUEST" USING LS-PROMPT-ID
           LS-STATUS LS-SESSION-ID LS-DETAIL LS-TEMPLATE-VERSION
           LS-FED-BY LS-REQUEST-ID LS-RETURN-CODE.

           MOVE LS-TEMPLATE-VERSION TO WS-WRITE-VERSION
           MOVE LS-FED-BY TO WS-WRITE-FED-BY
           MOVE LS-REQUEST-ID TO WS-WRITE-REQUEST-ID
           PERFORM WRITE-NEXT-ATTEMPT
           GOBACK
           .

           GOBACK
           .

       ENTRY "RESULTS-MASTER-FED-BY" USING LS-PROMPT-ID LS-FED-BY
           LS-RETURN-CODE.

           MOVE SPACES TO LS-FED-BY
           MOVE -1 TO LS-RETURN-CODE

           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM FIND-LAST-ATTEMPT

           CLOSE RESULTS-MASTER

           IF WS-LAST-ATTEMPT > 0
               MOVE WS-HELD-FED-BY TO LS-FED-BY
               MOVE 0 TO LS-RETURN-CODE
           END-IF

           GOBACK
           .

       ENTRY "RESULTS-MASTER-PRESENT" USING LS-RETURN-CODE.

           MOVE -1 TO LS-RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * WRITE-NEXT-ATTEMPT: Append the prompt's next attempt number    *
      * with the caller's fields, WS-WRITE-VERSION, the feeding        *
      * prompt id in WS-WRITE-FED-BY and WS-WRITE-REQUEST-ID.          *
      *----------------------------------------------------------------*
       WRITE-NEXT-ATTEMPT.
           MOVE -1 TO LS-RETURN-CODE

           OPEN I-O RESULTS-MASTER
           IF WS-RM-FILE-STATUS = "35"
               OPEN OUTPUT RESULTS-MASTER
               CLOSE RESULTS-MASTER
               OPEN I-O RESULTS-MASTER
           END-IF
           IF WS-RM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-ATTEMPT

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE LS-PROMPT-ID TO RM-PROMPT-ID
           COMPUTE RM-ATTEMPT-NO = WS-LAST-ATTEMPT + 1
           MOVE LS-STATUS     TO RM-STATUS
           MOVE LS-SESSION-ID TO RM-SESSION-ID
           MOVE WS-TODAY-DATE TO RM-TIMESTAMP
           MOVE LS-DETAIL     TO RM-DETAIL
           MOVE WS-WRITE-VERSION TO RM-TEMPLATE-VERSION
           MOVE WS-WRITE-FED-BY  TO RM-FED-BY
           MOVE WS-WRITE-REQUEST-ID TO RM-REQUEST-ID

           WRITE RESULTS-MASTER-RECORD
               INVALID KEY
                   REWRITE RESULTS-MASTER-RECORD
           END-WRITE

           CLOSE RESULTS-MASTER
           MOVE 0 TO LS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * FIND-LAST-ATTEMPT: Keyed probes up the dense attempt sequence  *
      * until the first missing number; the record before it is the    *
           MOVE SPACES TO WS-HELD-STATUS
           MOVE SPACES TO WS-HELD-SESSION
           MOVE SPACES TO WS-HELD-DETAIL
           MOVE SPACES TO WS-HELD-FED-BY
           SET PROBE-HIT TO TRUE
           MOVE 0 TO WS-PROBE-ATTEMPT

                   MOVE RM-STATUS     TO WS-HELD-STATUS
                   MOVE RM-SESSION-ID TO WS-HELD-SESSION
                   MOVE RM-DETAIL     TO WS-HELD-DETAIL
                   MOVE RM-FED-BY     TO WS-HELD-FED-BY
           END-READ
           .

