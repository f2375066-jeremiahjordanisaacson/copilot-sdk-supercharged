      *================================================================*
      * COPILOT-CANCEL-CHECK.cob                                       *
      * Owns the operator cancel-request file CANCEL-REQUEST.DAT, an   *
      * indexed file keyed by the target an operator wants stopped:    *
      * either a prompt id or a session id. OPS-STATUS-CONSOLE files   *
      * and withdraws the requests; COPILOT-SESSION polls the file     *
      * from its event wait loop and aborts the generation when its    *
      * own session or prompt has a request pending; the queue runner  *
      * asks whether a cancelled prompt has since been released for    *
      * another attempt.                                               *
      *                                                                *
      * A request moves PENDING -> APPLIED when the wait loop acts on  *
      * it, and to RELEASED when an operator lets the prompt run       *
      * again. A session-keyed request that is applied also leaves an  *
      * APPLIED record under the prompt id it stopped, so the prompt   *
      * can be released by its own id afterwards.                      *
      *                                                                *
      * Entries:                                                       *
      *   COPILOT-CHECK-CANCEL     is a cancel pending for this        *
      *                            session or prompt (marks it         *
      *                            APPLIED and hands back who asked    *
      *                            and why)                            *
      *   COPILOT-CANCEL-RELEASED  has the prompt's cancel been        *
      *                            released by an operator             *
      *   COPILOT-REQUEST-CANCEL   file a PENDING request              *
      *   COPILOT-RELEASE-CANCEL   release an applied request, or      *
      *                            withdraw one still pending          *
      *   COPILOT-COUNT-CANCELS    requests still pending              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-CANCEL-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-REQUEST ASSIGN TO WS-CXR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-TARGET
               FILE STATUS IS WS-CXR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCEL-REQUEST.
       01  CANCEL-REQUEST-RECORD.
           05 CXR-TARGET            PIC X(64).
           05 CXR-KIND              PIC X(8).
               88 CXR-KIND-PROMPT               VALUE "PROMPT".
               88 CXR-KIND-SESSION              VALUE "SESSION".
           05 CXR-STATUS            PIC X(8).
               88 CXR-STATUS-PENDING            VALUE "PENDING".
               88 CXR-STATUS-APPLIED            VALUE "APPLIED".
               88 CXR-STATUS-RELEASED           VALUE "RELEASED".
           05 CXR-OPERATOR-ID       PIC X(8).
           05 CXR-REASON            PIC X(64).
           05 CXR-REQUESTED-AT      PIC X(21).
           05 CXR-APPLIED-PROMPT-ID PIC X(20).
           05 CXR-APPLIED-SESSION-ID PIC X(64).
           05 CXR-APPLIED-AT        PIC X(21).
           05 CXR-RELEASED-BY       PIC X(8).
           05 CXR-RELEASED-AT       PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CXR-FILE-NAME         PIC X(64)
           VALUE "CANCEL-REQUEST.DAT".
       01  WS-CXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-FOUND-SWITCH          PIC 9      VALUE 0.
           88 CANCEL-FOUND                     VALUE 1.
           88 CANCEL-NOT-FOUND                 VALUE 0.
       01  WS-HOLD-RECORD           PIC X(307) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SESSION-ID            PIC X(64).
       01  LS-PROMPT-ID             PIC X(20).
       01  LS-CANCEL-FLAG           PIC 9.
       01  LS-OPERATOR-ID           PIC X(8).
       01  LS-REASON                PIC X(64).
       01  LS-TARGET                PIC X(64).
       01  LS-TARGET-KIND           PIC X(8).
       01  LS-PENDING-COUNT         PIC 9(5).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * CHECK-CANCEL: Look for a PENDING request against the prompt    *
      * id, then the session id. One found is marked APPLIED here, so  *
      * it is acted on exactly once.                                   *
      * Input:  LS-SESSION-ID, LS-PROMPT-ID (either may be spaces)     *
      * Output: LS-CANCEL-FLAG (1 = abort now), LS-OPERATOR-ID,        *
      *         LS-REASON                                              *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-CHECK-CANCEL" USING LS-SESSION-ID LS-PROMPT-ID
           LS-CANCEL-FLAG LS-OPERATOR-ID LS-REASON.

           MOVE 0 TO LS-CANCEL-FLAG
           MOVE SPACES TO LS-OPERATOR-ID
           MOVE SPACES TO LS-REASON

           OPEN I-O CANCEL-REQUEST
           IF WS-CXR-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           SET CANCEL-NOT-FOUND TO TRUE
           IF LS-PROMPT-ID NOT = SPACES
               MOVE LS-PROMPT-ID TO CXR-TARGET
               PERFORM READ-PENDING-CANCEL
           END-IF
           IF CANCEL-NOT-FOUND AND LS-SESSION-ID NOT = SPACES
               MOVE LS-SESSION-ID TO CXR-TARGET
               PERFORM READ-PENDING-CANCEL
           END-IF

           IF CANCEL-FOUND
               PERFORM APPLY-PENDING-CANCEL
               MOVE 1 TO LS-CANCEL-FLAG
               MOVE CXR-OPERATOR-ID TO LS-OPERATOR-ID
               MOVE CXR-REASON TO LS-REASON
           END-IF

           CLOSE CANCEL-REQUEST
           GOBACK
           .

      *----------------------------------------------------------------*
      * CANCEL-RELEASED: Whether the prompt's cancel has been released *
      * by an operator, so that restart may send it again.             *
      * Input:  LS-PROMPT-ID                                           *
      * Output: LS-CANCEL-FLAG (1 = released)                          *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-CANCEL-RELEASED" USING LS-PROMPT-ID
           LS-CANCEL-FLAG.

           MOVE 0 TO LS-CANCEL-FLAG

           OPEN INPUT CANCEL-REQUEST
           IF WS-CXR-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LS-PROMPT-ID TO CXR-TARGET
           READ CANCEL-REQUEST
               INVALID KEY
                   MOVE SPACES TO CXR-STATUS
           END-READ
           IF CXR-STATUS-RELEASED
               MOVE 1 TO LS-CANCEL-FLAG
           END-IF

           CLOSE CANCEL-REQUEST
           GOBACK
           .

      *----------------------------------------------------------------*
      * REQUEST-CANCEL: File a PENDING cancel against a prompt or a    *
      * session. A target already pending is left as it is.            *
      * Input:  LS-TARGET, LS-TARGET-KIND, LS-OPERATOR-ID, LS-REASON   *
      * Output: LS-RETURN-CODE (0 = filed, 4 = already pending,        *
      *         8 = file could not be opened or written)               *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-REQUEST-CANCEL" USING LS-TARGET LS-TARGET-KIND
           LS-OPERATOR-ID LS-REASON LS-RETURN-CODE.

           MOVE 0 TO LS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM OPEN-CANCEL-FILE-I-O
           IF WS-CXR-FILE-STATUS NOT = "00"
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

           SET CANCEL-FOUND TO TRUE
           MOVE LS-TARGET TO CXR-TARGET
           READ CANCEL-REQUEST
               INVALID KEY
                   SET CANCEL-NOT-FOUND TO TRUE
           END-READ

           IF CANCEL-FOUND AND CXR-STATUS-PENDING
               MOVE 4 TO LS-RETURN-CODE
               CLOSE CANCEL-REQUEST
               GOBACK
           END-IF

           MOVE SPACES TO CANCEL-REQUEST-RECORD
           MOVE LS-TARGET TO CXR-TARGET
           MOVE LS-TARGET-KIND TO CXR-KIND
           SET CXR-STATUS-PENDING TO TRUE
           MOVE LS-OPERATOR-ID TO CXR-OPERATOR-ID
           MOVE LS-REASON TO CXR-REASON
           MOVE WS-TODAY-DATE TO CXR-REQUESTED-AT
           WRITE CANCEL-REQUEST-RECORD
               INVALID KEY
                   REWRITE CANCEL-REQUEST-RECORD
           END-WRITE
           IF WS-CXR-FILE-STATUS NOT = "00"
               MOVE 8 TO LS-RETURN-CODE
           END-IF

           CLOSE CANCEL-REQUEST
           GOBACK
           .

      *----------------------------------------------------------------*
      * RELEASE-CANCEL: Mark a target's request RELEASED -- an applied *
      * cancel lets the prompt run again on restart; a pending one is  *
      * withdrawn before the wait loop acts on it.                     *
      * Input:  LS-TARGET, LS-OPERATOR-ID                              *
      * Output: LS-RETURN-CODE (0 = released, 4 = nothing to release,  *
      *         8 = file could not be opened or rewritten)             *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-RELEASE-CANCEL" USING LS-TARGET LS-OPERATOR-ID
           LS-RETURN-CODE.

           MOVE 0 TO LS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM OPEN-CANCEL-FILE-I-O
           IF WS-CXR-FILE-STATUS NOT = "00"
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

           SET CANCEL-FOUND TO TRUE
           MOVE LS-TARGET TO CXR-TARGET
           READ CANCEL-REQUEST
               INVALID KEY
                   SET CANCEL-NOT-FOUND TO TRUE
           END-READ

           IF CANCEL-NOT-FOUND OR CXR-STATUS-RELEASED
               MOVE 4 TO LS-RETURN-CODE
               CLOSE CANCEL-REQUEST
               GOBACK
           END-IF

           SET CXR-STATUS-RELEASED TO TRUE
           MOVE LS-OPERATOR-ID TO CXR-RELEASED-BY
           MOVE WS-TODAY-DATE TO CXR-RELEASED-AT
           REWRITE CANCEL-REQUEST-RECORD
           IF WS-CXR-FILE-STATUS NOT = "00"
               MOVE 8 TO LS-RETURN-CODE
           END-IF

           CLOSE CANCEL-REQUEST
           GOBACK
           .

      *----------------------------------------------------------------*
      * COUNT-CANCELS: How many requests are still waiting to be       *
      * acted on.                                                      *
      * Output: LS-PENDING-COUNT                                       *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-COUNT-CANCELS" USING LS-PENDING-COUNT.

           MOVE 0 TO LS-PENDING-COUNT

           OPEN INPUT CANCEL-REQUEST
           IF WS-CXR-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM COUNT-ONE-CANCEL
               UNTIL WS-CXR-FILE-STATUS NOT = "00"

           CLOSE CANCEL-REQUEST
           GOBACK
           .

      *----------------------------------------------------------------*
      * OPEN-CANCEL-FILE-I-O: Open for update, creating the file the   *
      * first time a request is filed.                                 *
      *----------------------------------------------------------------*
       OPEN-CANCEL-FILE-I-O.
           OPEN I-O CANCEL-REQUEST
           IF WS-CXR-FILE-STATUS = "35"
               OPEN OUTPUT CANCEL-REQUEST
               CLOSE CANCEL-REQUEST
               OPEN I-O CANCEL-REQUEST
           END-IF
           .

      *----------------------------------------------------------------*
      * READ-PENDING-CANCEL: Read CXR-TARGET and keep it only when it  *
      * is still PENDING.                                              *
      *----------------------------------------------------------------*
       READ-PENDING-CANCEL.
           SET CANCEL-FOUND TO TRUE
           READ CANCEL-REQUEST
               INVALID KEY
                   SET CANCEL-NOT-FOUND TO TRUE
           END-READ
           IF CANCEL-FOUND AND NOT CXR-STATUS-PENDING
               SET CANCEL-NOT-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * APPLY-PENDING-CANCEL: Mark the request APPLIED against the     *
      * prompt and session it stopped. A session-keyed request also    *
      * files an APPLIED record under the prompt id, which is what a   *
      * later release of the prompt is made against.                   *
      *----------------------------------------------------------------*
       APPLY-PENDING-CANCEL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           SET CXR-STATUS-APPLIED TO TRUE
           MOVE LS-PROMPT-ID TO CXR-APPLIED-PROMPT-ID
           MOVE LS-SESSION-ID TO CXR-APPLIED-SESSION-ID
           MOVE WS-TODAY-DATE TO CXR-APPLIED-AT
           REWRITE CANCEL-REQUEST-RECORD

           IF CXR-KIND-SESSION AND LS-PROMPT-ID NOT = SPACES
               MOVE CANCEL-REQUEST-RECORD TO WS-HOLD-RECORD
               MOVE LS-PROMPT-ID TO CXR-TARGET
               SET CXR-KIND-PROMPT TO TRUE
               WRITE CANCEL-REQUEST-RECORD
                   INVALID KEY
                       REWRITE CANCEL-REQUEST-RECORD
               END-WRITE
               MOVE WS-HOLD-RECORD TO CANCEL-REQUEST-RECORD
           END-IF
           .

       COUNT-ONE-CANCEL.
           READ CANCEL-REQUEST NEXT RECORD
               AT END
                   MOVE "10" TO WS-CXR-FILE-STATUS
               NOT AT END
                   IF CXR-STATUS-PENDING
                       ADD 1 TO LS-PENDING-COUNT
                   END-IF
           END-READ
           .

       STOP RUN.
