      *================================================================*
      * EXPRESS-LANE-INQUIRY.cob                                       *
      * The online side of the express lane. CALLed by an online       *
      * program with the requestor, an optional business key, and the  *
      * inquiry text: writes a PENDING request into the indexed        *
      * EXPRESS-REQUEST.DAT for EXPRESS-LANE-SERVER, then waits up to  *
      * the given number of seconds (60 when zero) for the matching    *
      * EXPRESS-REPLY.DAT record and hands back its status and text.   *
      * A caller that gives up withdraws a request the server has not  *
      * yet taken, so no answer is generated for nobody.               *
      *                                                                *
      * Return code 0 is an OK reply, 4 a reply of any other status    *
      * (ERROR, or QUIESCED / CLOSED when the lane is turning work     *
      * away), -1 a request that could not be written, and -2 a wait   *
      * that ran out (status TIMEOUT).                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRESS-LANE-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPRESS-REQUEST ASSIGN TO WS-XRQ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRQ-REQUEST-ID
               FILE STATUS IS WS-XRQ-FILE-STATUS.
           SELECT EXPRESS-REPLY ASSIGN TO WS-XRP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRP-REQUEST-ID
               FILE STATUS IS WS-XRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the request record in
      *    EXPRESS-LANE-SERVER -- keep the two in sync by hand.
       FD  EXPRESS-REQUEST.
       01  EXPRESS-REQUEST-RECORD.
           05 XRQ-REQUEST-ID        PIC X(20).
           05 XRQ-REQUESTOR         PIC X(8).
           05 XRQ-BUSINESS-KEY      PIC X(20).
           05 XRQ-SUBMITTED         PIC X(14).
           05 XRQ-STATE             PIC X(10).
               88 XRQ-PENDING                   VALUE "PENDING".
               88 XRQ-WITHDRAWN                 VALUE "WITHDRAWN".
           05 XRQ-PROMPT-TEXT       PIC X(1024).

      *    Field-for-field match of the reply record in
      *    EXPRESS-LANE-SERVER -- keep the two in sync by hand.
       FD  EXPRESS-REPLY.
       01  EXPRESS-REPLY-RECORD.
           05 XRP-REQUEST-ID        PIC X(20).
           05 XRP-STATUS            PIC X(10).
           05 XRP-SESSION-ID        PIC X(64).
           05 XRP-TURN-NO           PIC 9(10).
           05 XRP-ANSWERED          PIC X(14).
           05 XRP-REPLY-TEXT        PIC X(4096).

       WORKING-STORAGE SECTION.
       01  WS-XRQ-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-REQUEST.DAT".
       01  WS-XRQ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XRP-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-REPLY.DAT".
       01  WS-XRP-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-REQUEST-ID            PIC X(20)  VALUE SPACES.
       01  WS-ID-SUFFIX             PIC 9(2)   VALUE 0.
       01  WS-WRITTEN-FLAG          PIC 9      VALUE 0.
           88 REQUEST-WAS-WRITTEN              VALUE 1.
           88 REQUEST-NOT-WRITTEN              VALUE 0.
       01  WS-OPEN-TRIES            PIC 9(2)   VALUE 0.

       01  WS-WAIT-LIMIT            PIC 9(3)   VALUE 60.
       01  WS-WAITED-SECS           PIC 9(3)   VALUE 0.
       01  WS-REPLY-FOUND-FLAG      PIC 9      VALUE 0.
           88 REPLY-WAS-FOUND                  VALUE 1.
           88 REPLY-NOT-FOUND                  VALUE 0.

       LINKAGE SECTION.
       01  LS-REQUESTOR             PIC X(8).
       01  LS-BUSINESS-KEY          PIC X(20).
       01  LS-PROMPT-TEXT           PIC X(1024).
       01  LS-WAIT-SECS             PIC 9(3).
       01  LS-REPLY-STATUS          PIC X(10).
       01  LS-REPLY-TEXT            PIC X(4096).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION USING LS-REQUESTOR LS-BUSINESS-KEY
           LS-PROMPT-TEXT LS-WAIT-SECS LS-REPLY-STATUS LS-REPLY-TEXT
           LS-RETURN-CODE.
       MAIN-INQUIRY.
           MOVE SPACES TO LS-REPLY-STATUS
           MOVE SPACES TO LS-REPLY-TEXT

           MOVE LS-WAIT-SECS TO WS-WAIT-LIMIT
           IF WS-WAIT-LIMIT = 0
               MOVE 60 TO WS-WAIT-LIMIT
           END-IF

           PERFORM WRITE-EXPRESS-REQUEST
           IF REQUEST-NOT-WRITTEN
               MOVE "ERROR" TO LS-REPLY-STATUS
               MOVE "Express request could not be written."
                   TO LS-REPLY-TEXT
               MOVE -1 TO LS-RETURN-CODE
               GOBACK
           END-IF

           SET REPLY-NOT-FOUND TO TRUE
           MOVE 0 TO WS-WAITED-SECS
           PERFORM POLL-FOR-REPLY
               UNTIL REPLY-WAS-FOUND
               OR WS-WAITED-SECS >= WS-WAIT-LIMIT

           IF REPLY-NOT-FOUND
               PERFORM WITHDRAW-EXPRESS-REQUEST
               MOVE "TIMEOUT" TO LS-REPLY-STATUS
               MOVE "No express reply within the wait allowed."
                   TO LS-REPLY-TEXT
               MOVE -2 TO LS-RETURN-CODE
               GOBACK
           END-IF

           MOVE XRP-STATUS     TO LS-REPLY-STATUS
           MOVE XRP-REPLY-TEXT TO LS-REPLY-TEXT
           IF XRP-STATUS = "OK"
               MOVE 0 TO LS-RETURN-CODE
           ELSE
               MOVE 4 TO LS-RETURN-CODE
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------*
      * WRITE-EXPRESS-REQUEST: Add the PENDING request under an id     *
      * built from the clock, stepping the two-digit suffix on the     *
      * rare collision with another caller in the same hundredth.      *
      *----------------------------------------------------------------*
       WRITE-EXPRESS-REQUEST.
           SET REQUEST-NOT-WRITTEN TO TRUE

           MOVE 0 TO WS-OPEN-TRIES
           PERFORM OPEN-REQUEST-FILE
           PERFORM RETRY-OPEN-REQUEST-FILE
               UNTIL WS-XRQ-FILE-STATUS = "00"
               OR WS-OPEN-TRIES >= 3
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE 0 TO WS-ID-SUFFIX
           PERFORM TRY-ONE-REQUEST-ID
               UNTIL REQUEST-WAS-WRITTEN
               OR WS-ID-SUFFIX >= 99

           CLOSE EXPRESS-REQUEST
           .

       OPEN-REQUEST-FILE.
           OPEN I-O EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS = "35"
               OPEN OUTPUT EXPRESS-REQUEST
               CLOSE EXPRESS-REQUEST
               OPEN I-O EXPRESS-REQUEST
           END-IF
           .

       RETRY-OPEN-REQUEST-FILE.
           ADD 1 TO WS-OPEN-TRIES
           CALL "SYSTEM" USING "sleep 1"
           PERFORM OPEN-REQUEST-FILE
           .

       TRY-ONE-REQUEST-ID.
           ADD 1 TO WS-ID-SUFFIX
           MOVE SPACES TO WS-REQUEST-ID
           STRING
               "XL" WS-TODAY-DATE(1:16) WS-ID-SUFFIX
               DELIMITED SIZE
               INTO WS-REQUEST-ID
           END-STRING

           MOVE WS-REQUEST-ID       TO XRQ-REQUEST-ID
           MOVE LS-REQUESTOR        TO XRQ-REQUESTOR
           MOVE LS-BUSINESS-KEY     TO XRQ-BUSINESS-KEY
           MOVE WS-TODAY-DATE(1:14) TO XRQ-SUBMITTED
           SET XRQ-PENDING TO TRUE
           MOVE LS-PROMPT-TEXT      TO XRQ-PROMPT-TEXT

           WRITE EXPRESS-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REQUEST-WAS-WRITTEN TO TRUE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * POLL-FOR-REPLY: One look for the reply; a second's wait when   *
      * it is not there yet.                                           *
      *----------------------------------------------------------------*
       POLL-FOR-REPLY.
           OPEN INPUT EXPRESS-REPLY
           IF WS-XRP-FILE-STATUS = "00"
               MOVE WS-REQUEST-ID TO XRP-REQUEST-ID
               READ EXPRESS-REPLY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REPLY-WAS-FOUND TO TRUE
               END-READ
               CLOSE EXPRESS-REPLY
           END-IF

           IF REPLY-NOT-FOUND
               CALL "SYSTEM" USING "sleep 1"
               ADD 1 TO WS-WAITED-SECS
           END-IF
           .

      *----------------------------------------------------------------*
      * WITHDRAW-EXPRESS-REQUEST: Pull back a request still PENDING;   *
      * one the server has already taken is left to finish, its late  *
      * reply simply unread.                                           *
      *----------------------------------------------------------------*
       WITHDRAW-EXPRESS-REQUEST.
           OPEN I-O EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQUEST-ID TO XRQ-REQUEST-ID
           READ EXPRESS-REQUEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRQ-PENDING
                       SET XRQ-WITHDRAWN TO TRUE
                       REWRITE EXPRESS-REQUEST-RECORD
                   END-IF
           END-READ

           CLOSE EXPRESS-REQUEST
           .
