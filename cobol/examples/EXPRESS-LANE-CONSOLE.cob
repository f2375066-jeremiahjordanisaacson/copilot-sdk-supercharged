      *================================================================*
      * EXPRESS-LANE-CONSOLE.cob                                       *
      * Operator control for EXPRESS-LANE-SERVER. Shows the server's   *
      * last status (state, warm sessions, counts, and how long since  *
      * it last polled) with the requests still PENDING, and sets the  *
      * standing command the server reads every poll from              *
      * EXPRESS-LANE-CONTROL.DAT: QUIESCE hands the lane's sessions    *
      * back and turns new requests away, RUN reopens it, SHUTDOWN     *
      * closes it cleanly ahead of the window. The control record is   *
      * stamped with the operator and time, so the last say on the     *
      * lane always has a name against it. Quiesce and run take        *
      * authority level 2, shutdown level 3.                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRESS-LANE-CONSOLE.

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
           SELECT EXPRESS-CONTROL ASSIGN TO WS-XCT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCT-FILE-STATUS.
           SELECT EXPRESS-STATUS ASSIGN TO WS-XST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XST-FILE-STATUS.

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
           05 XRQ-PROMPT-TEXT       PIC X(1024).

      *    Field-for-field match of the control record in
      *    EXPRESS-LANE-SERVER -- keep the two in sync by hand.
       FD  EXPRESS-CONTROL.
       01  EXPRESS-CONTROL-RECORD.
           05 XCT-COMMAND           PIC X(10).
           05 XCT-OPERATOR-ID       PIC X(8).
           05 XCT-SET-AT            PIC X(14).

      *    Field-for-field match of the status record in
      *    EXPRESS-LANE-SERVER -- keep the two in sync by hand.
       FD  EXPRESS-STATUS.
       01  EXPRESS-STATUS-RECORD.
           05 XST-STATE             PIC X(10).
           05 XST-JOB-ID            PIC X(20).
           05 XST-WARM-COUNT        PIC 9(2).
           05 XST-SERVED-COUNT      PIC 9(7).
           05 XST-FAILED-COUNT      PIC 9(7).
           05 XST-TURNED-AWAY       PIC 9(7).
           05 XST-LAST-REQUEST-ID   PIC X(20).
           05 XST-UPDATED-AT        PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-XRQ-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-REQUEST.DAT".
       01  WS-XRQ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XCT-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-LANE-CONTROL.DAT".
       01  WS-XCT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-XST-FILE-NAME         PIC X(64)
           VALUE "EXPRESS-LANE-STATUS.DAT".
       01  WS-XST-FILE-STATUS       PIC XX     VALUE "00".

      *    Shared sign-on (OPERATOR-SIGNON): who is at the keyboard
      *    and what their authority level allows.
       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.
       01  WS-OPERATOR-NAME         PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9      VALUE 0.
       01  WS-SIGNON-RC             PIC S9(4)  VALUE 0.
       01  WS-NEEDED-LEVEL          PIC 9      VALUE 0.

       01  WS-USER-CHOICE           PIC X      VALUE SPACE.
       01  WS-CONTINUE              PIC 9      VALUE 1.
           88 KEEP-GOING                       VALUE 1.
           88 OPERATOR-QUIT                    VALUE 0.
       01  WS-NEW-COMMAND           PIC X(10)  VALUE SPACES.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-NOW-SECS              PIC 9(12)  VALUE 0.
       01  WS-STAMP-SECS            PIC 9(12)  VALUE 0.
       01  WS-SILENT-SECS           PIC S9(12) VALUE 0.
       01  WS-SILENT-DISPLAY        PIC Z(11)9.
       01  WS-PENDING-COUNT         PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Express Lane Console ==="
           DISPLAY " "

           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-LEVEL WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               STOP RUN
           END-IF

           PERFORM SHOW-LANE-STATUS

           PERFORM CONSOLE-LOOP
               UNTIL OPERATOR-QUIT

           DISPLAY " "
           DISPLAY "=== Goodbye! ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CONSOLE-LOOP: Offer the lane controls.                         *
      *----------------------------------------------------------------*
       CONSOLE-LOOP.
           DISPLAY " "
           DISPLAY "s = status, p = quiesce, r = run, "
               "x = shutdown, q = quit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-USER-CHOICE

           EVALUATE WS-USER-CHOICE
               WHEN "s"
               WHEN "S"
                   PERFORM SHOW-LANE-STATUS
               WHEN "p"
               WHEN "P"
                   MOVE 2 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       MOVE "QUIESCE" TO WS-NEW-COMMAND
                       PERFORM SET-LANE-COMMAND
                   END-IF
               WHEN "r"
               WHEN "R"
                   MOVE 2 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       MOVE "RUN" TO WS-NEW-COMMAND
                       PERFORM SET-LANE-COMMAND
                   END-IF
               WHEN "x"
               WHEN "X"
                   MOVE 3 TO WS-NEEDED-LEVEL
                   PERFORM CHECK-AUTHORITY-LEVEL
                   IF WS-NEEDED-LEVEL = 0
                       MOVE "SHUTDOWN" TO WS-NEW-COMMAND
                       PERFORM SET-LANE-COMMAND
                   END-IF
               WHEN "q"
               WHEN "Q"
                   SET OPERATOR-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "Unrecognised choice."
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-AUTHORITY-LEVEL: Refuse the action (by zeroing the       *
      * needed-level flag only on a pass) when the operator's level    *
      * is below what it takes.                                        *
      *----------------------------------------------------------------*
       CHECK-AUTHORITY-LEVEL.
           IF WS-OPERATOR-LEVEL >= WS-NEEDED-LEVEL
               MOVE 0 TO WS-NEEDED-LEVEL
           ELSE
               DISPLAY "Authority level " WS-OPERATOR-LEVEL
                   " is below the level " WS-NEEDED-LEVEL
                   " this action takes."
           END-IF
           .

      *----------------------------------------------------------------*
      * SHOW-LANE-STATUS: The server's last status record, the command *
      * standing for it, and the requests still waiting.               *
      *----------------------------------------------------------------*
       SHOW-LANE-STATUS.
           DISPLAY " "
           OPEN INPUT EXPRESS-STATUS
           IF WS-XST-FILE-STATUS NOT = "00"
               DISPLAY "No express lane status yet -- server never run."
           ELSE
               READ EXPRESS-STATUS
                   AT END
                       DISPLAY "Express lane status file is empty."
                   NOT AT END
                       PERFORM DISPLAY-STATUS-RECORD
               END-READ
               CLOSE EXPRESS-STATUS
           END-IF

           OPEN INPUT EXPRESS-CONTROL
           IF WS-XCT-FILE-STATUS = "00"
               READ EXPRESS-CONTROL
                   NOT AT END
                       DISPLAY "Standing command:   "
                           FUNCTION TRIM(XCT-COMMAND) " (set by "
                           FUNCTION TRIM(XCT-OPERATOR-ID) " at "
                           XCT-SET-AT ")"
               END-READ
               CLOSE EXPRESS-CONTROL
           END-IF

           PERFORM COUNT-PENDING-REQUESTS
           DISPLAY "Requests pending:   " WS-PENDING-COUNT
           .

       DISPLAY-STATUS-RECORD.
           PERFORM COMPUTE-SILENT-SECS
           MOVE WS-SILENT-SECS TO WS-SILENT-DISPLAY

           DISPLAY "Lane state:         " FUNCTION TRIM(XST-STATE)
               " (job " FUNCTION TRIM(XST-JOB-ID) ")"
           DISPLAY "Warm sessions:      " XST-WARM-COUNT
           DISPLAY "Answered / failed:  " XST-SERVED-COUNT " / "
               XST-FAILED-COUNT
           DISPLAY "Turned away:        " XST-TURNED-AWAY
           DISPLAY "Last request:       " XST-LAST-REQUEST-ID
           DISPLAY "Last poll:          " XST-UPDATED-AT " ("
               FUNCTION TRIM(WS-SILENT-DISPLAY) " seconds ago)"
           .

      *----------------------------------------------------------------*
      * COMPUTE-SILENT-SECS: Seconds since the server last wrote its   *
      * status -- a running server that has gone quiet for minutes is  *
      * hung or gone.                                                  *
      *----------------------------------------------------------------*
       COMPUTE-SILENT-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE(1:8)))
               * 86400
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TODAY-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-TODAY-DATE(13:2))
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(XST-UPDATED-AT(1:8)))
               * 86400
               + FUNCTION NUMVAL(XST-UPDATED-AT(9:2)) * 3600
               + FUNCTION NUMVAL(XST-UPDATED-AT(11:2)) * 60
               + FUNCTION NUMVAL(XST-UPDATED-AT(13:2))
           COMPUTE WS-SILENT-SECS = WS-NOW-SECS - WS-STAMP-SECS
           IF WS-SILENT-SECS < 0
               MOVE 0 TO WS-SILENT-SECS
           END-IF
           .

       COUNT-PENDING-REQUESTS.
           MOVE 0 TO WS-PENDING-COUNT
           OPEN INPUT EXPRESS-REQUEST
           IF WS-XRQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ONE-REQUEST
               UNTIL WS-XRQ-FILE-STATUS NOT = "00"

           CLOSE EXPRESS-REQUEST
           .

       COUNT-ONE-REQUEST.
           READ EXPRESS-REQUEST NEXT RECORD
               AT END
                   MOVE "10" TO WS-XRQ-FILE-STATUS
               NOT AT END
                   IF XRQ-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SET-LANE-COMMAND: Replace the standing command; the server     *
      * acts on it at its next poll.                                   *
      *----------------------------------------------------------------*
       SET-LANE-COMMAND.
           OPEN OUTPUT EXPRESS-CONTROL
           IF WS-XCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: control file unavailable ("
                   WS-XCT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-NEW-COMMAND      TO XCT-COMMAND
           MOVE WS-OPERATOR-ID      TO XCT-OPERATOR-ID
           MOVE WS-TODAY-DATE(1:14) TO XCT-SET-AT
           WRITE EXPRESS-CONTROL-RECORD
           CLOSE EXPRESS-CONTROL

           DISPLAY "Express lane set to " FUNCTION TRIM(WS-NEW-COMMAND)
               "; the server acts on it at its next poll."
           .
