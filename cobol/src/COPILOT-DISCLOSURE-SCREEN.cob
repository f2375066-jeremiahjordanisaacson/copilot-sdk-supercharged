      *================================================================*
      * COPILOT-DISCLOSURE-SCREEN.cob                                  *
      * Reply-side disclosure screen. Before a reply is archived as a  *
      * deliverable answer, PROMPT-QUEUE-RUNNER and                    *
      * LATE-REPLY-RECOVERY hand its text here with the business key   *
      * the prompt was about. Every word of the reply that looks like  *
      * a key -- four to twelve letters, digits or hyphens with at     *
      * least one digit among them -- is looked up on the customer     *
      * master as an account number and on the order master as an      *
      * order id. A real account other than the prompt's own, or a     *
      * real order that belongs to some other account, is a hit: the   *
      * reply names another customer's data and must not go out until  *
      * a privacy reviewer has seen it (DISCLOSURE-REVIEW-CONSOLE).    *
      *                                                                *
      * The prompt's own account is its business key when that is an   *
      * account number, or the account on the order when the business  *
      * key is an order id; orders on that account are its related     *
      * orders and are never hits. Each distinct word is looked up     *
      * once, and no more than WS-LOOKUP-LIMIT words are looked up for *
      * one reply.                                                     *
      *                                                                *
      * Entry:                                                         *
      *   COPILOT-SCREEN-DISCLOSURE  screen one reply text; hands back *
      *                              the hit count and up to ten hits  *
      *                              (kind ACCOUNT or ORDER, the key   *
      *                              as written, the owning account)   *
      *                                                                *
      * Return codes:                                                  *
      *   0  screened (LS-HIT-COUNT says whether anything was found)   *
      *   8  neither master could be opened -- the reply was not       *
      *      screened                                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-DISCLOSURE-SCREEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT ORDER-MASTER ASSIGN TO WS-OM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ORDER-ID
               FILE STATUS IS WS-OM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ACCOUNT-NO       PIC X(10).
           05 CUST-NAME             PIC X(64).
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

       FD  ORDER-MASTER.
       01  ORDER-MASTER-RECORD.
           05 ORD-ORDER-ID          PIC X(12).
           05 ORD-ACCOUNT-NO        PIC X(10).
           05 ORD-STATUS            PIC X(12).
           05 ORD-ORDER-DATE        PIC X(8).
           05 ORD-SHIP-DATE         PIC X(8).
           05 ORD-TOTAL             PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-NAME          PIC X(64)
           VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-OM-FILE-NAME          PIC X(64)
           VALUE "ORDER-MASTER.DAT".
       01  WS-OM-FILE-STATUS        PIC XX     VALUE "00".

       01  WS-CM-OPEN-FLAG          PIC 9      VALUE 0.
           88 CM-IS-OPEN                       VALUE 1.
           88 CM-NOT-OPEN                      VALUE 0.
       01  WS-OM-OPEN-FLAG          PIC 9      VALUE 0.
           88 OM-IS-OPEN                       VALUE 1.
           88 OM-NOT-OPEN                      VALUE 0.

       01  WS-OWN-ACCOUNT           PIC X(10)  VALUE SPACES.
       01  WS-TEXT-LEN              PIC 9(5)   VALUE 0.
       01  WS-SCAN-POS              PIC 9(5)   VALUE 1.
       01  WS-SCAN-CHAR             PIC X      VALUE SPACE.
           88 SCAN-CHAR-DIGIT                  VALUE "0" THRU "9".
           88 SCAN-CHAR-IN-KEY                 VALUE "0" THRU "9"
                                                     "A" THRU "Z"
                                                     "a" THRU "z"
                                                     "-".
       01  WS-TOKEN                 PIC X(20)  VALUE SPACES.
       01  WS-TOKEN-LEN             PIC 9(5)   VALUE 0.
       01  WS-TOKEN-DIGIT-FLAG      PIC 9      VALUE 0.
           88 TOKEN-HAS-DIGIT                  VALUE 1.
           88 TOKEN-HAS-NO-DIGIT               VALUE 0.

      *    Words already looked up for this reply, so a key the reply
      *    repeats costs one read and counts as one hit.
       01  WS-LOOKUP-LIMIT          PIC 9(3)   VALUE 200.
       01  WS-SEEN-COUNT            PIC 9(3)   VALUE 0.
       01  WS-SEEN-IDX              PIC 9(3)   VALUE 0.
       01  WS-SEEN-FLAG             PIC 9      VALUE 0.
           88 TOKEN-ALREADY-SEEN               VALUE 1.
           88 TOKEN-NOT-SEEN                   VALUE 0.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-KEY           PIC X(12) OCCURS 200.

       01  WS-HIT-KIND              PIC X(8)   VALUE SPACES.
       01  WS-HIT-OWNER             PIC X(10)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPLY-TEXT            PIC X(4096).
       01  LS-BUSINESS-KEY          PIC X(20).
       01  LS-HIT-COUNT             PIC 9(2).
       01  LS-HIT-TABLE.
           05 LS-HIT                OCCURS 10.
               10 LS-HIT-KIND       PIC X(8).
               10 LS-HIT-KEY        PIC X(12).
               10 LS-HIT-OWNER      PIC X(10).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * SCREEN-DISCLOSURE: Look up every key-shaped word of the reply  *
      * and hand back the ones that belong to another customer.        *
      * Input:  LS-REPLY-TEXT, LS-BUSINESS-KEY (may be spaces, when    *
      *         every real key in the reply is a hit)                  *
      * Output: LS-HIT-COUNT, LS-HIT-TABLE, LS-RETURN-CODE             *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-SCREEN-DISCLOSURE" USING LS-REPLY-TEXT
           LS-BUSINESS-KEY LS-HIT-COUNT LS-HIT-TABLE LS-RETURN-CODE.

           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO LS-HIT-COUNT
           MOVE SPACES TO LS-HIT-TABLE
           MOVE 0 TO WS-SEEN-COUNT

           SET CM-NOT-OPEN TO TRUE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-FILE-STATUS = "00"
               SET CM-IS-OPEN TO TRUE
           END-IF
           SET OM-NOT-OPEN TO TRUE
           OPEN INPUT ORDER-MASTER
           IF WS-OM-FILE-STATUS = "00"
               SET OM-IS-OPEN TO TRUE
           END-IF

           IF CM-NOT-OPEN AND OM-NOT-OPEN
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM RESOLVE-OWN-ACCOUNT

           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(LS-REPLY-TEXT TRAILING))
               TO WS-TEXT-LEN
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN
           SET TOKEN-HAS-NO-DIGIT TO TRUE

      *    One step past the end of the text closes the last word.
           PERFORM SCAN-ONE-CHARACTER
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-TEXT-LEN + 1

           IF CM-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF OM-IS-OPEN
               CLOSE ORDER-MASTER
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------*
      * RESOLVE-OWN-ACCOUNT: The account the prompt is about. A        *
      * business key short enough to be an account number is taken as  *
      * one; a key found on the order master gives the order's         *
      * account instead.                                               *
      *----------------------------------------------------------------*
       RESOLVE-OWN-ACCOUNT.
           MOVE SPACES TO WS-OWN-ACCOUNT
           IF LS-BUSINESS-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           IF LS-BUSINESS-KEY(11:10) = SPACES
               MOVE LS-BUSINESS-KEY(1:10) TO WS-OWN-ACCOUNT
           END-IF

           IF OM-IS-OPEN AND LS-BUSINESS-KEY(13:8) = SPACES
               MOVE LS-BUSINESS-KEY(1:12) TO ORD-ORDER-ID
               READ ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORD-ACCOUNT-NO TO WS-OWN-ACCOUNT
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * SCAN-ONE-CHARACTER: Grow the current word by one key character *
      * or, at any other character, test the word just ended.          *
      *----------------------------------------------------------------*
       SCAN-ONE-CHARACTER.
           IF WS-SCAN-POS > WS-TEXT-LEN
               MOVE SPACE TO WS-SCAN-CHAR
           ELSE
               MOVE LS-REPLY-TEXT(WS-SCAN-POS:1) TO WS-SCAN-CHAR
           END-IF

           IF SCAN-CHAR-IN-KEY
               ADD 1 TO WS-TOKEN-LEN
               IF WS-TOKEN-LEN <= 20
                   MOVE WS-SCAN-CHAR TO WS-TOKEN(WS-TOKEN-LEN:1)
               END-IF
               IF SCAN-CHAR-DIGIT
                   SET TOKEN-HAS-DIGIT TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TOKEN-LEN > 0
               PERFORM TEST-CANDIDATE-TOKEN
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN
           SET TOKEN-HAS-NO-DIGIT TO TRUE
           .

      *----------------------------------------------------------------*
      * TEST-CANDIDATE-TOKEN: A key-shaped word that is not the        *
      * prompt's own key and has not been looked up yet is read on the *
      * customer master, then on the order master.                     *
      *----------------------------------------------------------------*
       TEST-CANDIDATE-TOKEN.
           IF WS-TOKEN-LEN < 4 OR WS-TOKEN-LEN > 12
               OR TOKEN-HAS-NO-DIGIT
               EXIT PARAGRAPH
           END-IF

           IF WS-TOKEN = LS-BUSINESS-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-OWN-ACCOUNT NOT = SPACES
               AND WS-TOKEN-LEN <= 10
               AND WS-TOKEN(1:10) = WS-OWN-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           SET TOKEN-NOT-SEEN TO TRUE
           PERFORM TEST-ONE-SEEN-TOKEN
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               OR TOKEN-ALREADY-SEEN
           IF TOKEN-ALREADY-SEEN
               OR WS-SEEN-COUNT >= WS-LOOKUP-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-TOKEN(1:12) TO WS-SEEN-KEY(WS-SEEN-COUNT)

           IF CM-IS-OPEN AND WS-TOKEN-LEN <= 10
               MOVE WS-TOKEN(1:10) TO CUST-ACCOUNT-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ACCOUNT" TO WS-HIT-KIND
                       MOVE CUST-ACCOUNT-NO TO WS-HIT-OWNER
                       PERFORM RECORD-ONE-HIT
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF OM-IS-OPEN
               MOVE WS-TOKEN(1:12) TO ORD-ORDER-ID
               READ ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-OWN-ACCOUNT = SPACES
                           OR ORD-ACCOUNT-NO NOT = WS-OWN-ACCOUNT
                           MOVE "ORDER" TO WS-HIT-KIND
                           MOVE ORD-ACCOUNT-NO TO WS-HIT-OWNER
                           PERFORM RECORD-ONE-HIT
                       END-IF
               END-READ
           END-IF
           .

       TEST-ONE-SEEN-TOKEN.
           IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-TOKEN(1:12)
               SET TOKEN-ALREADY-SEEN TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * RECORD-ONE-HIT: Count the hit; the first ten are handed back   *
      * in full for the hold record and the report.                    *
      *----------------------------------------------------------------*
       RECORD-ONE-HIT.
           IF LS-HIT-COUNT < 99
               ADD 1 TO LS-HIT-COUNT
           END-IF
           IF LS-HIT-COUNT <= 10
               MOVE WS-HIT-KIND TO LS-HIT-KIND(LS-HIT-COUNT)
               MOVE WS-TOKEN(1:12) TO LS-HIT-KEY(LS-HIT-COUNT)
               MOVE WS-HIT-OWNER TO LS-HIT-OWNER(LS-HIT-COUNT)
           END-IF
           .

       STOP RUN.
