      *================================================================*
      * COPILOT-FIELD-CRYPT.cob                                        *
      * Field-level encryption at rest for the conversation text held  *
      * in TRANSCRIPT.DAT, RESPONSE-ARCHIVE.DAT, PROMPT-SCREEN-HOLD    *
      * .DAT, RELEASE-HOLD.DAT, DISCLOSURE-HOLD.DAT and ORPHAN-REPLY   *
      * .DAT. Every writer of those stores takes a fresh stamp         *
      * (key id + salt) from COPILOT-FIELD-NEW-STAMP, keeps it in the  *
      * record, and passes each text field through COPILOT-FIELD-      *
      * ENCRYPT before the WRITE; every reader passes the fields back  *
      * through COPILOT-FIELD-DECRYPT after the READ. Record keys,     *
      * timestamps and statuses are never touched, so keyed reads,     *
      * retention and purge work on the stored record as before.       *
      *                                                                *
      * Keys come from the key ring, FIELD-KEY-RING.DAT (SITE-CONFIG   *
      * KEY-RING-FILE): one row per key id, status ACTIVE or RETIRED.  *
      * New records are stamped under the last ACTIVE row; a retired   *
      * key stays on the ring until FIELD-KEY-ROTATION has moved every *
      * record off it (FIELD-KEY-INVENTORY-REPORT shows the counts).   *
      * With no key ring at all (file status 35) nothing is encrypted  *
      * -- the stamp comes back blank and a blank stamp means clear    *
      * text, which is also how every record written before the ring   *
      * existed reads. A ring that is there but cannot be read, or a   *
      * cipher that fails its start-up check, stops everything: no     *
      * clear text is granted, and no stamp or encryption is given, so *
      * no writer can fall back to storing clear text.                 *
      *                                                                *
      * Clear text is only handed back once the caller has been        *
      * granted it through COPILOT-CRYPT-AUTHORIZE. CLEAR-TEXT-ACCESS  *
      * .DAT (SITE-CONFIG CLEAR-TEXT-ACCESS) lists who may have it:    *
      *   JOB       a batch job id or program name;                    *
      *   OPERATOR  a signed-on operator id, whatever their level;     *
      *   LEVEL     the lowest operator authority level granted it     *
      *             (3, the release authority, when no row says).      *
      * With no access file (status 35) an operator still needs the    *
      * level, while a batch job is granted -- list the jobs to close  *
      * that off; an access file that cannot be read grants nobody. A  *
      * DECRYPT that is refused, or whose key is not on the ring,      *
      * replaces the field with a notice naming the key, so nothing    *
      * downstream ever sees the cipher text itself.                   *
      *                                                                *
      * The keystream is AES-256 in counter mode, from the platform's  *
      * openssl: the AES key is derived (PBKDF2) from the whole key    *
      * value, which reaches openssl through the environment and never *
      * on a command line; the counter block is the record's random    *
      * 48-bit salt and the field number, so no two fields share a     *
      * keystream. Each byte of the field is moved round its own       *
      * character class (printable, or the upper half) by the next two *
      * keystream bytes. Lengths and control characters are kept, so   *
      * a record never changes shape and line-oriented tools still     *
      * read it. Every caller goes through the entries below and       *
      * nothing else knows the algorithm, so it can be replaced here   *
      * alone, under a new key id, with FIELD-KEY-ROTATION moving the  *
      * history across.                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-FIELD-CRYPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-RING ASSIGN TO WS-FKR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FKR-FILE-STATUS.
           SELECT CLEAR-TEXT-ACCESS ASSIGN TO WS-CTA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-FILE-STATUS.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT KEYSTREAM-FILE ASSIGN TO WS-KSF-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KSF-FILE-STATUS.
           SELECT RANDOM-SOURCE ASSIGN TO WS-RND-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One key per line, oldest first. The key value is any text
      *    the site's security officer sets; only its id ever leaves
      *    this program.
       FD  KEY-RING.
       01  KEY-RING-RECORD.
           05 FKR-KEY-ID            PIC X(8).
           05 FKR-STATUS            PIC X(8).
           05 FKR-KEY-VALUE         PIC X(64).
           05 FKR-ACTIVATED         PIC X(8).

       FD  CLEAR-TEXT-ACCESS.
       01  CLEAR-TEXT-ACCESS-RECORD.
           05 CTA-KIND              PIC X(8).
           05 CTA-ID                PIC X(30).

       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    One field's keystream, two bytes per text byte, as openssl
      *    writes it; the work file is removed as soon as it is read.
       FD  KEYSTREAM-FILE.
       01  KEYSTREAM-RECORD         PIC X(8192).

       FD  RANDOM-SOURCE.
       01  RANDOM-SOURCE-RECORD     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FKR-FILE-NAME         PIC X(64)
           VALUE "FIELD-KEY-RING.DAT".
       01  WS-FKR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CTA-FILE-NAME         PIC X(64)
           VALUE "CLEAR-TEXT-ACCESS.DAT".
       01  WS-CTA-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-KSF-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-KSF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RND-FILE-NAME         PIC X(64)
           VALUE "/dev/urandom".
       01  WS-RND-FILE-STATUS       PIC XX     VALUE "00".

      *    The key ring, loaded once on the first call of the run.
      *    Only a missing ring (status 35) means "no encryption"; one
      *    that cannot be read, or a cipher that fails its check,
      *    leaves the ring unusable and every entry refusing.
       01  WS-RING-LOADED-FLAG      PIC 9      VALUE 0.
           88 RING-IS-LOADED                   VALUE 1.
       01  WS-RING-STATE            PIC X      VALUE "A".
           88 RING-IS-ABSENT                   VALUE "A".
           88 RING-IS-READ                     VALUE "R".
           88 RING-IS-UNUSABLE                 VALUE "U".
       01  WS-KEY-TABLE.
           05 WS-KEY-COUNT          PIC 9(3)   VALUE 0.
           05 WS-KEY-ENTRY OCCURS 50 TIMES.
               10 WS-KEY-ID         PIC X(8)   VALUE SPACES.
               10 WS-KEY-STATUS     PIC X(8)   VALUE SPACES.
               10 WS-KEY-VALUE      PIC X(64)  VALUE SPACES.
       01  WS-KEY-IDX               PIC 9(3)   VALUE 0.
       01  WS-FOUND-KEY-IDX         PIC 9(3)   VALUE 0.
       01  WS-ACTIVE-KEY-IDX        PIC 9(3)   VALUE 0.
       01  WS-WANTED-KEY-ID         PIC X(8)   VALUE SPACES.

      *    Who may have clear text, loaded with the ring.
       01  WS-ACCESS-STATE          PIC X      VALUE "A".
           88 ACCESS-IS-ABSENT                 VALUE "A".
           88 ACCESS-IS-PRESENT                VALUE "P".
           88 ACCESS-IS-UNREADABLE             VALUE "U".
       01  WS-ACCESS-TABLE.
           05 WS-ACC-COUNT          PIC 9(3)   VALUE 0.
           05 WS-ACC-ENTRY OCCURS 100 TIMES.
               10 WS-ACC-KIND       PIC X(8)   VALUE SPACES.
               10 WS-ACC-ID         PIC X(30)  VALUE SPACES.
       01  WS-ACC-IDX               PIC 9(3)   VALUE 0.
       01  WS-WANTED-KIND           PIC X(8)   VALUE SPACES.
       01  WS-MIN-CLEAR-LEVEL       PIC 9      VALUE 3.

      *    The caller's standing, set by CRYPT-AUTHORIZE.
       01  WS-AUTHORIZED-FLAG       PIC 9      VALUE 0.
           88 AUTHORITY-DECIDED                VALUE 1.
       01  WS-CLEAR-FLAG            PIC 9      VALUE 0.
           88 CLEAR-TEXT-GRANTED               VALUE 1.
           88 CLEAR-TEXT-REFUSED               VALUE 0.
       01  WS-REQUESTOR             PIC X(30)  VALUE SPACES.

      *    Stamp and keystream working fields. The field is worked on
      *    in WS-FIELD-WORK and only handed back when every step went
      *    through, so a failure leaves the caller's field as it was.
       01  WS-PID                   PIC 9(9)   VALUE 0.
       01  WS-SALT                  PIC X(8)   VALUE SPACES.
       01  WS-SALT-ALPHABET.
           05 FILLER                PIC X(32)  VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef".
           05 FILLER                PIC X(32)  VALUE
              "ghijklmnopqrstuvwxyz0123456789-_".
       01  WS-HEX-DIGITS            PIC X(16)  VALUE "0123456789ABCDEF".
       01  WS-COUNTER-BLOCK         PIC X(32)  VALUE SPACES.
       01  WS-HEX-POS               PIC 9(2)   VALUE 0.
       01  WS-HEX-HIGH              PIC 9(3)   VALUE 0.
       01  WS-HEX-LOW               PIC 9(3)   VALUE 0.
       01  WS-CHAR-VALUE            PIC 9(3)   VALUE 0.
       01  WS-CRYPT-COMMAND         PIC X(512) VALUE SPACES.
       01  WS-KEYSTREAM             PIC X(8192) VALUE SPACES.
       01  WS-CIPHER-FLAG           PIC 9      VALUE 0.
           88 CIPHER-WORKED                    VALUE 0.
           88 CIPHER-FAILED                    VALUE 1.
       01  WS-SYSTEM-RC             PIC S9(9)  VALUE 0.
       01  WS-FIELD-WORK            PIC X(4096) VALUE SPACES.
       01  WS-WORK-LEN              PIC 9(5)   VALUE 0.
       01  WS-WORK-FIELD-NO         PIC 9      VALUE 0.
       01  WS-KS-VALUE              PIC 9(5)   VALUE 0.
       01  WS-BYTE-POS              PIC 9(5)   VALUE 0.
       01  WS-BYTE-VALUE            PIC 9(3)   VALUE 0.
       01  WS-SHIFT                 PIC 9(3)   VALUE 0.
       01  WS-DIRECTION             PIC X      VALUE "E".
           88 SHIFT-FORWARD                    VALUE "E".
           88 SHIFT-BACKWARD                   VALUE "D".
       01  WS-NOTICE                PIC X(80)  VALUE SPACES.
       01  WS-NOTICE-REASON         PIC X(30)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REQUESTOR             PIC X(30).
       01  LS-JOB-ID                PIC X(20).
       01  LS-REQUESTOR-LEVEL       PIC 9.
       01  LS-CRYPT-STAMP.
           05 LS-STAMP-KEY-ID       PIC X(8).
           05 LS-STAMP-SALT         PIC X(8).
       01  LS-OLD-STAMP.
           05 LS-OLD-KEY-ID         PIC X(8).
           05 LS-OLD-SALT           PIC X(8).
       01  LS-FIELD-NO              PIC 9.
       01  LS-FIELD-TEXT            PIC X(4096).
       01  LS-FIELD-LEN             PIC 9(5).
       01  LS-CRYPT-RC              PIC S9(4).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * CRYPT-AUTHORIZE: Decide whether this run gets clear text.      *
      * A level of 0 is a batch job named by the requestor; 1-9 is a   *
      * signed-on operator. Return 0 granted, 4 refused -- always      *
      * refused while the ring or the access list cannot be read.      *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-CRYPT-AUTHORIZE" USING LS-REQUESTOR
           LS-REQUESTOR-LEVEL LS-CRYPT-RC.

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE LS-REQUESTOR TO WS-REQUESTOR
           SET AUTHORITY-DECIDED TO TRUE
           SET CLEAR-TEXT-REFUSED TO TRUE

           EVALUATE TRUE
               WHEN RING-IS-UNUSABLE
                   CONTINUE
               WHEN WS-KEY-COUNT = 0
                   SET CLEAR-TEXT-GRANTED TO TRUE
               WHEN ACCESS-IS-UNREADABLE
                   CONTINUE
               WHEN LS-REQUESTOR-LEVEL = 0
                   AND ACCESS-IS-ABSENT
                   SET CLEAR-TEXT-GRANTED TO TRUE
               WHEN LS-REQUESTOR-LEVEL = 0
                   MOVE "JOB" TO WS-WANTED-KIND
                   PERFORM FIND-ACCESS-ROW
               WHEN LS-REQUESTOR-LEVEL >= WS-MIN-CLEAR-LEVEL
                   SET CLEAR-TEXT-GRANTED TO TRUE
               WHEN OTHER
                   MOVE "OPERATOR" TO WS-WANTED-KIND
                   PERFORM FIND-ACCESS-ROW
           END-EVALUATE

           IF CLEAR-TEXT-GRANTED
               MOVE 0 TO LS-CRYPT-RC
           ELSE
               MOVE 4 TO LS-CRYPT-RC
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------*
      * CRYPT-JOB-DEFAULT: The client's start-up call. A program that  *
      * has already settled its own standing keeps it; otherwise the   *
      * run is judged as the batch job it is running under.            *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-CRYPT-JOB-DEFAULT" USING LS-JOB-ID
           LS-CRYPT-RC.

           IF AUTHORITY-DECIDED
               IF CLEAR-TEXT-GRANTED
                   MOVE 0 TO LS-CRYPT-RC
               ELSE
                   MOVE 4 TO LS-CRYPT-RC
               END-IF
               GOBACK
           END-IF

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE LS-JOB-ID TO WS-REQUESTOR
           SET AUTHORITY-DECIDED TO TRUE
           SET CLEAR-TEXT-REFUSED TO TRUE
           EVALUATE TRUE
               WHEN RING-IS-UNUSABLE
                   CONTINUE
               WHEN WS-KEY-COUNT = 0
                   SET CLEAR-TEXT-GRANTED TO TRUE
               WHEN ACCESS-IS-UNREADABLE
                   CONTINUE
               WHEN ACCESS-IS-ABSENT
                   SET CLEAR-TEXT-GRANTED TO TRUE
               WHEN OTHER
                   MOVE "JOB" TO WS-WANTED-KIND
                   PERFORM FIND-ACCESS-ROW
           END-EVALUATE

           IF CLEAR-TEXT-GRANTED
               MOVE 0 TO LS-CRYPT-RC
           ELSE
               MOVE 4 TO LS-CRYPT-RC
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------*
      * FIELD-NEW-STAMP: The stamp for a record about to be written:   *
      * the active key id and a fresh random salt. Blank, with return  *
      * 0, when the site has no key ring. Return 12, stamp blank, when *
      * the ring is unusable or no salt could be drawn -- the caller   *
      * must not write the record.                                     *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-FIELD-NEW-STAMP" USING LS-CRYPT-STAMP
           LS-CRYPT-RC.

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE 0 TO LS-CRYPT-RC
           MOVE SPACES TO LS-CRYPT-STAMP
           IF RING-IS-UNUSABLE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           IF WS-ACTIVE-KEY-IDX = 0
               GOBACK
           END-IF

           PERFORM DRAW-SALT
           IF CIPHER-FAILED
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           MOVE WS-KEY-ID(WS-ACTIVE-KEY-IDX) TO LS-STAMP-KEY-ID
           MOVE WS-SALT TO LS-STAMP-SALT
           GOBACK
           .

      *----------------------------------------------------------------*
      * FIELD-ENCRYPT: Encrypt one field in place under its record's   *
      * stamp. Return 0 done (or blank stamp, left clear), 12 the ring *
      * is unusable, the stamp's key is not on it, or the cipher       *
      * failed -- the field is left as it was and must not be written. *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-FIELD-ENCRYPT" USING LS-CRYPT-STAMP LS-FIELD-NO
           LS-FIELD-TEXT LS-FIELD-LEN LS-CRYPT-RC.

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE 0 TO LS-CRYPT-RC
           IF RING-IS-UNUSABLE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           IF LS-STAMP-KEY-ID = SPACES
               GOBACK
           END-IF

           MOVE LS-STAMP-KEY-ID TO WS-WANTED-KEY-ID
           PERFORM FIND-KEY
           IF WS-FOUND-KEY-IDX = 0
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF

           PERFORM TAKE-CALLER-FIELD
           MOVE LS-STAMP-SALT TO WS-SALT
           SET SHIFT-FORWARD TO TRUE
           PERFORM RUN-KEYSTREAM
           IF CIPHER-FAILED
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           PERFORM GIVE-BACK-FIELD
           GOBACK
           .

      *----------------------------------------------------------------*
      * FIELD-DECRYPT: Decrypt one field in place. Return 0 clear      *
      * text (or the record was never encrypted), 8 clear text is not  *
      * authorised, 12 the key is not on the ring, the ring cannot be  *
      * read or the cipher failed. On 8 and 12 the field now holds a   *
      * notice naming the key, never the cipher text.                  *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-FIELD-DECRYPT" USING LS-CRYPT-STAMP LS-FIELD-NO
           LS-FIELD-TEXT LS-FIELD-LEN LS-CRYPT-RC.

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE 0 TO LS-CRYPT-RC
           IF LS-STAMP-KEY-ID = SPACES
               GOBACK
           END-IF

           IF RING-IS-UNUSABLE
               MOVE "KEY RING UNREADABLE" TO WS-NOTICE-REASON
               PERFORM SET-DECRYPT-NOTICE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF

           IF NOT CLEAR-TEXT-GRANTED
               MOVE "CLEAR TEXT NOT AUTHORISED" TO WS-NOTICE-REASON
               PERFORM SET-DECRYPT-NOTICE
               MOVE 8 TO LS-CRYPT-RC
               GOBACK
           END-IF

           MOVE LS-STAMP-KEY-ID TO WS-WANTED-KEY-ID
           PERFORM FIND-KEY
           IF WS-FOUND-KEY-IDX = 0
               MOVE "KEY NOT ON RING" TO WS-NOTICE-REASON
               PERFORM SET-DECRYPT-NOTICE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF

           PERFORM TAKE-CALLER-FIELD
           MOVE LS-STAMP-SALT TO WS-SALT
           SET SHIFT-BACKWARD TO TRUE
           PERFORM RUN-KEYSTREAM
           IF CIPHER-FAILED
               MOVE "CIPHER UNAVAILABLE" TO WS-NOTICE-REASON
               PERFORM SET-DECRYPT-NOTICE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           PERFORM GIVE-BACK-FIELD
           GOBACK
           .

      *----------------------------------------------------------------*
      * FIELD-REKEY: Move one field from its old stamp to a new one    *
      * without handing the clear text to the caller, for the key      *
      * rotation job. A blank old stamp is a clear legacy field; a     *
      * blank new stamp leaves the field clear. Return 12 when the     *
      * ring is unusable, either key is missing from it or the cipher  *
      * failed; the field is then left exactly as it was.              *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-FIELD-REKEY" USING LS-OLD-STAMP LS-CRYPT-STAMP
           LS-FIELD-NO LS-FIELD-TEXT LS-FIELD-LEN LS-CRYPT-RC.

           IF NOT RING-IS-LOADED
               PERFORM LOAD-KEY-RING
           END-IF

           MOVE 0 TO LS-CRYPT-RC
           IF RING-IS-UNUSABLE
               MOVE 12 TO LS-CRYPT-RC
               GOBACK
           END-IF
           IF LS-OLD-KEY-ID NOT = SPACES
               MOVE LS-OLD-KEY-ID TO WS-WANTED-KEY-ID
               PERFORM FIND-KEY
               IF WS-FOUND-KEY-IDX = 0
                   MOVE 12 TO LS-CRYPT-RC
                   GOBACK
               END-IF
           END-IF
           IF LS-STAMP-KEY-ID NOT = SPACES
               MOVE LS-STAMP-KEY-ID TO WS-WANTED-KEY-ID
               PERFORM FIND-KEY
               IF WS-FOUND-KEY-IDX = 0
                   MOVE 12 TO LS-CRYPT-RC
                   GOBACK
               END-IF
           END-IF

           PERFORM TAKE-CALLER-FIELD
           IF LS-OLD-KEY-ID NOT = SPACES
               MOVE LS-OLD-KEY-ID TO WS-WANTED-KEY-ID
               PERFORM FIND-KEY
               MOVE LS-OLD-SALT TO WS-SALT
               SET SHIFT-BACKWARD TO TRUE
               PERFORM RUN-KEYSTREAM
               IF CIPHER-FAILED
                   MOVE 12 TO LS-CRYPT-RC
                   GOBACK
               END-IF
           END-IF
           IF LS-STAMP-KEY-ID NOT = SPACES
               MOVE LS-STAMP-KEY-ID TO WS-WANTED-KEY-ID
               PERFORM FIND-KEY
               MOVE LS-STAMP-SALT TO WS-SALT
               SET SHIFT-FORWARD TO TRUE
               PERFORM RUN-KEYSTREAM
               IF CIPHER-FAILED
                   MOVE 12 TO LS-CRYPT-RC
                   GOBACK
               END-IF
           END-IF
           PERFORM GIVE-BACK-FIELD
           GOBACK
           .

      *----------------------------------------------------------------*
      * LOAD-KEY-RING: Table the key ring and the access list, after   *
      * picking up the site's names for both. Only status 35 means a   *
      * file is not there; any other failure to read the site config   *
      * or the ring leaves the ring unusable, and the access list      *
      * unreadable, rather than quietly running without them. A ring   *
      * with keys on it must also pass one keystream through the       *
      * cipher before anything is trusted to it.                       *
      *----------------------------------------------------------------*
       LOAD-KEY-RING.
           SET RING-IS-LOADED TO TRUE
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-ACTIVE-KEY-IDX
           MOVE 0 TO WS-ACC-COUNT
           SET RING-IS-ABSENT TO TRUE
           SET ACCESS-IS-ABSENT TO TRUE

           CALL "C$GETPID" RETURNING WS-PID
           MOVE SPACES TO WS-KSF-FILE-NAME
           STRING
               "FIELD-CRYPT-" WS-PID ".WRK"
               DELIMITED SIZE
               INTO WS-KSF-FILE-NAME
           END-STRING

           OPEN INPUT SITE-CONFIG
           EVALUATE WS-SCFG-FILE-STATUS
               WHEN "00"
                   PERFORM APPLY-ONE-SITE-CONFIG-RECORD
                       UNTIL WS-SCFG-FILE-STATUS NOT = "00"
                   IF WS-SCFG-FILE-STATUS NOT = "10"
                       SET RING-IS-UNUSABLE TO TRUE
                       SET ACCESS-IS-UNREADABLE TO TRUE
                   END-IF
                   CLOSE SITE-CONFIG
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET RING-IS-UNUSABLE TO TRUE
                   SET ACCESS-IS-UNREADABLE TO TRUE
           END-EVALUATE
           IF RING-IS-UNUSABLE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT KEY-RING
           EVALUATE WS-FKR-FILE-STATUS
               WHEN "00"
                   SET RING-IS-READ TO TRUE
                   PERFORM TABLE-ONE-KEY
                       UNTIL WS-FKR-FILE-STATUS NOT = "00"
                   IF WS-FKR-FILE-STATUS NOT = "10"
                       SET RING-IS-UNUSABLE TO TRUE
                   END-IF
                   CLOSE KEY-RING
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET RING-IS-UNUSABLE TO TRUE
           END-EVALUATE

           IF RING-IS-READ
               AND WS-KEY-COUNT > 0
               MOVE 1 TO WS-FOUND-KEY-IDX
               MOVE "SELFTEST" TO WS-SALT
               MOVE 0 TO WS-WORK-FIELD-NO
               PERFORM MAKE-KEYSTREAM
               IF CIPHER-FAILED
                   SET RING-IS-UNUSABLE TO TRUE
               END-IF
           END-IF

           OPEN INPUT CLEAR-TEXT-ACCESS
           EVALUATE WS-CTA-FILE-STATUS
               WHEN "00"
                   SET ACCESS-IS-PRESENT TO TRUE
                   PERFORM TABLE-ONE-ACCESS-ROW
                       UNTIL WS-CTA-FILE-STATUS NOT = "00"
                   IF WS-CTA-FILE-STATUS NOT = "10"
                       SET ACCESS-IS-UNREADABLE TO TRUE
                   END-IF
                   CLOSE CLEAR-TEXT-ACCESS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET ACCESS-IS-UNREADABLE TO TRUE
           END-EVALUATE
           .

       APPLY-ONE-SITE-CONFIG-RECORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "KEY-RING-FILE"
                           MOVE SCFG-VALUE TO WS-FKR-FILE-NAME
                       WHEN "CLEAR-TEXT-ACCESS"
                           MOVE SCFG-VALUE TO WS-CTA-FILE-NAME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       TABLE-ONE-KEY.
           READ KEY-RING
               AT END
                   MOVE "10" TO WS-FKR-FILE-STATUS
               NOT AT END
                   IF FKR-KEY-ID NOT = SPACES
                       AND FKR-KEY-ID(1:1) NOT = "#"
                       AND FKR-KEY-VALUE NOT = SPACES
                       AND WS-KEY-COUNT < 50
                       ADD 1 TO WS-KEY-COUNT
                       MOVE FKR-KEY-ID TO WS-KEY-ID(WS-KEY-COUNT)
                       MOVE FUNCTION UPPER-CASE(FKR-STATUS)
                           TO WS-KEY-STATUS(WS-KEY-COUNT)
                       MOVE FKR-KEY-VALUE TO WS-KEY-VALUE(WS-KEY-COUNT)
                       IF WS-KEY-STATUS(WS-KEY-COUNT) = "ACTIVE"
                           MOVE WS-KEY-COUNT TO WS-ACTIVE-KEY-IDX
                       END-IF
                   END-IF
           END-READ
           .

       TABLE-ONE-ACCESS-ROW.
           READ CLEAR-TEXT-ACCESS
               AT END
                   MOVE "10" TO WS-CTA-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION UPPER-CASE(CTA-KIND)
                       WHEN "LEVEL"
                           IF CTA-ID(1:1) IS NUMERIC
                               MOVE CTA-ID(1:1) TO WS-MIN-CLEAR-LEVEL
                           END-IF
                       WHEN "JOB"
                       WHEN "OPERATOR"
                           IF WS-ACC-COUNT < 100
                               ADD 1 TO WS-ACC-COUNT
                               MOVE FUNCTION UPPER-CASE(CTA-KIND)
                                   TO WS-ACC-KIND(WS-ACC-COUNT)
                               MOVE CTA-ID TO WS-ACC-ID(WS-ACC-COUNT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-ACCESS-ROW: Grant when an access row of the wanted kind   *
      * names the requestor.                                           *
      *----------------------------------------------------------------*
       FIND-ACCESS-ROW.
           PERFORM TEST-ONE-ACCESS-ROW
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               OR CLEAR-TEXT-GRANTED
           .

       TEST-ONE-ACCESS-ROW.
           IF WS-ACC-KIND(WS-ACC-IDX) = WS-WANTED-KIND
               AND WS-ACC-ID(WS-ACC-IDX) = WS-REQUESTOR
               SET CLEAR-TEXT-GRANTED TO TRUE
           END-IF
           .

       FIND-KEY.
           MOVE 0 TO WS-FOUND-KEY-IDX
           PERFORM TEST-ONE-KEY
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               OR WS-FOUND-KEY-IDX > 0
           .

       TEST-ONE-KEY.
           IF WS-KEY-ID(WS-KEY-IDX) = WS-WANTED-KEY-ID
               MOVE WS-KEY-IDX TO WS-FOUND-KEY-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * DRAW-SALT: Eight bytes from the system's random source, each   *
      * taken to one of 64 printable characters (48 bits in all).      *
      *----------------------------------------------------------------*
       DRAW-SALT.
           SET CIPHER-FAILED TO TRUE
           MOVE SPACES TO WS-SALT
           OPEN INPUT RANDOM-SOURCE
           IF WS-RND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RANDOM-SOURCE
               AT END
                   MOVE "10" TO WS-RND-FILE-STATUS
           END-READ
           IF WS-RND-FILE-STATUS = "00"
               PERFORM PICK-ONE-SALT-CHARACTER
                   VARYING WS-HEX-POS FROM 1 BY 1
                   UNTIL WS-HEX-POS > 8
               SET CIPHER-WORKED TO TRUE
           END-IF
           CLOSE RANDOM-SOURCE
           .

       PICK-ONE-SALT-CHARACTER.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(RANDOM-SOURCE-RECORD(WS-HEX-POS:1)) - 1
           DIVIDE WS-CHAR-VALUE BY 64
               GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
           MOVE WS-SALT-ALPHABET(WS-HEX-LOW + 1:1)
               TO WS-SALT(WS-HEX-POS:1)
           .

      *----------------------------------------------------------------*
      * TAKE-CALLER-FIELD / GIVE-BACK-FIELD: Copy the caller's field   *
      * into the work area, and back again once the cipher has run.    *
      *----------------------------------------------------------------*
       TAKE-CALLER-FIELD.
           MOVE LS-FIELD-LEN TO WS-WORK-LEN
           IF WS-WORK-LEN > 4096
               MOVE 4096 TO WS-WORK-LEN
           END-IF
           MOVE LS-FIELD-NO TO WS-WORK-FIELD-NO
           MOVE SPACES TO WS-FIELD-WORK
           IF WS-WORK-LEN > 0
               MOVE LS-FIELD-TEXT(1:WS-WORK-LEN)
                   TO WS-FIELD-WORK(1:WS-WORK-LEN)
           END-IF
           .

       GIVE-BACK-FIELD.
           IF WS-WORK-LEN > 0
               MOVE WS-FIELD-WORK(1:WS-WORK-LEN)
                   TO LS-FIELD-TEXT(1:WS-WORK-LEN)
           END-IF
           .

      *----------------------------------------------------------------*
      * SET-DECRYPT-NOTICE: Replace the caller's field with a notice   *
      * naming the key and the reason clear text is not there.         *
      *----------------------------------------------------------------*
       SET-DECRYPT-NOTICE.
           MOVE SPACES TO WS-NOTICE
           STRING
               "[ENCRYPTED UNDER KEY "
               FUNCTION TRIM(LS-STAMP-KEY-ID) " - "
               FUNCTION TRIM(WS-NOTICE-REASON) "]"
               DELIMITED SIZE
               INTO WS-NOTICE
           END-STRING
           MOVE LS-FIELD-LEN TO WS-WORK-LEN
           IF WS-WORK-LEN > 4096
               MOVE 4096 TO WS-WORK-LEN
           END-IF
           IF WS-WORK-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-FIELD-TEXT(1:WS-WORK-LEN)
           IF WS-WORK-LEN < 80
               MOVE WS-NOTICE(1:WS-WORK-LEN)
                   TO LS-FIELD-TEXT(1:WS-WORK-LEN)
           ELSE
               MOVE WS-NOTICE TO LS-FIELD-TEXT(1:80)
           END-IF
           .

      *----------------------------------------------------------------*
      * RUN-KEYSTREAM: Draw the keystream for the found key, the salt  *
      * in WS-SALT and the field number, then shift every byte of the  *
      * work field forward (encrypt) or backward (decrypt).            *
      *----------------------------------------------------------------*
       RUN-KEYSTREAM.
           PERFORM MAKE-KEYSTREAM
           IF CIPHER-WORKED
               PERFORM SHIFT-ONE-BYTE
                   VARYING WS-BYTE-POS FROM 1 BY 1
                   UNTIL WS-BYTE-POS > WS-WORK-LEN
           END-IF
           .

      *----------------------------------------------------------------*
      * MAKE-KEYSTREAM: Have openssl run AES-256-CTR over zeros. The   *
      * key value goes through the environment, cleared again at once; *
      * the counter block is the salt in hex, then the field number,   *
      * then zeros the counter runs up through -- so the fields of one *
      * record never overlap. The work file is private to this job     *
      * and removed as soon as it is read.                             *
      *----------------------------------------------------------------*
       MAKE-KEYSTREAM.
           SET CIPHER-FAILED TO TRUE
           MOVE ALL "0" TO WS-COUNTER-BLOCK
           PERFORM HEX-ONE-SALT-BYTE
               VARYING WS-HEX-POS FROM 1 BY 1
               UNTIL WS-HEX-POS > 8
           MOVE WS-WORK-FIELD-NO TO WS-COUNTER-BLOCK(18:1)

           SET ENVIRONMENT "COPILOT_FIELD_KEY"
               TO WS-KEY-VALUE(WS-FOUND-KEY-IDX)
           MOVE SPACES TO WS-CRYPT-COMMAND
           STRING
               "(umask 077; head -c 8192 /dev/zero"
               " | openssl enc -aes-256-ctr -nosalt -pbkdf2"
               " -iter 10000 -pass env:COPILOT_FIELD_KEY -iv "
               WS-COUNTER-BLOCK
               " -out " FUNCTION TRIM(WS-KSF-FILE-NAME)
               ") 2>/dev/null"
               DELIMITED SIZE
               INTO WS-CRYPT-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-CRYPT-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE
           SET ENVIRONMENT "COPILOT_FIELD_KEY" TO SPACES

           IF WS-SYSTEM-RC = 0
               OPEN INPUT KEYSTREAM-FILE
               IF WS-KSF-FILE-STATUS = "00"
                   READ KEYSTREAM-FILE INTO WS-KEYSTREAM
                       AT END
                           MOVE "10" TO WS-KSF-FILE-STATUS
                   END-READ
                   IF WS-KSF-FILE-STATUS = "00"
                       SET CIPHER-WORKED TO TRUE
                   END-IF
                   CLOSE KEYSTREAM-FILE
               END-IF
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-KSF-FILE-NAME
           MOVE 0 TO RETURN-CODE
           .

       HEX-ONE-SALT-BYTE.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(WS-SALT(WS-HEX-POS:1)) - 1
           DIVIDE WS-CHAR-VALUE BY 16
               GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
           MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
               TO WS-COUNTER-BLOCK(WS-HEX-POS * 2 - 1:1)
           MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
               TO WS-COUNTER-BLOCK(WS-HEX-POS * 2:1)
           .

      *----------------------------------------------------------------*
      * SHIFT-ONE-BYTE: Take the next two keystream bytes and move the *
      * byte round its class: 32-126 within the 95 printables, 128-255 *
      * within the upper half. Control characters pass through.        *
      *----------------------------------------------------------------*
       SHIFT-ONE-BYTE.
           COMPUTE WS-KS-VALUE =
               (FUNCTION ORD(WS-KEYSTREAM(WS-BYTE-POS * 2 - 1:1)) - 1)
                   * 256
               + FUNCTION ORD(WS-KEYSTREAM(WS-BYTE-POS * 2:1)) - 1

           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD(WS-FIELD-WORK(WS-BYTE-POS:1)) - 1

           EVALUATE TRUE
               WHEN WS-BYTE-VALUE >= 32 AND WS-BYTE-VALUE <= 126
                   COMPUTE WS-SHIFT = FUNCTION MOD(WS-KS-VALUE, 95)
                   IF SHIFT-BACKWARD
                       COMPUTE WS-SHIFT = 95 - WS-SHIFT
                   END-IF
                   COMPUTE WS-BYTE-VALUE = 32 +
                       FUNCTION MOD(WS-BYTE-VALUE - 32 + WS-SHIFT, 95)
               WHEN WS-BYTE-VALUE >= 128
                   COMPUTE WS-SHIFT = FUNCTION MOD(WS-KS-VALUE, 128)
                   IF SHIFT-BACKWARD
                       COMPUTE WS-SHIFT = 128 - WS-SHIFT
                   END-IF
                   COMPUTE WS-BYTE-VALUE = 128 +
                       FUNCTION MOD(WS-BYTE-VALUE - 128 + WS-SHIFT,
                           128)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CHAR(WS-BYTE-VALUE + 1)
               TO WS-FIELD-WORK(WS-BYTE-POS:1)
           .

       FIELD-CRYPT-EXIT.
           EXIT.

       STOP RUN.
