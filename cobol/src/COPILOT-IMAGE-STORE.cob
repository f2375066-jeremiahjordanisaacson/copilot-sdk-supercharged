      *================================================================*
      * COPILOT-IMAGE-STORE.cob                                        *
      * Managed store for generated images. A session created with the *
      * image response format streams its image back as base64 pieces  *
      * on session.assistant.image notifications; COPILOT-SESSION      *
      * hands each piece to COPILOT-STORE-IMAGE-CHUNK, which spools    *
      * it and keeps the running byte size and content hash. Once the  *
      * turn is over the batch caller files the image under its        *
      * prompt id through COPILOT-FILE-IMAGE: the spool is decoded     *
      * into the image-store directory as <prompt id>.<format>, and    *
      * one record keyed by prompt id goes to the indexed image index  *
      * IMAGE-INDEX.DAT (session, job, format, byte size, content      *
      * hash, stored path, timestamp). The response archive carries    *
      * the index key; CORRESPONDENCE-WRITER and REPLY-DELIVERY look   *
      * the image up through it, and LOG-RETENTION-JOB and             *
      * RIGHT-TO-ERASURE-PURGE clear the store and index together.     *
      *                                                                *
      * The content hash is the COPILOT-CHAIN-HASH fold of the encoded *
      * pieces in arrival order, so the same image always hashes the   *
      * same however the CLI happened to cut it up.                    *
      *                                                                *
      * COPILOT-FILE-IMAGE return codes:                               *
      *   0  image filed and indexed                                   *
      *   4  no image pieces were received for the session             *
      *   8  the image could not be decoded into the store, or the     *
      *      index could not be written                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-IMAGE-STORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-SPOOL ASSIGN TO WS-ISP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISP-FILE-STATUS.
           SELECT IMAGE-INDEX ASSIGN TO WS-IMX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMX-PROMPT-ID
               FILE STATUS IS WS-IMX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-SPOOL.
       01  IMAGE-SPOOL-RECORD       PIC X(4096).

       FD  IMAGE-INDEX.
       01  IMAGE-INDEX-RECORD.
           05 IMX-PROMPT-ID         PIC X(20).
           05 IMX-SESSION-ID        PIC X(64).
           05 IMX-JOB-ID            PIC X(20).
           05 IMX-FORMAT            PIC X(8).
           05 IMX-MIME-TYPE         PIC X(32).
           05 IMX-BYTE-SIZE         PIC 9(10).
           05 IMX-CONTENT-HASH      PIC X(8).
           05 IMX-PIECE-COUNT       PIC 9(5).
           05 IMX-STORE-PATH        PIC X(128).
           05 IMX-STORED-AT         PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-ISP-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-ISP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMX-FILE-NAME         PIC X(64)
           VALUE "IMAGE-INDEX.DAT".
       01  WS-IMX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMAGE-STORE-DIR       PIC X(64)  VALUE "IMAGE-STORE".

      *    The image being spooled: whose turn it belongs to and the
      *    running totals over its pieces so far.
       01  WS-PEND-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-PEND-TURN-NO          PIC 9(10)  VALUE 0.
       01  WS-PEND-MIME-TYPE        PIC X(32)  VALUE SPACES.
       01  WS-PEND-PIECES           PIC 9(5)   VALUE 0.
       01  WS-PEND-ENC-LEN          PIC 9(10)  VALUE 0.
       01  WS-PEND-PAD              PIC 9(2)   VALUE 0.
       01  WS-PEND-HASH             PIC X(8)   VALUE "00000000".

       01  WS-PIECE-LEN             PIC 9(5)   VALUE 0.
       01  WS-NEXT-HASH             PIC X(8)   VALUE SPACES.
       01  WS-HASH-BUFFER           PIC X(4096) VALUE SPACES.
       01  WS-QUAD-COUNT            PIC 9(10)  VALUE 0.
       01  WS-MIME-MAJOR            PIC X(32)  VALUE SPACES.
       01  WS-MIME-MINOR            PIC X(32)  VALUE SPACES.
       01  WS-IMAGE-EXT             PIC X(8)   VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(512) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-ID                PIC X(20).
       01  LS-SESSION-ID            PIC X(64).
       01  LS-TURN-NO               PIC 9(10).
       01  LS-MIME-TYPE             PIC X(32).
       01  LS-PIECE                 PIC X(4096).
       01  LS-PROMPT-ID             PIC X(20).
       01  LS-IMAGE-FILE-RESULT.
           05 LS-IMG-FORMAT         PIC X(8).
           05 LS-IMG-BYTE-SIZE      PIC 9(10).
           05 LS-IMG-CONTENT-HASH   PIC X(8).
           05 LS-IMG-STORE-PATH     PIC X(128).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * STORE-IMAGE-CHUNK: Spool one base64 piece. The first piece of  *
      * a new session or turn starts a fresh spool, so a half-received *
      * image from an abandoned turn never bleeds into the next one.   *
      * Input:  LS-JOB-ID, LS-SESSION-ID, LS-TURN-NO, LS-MIME-TYPE,    *
      *         LS-PIECE                                               *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-STORE-IMAGE-CHUNK" USING LS-JOB-ID
           LS-SESSION-ID LS-TURN-NO LS-MIME-TYPE LS-PIECE.

           PERFORM BUILD-SPOOL-NAME

           IF WS-PEND-PIECES = 0
               OR LS-SESSION-ID NOT = WS-PEND-SESSION-ID
               OR LS-TURN-NO NOT = WS-PEND-TURN-NO
               MOVE LS-SESSION-ID TO WS-PEND-SESSION-ID
               MOVE LS-TURN-NO    TO WS-PEND-TURN-NO
               MOVE SPACES        TO WS-PEND-MIME-TYPE
               MOVE 0             TO WS-PEND-PIECES
               MOVE 0             TO WS-PEND-ENC-LEN
               MOVE 0             TO WS-PEND-PAD
               MOVE "00000000"    TO WS-PEND-HASH
               OPEN OUTPUT IMAGE-SPOOL
           ELSE
               OPEN EXTEND IMAGE-SPOOL
           END-IF
           IF WS-ISP-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           IF LS-MIME-TYPE NOT = SPACES
               MOVE LS-MIME-TYPE TO WS-PEND-MIME-TYPE
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-PIECE))
               TO WS-PIECE-LEN
           MOVE FUNCTION TRIM(LS-PIECE) TO IMAGE-SPOOL-RECORD
           WRITE IMAGE-SPOOL-RECORD
           CLOSE IMAGE-SPOOL

           ADD 1 TO WS-PEND-PIECES
           ADD WS-PIECE-LEN TO WS-PEND-ENC-LEN

      *    Padding only ever closes the final piece, so the count
      *    taken from the latest piece is the image's padding.
           MOVE 0 TO WS-PEND-PAD
           INSPECT LS-PIECE TALLYING WS-PEND-PAD FOR ALL "="

           MOVE FUNCTION TRIM(LS-PIECE) TO WS-HASH-BUFFER
           CALL "COPILOT-CHAIN-HASH" USING WS-PEND-HASH
               WS-HASH-BUFFER WS-NEXT-HASH
           MOVE WS-NEXT-HASH TO WS-PEND-HASH

           GOBACK
           .

      *----------------------------------------------------------------*
      * FILE-IMAGE: Decode the session's spooled image into the store  *
      * under the prompt id and index it.                              *
      * Input:  LS-PROMPT-ID, LS-SESSION-ID, LS-JOB-ID                 *
      * Output: LS-IMAGE-FILE-RESULT, LS-RETURN-CODE                   *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-FILE-IMAGE" USING LS-PROMPT-ID LS-SESSION-ID
           LS-JOB-ID LS-IMAGE-FILE-RESULT LS-RETURN-CODE.

           MOVE SPACES TO LS-IMG-FORMAT
           MOVE 0      TO LS-IMG-BYTE-SIZE
           MOVE SPACES TO LS-IMG-CONTENT-HASH
           MOVE SPACES TO LS-IMG-STORE-PATH

           IF WS-PEND-PIECES = 0
               OR LS-SESSION-ID NOT = WS-PEND-SESSION-ID
               MOVE 4 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUILD-SPOOL-NAME
           PERFORM DERIVE-IMAGE-FORMAT

           STRING
               FUNCTION TRIM(WS-IMAGE-STORE-DIR) "/"
               FUNCTION TRIM(LS-PROMPT-ID) "."
               FUNCTION TRIM(WS-IMAGE-EXT)
               DELIMITED SIZE
               INTO LS-IMG-STORE-PATH
           END-STRING

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "mkdir -p " FUNCTION TRIM(WS-IMAGE-STORE-DIR)
               " && base64 -d " FUNCTION TRIM(WS-ISP-FILE-NAME)
               " > " FUNCTION TRIM(LS-IMG-STORE-PATH)
               " 2>/dev/null && rm -f "
               FUNCTION TRIM(WS-ISP-FILE-NAME)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

           DIVIDE WS-PEND-ENC-LEN BY 4 GIVING WS-QUAD-COUNT
           COMPUTE LS-IMG-BYTE-SIZE =
               WS-QUAD-COUNT * 3 - WS-PEND-PAD
           MOVE WS-IMAGE-EXT TO LS-IMG-FORMAT
           MOVE WS-PEND-HASH TO LS-IMG-CONTENT-HASH

           PERFORM WRITE-IMAGE-INDEX-RECORD

           MOVE SPACES TO WS-PEND-SESSION-ID
           MOVE 0 TO WS-PEND-PIECES
           GOBACK
           .

      *----------------------------------------------------------------*
      * BUILD-SPOOL-NAME: One spool per job id, so partitioned runners *
      * sharing a directory never write into each other's image.       *
      *----------------------------------------------------------------*
       BUILD-SPOOL-NAME.
           MOVE SPACES TO WS-ISP-FILE-NAME
           IF LS-JOB-ID = SPACES
               MOVE "IMAGE-SPOOL.B64" TO WS-ISP-FILE-NAME
           ELSE
               STRING
                   "IMAGE-SPOOL-" FUNCTION TRIM(LS-JOB-ID) ".B64"
                   DELIMITED SIZE
                   INTO WS-ISP-FILE-NAME
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * DERIVE-IMAGE-FORMAT: The file suffix from the reported type:   *
      * "image/png" or plain "png" both give png, jpeg is shortened to *
      * jpg, and an unreported type is taken as png.                   *
      *----------------------------------------------------------------*
       DERIVE-IMAGE-FORMAT.
           MOVE SPACES TO WS-MIME-MAJOR
           MOVE SPACES TO WS-MIME-MINOR
           UNSTRING FUNCTION LOWER-CASE(WS-PEND-MIME-TYPE)
               DELIMITED BY "/"
               INTO WS-MIME-MAJOR WS-MIME-MINOR
           END-UNSTRING
           IF WS-MIME-MINOR = SPACES
               MOVE WS-MIME-MAJOR TO WS-MIME-MINOR
           END-IF

           EVALUATE WS-MIME-MINOR
               WHEN SPACES
                   MOVE "png" TO WS-IMAGE-EXT
               WHEN "jpeg"
                   MOVE "jpg" TO WS-IMAGE-EXT
               WHEN "svg+xml"
                   MOVE "svg" TO WS-IMAGE-EXT
               WHEN OTHER
                   MOVE WS-MIME-MINOR(1:8) TO WS-IMAGE-EXT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * WRITE-IMAGE-INDEX-RECORD: One entry per prompt id; a re-run of *
      * the same prompt replaces the entry along with the image.       *
      *----------------------------------------------------------------*
       WRITE-IMAGE-INDEX-RECORD.
           OPEN I-O IMAGE-INDEX
           IF WS-IMX-FILE-STATUS = "35"
               OPEN OUTPUT IMAGE-INDEX
               CLOSE IMAGE-INDEX
               OPEN I-O IMAGE-INDEX
           END-IF
           IF WS-IMX-FILE-STATUS NOT = "00"
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE SPACES TO IMAGE-INDEX-RECORD
           MOVE LS-PROMPT-ID        TO IMX-PROMPT-ID
           MOVE LS-SESSION-ID       TO IMX-SESSION-ID
           MOVE LS-JOB-ID           TO IMX-JOB-ID
           MOVE LS-IMG-FORMAT       TO IMX-FORMAT
           MOVE WS-PEND-MIME-TYPE   TO IMX-MIME-TYPE
           MOVE LS-IMG-BYTE-SIZE    TO IMX-BYTE-SIZE
           MOVE LS-IMG-CONTENT-HASH TO IMX-CONTENT-HASH
           MOVE WS-PEND-PIECES      TO IMX-PIECE-COUNT
           MOVE LS-IMG-STORE-PATH   TO IMX-STORE-PATH
           MOVE WS-TODAY-DATE       TO IMX-STORED-AT

           WRITE IMAGE-INDEX-RECORD
               INVALID KEY
                   REWRITE IMAGE-INDEX-RECORD
           END-WRITE
           CLOSE IMAGE-INDEX
           MOVE 0 TO LS-RETURN-CODE
           .

       STOP RUN.
