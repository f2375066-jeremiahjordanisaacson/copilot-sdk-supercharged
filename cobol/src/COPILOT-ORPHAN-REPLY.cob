      *================================================================*
      * COPILOT-ORPHAN-REPLY.cob                                       *
      * Parks stray reply frames in the indexed orphan-reply file      *
      * ORPHAN-REPLY.DAT instead of letting them be thrown away. A     *
      * stray frame is one whose JSON-RPC id is not the id the         *
      * current wait is for -- typically the reply to an earlier send  *
      * whose wait timed out, arriving while a later wait is running.  *
      * CALLed by COPILOT-SESSION from CHECK-RESPONSE-ID with the      *
      * job, the session the request was sent on (spaces when it       *
      * cannot be told), the request id, the reply text, and the full  *
      * frame as it came off the pipe.                                 *
      *                                                                *
      * Records are keyed by job id, session id and request id and     *
      * start out PARKED. LATE-REPLY-RECOVERY matches them back to     *
      * the timed-out attempt in the results master and rewrites them  *
      * MATCHED (with the prompt id and the attempt it filed) or       *
      * UNMATCHED. Both texts are encrypted at rest under the record's *
      * stamp (COPILOT-FIELD-CRYPT), like the archive's.               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPILOT-ORPHAN-REPLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHAN-REPLY ASSIGN TO WS-ORP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORP-KEY
               FILE STATUS IS WS-ORP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LATE-REPLY-RECOVERY keeps a field-for-field copy of this
      *    layout -- keep the two in sync by hand.
       FD  ORPHAN-REPLY.
       01  ORPHAN-REPLY-RECORD.
           05 ORP-KEY.
               10 ORP-JOB-ID        PIC X(20).
               10 ORP-SESSION-ID    PIC X(64).
               10 ORP-REQUEST-ID    PIC 9(10).
           05 ORP-PARKED-AT         PIC X(21).
           05 ORP-STATUS            PIC X(10).
               88 ORP-STATUS-PARKED             VALUE "PARKED".
               88 ORP-STATUS-MATCHED            VALUE "MATCHED".
               88 ORP-STATUS-UNMATCHED          VALUE "UNMATCHED".
           05 ORP-PROMPT-ID         PIC X(20).
           05 ORP-OUTCOME           PIC X(10).
           05 ORP-RECOVERED-AT      PIC X(21).
           05 ORP-NOTE              PIC X(64).
           05 ORP-REPLY-TEXT        PIC X(4096).
           05 ORP-FRAME-BODY        PIC X(4096).
           05 ORP-CRYPT-STAMP.
               10 ORP-CRYPT-KEY-ID  PIC X(8).
               10 ORP-CRYPT-SALT    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ORP-FILE-NAME         PIC X(64)
           VALUE "ORPHAN-REPLY.DAT".
       01  WS-ORP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

       LINKAGE SECTION.
       01  LS-JOB-ID                PIC X(20).
       01  LS-SESSION-ID            PIC X(64).
       01  LS-REQUEST-ID            PIC 9(10).
       01  LS-REPLY-TEXT            PIC X(4096).
       01  LS-FRAME-BODY            PIC X(4096).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * PARK-ORPHAN-REPLY: File one stray frame PARKED. The same frame *
      * seen twice keeps its first parking time.                       *
      * Output: LS-RETURN-CODE (0 = parked, -1 = file unavailable,     *
      *         -2 = the texts could not be encrypted; nothing filed)  *
      *----------------------------------------------------------------*
       ENTRY "COPILOT-PARK-ORPHAN-REPLY" USING LS-JOB-ID LS-SESSION-ID
           LS-REQUEST-ID LS-REPLY-TEXT LS-FRAME-BODY LS-RETURN-CODE.

           MOVE -1 TO LS-RETURN-CODE

           OPEN I-O ORPHAN-REPLY
           IF WS-ORP-FILE-STATUS = "35"
               OPEN OUTPUT ORPHAN-REPLY
               CLOSE ORPHAN-REPLY
               OPEN I-O ORPHAN-REPLY
           END-IF
           IF WS-ORP-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE SPACES TO ORPHAN-REPLY-RECORD
           MOVE LS-JOB-ID     TO ORP-JOB-ID
           MOVE LS-SESSION-ID TO ORP-SESSION-ID
           MOVE LS-REQUEST-ID TO ORP-REQUEST-ID
           MOVE FUNCTION CURRENT-DATE TO ORP-PARKED-AT
           SET ORP-STATUS-PARKED TO TRUE
           MOVE LS-REPLY-TEXT TO ORP-REPLY-TEXT
           MOVE LS-FRAME-BODY TO ORP-FRAME-BODY
           CALL "COPILOT-FIELD-NEW-STAMP" USING ORP-CRYPT-STAMP
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 1 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-ENCRYPT" USING ORP-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO ORP-REPLY-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-ENCRYPT" USING ORP-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO ORP-FRAME-BODY WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               CLOSE ORPHAN-REPLY
               MOVE -2 TO LS-RETURN-CODE
               GOBACK
           END-IF
           WRITE ORPHAN-REPLY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           CLOSE ORPHAN-REPLY
           MOVE 0 TO LS-RETURN-CODE
           GOBACK
           .

       STOP RUN.
