      *================================================================*
      * FIELD-KEY-ROTATION.cob                                         *
      * Key rotation for the conversation text encrypted at rest by    *
      * COPILOT-FIELD-CRYPT. Once the security officer has added a new *
      * ACTIVE key to the key ring, every record written from then on  *
      * is stamped under it, but the history stays under the keys it   *
      * was written with. This job walks TRANSCRIPT.DAT,               *
      * RESPONSE-ARCHIVE.DAT, PROMPT-SCREEN-HOLD.DAT,                  *
      * RELEASE-HOLD.DAT, DISCLOSURE-HOLD.DAT and ORPHAN-REPLY.DAT and *
      * moves every record not yet under the active key -- including   *
      * clear records from before the ring existed -- across to it: a  *
      * fresh stamp, both text fields re-encrypted through             *
      * COPILOT-FIELD-REKEY, and the record rewritten in place. The    *
      * clear text never passes through this program, so it needs no   *
      * clear-text authority of its own. Keys, timestamps and statuses *
      * are not touched. KEY-ROTATION-LIMIT (SITE-CONFIG.DAT, default  *
      * 0: no limit) caps the records moved in one run so a large      *
      * history can be taken across over several batch windows;        *
      * FIELD-KEY-INVENTORY-REPORT shows what is left under each key,  *
      * and a retired key can come off the ring once it shows none. A  *
      * record under a key that is already off the ring cannot be      *
      * moved and ends the run with return code 8. Run between queue   *
      * runs: the stores are opened for update. With FILE-SET MIRROR   *
      * the mirror copies are rotated; otherwise the primaries are,    *
      * and the transcript and archive are copied to MIRROR-DIR        *
      * afterwards.                                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELD-KEY-ROTATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO WS-TRX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRX-KEY
               FILE STATUS IS WS-TRX-FILE-STATUS.
           SELECT RESPONSE-ARCHIVE ASSIGN TO WS-RA-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-PROMPT-ID
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT SCREEN-HOLD ASSIGN TO WS-SCR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCR-PROMPT-ID
               FILE STATUS IS WS-SCR-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT DISCLOSURE-HOLD ASSIGN TO WS-DSH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSH-PROMPT-ID
               FILE STATUS IS WS-DSH-FILE-STATUS.
           SELECT ORPHAN-REPLY ASSIGN TO WS-ORP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORP-KEY
               FILE STATUS IS WS-ORP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Site configuration: the transcript name, the mirror
      *    keywords and the per-run limit.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of WS-TRANSCRIPT-RECORD in            *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-FILE-RECORD.
           05 TRX-KEY.
               10 TRX-SESSION-ID    PIC X(64).
               10 TRX-TURN-NO       PIC 9(10).
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of the archive record written by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  RESPONSE-ARCHIVE.
       01  RESPONSE-ARCHIVE-RECORD.
           05 RA-PROMPT-ID          PIC X(20).
           05 RA-STATUS             PIC X(10).
           05 RA-SESSION-ID         PIC X(64).
           05 RA-JOB-ID             PIC X(20).
           05 RA-TIMESTAMP          PIC X(21).
           05 RA-REPLY-TEXT         PIC X(4096).
           05 RA-PROFILE-ID         PIC X(12).
           05 RA-TEMPLATE-VERSION   PIC 9(3).
           05 RA-SUPERSEDED-BY      PIC X(20).
           05 RA-IMAGE-REF          PIC X(20).
           05 RA-LANGUAGE           PIC X(2).
           05 RA-ORIGINAL-TEXT      PIC X(4096).
           05 RA-CRYPT-STAMP.
               10 RA-CRYPT-KEY-ID   PIC X(8).
               10 RA-CRYPT-SALT     PIC X(8).

      *    Field-for-field match of the hold record written by         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  SCREEN-HOLD.
       01  SCREEN-HOLD-RECORD.
           05 SCR-PROMPT-ID         PIC X(20).
           05 SCR-MATCHED-TERM      PIC X(64).
           05 SCR-PROMPT-TEXT       PIC X(4096).
           05 SCR-STATUS            PIC X(10).
           05 SCR-EDITED-TEXT       PIC X(4096).
           05 SCR-TIMESTAMP         PIC X(21).
           05 SCR-CRYPT-STAMP.
               10 SCR-CRYPT-KEY-ID  PIC X(8).
               10 SCR-CRYPT-SALT    PIC X(8).

       FD  RELEASE-HOLD.
       01  RELEASE-HOLD-RECORD.
           05 RLH-PROMPT-ID         PIC X(20).
           05 RLH-TEMPLATE-ID       PIC X(20).
           05 RLH-PROFILE-ID        PIC X(12).
           05 RLH-SESSION-ID        PIC X(64).
           05 RLH-JOB-ID            PIC X(20).
           05 RLH-REPLY-TEXT        PIC X(4096).
           05 RLH-STATUS            PIC X(10).
               88 RLH-STATUS-PENDING            VALUE "PENDING".
               88 RLH-STATUS-RELEASED           VALUE "RELEASED".
               88 RLH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 RLH-EDITED-TEXT       PIC X(4096).
           05 RLH-DECIDED-BY        PIC X(8).
           05 RLH-DECIDED-TS        PIC X(21).
           05 RLH-DECISION-NOTE     PIC X(128).
           05 RLH-TIMESTAMP         PIC X(21).
           05 RLH-CRYPT-STAMP.
               10 RLH-CRYPT-KEY-ID  PIC X(8).
               10 RLH-CRYPT-SALT    PIC X(8).

       FD  DISCLOSURE-HOLD.
       01  DISCLOSURE-HOLD-RECORD.
           05 DSH-PROMPT-ID         PIC X(20).
           05 DSH-BUSINESS-KEY      PIC X(20).
           05 DSH-TEMPLATE-ID       PIC X(20).
           05 DSH-PROFILE-ID        PIC X(12).
           05 DSH-SESSION-ID        PIC X(64).
           05 DSH-JOB-ID            PIC X(20).
           05 DSH-TEMPLATE-VERSION  PIC 9(3).
           05 DSH-LANGUAGE          PIC X(2).
           05 DSH-IMAGE-REF         PIC X(20).
           05 DSH-REPLY-STATUS      PIC X(10).
           05 DSH-RELEASE-REVIEW    PIC X.
           05 DSH-HIT-COUNT         PIC 9(2).
           05 DSH-HIT-TABLE-AREA.
               10 DSH-HIT           OCCURS 10.
                   15 DSH-HIT-KIND  PIC X(8).
                   15 DSH-HIT-KEY   PIC X(12).
                   15 DSH-HIT-OWNER PIC X(10).
           05 DSH-REPLY-TEXT        PIC X(4096).
           05 DSH-ORIGINAL-TEXT     PIC X(4096).
           05 DSH-STATUS            PIC X(10).
               88 DSH-STATUS-PENDING            VALUE "PENDING".
               88 DSH-STATUS-CLEARED            VALUE "CLEARED".
               88 DSH-STATUS-WITHHELD           VALUE "WITHHELD".
           05 DSH-DECIDED-BY        PIC X(8).
           05 DSH-DECIDED-TS        PIC X(21).
           05 DSH-DECISION-NOTE     PIC X(128).
           05 DSH-TIMESTAMP         PIC X(21).
           05 DSH-CRYPT-STAMP.
               10 DSH-CRYPT-KEY-ID  PIC X(8).
               10 DSH-CRYPT-SALT    PIC X(8).

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
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.
       01  WS-MIRROR-FILE-NAME      PIC X(64)  VALUE SPACES.
       01  WS-MIRROR-COMMAND        PIC X(256) VALUE SPACES.

       01  WS-TRX-FILE-NAME         PIC X(64)  VALUE "TRANSCRIPT.DAT".
       01  WS-TRX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-SCR-FILE-NAME         PIC X(64)
           VALUE "PROMPT-SCREEN-HOLD.DAT".
       01  WS-SCR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DSH-FILE-NAME         PIC X(64)
           VALUE "DISCLOSURE-HOLD.DAT".
       01  WS-DSH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-ORP-FILE-NAME         PIC X(64)
           VALUE "ORPHAN-REPLY.DAT".
       01  WS-ORP-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-WARN-RC               PIC 9(4)   VALUE 8.
       01  WS-ROTATION-LIMIT        PIC 9(7)   VALUE 0.

      *    The stamp a record is moving from and the one it is given.
       01  WS-ACTIVE-KEY-ID         PIC X(8)   VALUE SPACES.
       01  WS-OLD-STAMP.
           05 WS-OLD-KEY-ID         PIC X(8)   VALUE SPACES.
           05 WS-OLD-SALT           PIC X(8)   VALUE SPACES.
       01  WS-NEW-STAMP.
           05 WS-NEW-KEY-ID         PIC X(8)   VALUE SPACES.
           05 WS-NEW-SALT           PIC X(8)   VALUE SPACES.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.

      *    Counts for the store being walked, then the run's totals.
       01  WS-STORE-NAME            PIC X(24)  VALUE SPACES.
       01  WS-STORE-COUNTS.
           05 WS-STORE-READ         PIC 9(7)   VALUE 0.
           05 WS-STORE-CURRENT      PIC 9(7)   VALUE 0.
           05 WS-STORE-MOVED        PIC 9(7)   VALUE 0.
           05 WS-STORE-DEFERRED     PIC 9(7)   VALUE 0.
           05 WS-STORE-FAILED       PIC 9(7)   VALUE 0.
       01  WS-TOTAL-MOVED           PIC 9(7)   VALUE 0.
       01  WS-TOTAL-DEFERRED        PIC 9(7)   VALUE 0.
       01  WS-TOTAL-FAILED          PIC 9(7)   VALUE 0.

       01  WS-LIMIT-FLAG            PIC 9      VALUE 0.
           88 ROTATION-LIMIT-REACHED           VALUE 1.
           88 ROTATION-LIMIT-OPEN              VALUE 0.

      *    Key ids met on records but no longer on the ring.
       01  WS-MISSING-KEYS.
           05 WS-MISSING-COUNT      PIC 9(3)   VALUE 0.
           05 WS-MISSING-ENTRY OCCURS 20 TIMES.
               10 WS-MISSING-KEY-ID PIC X(8)   VALUE SPACES.
               10 WS-MISSING-RECS   PIC 9(7)   VALUE 0.
       01  WS-MISSING-IDX           PIC 9(3)   VALUE 0.
       01  WS-MISSING-FOUND-IDX     PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Field Key Rotation ==="
           DISPLAY " "

           PERFORM LOAD-ROTATION-CONFIG

      *    A stamp taken now names the key every record should end up
      *    under; no stamp means no ACTIVE key and nothing to do.
           CALL "COPILOT-FIELD-NEW-STAMP" USING WS-NEW-STAMP
               WS-CRYPT-RC
           MOVE WS-NEW-KEY-ID TO WS-ACTIVE-KEY-ID
           IF WS-ACTIVE-KEY-ID = SPACES
               DISPLAY "No ACTIVE key on the key ring; nothing to"
                   " rotate."
               DISPLAY "=== Done ==="
               STOP RUN
           END-IF

           DISPLAY "Active key:      " WS-ACTIVE-KEY-ID
           IF WS-ROTATION-LIMIT > 0
               DISPLAY "Run limit:       " WS-ROTATION-LIMIT
                   " records"
           END-IF

           PERFORM ROTATE-TRANSCRIPT
           PERFORM ROTATE-ARCHIVE
           PERFORM ROTATE-SCREEN-HOLD
           PERFORM ROTATE-RELEASE-HOLD
           PERFORM ROTATE-DISCLOSURE-HOLD
           PERFORM ROTATE-ORPHAN-REPLY

           DISPLAY " "
           DISPLAY "Records moved:   " WS-TOTAL-MOVED
           IF WS-TOTAL-DEFERRED > 0
               DISPLAY "Left for a later run (limit reached): "
                   WS-TOTAL-DEFERRED
           END-IF
           PERFORM SHOW-ONE-MISSING-KEY
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
           DISPLAY "=== Done ==="
           IF WS-TOTAL-FAILED > 0
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-ROTATION-CONFIG: Pick up the transcript name, the run     *
      * limit and the mirroring keywords. With the FILE-SET failover   *
      * switch thrown, the mirror copies of the transcript and archive *
      * are the ones rotated.                                          *
      *----------------------------------------------------------------*
       LOAD-ROTATION-CONFIG.
           OPEN INPUT SITE-CONFIG
           IF WS-SCFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-SITE-CONFIG-RECORD
               UNTIL WS-SCFG-FILE-STATUS NOT = "00"

           CLOSE SITE-CONFIG

           IF FILE-SET-MIRROR
               MOVE WS-TRX-FILE-NAME TO WS-MIRROR-NAME-WORK
               MOVE SPACES TO WS-TRX-FILE-NAME
               STRING
                   FUNCTION TRIM(WS-MIRROR-DIR) "/"
                   FUNCTION TRIM(WS-MIRROR-NAME-WORK)
                   DELIMITED SIZE
                   INTO WS-TRX-FILE-NAME
               END-STRING
               MOVE WS-RA-FILE-NAME TO WS-MIRROR-NAME-WORK
               MOVE SPACES TO WS-RA-FILE-NAME
               STRING
                   FUNCTION TRIM(WS-MIRROR-DIR) "/"
                   FUNCTION TRIM(WS-MIRROR-NAME-WORK)
                   DELIMITED SIZE
                   INTO WS-RA-FILE-NAME
               END-STRING
           END-IF
           .

       APPLY-ONE-SITE-CONFIG-RECORD.
           READ SITE-CONFIG
               AT END
                   MOVE "10" TO WS-SCFG-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(SCFG-KEYWORD)
                       WHEN "TRANSCRIPT-FILE"
                           MOVE SCFG-VALUE TO WS-TRX-FILE-NAME
                       WHEN "KEY-ROTATION-LIMIT"
                           MOVE FUNCTION NUMVAL(SCFG-VALUE)
                               TO WS-ROTATION-LIMIT
                       WHEN "MIRROR-DIR"
                           MOVE SCFG-VALUE TO WS-MIRROR-DIR
                       WHEN "FILE-SET"
                           MOVE SCFG-VALUE(1:8) TO WS-FILE-SET
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * ROTATE-TRANSCRIPT: Walk the transcript in key order, moving    *
      * each turn not yet under the active key.                        *
      *----------------------------------------------------------------*
       ROTATE-TRANSCRIPT.
           MOVE "TRANSCRIPT" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-TRX-FILE-STATUS
           OPEN I-O TRANSCRIPT-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               DISPLAY "Transcript not found ("
                   FUNCTION TRIM(WS-TRX-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-TRANSCRIPT-RECORD
               UNTIL WS-TRX-FILE-STATUS NOT = "00"

           CLOSE TRANSCRIPT-FILE

           IF WS-STORE-MOVED > 0
               MOVE WS-TRX-FILE-NAME TO WS-MIRROR-FILE-NAME
               PERFORM MIRROR-ONE-FILE
           END-IF
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-TRANSCRIPT-RECORD.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRX-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-TRANSCRIPT-RECORD
           END-READ
           .

       REKEY-TRANSCRIPT-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE TRX-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 2048 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO TRX-USER-MSG WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO TRX-ASSISTANT-MSG
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO TRX-CRYPT-STAMP
           REWRITE TRANSCRIPT-FILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * ROTATE-ARCHIVE: The same walk over the response archive; the   *
      * reply and the pre-translation original move together.          *
      *----------------------------------------------------------------*
       ROTATE-ARCHIVE.
           MOVE "RESPONSE-ARCHIVE" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN I-O RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               DISPLAY "Response archive not found ("
                   FUNCTION TRIM(WS-RA-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-ARCHIVE-RECORD
               UNTIL WS-RA-FILE-STATUS NOT = "00"

           CLOSE RESPONSE-ARCHIVE

           IF WS-STORE-MOVED > 0
               MOVE WS-RA-FILE-NAME TO WS-MIRROR-FILE-NAME
               PERFORM MIRROR-ONE-FILE
           END-IF
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-ARCHIVE-RECORD.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-ARCHIVE-RECORD
           END-READ
           .

       REKEY-ARCHIVE-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE RA-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 4096 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO RA-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO RA-ORIGINAL-TEXT
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO RA-CRYPT-STAMP
           REWRITE RESPONSE-ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * ROTATE-SCREEN-HOLD: The same walk over the screening hold; the *
      * parked prompt and any operator edit move together. The hold is *
      * not part of the mirror set.                                    *
      *----------------------------------------------------------------*
       ROTATE-SCREEN-HOLD.
           MOVE "PROMPT-SCREEN-HOLD" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-SCR-FILE-STATUS
           OPEN I-O SCREEN-HOLD
           IF WS-SCR-FILE-STATUS NOT = "00"
               DISPLAY "Screening hold not found ("
                   FUNCTION TRIM(WS-SCR-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-HOLD-RECORD
               UNTIL WS-SCR-FILE-STATUS NOT = "00"

           CLOSE SCREEN-HOLD
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-HOLD-RECORD.
           READ SCREEN-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-SCR-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-HOLD-RECORD
           END-READ
           .

       REKEY-HOLD-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE SCR-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 4096 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO SCR-PROMPT-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO SCR-EDITED-TEXT
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO SCR-CRYPT-STAMP
           REWRITE SCREEN-HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * ROTATE-RELEASE-HOLD: The same walk over the release hold; the  *
      * held reply and any operator edit move together. None of the    *
      * three review holds below is part of the mirror set.            *
      *----------------------------------------------------------------*
       ROTATE-RELEASE-HOLD.
           MOVE "RELEASE-HOLD" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN I-O RELEASE-HOLD
           IF WS-RLH-FILE-STATUS NOT = "00"
               DISPLAY "Release hold not found ("
                   FUNCTION TRIM(WS-RLH-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-RELEASE-RECORD
               UNTIL WS-RLH-FILE-STATUS NOT = "00"

           CLOSE RELEASE-HOLD
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-RELEASE-RECORD.
           READ RELEASE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLH-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-RELEASE-RECORD
           END-READ
           .

       REKEY-RELEASE-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE RLH-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 4096 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO RLH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO RLH-EDITED-TEXT
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO RLH-CRYPT-STAMP
           REWRITE RELEASE-HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * ROTATE-DISCLOSURE-HOLD: The same over the disclosure hold; the *
      * held reply and its English original move together.             *
      *----------------------------------------------------------------*
       ROTATE-DISCLOSURE-HOLD.
           MOVE "DISCLOSURE-HOLD" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN I-O DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS NOT = "00"
               DISPLAY "Disclosure hold not found ("
                   FUNCTION TRIM(WS-DSH-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-DISCLOSURE-RECORD
               UNTIL WS-DSH-FILE-STATUS NOT = "00"

           CLOSE DISCLOSURE-HOLD
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-DISCLOSURE-RECORD.
           READ DISCLOSURE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSH-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-DISCLOSURE-RECORD
           END-READ
           .

       REKEY-DISCLOSURE-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE DSH-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 4096 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO DSH-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO DSH-ORIGINAL-TEXT
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO DSH-CRYPT-STAMP
           REWRITE DISCLOSURE-HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * ROTATE-ORPHAN-REPLY: The same over the parked late replies;    *
      * the reply text and the frame it came in move together.         *
      *----------------------------------------------------------------*
       ROTATE-ORPHAN-REPLY.
           MOVE "ORPHAN-REPLY" TO WS-STORE-NAME
           INITIALIZE WS-STORE-COUNTS

           MOVE "00" TO WS-ORP-FILE-STATUS
           OPEN I-O ORPHAN-REPLY
           IF WS-ORP-FILE-STATUS NOT = "00"
               DISPLAY "Orphan reply file not found ("
                   FUNCTION TRIM(WS-ORP-FILE-NAME) "); skipped."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-ONE-ORPHAN-RECORD
               UNTIL WS-ORP-FILE-STATUS NOT = "00"

           CLOSE ORPHAN-REPLY
           PERFORM SHOW-STORE-COUNTS
           .

       ROTATE-ONE-ORPHAN-RECORD.
           READ ORPHAN-REPLY NEXT RECORD
               AT END
                   MOVE "10" TO WS-ORP-FILE-STATUS
               NOT AT END
                   PERFORM REKEY-ORPHAN-RECORD
           END-READ
           .

       REKEY-ORPHAN-RECORD.
           ADD 1 TO WS-STORE-READ
           MOVE ORP-CRYPT-STAMP TO WS-OLD-STAMP
           PERFORM CHECK-RECORD-NEEDS-MOVING
           IF WS-CRYPT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 4096 TO WS-CRYPT-TEXT-LEN
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP WS-NEW-STAMP
               WS-CRYPT-FIELD-NO ORP-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-REKEY" USING WS-OLD-STAMP
                   WS-NEW-STAMP WS-CRYPT-FIELD-NO ORP-FRAME-BODY
                   WS-CRYPT-TEXT-LEN WS-CRYPT-RC
           END-IF
           IF WS-CRYPT-RC NOT = 0
               PERFORM NOTE-RECORD-NOT-MOVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STAMP TO ORP-CRYPT-STAMP
           REWRITE ORPHAN-REPLY-RECORD
               INVALID KEY
                   ADD 1 TO WS-STORE-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-STORE-MOVED
                   ADD 1 TO WS-TOTAL-MOVED
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * CHECK-RECORD-NEEDS-MOVING: For the record whose stamp is in    *
      * WS-OLD-STAMP. Already under the active key, or past the run    *
      * limit, it is counted and WS-CRYPT-RC comes back non-zero;      *
      * otherwise WS-NEW-STAMP holds the fresh stamp to move it to.    *
      *----------------------------------------------------------------*
       CHECK-RECORD-NEEDS-MOVING.
           MOVE 4 TO WS-CRYPT-RC
           IF WS-OLD-KEY-ID = WS-ACTIVE-KEY-ID
               ADD 1 TO WS-STORE-CURRENT
               EXIT PARAGRAPH
           END-IF

           IF WS-ROTATION-LIMIT > 0
               AND WS-TOTAL-MOVED >= WS-ROTATION-LIMIT
               SET ROTATION-LIMIT-REACHED TO TRUE
           END-IF
           IF ROTATION-LIMIT-REACHED
               ADD 1 TO WS-STORE-DEFERRED
               ADD 1 TO WS-TOTAL-DEFERRED
               EXIT PARAGRAPH
           END-IF

           CALL "COPILOT-FIELD-NEW-STAMP" USING WS-NEW-STAMP
               WS-CRYPT-RC
           .

      *----------------------------------------------------------------*
      * NOTE-RECORD-NOT-MOVED: The record's key is off the ring, so    *
      * its text cannot be read back to move it. The record is left    *
      * exactly as it was and the key id is listed at the end.         *
      *----------------------------------------------------------------*
       NOTE-RECORD-NOT-MOVED.
           ADD 1 TO WS-STORE-FAILED
           ADD 1 TO WS-TOTAL-FAILED

           MOVE 0 TO WS-MISSING-FOUND-IDX
           PERFORM TEST-ONE-MISSING-KEY
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
               OR WS-MISSING-FOUND-IDX > 0
           IF WS-MISSING-FOUND-IDX = 0
               IF WS-MISSING-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-MISSING-COUNT TO WS-MISSING-FOUND-IDX
               MOVE WS-OLD-KEY-ID
                   TO WS-MISSING-KEY-ID(WS-MISSING-FOUND-IDX)
           END-IF
           ADD 1 TO WS-MISSING-RECS(WS-MISSING-FOUND-IDX)
           .

       TEST-ONE-MISSING-KEY.
           IF WS-MISSING-KEY-ID(WS-MISSING-IDX) = WS-OLD-KEY-ID
               MOVE WS-MISSING-IDX TO WS-MISSING-FOUND-IDX
           END-IF
           .

       SHOW-ONE-MISSING-KEY.
           DISPLAY "WARNING: key " WS-MISSING-KEY-ID(WS-MISSING-IDX)
               " is not on the key ring; "
               WS-MISSING-RECS(WS-MISSING-IDX)
               " record(s) under it left as they were."
           .

      *----------------------------------------------------------------*
      * SHOW-STORE-COUNTS: One store's line of the run summary.        *
      *----------------------------------------------------------------*
       SHOW-STORE-COUNTS.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-STORE-NAME) ":"
           DISPLAY "  Records read:             " WS-STORE-READ
           DISPLAY "  Already under active key: " WS-STORE-CURRENT
           DISPLAY "  Moved to active key:      " WS-STORE-MOVED
           IF WS-STORE-DEFERRED > 0
               DISPLAY "  Left for a later run:     " WS-STORE-DEFERRED
           END-IF
           IF WS-STORE-FAILED > 0
               DISPLAY "  Could not be moved:       " WS-STORE-FAILED
           END-IF
           .

      *----------------------------------------------------------------*
      * MIRROR-ONE-FILE: Copy a rotated file to the secondary          *
      * directory, unless no mirror is configured or we are already    *
      * running failed-over on the mirror set.                         *
      *----------------------------------------------------------------*
       MIRROR-ONE-FILE.
           IF WS-MIRROR-DIR = SPACES OR FILE-SET-MIRROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MIRROR-COMMAND
           STRING
               "mkdir -p " FUNCTION TRIM(WS-MIRROR-DIR)
               " && cp -f " FUNCTION TRIM(WS-MIRROR-FILE-NAME)
               " " FUNCTION TRIM(WS-MIRROR-DIR)
               "/ 2>/dev/null"
               DELIMITED SIZE
               INTO WS-MIRROR-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-MIRROR-COMMAND
           .
