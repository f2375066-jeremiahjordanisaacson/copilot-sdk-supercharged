      *================================================================*
      * FIELD-KEY-INVENTORY-REPORT.cob                                 *
      * How many records in each encrypted store are still held under  *
      * each key id. Reads the key ring named by KEY-RING-FILE (only   *
      * the ids, statuses and activation dates -- never the key        *
      * values) and walks TRANSCRIPT.DAT, RESPONSE-ARCHIVE.DAT,        *
      * PROMPT-SCREEN-HOLD.DAT and the three review holds --           *
      * RELEASE-HOLD.DAT, DISCLOSURE-HOLD.DAT and ORPHAN-REPLY.DAT,    *
      * counted together in one REVIEW-HOLDS column -- read-only,      *
      * tallying every record by the key id in its stamp. One line per *
      * key on the ring, in ring order, then any key met on a record   *
      * but missing from the ring, then the records still in clear.    *
      * The note column says what each line wants:                     *
      *   CURRENT KEY            the last ACTIVE key, new records'     *
      *   ROTATE                 an older key still holding records    *
      *   SAFE TO REMOVE         a retired key nothing is left under   *
      *   KEY MISSING            records nobody can read back; the     *
      *                          key must be restored to the ring      *
      *   NOT ENCRYPTED          clear records from before the ring    *
      * FIELD-KEY-ROTATION moves the ROTATE and NOT ENCRYPTED lines    *
      * across to the current key. Return code 8 when any KEY MISSING  *
      * line is printed. With FILE-SET MIRROR the mirror copies of the *
      * transcript and archive are counted instead of the primaries.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELD-KEY-INVENTORY-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG ASSIGN TO WS-SCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-FILE-STATUS.
           SELECT KEY-RING ASSIGN TO WS-FKR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FKR-FILE-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CONFIG.
       01  SITE-CONFIG-RECORD.
           05 SCFG-KEYWORD          PIC X(24).
           05 SCFG-VALUE            PIC X(64).

      *    Field-for-field match of the key ring row read by           *
      *    COPILOT-FIELD-CRYPT -- keep the two in sync by hand.        *
       FD  KEY-RING.
       01  KEY-RING-RECORD.
           05 FKR-KEY-ID            PIC X(8).
           05 FKR-STATUS            PIC X(8).
           05 FKR-KEY-VALUE         PIC X(64).
           05 FKR-ACTIVATED         PIC X(8).

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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
       01  WS-SCFG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MIRROR-DIR            PIC X(64)  VALUE SPACES.
       01  WS-FILE-SET              PIC X(8)   VALUE SPACES.
           88 FILE-SET-MIRROR                   VALUE "MIRROR".
       01  WS-MIRROR-NAME-WORK      PIC X(64)  VALUE SPACES.

       01  WS-FKR-FILE-NAME         PIC X(64)
           VALUE "FIELD-KEY-RING.DAT".
       01  WS-FKR-FILE-STATUS       PIC XX     VALUE "00".
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
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "FIELD-KEY-INVENTORY-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-WARN-RC               PIC 9(4)   VALUE 8.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    One row per key id: the ring's keys first, in ring order,
      *    then ids met only on records. A blank id is clear text.
      *    Column 1 is the transcript, 2 the archive, 3 the screening
      *    hold and 4 the three review holds together.
       01  WS-INVENTORY.
           05 WS-INV-COUNT          PIC 9(3)   VALUE 0.
           05 WS-INV-ENTRY OCCURS 80 TIMES.
               10 WS-INV-KEY-ID     PIC X(8)   VALUE SPACES.
               10 WS-INV-RING-STATUS PIC X(11) VALUE SPACES.
               10 WS-INV-ACTIVATED  PIC X(8)   VALUE SPACES.
               10 WS-INV-STORE-RECS PIC 9(9)   VALUE 0
                                    OCCURS 4 TIMES.
               10 WS-INV-TOTAL      PIC 9(9)   VALUE 0.
       01  WS-INV-IDX               PIC 9(3)   VALUE 0.
       01  WS-INV-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-RING-KEY-COUNT        PIC 9(3)   VALUE 0.
       01  WS-CURRENT-KEY-IDX       PIC 9(3)   VALUE 0.
       01  WS-INV-OVERFLOW          PIC 9(7)   VALUE 0.

      *    WS-STORE-IX is the file being walked (1-6), WS-STORE-COL
      *    the report column it is counted in (1-4).
       01  WS-STORE-IX              PIC 9      VALUE 0.
       01  WS-STORE-COL             PIC 9      VALUE 0.
       01  WS-WANTED-KEY-ID         PIC X(8)   VALUE SPACES.
       01  WS-STORE-TOTAL           PIC 9(9)   VALUE 0
                                    OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL           PIC 9(9)   VALUE 0.
       01  WS-STORE-FOUND           PIC X      VALUE "N"
                                    OCCURS 6 TIMES.

       01  WS-NOTE                  PIC X(24)  VALUE SPACES.
       01  WS-SHOWN-KEY-ID          PIC X(8)   VALUE SPACES.
       01  WS-MISSING-LINES         PIC 9(3)   VALUE 0.
       01  WS-ROTATE-RECS           PIC 9(9)   VALUE 0.
       01  WS-ED-RECS-1             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-RECS-2             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-RECS-3             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-RECS-4             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-TOTAL              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Field Key Inventory Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM LOAD-SITE-CONFIG
           PERFORM LOAD-KEY-RING

           PERFORM COUNT-TRANSCRIPT
           PERFORM COUNT-ARCHIVE
           PERFORM COUNT-SCREEN-HOLD
           PERFORM COUNT-RELEASE-HOLD
           PERFORM COUNT-DISCLOSURE-HOLD
           PERFORM COUNT-ORPHAN-REPLY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-ONE-KEY-LINE
               VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-COUNT
           PERFORM PRINT-REPORT-TOTALS

           CLOSE REPORT-FILE

           DISPLAY "Keys on the ring:       " WS-RING-KEY-COUNT
           DISPLAY "Records counted:        " WS-GRAND-TOTAL
           DISPLAY "Records to rotate:      " WS-ROTATE-RECS
           IF WS-MISSING-LINES > 0
               DISPLAY "WARNING: " WS-MISSING-LINES
                   " key id(s) on records are missing from the ring"
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           IF WS-MISSING-LINES > 0
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-SITE-CONFIG: Pick up the key ring and transcript names    *
      * and the mirroring keywords. With the FILE-SET failover switch  *
      * thrown, the mirror copies of the transcript and archive are    *
      * the ones counted.                                              *
      *----------------------------------------------------------------*
       LOAD-SITE-CONFIG.
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
                       WHEN "KEY-RING-FILE"
                           MOVE SCFG-VALUE TO WS-FKR-FILE-NAME
                       WHEN "TRANSCRIPT-FILE"
                           MOVE SCFG-VALUE TO WS-TRX-FILE-NAME
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
      * LOAD-KEY-RING: One inventory row per key on the ring, by the   *
      * same rules COPILOT-FIELD-CRYPT tables them: "#" rows and rows  *
      * without a value are skipped, and the last ACTIVE row is the    *
      * key new records go under.                                      *
      *----------------------------------------------------------------*
       LOAD-KEY-RING.
           OPEN INPUT KEY-RING
           IF WS-FKR-FILE-STATUS NOT = "00"
               DISPLAY "No key ring (" FUNCTION TRIM(WS-FKR-FILE-NAME)
                   "); every record should be in clear."
               EXIT PARAGRAPH
           END-IF

           PERFORM TABLE-ONE-RING-KEY
               UNTIL WS-FKR-FILE-STATUS NOT = "00"

           CLOSE KEY-RING
           MOVE WS-INV-COUNT TO WS-RING-KEY-COUNT
           .

       TABLE-ONE-RING-KEY.
           READ KEY-RING
               AT END
                   MOVE "10" TO WS-FKR-FILE-STATUS
               NOT AT END
                   IF FKR-KEY-ID NOT = SPACES
                       AND FKR-KEY-ID(1:1) NOT = "#"
                       AND FKR-KEY-VALUE NOT = SPACES
                       AND WS-INV-COUNT < 50
                       ADD 1 TO WS-INV-COUNT
                       MOVE FKR-KEY-ID TO WS-INV-KEY-ID(WS-INV-COUNT)
                       MOVE FUNCTION UPPER-CASE(FKR-STATUS)
                           TO WS-INV-RING-STATUS(WS-INV-COUNT)
                       MOVE FKR-ACTIVATED
                           TO WS-INV-ACTIVATED(WS-INV-COUNT)
                       IF WS-INV-RING-STATUS(WS-INV-COUNT) = "ACTIVE"
                           MOVE WS-INV-COUNT TO WS-CURRENT-KEY-IDX
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * COUNT-TRANSCRIPT / COUNT-ARCHIVE / COUNT-SCREEN-HOLD: Walk one *
      * store read-only, tallying each record under its stamp's key.   *
      *----------------------------------------------------------------*
       COUNT-TRANSCRIPT.
           MOVE 1 TO WS-STORE-IX
           MOVE 1 TO WS-STORE-COL
           MOVE "00" TO WS-TRX-FILE-STATUS
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-TRANSCRIPT-RECORD
               UNTIL WS-TRX-FILE-STATUS NOT = "00"

           CLOSE TRANSCRIPT-FILE
           .

       COUNT-ONE-TRANSCRIPT-RECORD.
           READ TRANSCRIPT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRX-FILE-STATUS
               NOT AT END
                   MOVE TRX-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

       COUNT-ARCHIVE.
           MOVE 2 TO WS-STORE-IX
           MOVE 2 TO WS-STORE-COL
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-ARCHIVE-RECORD
               UNTIL WS-RA-FILE-STATUS NOT = "00"

           CLOSE RESPONSE-ARCHIVE
           .

       COUNT-ONE-ARCHIVE-RECORD.
           READ RESPONSE-ARCHIVE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RA-FILE-STATUS
               NOT AT END
                   MOVE RA-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

       COUNT-SCREEN-HOLD.
           MOVE 3 TO WS-STORE-IX
           MOVE 3 TO WS-STORE-COL
           MOVE "00" TO WS-SCR-FILE-STATUS
           OPEN INPUT SCREEN-HOLD
           IF WS-SCR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-HOLD-RECORD
               UNTIL WS-SCR-FILE-STATUS NOT = "00"

           CLOSE SCREEN-HOLD
           .

       COUNT-ONE-HOLD-RECORD.
           READ SCREEN-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-SCR-FILE-STATUS
               NOT AT END
                   MOVE SCR-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * COUNT-RELEASE-HOLD / COUNT-DISCLOSURE-HOLD / COUNT-ORPHAN-     *
      * REPLY: The same for the three review holds, all counted in the *
      * REVIEW-HOLDS column.                                           *
      *----------------------------------------------------------------*
       COUNT-RELEASE-HOLD.
           MOVE 4 TO WS-STORE-IX
           MOVE 4 TO WS-STORE-COL
           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-RELEASE-RECORD
               UNTIL WS-RLH-FILE-STATUS NOT = "00"

           CLOSE RELEASE-HOLD
           .

       COUNT-ONE-RELEASE-RECORD.
           READ RELEASE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLH-FILE-STATUS
               NOT AT END
                   MOVE RLH-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

       COUNT-DISCLOSURE-HOLD.
           MOVE 5 TO WS-STORE-IX
           MOVE 4 TO WS-STORE-COL
           MOVE "00" TO WS-DSH-FILE-STATUS
           OPEN INPUT DISCLOSURE-HOLD
           IF WS-DSH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-DISCLOSURE-RECORD
               UNTIL WS-DSH-FILE-STATUS NOT = "00"

           CLOSE DISCLOSURE-HOLD
           .

       COUNT-ONE-DISCLOSURE-RECORD.
           READ DISCLOSURE-HOLD NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSH-FILE-STATUS
               NOT AT END
                   MOVE DSH-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

       COUNT-ORPHAN-REPLY.
           MOVE 6 TO WS-STORE-IX
           MOVE 4 TO WS-STORE-COL
           MOVE "00" TO WS-ORP-FILE-STATUS
           OPEN INPUT ORPHAN-REPLY
           IF WS-ORP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-FOUND(WS-STORE-IX)

           PERFORM COUNT-ONE-ORPHAN-RECORD
               UNTIL WS-ORP-FILE-STATUS NOT = "00"

           CLOSE ORPHAN-REPLY
           .

       COUNT-ONE-ORPHAN-RECORD.
           READ ORPHAN-REPLY NEXT RECORD
               AT END
                   MOVE "10" TO WS-ORP-FILE-STATUS
               NOT AT END
                   MOVE ORP-CRYPT-KEY-ID TO WS-WANTED-KEY-ID
                   PERFORM TALLY-ONE-RECORD
           END-READ
           .

      *----------------------------------------------------------------*
      * TALLY-ONE-RECORD: Count a record in column WS-STORE-COL        *
      * against key WS-WANTED-KEY-ID, opening a row for an id not seen *
      * yet -- blank for clear text, anything else is missing from the *
      * ring.                                                          *
      *----------------------------------------------------------------*
       TALLY-ONE-RECORD.
           ADD 1 TO WS-STORE-TOTAL(WS-STORE-COL)
           ADD 1 TO WS-GRAND-TOTAL

           MOVE 0 TO WS-INV-FOUND-IDX
           PERFORM TEST-ONE-INVENTORY-ROW
               VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-COUNT
               OR WS-INV-FOUND-IDX > 0

           IF WS-INV-FOUND-IDX = 0
               IF WS-INV-COUNT >= 80
                   ADD 1 TO WS-INV-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT TO WS-INV-FOUND-IDX
               MOVE WS-WANTED-KEY-ID
                   TO WS-INV-KEY-ID(WS-INV-FOUND-IDX)
               IF WS-WANTED-KEY-ID = SPACES
                   MOVE "CLEAR" TO WS-INV-RING-STATUS(WS-INV-FOUND-IDX)
               ELSE
                   MOVE "NOT ON RING"
                       TO WS-INV-RING-STATUS(WS-INV-FOUND-IDX)
               END-IF
           END-IF

           ADD 1 TO WS-INV-STORE-RECS(WS-INV-FOUND-IDX, WS-STORE-COL)
           ADD 1 TO WS-INV-TOTAL(WS-INV-FOUND-IDX)
           .

      *    Ring rows are matched by id alone; a blank id only ever
      *    matches the clear-text row, which is never a ring row.
       TEST-ONE-INVENTORY-ROW.
           IF WS-INV-KEY-ID(WS-INV-IDX) = WS-WANTED-KEY-ID
               IF WS-WANTED-KEY-ID NOT = SPACES
                   OR WS-INV-IDX > WS-RING-KEY-COUNT
                   MOVE WS-INV-IDX TO WS-INV-FOUND-IDX
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-ONE-KEY-LINE: One key's counts per store, its total and  *
      * the note saying what, if anything, it still wants.             *
      *----------------------------------------------------------------*
       PRINT-ONE-KEY-LINE.
           PERFORM DECIDE-KEY-NOTE

           IF WS-INV-KEY-ID(WS-INV-IDX) = SPACES
               MOVE "(CLEAR)" TO WS-SHOWN-KEY-ID
           ELSE
               MOVE WS-INV-KEY-ID(WS-INV-IDX) TO WS-SHOWN-KEY-ID
           END-IF
           MOVE WS-INV-STORE-RECS(WS-INV-IDX, 1) TO WS-ED-RECS-1
           MOVE WS-INV-STORE-RECS(WS-INV-IDX, 2) TO WS-ED-RECS-2
           MOVE WS-INV-STORE-RECS(WS-INV-IDX, 3) TO WS-ED-RECS-3
           MOVE WS-INV-STORE-RECS(WS-INV-IDX, 4) TO WS-ED-RECS-4
           MOVE WS-INV-TOTAL(WS-INV-IDX)         TO WS-ED-TOTAL

           MOVE SPACES TO WS-OUT-LINE
           STRING
               WS-SHOWN-KEY-ID "  "
               WS-INV-RING-STATUS(WS-INV-IDX) "  "
               WS-INV-ACTIVATED(WS-INV-IDX) "   "
               WS-ED-RECS-1 "       "
               WS-ED-RECS-2 "    "
               WS-ED-RECS-3 "  "
               WS-ED-RECS-4 "  "
               WS-ED-TOTAL "   "
               WS-NOTE
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       DECIDE-KEY-NOTE.
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN WS-INV-IDX = WS-CURRENT-KEY-IDX
                   MOVE "CURRENT KEY" TO WS-NOTE
               WHEN WS-INV-RING-STATUS(WS-INV-IDX) = "NOT ON RING"
                   MOVE "KEY MISSING" TO WS-NOTE
                   ADD 1 TO WS-MISSING-LINES
               WHEN WS-INV-RING-STATUS(WS-INV-IDX) = "CLEAR"
                   MOVE "NOT ENCRYPTED" TO WS-NOTE
                   ADD WS-INV-TOTAL(WS-INV-IDX) TO WS-ROTATE-RECS
               WHEN WS-INV-TOTAL(WS-INV-IDX) > 0
                   MOVE "ROTATE" TO WS-NOTE
                   ADD WS-INV-TOTAL(WS-INV-IDX) TO WS-ROTATE-RECS
               WHEN WS-INV-RING-STATUS(WS-INV-IDX) = "RETIRED"
                   MOVE "SAFE TO REMOVE" TO WS-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Store totals, any store that was not      *
      * there to count, and the rotation still outstanding.            *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-STORE-TOTAL(1) TO WS-ED-RECS-1
           MOVE WS-STORE-TOTAL(2) TO WS-ED-RECS-2
           MOVE WS-STORE-TOTAL(3) TO WS-ED-RECS-3
           MOVE WS-STORE-TOTAL(4) TO WS-ED-RECS-4
           MOVE WS-GRAND-TOTAL    TO WS-ED-TOTAL
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "TOTAL     " "           " "          " "   "
               WS-ED-RECS-1 "       "
               WS-ED-RECS-2 "    "
               WS-ED-RECS-3 "  "
               WS-ED-RECS-4 "  "
               WS-ED-TOTAL
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-BLANK-LINE
           PERFORM PRINT-ONE-STORE-SOURCE
               VARYING WS-STORE-IX FROM 1 BY 1
               UNTIL WS-STORE-IX > 6

           IF WS-INV-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Key table full: " WS-INV-OVERFLOW
                   " record(s) under further key ids not shown."
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-ROTATE-RECS TO WS-ED-TOTAL
           MOVE SPACES TO WS-OUT-LINE
           IF WS-CURRENT-KEY-IDX = 0
               MOVE "No ACTIVE key on the ring: nothing is encrypted."
                   TO WS-OUT-LINE
           ELSE
               STRING
                   "Records not under the current key "
                   FUNCTION TRIM(WS-INV-KEY-ID(WS-CURRENT-KEY-IDX))
                   ": " FUNCTION TRIM(WS-ED-TOTAL)
                   "  (FIELD-KEY-ROTATION moves them across)"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-STORE-SOURCE.
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE WS-STORE-IX
               WHEN 1
                   STRING "Transcript:       "
                       FUNCTION TRIM(WS-TRX-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN 2
                   STRING "Response archive: "
                       FUNCTION TRIM(WS-RA-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN 3
                   STRING "Screening hold:   "
                       FUNCTION TRIM(WS-SCR-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN 4
                   STRING "Release hold:     "
                       FUNCTION TRIM(WS-RLH-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN 5
                   STRING "Disclosure hold:  "
                       FUNCTION TRIM(WS-DSH-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "Orphan replies:   "
                       FUNCTION TRIM(WS-ORP-FILE-NAME)
                       DELIMITED SIZE INTO WS-OUT-LINE
                   END-STRING
           END-EVALUATE
           IF WS-STORE-FOUND(WS-STORE-IX) NOT = "Y"
               STRING WS-OUT-LINE(1:82) "  (not found - not counted)"
                   DELIMITED SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * WRITE-REPORT-LINE: Emit one line, breaking to a new page with  *
      * its header when the current page is full.                      *
      *----------------------------------------------------------------*
       WRITE-REPORT-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF

           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-PAGE-HEADER: Title line with the run date and page       *
      * number, then the column headings.                              *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "FIELD KEY INVENTORY      Run date "
               WS-TODAY-DATE(1:8)
               "      Page " WS-PAGE-NO
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO

           MOVE ALL "-" TO WS-OUT-LINE
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "KEY ID    RING STATUS  ACTIVATED   "
               "   TRANSCRIPT  RESPONSE-ARCHIVE  "
               "SCREEN-HOLD REVIEW-HOLDS        TOTAL   NOTE"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-LINE-NO
           .
