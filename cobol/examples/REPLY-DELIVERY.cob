      *================================================================*
      * REPLY-DELIVERY.cob                                             *
      * Outbound half of the file-drop interface. For every intake-   *
      * registered prompt whose archived reply has arrived (status    *
      * OK, CACHED, or LATE-OK), the reply is written into the        *
      * requestor's own output directory under SPOOL-OUT, a line is   *
      * appended to that requestor's delivery manifest, and the       *
      * prompt id is recorded in the delivered register so a rerun    *
      * never delivers the same answer twice. Claims and Underwriting *
      * collect from their own directory instead of asking for        *
      * answers to be copied out by hand.                             *
      * A reply whose template or agent profile requires release      *
      * review is held back until an approving operator releases it   *
      * (RELEASE-HOLD.DAT); a released edit replaces the archived     *
      * text, and a withheld reply is never delivered.                *
      * An archived reply marked superseded by an incident re-run      *
      * (RA-SUPERSEDED-BY) is delivered as the re-run's corrected      *
      * answer; where the original already went out, the correction    *
      * is delivered beside it under the re-run's prompt id, and the   *
      * manifest line says which answer it corrects.                   *
      * A reply carrying a generated image (RA-IMAGE-REF, the key of   *
      * its IMAGE-INDEX.DAT entry) has the image copied out of the     *
      * image store beside the reply file as <promptid>.<format>, and  *
      * the manifest line names the image file and its size.           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLY-DELIVERY.
           SELECT DELIVERY-MANIFEST ASSIGN TO WS-MAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
           SELECT RELEASE-HOLD ASSIGN TO WS-RLH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-PROMPT-ID
               FILE STATUS IS WS-RLH-FILE-STATUS.
           SELECT IMAGE-INDEX ASSIGN TO WS-IMX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMX-PROMPT-ID
               FILE STATUS IS WS-IMX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DELIVERY-OUT.
       01  DELIVERY-OUT-RECORD      PIC X(4096).
       FD  DELIVERY-MANIFEST.
       01  DELIVERY-MANIFEST-RECORD PIC X(160).

      *    Field-for-field match of the release-hold record written by *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
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

      *    Field-for-field match of the image index record written by  *
      *    COPILOT-IMAGE-STORE -- keep the two in sync by hand.        *
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

      *    Site configuration, read here for the hot-standby failover
      *    switch: with FILE-SET MIRROR set, this program opens the
      *    mirror copies under MIRROR-DIR instead of the primaries.
       01  WS-RA-FILE-NAME          PIC X(64)
           VALUE "RESPONSE-ARCHIVE.DAT".
       01  WS-RA-FILE-STATUS        PIC XX     VALUE "00".

      *    Reply text is encrypted at rest (COPILOT-FIELD-CRYPT).
       01  WS-CRYPT-REQUESTOR       PIC X(30)
           VALUE "REPLY-DELIVERY".
       01  WS-CRYPT-LEVEL           PIC 9      VALUE 0.
       01  WS-CRYPT-REFUSED-RC      PIC 9(4)   VALUE 16.
       01  WS-CRYPT-FIELD-NO        PIC 9      VALUE 0.
       01  WS-CRYPT-TEXT-LEN        PIC 9(5)   VALUE 4096.
       01  WS-CRYPT-RC              PIC S9(4)  VALUE 0.
       01  WS-DLV-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-DLV-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MAN-FILE-NAME         PIC X(128) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-OUT-LINE              PIC X(160) VALUE SPACES.
       01  WS-MAN-RELEASE-LINE      PIC X(160) VALUE SPACES.

      *    Prompt ids already delivered, loaded once up front.
       01  WS-DONE-TABLE.
           88 ALREADY-DELIVERED                VALUE 1.
           88 NOT-YET-DELIVERED                VALUE 0.

       01  WS-PROBE-ID              PIC X(20)  VALUE SPACES.

      *    What is being delivered: the id the file is named after,
      *    a second id to register when an original goes out with its
      *    re-run's corrected text, and the manifest's correction note.
       01  WS-DLV-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-ALSO-REGISTER-ID      PIC X(20)  VALUE SPACES.
       01  WS-CORRECTED-ID          PIC X(20)  VALUE SPACES.
       01  WS-CORRECTION-NOTE       PIC X(48)  VALUE SPACES.
       01  WS-OUT-PTR               PIC 9(3)   VALUE 1.

       01  WS-DELIVERED-COUNT       PIC 9(4)   VALUE 0.
       01  WS-CORRECTION-COUNT      PIC 9(4)   VALUE 0.
       01  WS-WAITING-COUNT         PIC 9(4)   VALUE 0.
       01  WS-WITHHELD-COUNT        PIC 9(4)   VALUE 0.
       01  WS-UNREADABLE-COUNT      PIC 9(4)   VALUE 0.

      *    Release-review gate: a reply with a hold record goes out
      *    only once an approving operator has released it.
       01  WS-RLH-FILE-NAME         PIC X(64)
           VALUE "RELEASE-HOLD.DAT".
       01  WS-RLH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-RELEASE-STATE         PIC 9      VALUE 0.
           88 RELEASE-CLEARED                  VALUE 0.
           88 RELEASE-AWAITED                  VALUE 1.
           88 RELEASE-WITHHELD                 VALUE 2.
       01  WS-RELEASED-BY           PIC X(8)   VALUE SPACES.

      *    Generated-image delivery: the image copied beside the reply
      *    and the note it adds to the manifest line.
       01  WS-IMX-FILE-NAME         PIC X(64)
           VALUE "IMAGE-INDEX.DAT".
       01  WS-IMX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMAGE-DLV-NAME        PIC X(128) VALUE SPACES.
       01  WS-IMAGE-NOTE            PIC X(64)  VALUE SPACES.
       01  WS-IMAGE-SIZE-EDIT       PIC Z(9)9.
       01  WS-IMAGE-COUNT           PIC 9(4)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "SYSTEM" USING "mkdir -p SPOOL-OUT"

           PERFORM LOAD-MIRROR-CONFIG
           CALL "COPILOT-CRYPT-AUTHORIZE" USING WS-CRYPT-REQUESTOR
               WS-CRYPT-LEVEL WS-CRYPT-RC
           IF WS-CRYPT-RC NOT = 0
               DISPLAY "Run refused: " FUNCTION TRIM(WS-CRYPT-REQUESTOR)
                   " is not authorised for clear conversation text."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-CRYPT-REFUSED-RC
           END-IF
           PERFORM LOAD-DELIVERED-IDS

           OPEN INPUT INTAKE-REGISTER

           DISPLAY " "
           DISPLAY "Delivered:        " WS-DELIVERED-COUNT
           IF WS-CORRECTION-COUNT > 0
               DISPLAY "  of which corrections: " WS-CORRECTION-COUNT
           END-IF
           DISPLAY "Still waiting:    " WS-WAITING-COUNT
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "  of which undecryptable: " WS-UNREADABLE-COUNT
           END-IF
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "Withheld:         " WS-WITHHELD-COUNT
           END-IF
           IF WS-IMAGE-COUNT > 0
               DISPLAY "Images delivered: " WS-IMAGE-COUNT
           END-IF
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * JUDGE-ONE-REGISTER-ENTRY: Deliver the entry's reply when it    *
      * has arrived and was not delivered before; an entry already     *
      * delivered is looked at again only for a correction.            *
      *----------------------------------------------------------------*
       JUDGE-ONE-REGISTER-ENTRY.
           READ INTAKE-REGISTER
               AT END
                   MOVE "10" TO WS-IRG-FILE-STATUS
               NOT AT END
                   MOVE IRG-PROMPT-ID TO WS-PROBE-ID
                   PERFORM CHECK-ALREADY-DELIVERED
                   IF NOT-YET-DELIVERED
                       PERFORM TRY-DELIVER-ONE-REPLY
                   ELSE
                       PERFORM TRY-DELIVER-CORRECTION
                   END-IF
           END-READ
           .
           .

       TEST-ONE-DELIVERED-ID.
           IF WS-DONE-ID(WS-DONE-IDX) = WS-PROBE-ID
               SET ALREADY-DELIVERED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * TRY-DELIVER-ONE-REPLY: Fetch the archived reply; an answer     *
      * not yet on file, or still awaiting release review, leaves the  *
      * entry for the next delivery run. A withheld answer never goes. *
      * A superseded answer goes out as its re-run's corrected text.   *
      *----------------------------------------------------------------*
       TRY-DELIVER-ONE-REPLY.
           MOVE "00" TO WS-RA-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE IRG-PROMPT-ID TO WS-DLV-PROMPT-ID
           MOVE SPACES TO WS-ALSO-REGISTER-ID
           MOVE SPACES TO WS-CORRECTION-NOTE

           MOVE IRG-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
               NOT INVALID KEY
                   IF RA-SUPERSEDED-BY NOT = SPACES
                       PERFORM FETCH-CORRECTED-REPLY
                   END-IF
                   IF RA-STATUS = "OK" OR RA-STATUS = "CACHED"
                       OR RA-STATUS = "LATE-OK"
                       PERFORM DECRYPT-ARCHIVE-TEXT
                       IF WS-CRYPT-RC NOT = 0
                           PERFORM HOLD-BACK-UNREADABLE-REPLY
                       ELSE
                           PERFORM CHECK-RELEASE-HOLD
                       END-IF
                       EVALUATE TRUE
                           WHEN RELEASE-CLEARED
                               PERFORM DELIVER-ONE-REPLY
                           WHEN RELEASE-WITHHELD
                               ADD 1 TO WS-WITHHELD-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-WAITING-COUNT
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
           END-READ

           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * FETCH-CORRECTED-REPLY: Swap the superseded original for the    *
      * re-run's archive entry, noting both ids for the manifest and   *
      * the register. Should the re-run's entry have gone, the         *
      * original is read back and goes out as it stands.               *
      *----------------------------------------------------------------*
       FETCH-CORRECTED-REPLY.
           MOVE RA-SUPERSEDED-BY TO WS-CORRECTED-ID
           MOVE WS-CORRECTED-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   MOVE SPACES TO WS-CORRECTED-ID
           END-READ

           IF WS-CORRECTED-ID = SPACES
               MOVE IRG-PROMPT-ID TO RA-PROMPT-ID
               READ RESPONSE-ARCHIVE
                   INVALID KEY
                       MOVE SPACES TO RA-STATUS
               END-READ
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CORRECTED-ID TO WS-ALSO-REGISTER-ID
           MOVE SPACES TO WS-CORRECTION-NOTE
           STRING
               " corrected by " FUNCTION TRIM(WS-CORRECTED-ID)
               DELIMITED SIZE
               INTO WS-CORRECTION-NOTE
           END-STRING
           .

      *----------------------------------------------------------------*
      * TRY-DELIVER-CORRECTION: An answer already delivered that an    *
      * incident re-run has since superseded gets its correction       *
      * delivered once, under the re-run's prompt id, subject to the   *
      * same release review as any other reply.                        *
      *----------------------------------------------------------------*
       TRY-DELIVER-CORRECTION.
           MOVE "00" TO WS-RA-FILE-STATUS
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE IRG-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   MOVE SPACES TO RA-SUPERSEDED-BY
           END-READ

           IF RA-SUPERSEDED-BY = SPACES
               CLOSE RESPONSE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           MOVE RA-SUPERSEDED-BY TO WS-PROBE-ID
           PERFORM CHECK-ALREADY-DELIVERED
           IF ALREADY-DELIVERED
               CLOSE RESPONSE-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           MOVE RA-SUPERSEDED-BY TO WS-DLV-PROMPT-ID
           MOVE SPACES TO WS-ALSO-REGISTER-ID
           MOVE SPACES TO WS-CORRECTION-NOTE
           STRING
               " corrects " FUNCTION TRIM(IRG-PROMPT-ID)
               DELIMITED SIZE
               INTO WS-CORRECTION-NOTE
           END-STRING

           MOVE WS-DLV-PROMPT-ID TO RA-PROMPT-ID
           READ RESPONSE-ARCHIVE
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
               NOT INVALID KEY
                   IF RA-STATUS = "OK" OR RA-STATUS = "CACHED"
                       OR RA-STATUS = "LATE-OK"
                       PERFORM DECRYPT-ARCHIVE-TEXT
                       IF WS-CRYPT-RC NOT = 0
                           PERFORM HOLD-BACK-UNREADABLE-REPLY
                       ELSE
                           PERFORM CHECK-RELEASE-HOLD
                       END-IF
                       EVALUATE TRUE
                           WHEN RELEASE-CLEARED
                               PERFORM DELIVER-ONE-REPLY
                               ADD 1 TO WS-CORRECTION-COUNT
                           WHEN RELEASE-WITHHELD
                               ADD 1 TO WS-WITHHELD-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-WAITING-COUNT
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
           CLOSE RESPONSE-ARCHIVE
           .

      *----------------------------------------------------------------*
      * DECRYPT-ARCHIVE-TEXT: Both text fields back to clear after a   *
      * READ; WS-CRYPT-RC is non-zero when they may not be shown.      *
      *----------------------------------------------------------------*
       DECRYPT-ARCHIVE-TEXT.
           MOVE 1 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RA-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RA-REPLY-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           IF WS-CRYPT-RC = 0
               MOVE 2 TO WS-CRYPT-FIELD-NO
               CALL "COPILOT-FIELD-DECRYPT" USING RA-CRYPT-STAMP
                   WS-CRYPT-FIELD-NO RA-ORIGINAL-TEXT WS-CRYPT-TEXT-LEN
                   WS-CRYPT-RC
           END-IF
           .

      *----------------------------------------------------------------*
      * DELIVER-ONE-REPLY: The reply file in the requestor's own       *
      * directory, the manifest line beside it, and the delivered      *
           MOVE SPACES TO WS-DLV-FILE-NAME
           STRING
               "SPOOL-OUT/" FUNCTION TRIM(IRG-REQUESTOR)
               "/" FUNCTION TRIM(WS-DLV-PROMPT-ID) ".TXT"
               DELIMITED SIZE
               INTO WS-DLV-FILE-NAME
           END-STRING
           WRITE DELIVERY-OUT-RECORD FROM RA-REPLY-TEXT
           CLOSE DELIVERY-OUT

           PERFORM DELIVER-STORED-IMAGE

           MOVE SPACES TO WS-MAN-FILE-NAME
           STRING
               "SPOOL-OUT/" FUNCTION TRIM(IRG-REQUESTOR)
               OPEN OUTPUT DELIVERY-MANIFEST
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " "
               FUNCTION TRIM(WS-DLV-PROMPT-ID) " "
               FUNCTION TRIM(RA-STATUS)
               DELIMITED SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           STRING
               WS-CORRECTION-NOTE DELIMITED "  "
               " from request " DELIMITED SIZE
               FUNCTION TRIM(IRG-SOURCE-FILE) DELIMITED SIZE
               WS-IMAGE-NOTE DELIMITED "  "
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-RELEASED-BY NOT = SPACES
               MOVE SPACES TO WS-MAN-RELEASE-LINE
               STRING
                   FUNCTION TRIM(WS-OUT-LINE) " released by "
                   FUNCTION TRIM(WS-RELEASED-BY)
                   DELIMITED SIZE
                   INTO WS-MAN-RELEASE-LINE
               END-STRING
               MOVE WS-MAN-RELEASE-LINE TO WS-OUT-LINE
           END-IF
           WRITE DELIVERY-MANIFEST-RECORD FROM WS-OUT-LINE
           CLOSE DELIVERY-MANIFEST

           IF WS-DRG-FILE-STATUS = "35" OR WS-DRG-FILE-STATUS = "05"
               OPEN OUTPUT DELIVERED-REGISTER
           END-IF
           WRITE DELIVERED-REGISTER-RECORD FROM WS-DLV-PROMPT-ID
           IF WS-ALSO-REGISTER-ID NOT = SPACES
               WRITE DELIVERED-REGISTER-RECORD FROM WS-ALSO-REGISTER-ID
           END-IF
           CLOSE DELIVERED-REGISTER

           IF WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-DLV-PROMPT-ID TO WS-DONE-ID(WS-DONE-COUNT)
           END-IF
           IF WS-ALSO-REGISTER-ID NOT = SPACES
               AND WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-ALSO-REGISTER-ID TO WS-DONE-ID(WS-DONE-COUNT)
           END-IF

           ADD 1 TO WS-DELIVERED-COUNT
           DISPLAY "Delivered " FUNCTION TRIM(WS-DLV-PROMPT-ID)
               " to " FUNCTION TRIM(IRG-REQUESTOR)
               WS-CORRECTION-NOTE
           .

      *----------------------------------------------------------------*
      * DELIVER-STORED-IMAGE: The reply's generated image, when it has *
      * one, copied from the image store into the requestor's          *
      * directory beside the reply file. An index entry that has gone  *
      * (or a copy that fails) delivers the text alone, with a         *
      * warning.                                                       *
      *----------------------------------------------------------------*
       DELIVER-STORED-IMAGE.
           MOVE SPACES TO WS-IMAGE-NOTE
           IF RA-IMAGE-REF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-IMX-FILE-STATUS
           OPEN INPUT IMAGE-INDEX
           IF WS-IMX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no image index for "
                   FUNCTION TRIM(WS-DLV-PROMPT-ID)
               EXIT PARAGRAPH
           END-IF

           MOVE RA-IMAGE-REF TO IMX-PROMPT-ID
           READ IMAGE-INDEX
               INVALID KEY
                   MOVE SPACES TO IMX-STORE-PATH
           END-READ
           CLOSE IMAGE-INDEX

           IF IMX-STORE-PATH = SPACES
               DISPLAY "WARNING: image "
                   FUNCTION TRIM(RA-IMAGE-REF)
                   " is not in the image index"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IMAGE-DLV-NAME
           STRING
               "SPOOL-OUT/" FUNCTION TRIM(IRG-REQUESTOR)
               "/" FUNCTION TRIM(WS-DLV-PROMPT-ID) "."
               FUNCTION TRIM(IMX-FORMAT)
               DELIMITED SIZE
               INTO WS-IMAGE-DLV-NAME
           END-STRING

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "cp " FUNCTION TRIM(IMX-STORE-PATH)
               " " FUNCTION TRIM(WS-IMAGE-DLV-NAME)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: image file "
                   FUNCTION TRIM(IMX-STORE-PATH)
                   " could not be delivered"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE IMX-BYTE-SIZE TO WS-IMAGE-SIZE-EDIT
           STRING
               " image " FUNCTION TRIM(WS-DLV-PROMPT-ID) "."
               FUNCTION TRIM(IMX-FORMAT) " "
               FUNCTION TRIM(WS-IMAGE-SIZE-EDIT) " bytes"
               DELIMITED SIZE
               INTO WS-IMAGE-NOTE
           END-STRING
           ADD 1 TO WS-IMAGE-COUNT
           .

      *----------------------------------------------------------------*
      * CHECK-RELEASE-HOLD: A reply with a release-hold record goes    *
      * out only once an approving operator has RELEASED it, and then  *
      * with the operator's edited text when one was recorded. No      *
      * record -- or no hold file at all -- means the reply's template *
      * and profile needed no release review. A hold file that exists  *
      * but cannot be read keeps the reply back until it can.          *
      *----------------------------------------------------------------*
       CHECK-RELEASE-HOLD.
           SET RELEASE-CLEARED TO TRUE
           MOVE SPACES TO WS-RELEASED-BY

           MOVE "00" TO WS-RLH-FILE-STATUS
           OPEN INPUT RELEASE-HOLD
           IF WS-RLH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RLH-FILE-STATUS NOT = "00"
               PERFORM HOLD-BACK-UNREADABLE-RELEASE
               EXIT PARAGRAPH
           END-IF

           MOVE RA-PROMPT-ID TO RLH-PROMPT-ID
           READ RELEASE-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RLH-STATUS-RELEASED
                           PERFORM TAKE-RELEASED-TEXT
                       WHEN RLH-STATUS-WITHHELD
                           SET RELEASE-WITHHELD TO TRUE
                       WHEN OTHER
                           SET RELEASE-AWAITED TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-RLH-FILE-STATUS NOT = "00"
               AND WS-RLH-FILE-STATUS NOT = "23"
               PERFORM HOLD-BACK-UNREADABLE-RELEASE
           END-IF

           CLOSE RELEASE-HOLD
           .

      *    A released reply whose edit cannot be read back is held,
      *    not sent as originally written.
       TAKE-RELEASED-TEXT.
           PERFORM DECRYPT-EDITED-TEXT
           IF WS-CRYPT-RC NOT = 0
               SET RELEASE-AWAITED TO TRUE
               DISPLAY "WARNING: released text for "
                   FUNCTION TRIM(RA-PROMPT-ID)
                   " cannot be decrypted; held back"
               EXIT PARAGRAPH
           END-IF
           MOVE RLH-DECIDED-BY TO WS-RELEASED-BY
           IF RLH-EDITED-TEXT NOT = SPACES
               MOVE RLH-EDITED-TEXT TO RA-REPLY-TEXT
           END-IF
           .

      *----------------------------------------------------------------*
      * DECRYPT-EDITED-TEXT: The operator's edited text on a release   *
      * hold back to clear; WS-CRYPT-RC is non-zero when it cannot be. *
      *----------------------------------------------------------------*
       DECRYPT-EDITED-TEXT.
           MOVE 2 TO WS-CRYPT-FIELD-NO
           CALL "COPILOT-FIELD-DECRYPT" USING RLH-CRYPT-STAMP
               WS-CRYPT-FIELD-NO RLH-EDITED-TEXT WS-CRYPT-TEXT-LEN
               WS-CRYPT-RC
           .

      *    An archived reply whose text cannot be decrypted is not
      *    sent as a key-ring notice; it stays pending for the next
      *    run once the ring is restored.
       HOLD-BACK-UNREADABLE-REPLY.
           SET RELEASE-AWAITED TO TRUE
           ADD 1 TO WS-UNREADABLE-COUNT
           DISPLAY "WARNING: archived reply for "
               FUNCTION TRIM(RA-PROMPT-ID)
               " cannot be decrypted (rc " WS-CRYPT-RC
               "); undeliverable, held back"
           .

       HOLD-BACK-UNREADABLE-RELEASE.
           SET RELEASE-AWAITED TO TRUE
           DISPLAY "WARNING: release hold file unreadable (status "
               WS-RLH-FILE-STATUS "); "
               FUNCTION TRIM(RA-PROMPT-ID) " held back"
           .
