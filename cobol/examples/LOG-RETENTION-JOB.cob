      * file archived. Transcript records belonging to sessions the   *
      * registry marks DELETED past the transcript retention are      *
      * copied to TRANSCRIPT-ARCHIVE.DAT and then purged, with one    *
      * purge-ledger line per record removed. Generated images in     *
      * the image store (IMAGE-INDEX.DAT) older than the image        *
      * retention are removed, file and index entry together, and     *
      * ledgered the same way. Lastly, any per-job                    *
      * OVERFLOW-*.DAT spools left by writers that hit sharing        *
      * collisions are folded back into their target files.           *
      * Anything a legal hold in force covers is left where it is:    *
      * a log file inside a held date range or mentioning a held      *
      * session, job or business key is not archived, and a held      *
      * session's transcript is not purged, nor is an image whose     *
      * session, job or filing date is held. Every item kept back is  *
      * listed, with its matter number, in RETENTION-HOLD-REPORT.TXT. *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-RETENTION-JOB.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPMR-REQUEST-ID
               FILE STATUS IS WS-EPMR-FILE-STATUS.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
           SELECT BUSINESS-XREF ASSIGN TO WS-BXR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXR-FILE-STATUS.
           SELECT HOLD-NEEDLES ASSIGN TO WS-HND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HND-FILE-STATUS.
           SELECT HOLD-REPORT ASSIGN TO WS-HRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRP-FILE-STATUS.
           SELECT IMAGE-INDEX ASSIGN TO WS-IMX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMX-PROMPT-ID
               FILE STATUS IS WS-IMX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

       FD  TRANSCRIPT-ARCHIVE.
       01  TRANSCRIPT-ARCHIVE-RECORD PIC X(4207).

       FD  PURGE-LEDGER.
       01  PURGE-LEDGER-RECORD      PIC X(256).
           05 EPMR-TIMESTAMP        PIC X(21).
           05 EPMR-DECIDED-BY       PIC X(8).

      *    Field-for-field match of the legal-hold record in           *
      *    LEGAL-HOLD-CONSOLE -- keep the two in sync by hand.         *
       FD  LEGAL-HOLD.
       01  LEGAL-HOLD-RECORD.
           05 LGH-KIND              PIC X(8).
               88 LGH-KIND-KEY                  VALUE "KEY".
               88 LGH-KIND-SESSION              VALUE "SESSION".
               88 LGH-KIND-JOB                  VALUE "JOB".
               88 LGH-KIND-DATES                VALUE "DATES".
           05 LGH-VALUE             PIC X(64).
           05 LGH-DATE-FROM         PIC X(8).
           05 LGH-DATE-TO           PIC X(8).
           05 LGH-MATTER-NO         PIC X(20).
           05 LGH-ATTORNEY          PIC X(32).
           05 LGH-EFFECTIVE-DATE    PIC X(8).
           05 LGH-STATUS            PIC X(8).
               88 LGH-STATUS-RELEASED           VALUE "RELEASED".
           05 LGH-ADDED-BY          PIC X(8).
           05 LGH-ADDED-TS          PIC X(21).
           05 LGH-RELEASED-BY       PIC X(8).
           05 LGH-RELEASED-TS       PIC X(21).
           05 LGH-RELEASE-REASON    PIC X(64).

       FD  BUSINESS-XREF.
       01  BUSINESS-XREF-RECORD     PIC X(256).

       FD  HOLD-NEEDLES.
       01  HOLD-NEEDLES-RECORD      PIC X(64).

       FD  HOLD-REPORT.
       01  HOLD-REPORT-RECORD       PIC X(256).

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

       WORKING-STORAGE SECTION.
       01  WS-SCFG-FILE-NAME        PIC X(64)
           VALUE "SITE-CONFIG.DAT".
           05 WS-KEEP-EXCEPTION     PIC 9(5)   VALUE 90.
           05 WS-KEEP-SESSIONFS     PIC 9(5)   VALUE 30.
           05 WS-KEEP-TRANSCRIPT    PIC 9(5)   VALUE 90.
           05 WS-KEEP-IMAGE         PIC 9(5)   VALUE 90.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-TODAY-INT             PIC 9(8)   VALUE 0.
           05 WS-PURGE-ENTRY OCCURS 100 TIMES.
               10 WS-PURGE-SESSION-ID PIC X(64) VALUE SPACES.
       01  WS-PURGE-IDX             PIC 9(3)   VALUE 0.

      *    Image store sweep: the index walked in key order, with the
      *    entries past the image retention removed as it goes.
       01  WS-IMX-FILE-NAME         PIC X(64)
           VALUE "IMAGE-INDEX.DAT".
       01  WS-IMX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-PURGED-IMAGES         PIC 9(5)   VALUE 0.
       01  WS-HELD-IMAGE-COUNT      PIC 9(5)   VALUE 0.
       01  WS-PURGE-DONE-FLAG       PIC 9      VALUE 0.
           88 SESSION-TURNS-DONE                VALUE 1.
           88 SESSION-TURNS-REMAIN              VALUE 0.

      *    Legal holds in force today, and what they reach: the
      *    sessions a held key, job or session id leads to, and the
      *    dated log files that mention any of them. Whatever these
      *    tables cover is kept back from archival and purge.
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HND-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD-NEEDLES.WRK".
       01  WS-HND-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HRP-FILE-NAME         PIC X(64)
           VALUE "RETENTION-HOLD-REPORT.TXT".
       01  WS-HRP-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT         PIC 9(3)   VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
               10 WS-HOLD-KIND      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-VALUE     PIC X(64)  VALUE SPACES.
               10 WS-HOLD-FROM      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-TO        PIC X(8)   VALUE SPACES.
               10 WS-HOLD-MATTER    PIC X(20)  VALUE SPACES.
       01  WS-HOLD-IDX              PIC 9(3)   VALUE 0.

       01  WS-HELD-SESS-TABLE.
           05 WS-HSS-COUNT          PIC 9(3)   VALUE 0.
           05 WS-HSS-ENTRY OCCURS 500 TIMES.
               10 WS-HSS-ID         PIC X(64)  VALUE SPACES.
               10 WS-HSS-HOLD       PIC 9(3)   VALUE 0.
       01  WS-HSS-IDX               PIC 9(3)   VALUE 0.

       01  WS-HELD-FILE-TABLE.
           05 WS-HFL-COUNT          PIC 9(3)   VALUE 0.
           05 WS-HFL-ENTRY OCCURS 500 TIMES.
               10 WS-HFL-NAME       PIC X(128) VALUE SPACES.
               10 WS-HFL-HOLD       PIC 9(3)   VALUE 0.
       01  WS-HFL-IDX               PIC 9(3)   VALUE 0.

       01  WS-HELD-BY               PIC 9(3)   VALUE 0.
       01  WS-HELD-FILE-COUNT       PIC 9(5)   VALUE 0.
       01  WS-HELD-SESSION-COUNT    PIC 9(5)   VALUE 0.
       01  WS-HELD-ITEM-KIND        PIC X(8)   VALUE SPACES.
       01  WS-HELD-ITEM-NAME        PIC X(128) VALUE SPACES.
       01  WS-HRP-FAIL-COUNT        PIC 9(5)   VALUE 0.
       01  WS-WARN-RC               PIC 9(4)   VALUE 8.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.

      *    Parsed fields of one cross-reference line.
       01  WS-BXR-LINE              PIC X(256) VALUE SPACES.
       01  WS-BXR-TIMESTAMP         PIC X(21)  VALUE SPACES.
       01  WS-BXR-JOB-ID            PIC X(20)  VALUE SPACES.
       01  WS-BXR-SESSION-ID        PIC X(64)  VALUE SPACES.
       01  WS-BXR-PROMPT-ID         PIC X(20)  VALUE SPACES.
       01  WS-BXR-TURN-TOK          PIC X(10)  VALUE SPACES.
       01  WS-BXR-KIND              PIC X(8)   VALUE SPACES.
       01  WS-BXR-KEY               PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Log Retention / Archival Housekeeping ==="

           PERFORM LOAD-SITE-CONFIG
           PERFORM LOAD-RETENTION-POLICY
           PERFORM LOAD-LEGAL-HOLDS

           MOVE "AUDIT-LOG-"     TO WS-FAMILY-PREFIX
           MOVE WS-KEEP-AUDIT     TO WS-FAMILY-KEEP-DAYS
           PERFORM ARCHIVE-ONE-LOG-FAMILY

           PERFORM PURGE-OLD-TRANSCRIPTS
           PERFORM PURGE-OLD-IMAGES
           PERFORM FOLD-IN-OVERFLOW-SPOOLS

           DISPLAY " "
           DISPLAY "Log files archived:    " WS-ARCHIVED-COUNT
           DISPLAY "Sessions purged:       " WS-PURGED-SESSIONS
           DISPLAY "Transcript turns moved:" WS-PURGED-TURNS
           DISPLAY "Images purged:         " WS-PURGED-IMAGES
           DISPLAY "Spooled records folded:" WS-FOLDED-COUNT
           DISPLAY "Log files on hold:     " WS-HELD-FILE-COUNT
           DISPLAY "Sessions on hold:      " WS-HELD-SESSION-COUNT
           DISPLAY "Images on hold:        " WS-HELD-IMAGE-COUNT
           IF WS-HRP-FAIL-COUNT > 0
               DISPLAY "WARNING: " WS-HRP-FAIL-COUNT
                   " held item(s) missing from the hold report"
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-WARN-RC
           END-IF
           DISPLAY "=== Done ==="
           STOP RUN
           .
                           MOVE SCFG-VALUE TO WS-TRX-FILE-NAME
                       WHEN "EPM-REVIEW-FILE"
                           MOVE SCFG-VALUE TO WS-EPMR-FILE-NAME
                       WHEN "LEGAL-HOLD-FILE"
                           MOVE SCFG-VALUE TO WS-LGH-FILE-NAME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       WHEN "TRANSCRIPT"
                           MOVE FUNCTION NUMVAL(POL-DAYS)
                               TO WS-KEEP-TRANSCRIPT
                       WHEN "IMAGE"
                           MOVE FUNCTION NUMVAL(POL-DAYS)
                               TO WS-KEEP-IMAGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF FUNCTION NUMVAL(WS-FILE-DATE) > 0
                       AND FUNCTION NUMVAL(WS-FILE-DATE)
                           <= WS-CUTOFF-DATE
                       PERFORM CHECK-LOG-FILE-HOLD
                       IF WS-HELD-BY = 0
                           PERFORM ARCHIVE-ONE-LOG-FILE
                       ELSE
                           ADD 1 TO WS-HELD-FILE-COUNT
                           MOVE "LOGFILE" TO WS-HELD-ITEM-KIND
                           MOVE WS-LIST-LINE TO WS-HELD-ITEM-NAME
                           PERFORM WRITE-HOLD-REPORT-LINE
                       END-IF
                   END-IF
           END-READ
           .
                       AND FUNCTION NUMVAL(SREG-CREATE-TS(1:8))
                           <= WS-CUTOFF-DATE
                       AND WS-PURGE-COUNT < 100
                       PERFORM CHECK-SESSION-HOLD
                       IF WS-HELD-BY = 0
                           ADD 1 TO WS-PURGE-COUNT
                           MOVE SREG-SESSION-ID
                               TO WS-PURGE-SESSION-ID(WS-PURGE-COUNT)
                       ELSE
                           ADD 1 TO WS-HELD-SESSION-COUNT
                           MOVE "SESSION" TO WS-HELD-ITEM-KIND
                           MOVE SREG-SESSION-ID TO WS-HELD-ITEM-NAME
                           PERFORM WRITE-HOLD-REPORT-LINE
                       END-IF
                   END-IF
           END-READ
           .
           CLOSE TRANSCRIPT-FILE
           .

      *----------------------------------------------------------------*
      * PURGE-OLD-IMAGES: Walk the image index and remove every image  *
      * filed before the image retention cutoff -- the stored file     *
      * first, then its index entry -- with a purge-ledger line for    *
      * each. An image a legal hold reaches stays, and is reported.    *
      *----------------------------------------------------------------*
       PURGE-OLD-IMAGES.
           COMPUTE WS-CUTOFF-INT =
               WS-TODAY-INT - WS-KEEP-IMAGE
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE

           MOVE "00" TO WS-IMX-FILE-STATUS
           OPEN I-O IMAGE-INDEX
           IF WS-IMX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO IMX-PROMPT-ID
           START IMAGE-INDEX KEY IS NOT LESS THAN IMX-PROMPT-ID
               INVALID KEY
                   MOVE "10" TO WS-IMX-FILE-STATUS
           END-START

           IF WS-IMX-FILE-STATUS = "00"
               OPEN EXTEND PURGE-LEDGER
               IF WS-PLED-FILE-STATUS = "35"
                   OR WS-PLED-FILE-STATUS = "05"
                   OPEN OUTPUT PURGE-LEDGER
               END-IF
               PERFORM JUDGE-ONE-STORED-IMAGE
                   UNTIL WS-IMX-FILE-STATUS NOT = "00"
               CLOSE PURGE-LEDGER
           END-IF

           CLOSE IMAGE-INDEX
           .

       JUDGE-ONE-STORED-IMAGE.
           READ IMAGE-INDEX NEXT RECORD
               AT END
                   MOVE "10" TO WS-IMX-FILE-STATUS
               NOT AT END
                   IF IMX-STORED-AT(1:8) NOT = SPACES
                       AND FUNCTION NUMVAL(IMX-STORED-AT(1:8))
                           <= WS-CUTOFF-DATE
                       PERFORM CHECK-IMAGE-HOLD
                       IF WS-HELD-BY = 0
                           PERFORM PURGE-ONE-STORED-IMAGE
                       ELSE
                           ADD 1 TO WS-HELD-IMAGE-COUNT
                           MOVE "IMAGE" TO WS-HELD-ITEM-KIND
                           MOVE IMX-STORE-PATH TO WS-HELD-ITEM-NAME
                           PERFORM WRITE-HOLD-REPORT-LINE
                       END-IF
                   END-IF
           END-READ
           .

       PURGE-ONE-STORED-IMAGE.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "rm -f " FUNCTION TRIM(IMX-STORE-PATH)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE SPACES TO WS-OUT-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE)
               " purged image " FUNCTION TRIM(IMX-PROMPT-ID)
               " " FUNCTION TRIM(IMX-STORE-PATH)
               " session " FUNCTION TRIM(IMX-SESSION-ID)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE PURGE-LEDGER-RECORD FROM WS-OUT-LINE
           DELETE IMAGE-INDEX
           ADD 1 TO WS-PURGED-IMAGES
           .

      *----------------------------------------------------------------*
      * FOLD-IN-OVERFLOW-SPOOLS: Apply every per-job overflow spool    *
      * the concurrent writers left behind, then clear each spool      *
               EXIT PARAGRAPH
           END-IF

           MOVE OVFL-RECORD-IMAGE(1:4207)
               TO TRANSCRIPT-FILE-RECORD
           WRITE TRANSCRIPT-FILE-RECORD
               INVALID KEY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS: Table every hold in force today -- not       *
      * released and past its effective date -- then work out which    *
      * sessions and dated log files those holds reach. Only a         *
      * register that does not exist means no holds; one that exists   *
      * but cannot be read stops the run before anything is purged.    *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the legal hold register"
                   " (status " WS-LGH-FILE-STATUS "); nothing purged"
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "10"
               DISPLAY "ERROR: legal hold register read failed"
                   " (status " WS-LGH-FILE-STATUS "); nothing purged"
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Legal holds in force:  " WS-HOLD-COUNT
           PERFORM EXPAND-HELD-SESSIONS
           PERFORM FIND-HELD-LOG-FILES
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           .

       LOAD-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   IF NOT LGH-STATUS-RELEASED
                       AND (LGH-EFFECTIVE-DATE = SPACES
                           OR LGH-EFFECTIVE-DATE
                               <= WS-TODAY-DATE(1:8))
                       AND (LGH-VALUE NOT = SPACES
                           OR LGH-KIND-DATES)
                       AND WS-HOLD-COUNT < 100
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LGH-KIND TO WS-HOLD-KIND(WS-HOLD-COUNT)
                       MOVE LGH-VALUE TO WS-HOLD-VALUE(WS-HOLD-COUNT)
                       MOVE LGH-DATE-FROM
                           TO WS-HOLD-FROM(WS-HOLD-COUNT)
                       MOVE LGH-DATE-TO TO WS-HOLD-TO(WS-HOLD-COUNT)
                       MOVE LGH-MATTER-NO
                           TO WS-HOLD-MATTER(WS-HOLD-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * EXPAND-HELD-SESSIONS: A SESSION hold is its own session; a KEY *
      * or JOB hold reaches every session the cross-reference ties to  *
      * the key or job, and a JOB hold also every registry session     *
      * the job created.                                               *
      *----------------------------------------------------------------*
       EXPAND-HELD-SESSIONS.
           MOVE 0 TO WS-HSS-COUNT
           PERFORM ADD-SESSION-HOLD-VALUE
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT

           MOVE "00" TO WS-BXR-FILE-STATUS
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS = "00"
               PERFORM EXPAND-ONE-XREF-LINE
                   UNTIL WS-BXR-FILE-STATUS NOT = "00"
               CLOSE BUSINESS-XREF
           END-IF

           MOVE "00" TO WS-SREG-FILE-STATUS
           OPEN INPUT SESSION-REGISTRY
           IF WS-SREG-FILE-STATUS = "00"
               PERFORM EXPAND-ONE-REGISTRY-SESSION
                   UNTIL WS-SREG-FILE-STATUS NOT = "00"
               CLOSE SESSION-REGISTRY
           END-IF
           .

       ADD-SESSION-HOLD-VALUE.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "SESSION"
               MOVE WS-HOLD-VALUE(WS-HOLD-IDX) TO WS-BXR-SESSION-ID
               PERFORM ADD-HELD-SESSION
           END-IF
           .

       EXPAND-ONE-XREF-LINE.
           READ BUSINESS-XREF INTO WS-BXR-LINE
               AT END
                   MOVE "10" TO WS-BXR-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-BXR-TIMESTAMP
                   MOVE SPACES TO WS-BXR-JOB-ID
                   MOVE SPACES TO WS-BXR-SESSION-ID
                   MOVE SPACES TO WS-BXR-PROMPT-ID
                   MOVE SPACES TO WS-BXR-TURN-TOK
                   MOVE SPACES TO WS-BXR-KIND
                   MOVE SPACES TO WS-BXR-KEY
                   UNSTRING WS-BXR-LINE DELIMITED BY SPACE
                       INTO WS-BXR-TIMESTAMP WS-BXR-JOB-ID
                           WS-BXR-SESSION-ID WS-BXR-PROMPT-ID
                           WS-BXR-TURN-TOK WS-BXR-KIND WS-BXR-KEY
                   END-UNSTRING
                   IF WS-BXR-SESSION-ID NOT = SPACES
                       AND WS-BXR-SESSION-ID NOT = "-"
                       PERFORM MATCH-XREF-TO-HOLDS
                           VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   END-IF
           END-READ
           .

       MATCH-XREF-TO-HOLDS.
           IF (WS-HOLD-KIND(WS-HOLD-IDX) = "KEY"
                   AND WS-BXR-KEY = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20))
               OR (WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
                   AND WS-BXR-JOB-ID
                       = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20))
               PERFORM ADD-HELD-SESSION
           END-IF
           .

       EXPAND-ONE-REGISTRY-SESSION.
           READ SESSION-REGISTRY NEXT RECORD
               AT END
                   MOVE "10" TO WS-SREG-FILE-STATUS
               NOT AT END
                   MOVE SREG-SESSION-ID TO WS-BXR-SESSION-ID
                   PERFORM MATCH-REGISTRY-TO-HOLDS
                       VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           END-READ
           .

       MATCH-REGISTRY-TO-HOLDS.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
               AND SREG-JOB-ID = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20)
               PERFORM ADD-HELD-SESSION
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-HELD-SESSION: Table WS-BXR-SESSION-ID against the current  *
      * hold unless that hold already has it.                          *
      *----------------------------------------------------------------*
       ADD-HELD-SESSION.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-HELD-SESSION-SLOT
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
               OR WS-HELD-BY > 0

           IF WS-HELD-BY = 0
               AND WS-HSS-COUNT < 500
               ADD 1 TO WS-HSS-COUNT
               MOVE WS-BXR-SESSION-ID TO WS-HSS-ID(WS-HSS-COUNT)
               MOVE WS-HOLD-IDX TO WS-HSS-HOLD(WS-HSS-COUNT)
           END-IF
           .

       TEST-ONE-HELD-SESSION-SLOT.
           IF WS-HSS-ID(WS-HSS-IDX) = WS-BXR-SESSION-ID
               AND WS-HSS-HOLD(WS-HSS-IDX) = WS-HOLD-IDX
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           .

      *----------------------------------------------------------------*
      * FIND-HELD-LOG-FILES: For one key, session or job hold, list    *
      * the dated log files that mention the held value or any of its  *
      * sessions, so the family sweeps can leave them in place.        *
      *----------------------------------------------------------------*
       FIND-HELD-LOG-FILES.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLD-NEEDLES
           WRITE HOLD-NEEDLES-RECORD FROM WS-HOLD-VALUE(WS-HOLD-IDX)
           PERFORM WRITE-ONE-SESSION-NEEDLE
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
           CLOSE HOLD-NEEDLES

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "grep -l -F -f " FUNCTION TRIM(WS-HND-FILE-NAME)
               " AUDIT-LOG-*.TXT EVENT-LOG-*.TXT EXCEPTION-LOG-*.TXT"
               " SESSIONFS-LOG-*.TXT > LOG-FILE-LIST.TXT 2>/dev/null"
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE "00" TO WS-LIST-FILE-STATUS
           OPEN INPUT LOG-FILE-LIST
           IF WS-LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM TABLE-ONE-HELD-FILE
               UNTIL WS-LIST-FILE-STATUS NOT = "00"

           CLOSE LOG-FILE-LIST
           .

       WRITE-ONE-SESSION-NEEDLE.
           IF WS-HSS-HOLD(WS-HSS-IDX) = WS-HOLD-IDX
               WRITE HOLD-NEEDLES-RECORD FROM WS-HSS-ID(WS-HSS-IDX)
           END-IF
           .

       TABLE-ONE-HELD-FILE.
           READ LOG-FILE-LIST INTO WS-LIST-LINE
               AT END
                   MOVE "10" TO WS-LIST-FILE-STATUS
               NOT AT END
                   IF WS-LIST-LINE NOT = SPACES
                       AND WS-HFL-COUNT < 500
                       ADD 1 TO WS-HFL-COUNT
                       MOVE WS-LIST-LINE TO WS-HFL-NAME(WS-HFL-COUNT)
                       MOVE WS-HOLD-IDX TO WS-HFL-HOLD(WS-HFL-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * CHECK-LOG-FILE-HOLD: WS-HELD-BY names the hold covering the    *
      * listed file -- a date range over its file date, or a key,      *
      * session or job it mentions -- or is zero when none does.       *
      *----------------------------------------------------------------*
       CHECK-LOG-FILE-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-DATE-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HELD-BY > 0

           PERFORM TEST-ONE-HELD-FILE-SLOT
               VARYING WS-HFL-IDX FROM 1 BY 1
               UNTIL WS-HFL-IDX > WS-HFL-COUNT
               OR WS-HELD-BY > 0
           .

       TEST-ONE-DATE-HOLD.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
               AND WS-FILE-DATE >= WS-HOLD-FROM(WS-HOLD-IDX)
               AND WS-FILE-DATE <= WS-HOLD-TO(WS-HOLD-IDX)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           .

       TEST-ONE-HELD-FILE-SLOT.
           IF WS-HFL-NAME(WS-HFL-IDX) = WS-LIST-LINE
               MOVE WS-HFL-HOLD(WS-HFL-IDX) TO WS-HELD-BY
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-SESSION-HOLD: WS-HELD-BY names the hold covering the     *
      * registry session just read -- by session, by the job that      *
      * created it, or by a date range over its create date -- or is   *
      * zero when none does.                                           *
      *----------------------------------------------------------------*
       CHECK-SESSION-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-SESSION-HOLD-SLOT
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
               OR WS-HELD-BY > 0

           MOVE SREG-CREATE-TS(1:8) TO WS-FILE-DATE
           PERFORM TEST-ONE-SESSION-JOB-OR-DATE
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HELD-BY > 0
           .

       TEST-ONE-SESSION-HOLD-SLOT.
           IF WS-HSS-ID(WS-HSS-IDX) = SREG-SESSION-ID
               MOVE WS-HSS-HOLD(WS-HSS-IDX) TO WS-HELD-BY
           END-IF
           .

       TEST-ONE-SESSION-JOB-OR-DATE.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
               AND SREG-JOB-ID = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           PERFORM TEST-ONE-DATE-HOLD
           .

      *----------------------------------------------------------------*
      * CHECK-IMAGE-HOLD: WS-HELD-BY names the hold covering the image *
      * index entry just read -- by its session, by the job that ran   *
      * it, or by a date range over the date it was filed -- or is     *
      * zero when none does.                                           *
      *----------------------------------------------------------------*
       CHECK-IMAGE-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-IMAGE-SESSION-SLOT
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
               OR WS-HELD-BY > 0

           MOVE IMX-STORED-AT(1:8) TO WS-FILE-DATE
           PERFORM TEST-ONE-IMAGE-JOB-OR-DATE
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HELD-BY > 0
           .

       TEST-ONE-IMAGE-SESSION-SLOT.
           IF WS-HSS-ID(WS-HSS-IDX) = IMX-SESSION-ID
               MOVE WS-HSS-HOLD(WS-HSS-IDX) TO WS-HELD-BY
           END-IF
           .

       TEST-ONE-IMAGE-JOB-OR-DATE.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
               AND IMX-JOB-ID = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           PERFORM TEST-ONE-DATE-HOLD
           .

      *----------------------------------------------------------------*
      * WRITE-HOLD-REPORT-LINE: One line per item kept back, naming    *
      * the matter whose hold kept it.                                 *
      *----------------------------------------------------------------*
       WRITE-HOLD-REPORT-LINE.
           OPEN EXTEND HOLD-REPORT
           IF WS-HRP-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-REPORT
           END-IF
           IF WS-HRP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write the hold report (status "
                   WS-HRP-FILE-STATUS ") for "
                   FUNCTION TRIM(WS-HELD-ITEM-NAME)
               ADD 1 TO WS-HRP-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " HELD "
               FUNCTION TRIM(WS-HELD-ITEM-KIND) " "
               FUNCTION TRIM(WS-HELD-ITEM-NAME)
               " matter " FUNCTION TRIM(WS-HOLD-MATTER(WS-HELD-BY))
               " (" FUNCTION TRIM(WS-HOLD-KIND(WS-HELD-BY)) " hold)"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-OUT-LINE
           CLOSE HOLD-REPORT
           .
