      *   TRANSCRIPT.DAT        target sessions' turns are deleted;   *
      *   RESPONSE-ARCHIVE.DAT  target prompts' and sessions'         *
      *                         records are deleted;                  *
      *   IMAGE-INDEX.DAT       target prompts' and sessions'         *
      *     generated images are deleted from the image store along   *
      *     with their index entries;                                 *
      *   AUDIT-LOG-*.TXT       lines mentioning a target are         *
      *     blanked to a PURGED marker and the whole file's hash      *
      *     chain (and any CLOSING signatures) is recomputed with     *
      *   RESULTS-MASTER.DAT    matching attempts deleted.            *
      *                                                                *
      * DESTRUCTION-CERTIFICATE.TXT enumerates file, key, and count   *
      * removed; a request a legal hold in force covers, or one       *
      * nothing could be located for, lands on the refusal list       *
      * instead. A hold covers a request when it names the request's  *
      * key or session outright, or when the cross-reference ties the *
      * request to a held job id or to a day inside a held date       *
      * range; the refusal names the hold's matter number.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGHT-TO-ERASURE-PURGE.
           SELECT CERTIFICATE ASSIGN TO WS-CRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.
           SELECT IMAGE-INDEX ASSIGN TO WS-IMX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMX-PROMPT-ID
               FILE STATUS IS WS-IMX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 PRQ-KIND-SESSION              VALUE "SESSION".
           05 PRQ-VALUE             PIC X(64).

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

      *    Field-for-field match of WS-TRANSCRIPT-RECORD in            *
      *    COPILOT-FILES.cpy -- keep the two in sync by hand.          *
       FD  TRANSCRIPT-FILE.
           05 TRX-USER-MSG          PIC X(2048).
           05 TRX-ASSISTANT-MSG     PIC X(2048).
           05 TRX-TIMESTAMP         PIC X(21).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID  PIC X(8).
               10 TRX-CRYPT-SALT    PIC X(8).

      *    Field-for-field match of the archive record written by      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
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

      *    Field-for-field match of the results-master record in       *
      *    RESULTS-MASTER-IO -- keep the two in sync by hand.          *
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
           05 RM-REQUEST-ID         PIC 9(10).

       FD  TEXT-LOG-IN.
       01  TEXT-LOG-IN-RECORD       PIC X(4200).
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CRT-FILE-NAME         PIC X(64)
           VALUE "DESTRUCTION-CERTIFICATE.TXT".
       01  WS-CRT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMX-FILE-NAME         PIC X(64)
           VALUE "IMAGE-INDEX.DAT".
       01  WS-IMX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-IMAGE-HIT-REQ         PIC 9(2)   VALUE 0.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-OUT-LINE              PIC X(160) VALUE SPACES.
               10 WS-REQ-HIT-COUNT  PIC 9(7)   VALUE 0.
               10 WS-REQ-HELD-FLAG  PIC 9      VALUE 0.
                   88 REQUEST-IS-HELD           VALUE 1.
               10 WS-REQ-HELD-MATTER PIC X(20) VALUE SPACES.
       01  WS-REQ-IDX               PIC 9(2)   VALUE 0.

      *    Job and date-range holds in force; these reach a request
      *    only through the cross-reference lines that tie it to a
      *    job or a day.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT         PIC 9(3)   VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
               10 WS-HOLD-KIND      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-VALUE     PIC X(64)  VALUE SPACES.
               10 WS-HOLD-FROM      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-TO        PIC X(8)   VALUE SPACES.
               10 WS-HOLD-MATTER    PIC X(20)  VALUE SPACES.
       01  WS-HOLD-IDX              PIC 9(3)   VALUE 0.

       01  WS-TGT-SESS-TABLE.
           05 WS-TGS-COUNT          PIC 9(3)   VALUE 0.
           05 WS-TGS-ENTRY OCCURS 100 TIMES.

           PERFORM PURGE-TRANSCRIPT-TURNS
           PERFORM PURGE-ARCHIVE-RECORDS
           PERFORM PURGE-IMAGE-STORE
           PERFORM PURGE-RESULTS-MASTER
           PERFORM PURGE-TEXT-LOGS
           PERFORM PURGE-VALFAIL-REVIEW
           .

      *----------------------------------------------------------------*
      * APPLY-LEGAL-HOLDS: A requested value a hold in force names is  *
      * refused in full -- no store is touched for it. Released holds  *
      * and holds not yet effective are passed over; job and date      *
      * holds are tabled for the cross-reference pass. Only a register *
      * that does not exist means no holds; one that cannot be read    *
      * stops the run before any store is touched.                     *
      *----------------------------------------------------------------*
       APPLY-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the legal hold register"
                   " (status " WS-LGH-FILE-STATUS "); nothing purged"
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM TEST-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "10"
               DISPLAY "ERROR: legal hold register read failed"
                   " (status " WS-LGH-FILE-STATUS "); nothing purged"
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           IF WS-HOLD-COUNT > 0
               PERFORM APPLY-XREF-LEGAL-HOLDS
           END-IF
           .

       TEST-ONE-LEGAL-HOLD.
               AT END
                   MOVE "10" TO WS-LGH-FILE-STATUS
               NOT AT END
                   IF NOT LGH-STATUS-RELEASED
                       AND (LGH-EFFECTIVE-DATE = SPACES
                           OR LGH-EFFECTIVE-DATE
                               <= WS-TODAY-DATE(1:8))
                       EVALUATE TRUE
                           WHEN LGH-KIND-JOB
                           WHEN LGH-KIND-DATES
                               PERFORM TABLE-XREF-LEGAL-HOLD
                           WHEN OTHER
                               PERFORM MARK-HELD-REQUESTS
                       END-EVALUATE
                   END-IF
           END-READ
           .

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-VALUE(WS-REQ-IDX) = LGH-VALUE
                   AND NOT REQUEST-IS-HELD(WS-REQ-IDX)
                   MOVE 1 TO WS-REQ-HELD-FLAG(WS-REQ-IDX)
                   MOVE LGH-MATTER-NO
                       TO WS-REQ-HELD-MATTER(WS-REQ-IDX)
               END-IF
           END-PERFORM
           .

       TABLE-XREF-LEGAL-HOLD.
           IF WS-HOLD-COUNT < 100
               ADD 1 TO WS-HOLD-COUNT
               MOVE LGH-KIND      TO WS-HOLD-KIND(WS-HOLD-COUNT)
               MOVE LGH-VALUE     TO WS-HOLD-VALUE(WS-HOLD-COUNT)
               MOVE LGH-DATE-FROM TO WS-HOLD-FROM(WS-HOLD-COUNT)
               MOVE LGH-DATE-TO   TO WS-HOLD-TO(WS-HOLD-COUNT)
               MOVE LGH-MATTER-NO TO WS-HOLD-MATTER(WS-HOLD-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * APPLY-XREF-LEGAL-HOLDS: A request whose key or session the     *
      * cross-reference ties to a held job, or to a day inside a held  *
      * date range, is refused in full as well. This pass runs before  *
      * any targets are expanded, so a refused request adds none.      *
      *----------------------------------------------------------------*
       APPLY-XREF-LEGAL-HOLDS.
           MOVE "00" TO WS-BXR-FILE-STATUS
           OPEN INPUT BUSINESS-XREF
           IF WS-BXR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM HOLD-TEST-ONE-XREF-LINE
               UNTIL WS-BXR-FILE-STATUS NOT = "00"

           CLOSE BUSINESS-XREF
           .

       HOLD-TEST-ONE-XREF-LINE.
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
                   PERFORM HOLD-TEST-XREF-AGAINST-HOLDS
                       VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           END-READ
           .

       HOLD-TEST-XREF-AGAINST-HOLDS.
           IF (WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
                   AND WS-BXR-JOB-ID
                       = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20))
               OR (WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
                   AND WS-BXR-TIMESTAMP(1:8)
                       >= WS-HOLD-FROM(WS-HOLD-IDX)
                   AND WS-BXR-TIMESTAMP(1:8)
                       <= WS-HOLD-TO(WS-HOLD-IDX))
               PERFORM MARK-XREF-HELD-REQUESTS
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
           END-IF
           .

       MARK-XREF-HELD-REQUESTS.
           IF NOT REQUEST-IS-HELD(WS-REQ-IDX)
               AND ((WS-REQ-KIND(WS-REQ-IDX) = "KEY"
                       AND WS-BXR-KEY = WS-REQ-VALUE(WS-REQ-IDX)(1:20))
                   OR (WS-REQ-KIND(WS-REQ-IDX) = "SESSION"
                       AND WS-BXR-SESSION-ID
                           = WS-REQ-VALUE(WS-REQ-IDX)(1:64)))
               MOVE 1 TO WS-REQ-HELD-FLAG(WS-REQ-IDX)
               MOVE WS-HOLD-MATTER(WS-HOLD-IDX)
                   TO WS-REQ-HELD-MATTER(WS-REQ-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * EXPAND-TARGETS-FROM-XREF: Every session and prompt the         *
      * cross-reference links to a requested (and not held) business   *
           END-READ
           .

      *----------------------------------------------------------------*
      * PURGE-IMAGE-STORE: Every generated image filed for a target    *
      * prompt or a target session -- the stored file removed, then    *
      * its index entry deleted.                                       *
      *----------------------------------------------------------------*
       PURGE-IMAGE-STORE.
           MOVE 0 TO WS-FILE-HIT-COUNT

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

           PERFORM JUDGE-ONE-IMAGE-ENTRY
               UNTIL WS-IMX-FILE-STATUS NOT = "00"

           CLOSE IMAGE-INDEX

           MOVE WS-IMX-FILE-NAME TO WS-TLI-FILE-NAME
           PERFORM WRITE-FILE-CERT-LINE
           .

       JUDGE-ONE-IMAGE-ENTRY.
           READ IMAGE-INDEX NEXT RECORD
               AT END
                   MOVE "10" TO WS-IMX-FILE-STATUS
               NOT AT END
                   MOVE 0 TO WS-IMAGE-HIT-REQ
                   PERFORM TEST-ONE-IMAGE-PROMPT
                       VARYING WS-TGP-IDX FROM 1 BY 1
                       UNTIL WS-TGP-IDX > WS-TGP-COUNT
                       OR WS-IMAGE-HIT-REQ > 0
                   PERFORM TEST-ONE-IMAGE-SESSION
                       VARYING WS-TGS-IDX FROM 1 BY 1
                       UNTIL WS-TGS-IDX > WS-TGS-COUNT
                       OR WS-IMAGE-HIT-REQ > 0
                   IF WS-IMAGE-HIT-REQ > 0
                       PERFORM DESTROY-ONE-IMAGE
                   END-IF
           END-READ
           .

       TEST-ONE-IMAGE-PROMPT.
           IF IMX-PROMPT-ID = WS-TGP-ID(WS-TGP-IDX)
               MOVE WS-TGP-REQ(WS-TGP-IDX) TO WS-IMAGE-HIT-REQ
           END-IF
           .

       TEST-ONE-IMAGE-SESSION.
           IF IMX-SESSION-ID = WS-TGS-ID(WS-TGS-IDX)
               MOVE WS-TGS-REQ(WS-TGS-IDX) TO WS-IMAGE-HIT-REQ
           END-IF
           .

       DESTROY-ONE-IMAGE.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "rm -f " FUNCTION TRIM(IMX-STORE-PATH)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           DELETE IMAGE-INDEX
           ADD 1 TO WS-FILE-HIT-COUNT
           ADD 1 TO WS-TOTAL-HIT-COUNT
           ADD 1 TO WS-REQ-HIT-COUNT(WS-IMAGE-HIT-REQ)
           .

      *----------------------------------------------------------------*
      * PURGE-TEXT-LOGS: Every dated audit and event log, rewritten    *
      * with targeted lines blanked to a PURGED marker. Audit files    *
                   STRING
                       "  REFUSED "
                       FUNCTION TRIM(WS-REQ-VALUE(WS-REQ-IDX))
                       ": under legal hold, matter "
                       FUNCTION TRIM(WS-REQ-HELD-MATTER(WS-REQ-IDX))

                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   END-STRING
