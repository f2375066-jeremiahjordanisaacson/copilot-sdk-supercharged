      * completion and closed before any deletion starts, so the       *
      * deletion calls -- which reopen the same registry file          *
      * themselves -- never contend with this program's own scan.      *
      *                                                                *
      * A session a legal hold in force reaches is never deleted: a    *
      * SESSION hold names it, a JOB hold covers the job that created  *
      * it, a DATES hold covers its create date, and a KEY or JOB hold *
      * reaches every session BUSINESS-KEY-XREF.DAT ties to the key or *
      * job. Held sessions are listed, with their matter, on the       *
      * console and in RETENTION-HOLD-REPORT.TXT. A LEGAL-HOLD.DAT     *
      * that exists but cannot be read stops the run before anything   *
      * is deleted.                                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-SESSION-CLEANUP.
               ORGANIZATION IS INDEXED
               RECORD KEY IS SREG-SESSION-ID
               FILE STATUS IS WS-SREG-FILE-STATUS.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
           SELECT BUSINESS-XREF ASSIGN TO WS-BXR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXR-FILE-STATUS.
           SELECT HOLD-REPORT ASSIGN TO WS-HRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SREG-TRACESTATE       PIC X(64).
           05 SREG-PROFILE-ID       PIC X(12).

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

       FD  HOLD-REPORT.
       01  HOLD-REPORT-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.

       COPY "COPILOT-TYPES.cpy".
       01  WS-SESSION-REG-NAME      PIC X(64)
           VALUE "SESSION-REGISTRY.DAT".
       01  WS-SREG-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-BXR-FILE-NAME         PIC X(64)
           VALUE "BUSINESS-KEY-XREF.DAT".
       01  WS-BXR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HRP-FILE-NAME         PIC X(64)
           VALUE "RETENTION-HOLD-REPORT.TXT".
       01  WS-HRP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-OUT-LINE              PIC X(256) VALUE SPACES.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.

       01  WS-CUTOFF-INPUT          PIC X(5)   VALUE SPACES.
       01  WS-CUTOFF-DAYS           PIC 9(5)   VALUE 7.

       01  WS-DELETED-COUNT         PIC 9(3)   VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(3)   VALUE 0.
       01  WS-HELD-COUNT            PIC 9(3)   VALUE 0.

      *    Legal holds in force, and the sessions a SESSION hold names
      *    or the cross-reference ties to a KEY or JOB hold.
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
       01  WS-HELD-BY               PIC 9(3)   VALUE 0.

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
           DISPLAY " "

           PERFORM ASK-CUTOFF-AGE
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM INITIALIZE-COPILOT
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: Failed to initialize client"
           DISPLAY " "
           DISPLAY "Deleted: " WS-DELETED-COUNT
           DISPLAY "Failed:  " WS-FAILED-COUNT
           DISPLAY "On hold: " WS-HELD-COUNT
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * FIND-STALE-SESSIONS: Scan the registry end to end and collect  *
      * every active session older than the cutoff and under no legal  *
      * hold into the stale list, then close the registry before any   *
      * deletion starts.                                               *
      *----------------------------------------------------------------*
       FIND-STALE-SESSIONS.
           MOVE 0 TO WS-STALE-COUNT
      *----------------------------------------------------------------*
      * CHECK-REGISTRY-RECORD-AGE: Compare this record's creation date *
      * against today's date and, if it is at or past the cutoff age,  *
      * append its session id to the stale list -- or, when a legal    *
      * hold covers it, report it held and leave it be.                *
      *----------------------------------------------------------------*
       CHECK-REGISTRY-RECORD-AGE.
           MOVE SREG-CREATE-TS(1:8) TO WS-REG-DATE-NUM
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-REG-DATE-NUM)

           IF WS-AGE-DAYS < WS-CUTOFF-DAYS
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SESSION-HOLD
           IF WS-HELD-BY > 0
               PERFORM REPORT-HELD-SESSION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STALE-COUNT
           MOVE SREG-SESSION-ID
               TO WS-STALE-SESSION-ID(WS-STALE-COUNT)
           .

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS: Table every hold in force today -- not       *
      * released and past its effective date -- then the sessions the  *
      * cross-reference ties to a KEY or JOB hold, as                  *
      * LOG-RETENTION-JOB does. No register means no holds; one that   *
      * cannot be read stops the run before any session is deleted.    *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HSS-COUNT
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the legal hold register"
                   " (status " WS-LGH-FILE-STATUS "); nothing deleted"
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "10"
               DISPLAY "ERROR: legal hold register read failed"
                   " (status " WS-LGH-FILE-STATUS "); nothing deleted"
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Legal holds in force: " WS-HOLD-COUNT

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
      * CHECK-SESSION-HOLD: WS-HELD-BY names the hold covering the     *
      * registry session just read -- by session or cross-reference,   *
      * by the job that created it, or by a date range over its create *
      * date -- or is zero when none does.                             *
      *----------------------------------------------------------------*
       CHECK-SESSION-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-SESSION-HOLD-SLOT
               VARYING WS-HSS-IDX FROM 1 BY 1
               UNTIL WS-HSS-IDX > WS-HSS-COUNT
               OR WS-HELD-BY > 0

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
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
               AND SREG-CREATE-TS(1:8) >= WS-HOLD-FROM(WS-HOLD-IDX)
               AND SREG-CREATE-TS(1:8) <= WS-HOLD-TO(WS-HOLD-IDX)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           .

      *----------------------------------------------------------------*
      * REPORT-HELD-SESSION: Name the stale session a hold keeps, on   *
      * the console and in the hold report LOG-RETENTION-JOB keeps.    *
      *----------------------------------------------------------------*
       REPORT-HELD-SESSION.
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "HELD:    " FUNCTION TRIM(SREG-SESSION-ID)
               " matter " FUNCTION TRIM(WS-HOLD-MATTER(WS-HELD-BY))

           OPEN EXTEND HOLD-REPORT
           IF WS-HRP-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-REPORT
           END-IF
           IF WS-HRP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write the hold report (status "
                   WS-HRP-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " HELD SESSION "
               FUNCTION TRIM(SREG-SESSION-ID)
               " matter " FUNCTION TRIM(WS-HOLD-MATTER(WS-HELD-BY))
               " (" FUNCTION TRIM(WS-HOLD-KIND(WS-HELD-BY)) " hold)"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-OUT-LINE
           CLOSE HOLD-REPORT
           .

      *----------------------------------------------------------------*
      * DELETE-ONE-STALE-SESSION: Delete one stale session on the      *
      * server and remove its local registry entry.                    *
