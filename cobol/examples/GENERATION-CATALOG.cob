      *================================================================*
      * GENERATION-CATALOG.cob                                         *
      * Generation data sets for the files a run rebuilds, grows, or   *
      * overwrites in place -- PROMPT-QUEUE.DAT, PROMPT-RESULTS.DAT,   *
      * DOWNSTREAM-EXTRACT.DAT -- so "what was in Tuesday's queue"     *
      * has an answer. A run catalogs a generation by copying the      *
      * working file to the base name plus a G-number                  *
      * (PROMPT-QUEUE.DAT.G0012V00) and entering it in the indexed     *
      * GENERATION-CATALOG.DAT with its creation time, creating job    *
      * id and record count.                                           *
      *                                                                *
      * A base name is generation-managed only once it has a line in   *
      * GENERATION-LIMITS.DAT (base name, then the number of           *
      * generations to keep, 1-255, default 7) -- the equivalent of    *
      * defining the GDG base. When a new generation takes the count   *
      * past the limit, the oldest generations roll off: the catalog   *
      * entry is deleted and the file removed. A generation created    *
      * inside the date range of a DATES legal hold, or by a job under *
      * a JOB hold, is kept catalogued past the limit and listed in    *
      * RETENTION-HOLD-REPORT.TXT instead; while LEGAL-HOLD.DAT exists *
      * but cannot be read nothing rolls off.                          *
      *                                                                *
      * GDG-NEW-GENERATION  catalogs the working file under the next   *
      *                     G-number; return code 0 when cataloged,    *
      *                     1 when the base has no limit line, -1      *
      *                     when the working file or the catalog       *
      *                     cannot be read.                            *
      * GDG-RESOLVE         answers the file name of a relative        *
      *                     generation -- 0 the current, -1 the one    *
      *                     before it, and so on; return code -1       *
      *                     when no such generation is cataloged.      *
      * GDG-RESOLVE-NAME    rewrites a name given as BASE(0) or        *
      *                     BASE(-n) to that generation's file name,   *
      *                     leaving any other name as it is, so a      *
      *                     program can take "current" or "minus one"  *
      *                     wherever it takes a file name.             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-CATALOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-CATALOG ASSIGN TO WS-GC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GC-FILE-STATUS.
           SELECT GENERATION-LIMITS ASSIGN TO WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GDG-SOURCE ASSIGN TO WS-SRC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT GDG-TARGET ASSIGN TO WS-TGT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-FILE-STATUS.
           SELECT LEGAL-HOLD ASSIGN TO WS-LGH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-FILE-STATUS.
           SELECT HOLD-REPORT ASSIGN TO WS-HRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-CATALOG.
       01  GENERATION-CATALOG-RECORD.
           05 GC-KEY.
               10 GC-BASE-NAME      PIC X(64).
               10 GC-GEN-NO         PIC 9(4).
           05 GC-GEN-NAME           PIC X(64).
           05 GC-CREATED-TS         PIC X(14).
           05 GC-JOB-ID             PIC X(20).
           05 GC-RECORD-COUNT       PIC 9(9).

       FD  GENERATION-LIMITS.
       01  GENERATION-LIMITS-RECORD.
           05 GL-BASE-NAME          PIC X(64).
           05 GL-LIMIT              PIC X(3).

      *    Wide enough for the longest line-sequential record the
      *    runner keeps (the 3887-byte queue record).
       FD  GDG-SOURCE.
       01  GDG-SOURCE-RECORD        PIC X(8192).

       FD  GDG-TARGET.
       01  GDG-TARGET-RECORD        PIC X(8192).

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

       FD  HOLD-REPORT.
       01  HOLD-REPORT-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-GC-FILE-NAME          PIC X(64)
           VALUE "GENERATION-CATALOG.DAT".
       01  WS-GC-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-GL-FILE-NAME          PIC X(64)
           VALUE "GENERATION-LIMITS.DAT".
       01  WS-GL-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-SRC-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-SRC-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-TGT-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TGT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-LGH-FILE-NAME         PIC X(64)
           VALUE "LEGAL-HOLD.DAT".
       01  WS-LGH-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-HRP-FILE-NAME         PIC X(64)
           VALUE "RETENTION-HOLD-REPORT.TXT".
       01  WS-HRP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-OUT-LINE              PIC X(256) VALUE SPACES.

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-SHELL-COMMAND         PIC X(256) VALUE SPACES.
       01  WS-DEFAULT-LIMIT         PIC 9(3)   VALUE 7.
       01  WS-MAX-LIMIT             PIC 9(3)   VALUE 255.

      *    The base being worked on and its catalog entries.
       01  WS-BASE-NAME             PIC X(64)  VALUE SPACES.
       01  WS-GEN-LIMIT             PIC 9(3)   VALUE 0.
       01  WS-LIMIT-FLAG            PIC 9      VALUE 0.
           88 BASE-IS-DEFINED                  VALUE 1.
           88 BASE-NOT-DEFINED                 VALUE 0.
       01  WS-GEN-COUNT             PIC 9(4)   VALUE 0.
       01  WS-OLDEST-GEN            PIC 9(4)   VALUE 0.
       01  WS-NEWEST-GEN            PIC 9(4)   VALUE 0.
       01  WS-NEW-GEN               PIC 9(4)   VALUE 0.
       01  WS-ROLL-GEN              PIC 9(4)   VALUE 0.
       01  WS-RECORD-COUNT          PIC 9(9)   VALUE 0.
       01  WS-SCAN-DONE-FLAG        PIC 9      VALUE 0.
           88 BASE-SCAN-DONE                   VALUE 1.
           88 BASE-SCAN-GOING                  VALUE 0.

      *    Relative generation lookups.
       01  WS-RELATIVE-GEN          PIC S9(3)  VALUE 0.
       01  WS-WANTED-ORDINAL        PIC S9(5)  VALUE 0.
       01  WS-SCAN-ORDINAL          PIC 9(4)   VALUE 0.
       01  WS-RESOLVED-NAME         PIC X(64)  VALUE SPACES.
       01  WS-REL-TEXT              PIC X(8)   VALUE SPACES.
       01  WS-PAREN-COUNT           PIC 9(3)   VALUE 0.
       01  WS-RESOLVE-RC            PIC S9(4)  VALUE 0.

      *    JOB and DATES legal holds in force, which keep a generation
      *    from rolling off.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT         PIC 9(3)   VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
               10 WS-HOLD-KIND      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-VALUE     PIC X(64)  VALUE SPACES.
               10 WS-HOLD-FROM      PIC X(8)   VALUE SPACES.
               10 WS-HOLD-TO        PIC X(8)   VALUE SPACES.
               10 WS-HOLD-MATTER    PIC X(20)  VALUE SPACES.
       01  WS-HOLD-IDX              PIC 9(3)   VALUE 0.
       01  WS-HELD-BY               PIC 9(3)   VALUE 0.
       01  WS-HOLDS-FLAG            PIC 9      VALUE 0.
           88 HOLDS-READABLE                   VALUE 0.
           88 HOLDS-UNREADABLE                 VALUE 1.

       LINKAGE SECTION.
       01  LS-BASE-NAME             PIC X(64).
       01  LS-JOB-ID                PIC X(20).
       01  LS-GEN-NAME              PIC X(64).
       01  LS-RELATIVE-GEN          PIC S9(3).
       01  LS-FILE-NAME             PIC X(64).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

       ENTRY "GDG-NEW-GENERATION" USING LS-BASE-NAME LS-JOB-ID
           LS-GEN-NAME LS-RETURN-CODE.

           MOVE SPACES TO LS-GEN-NAME
           MOVE 1 TO LS-RETURN-CODE
           MOVE LS-BASE-NAME TO WS-BASE-NAME

           PERFORM LOAD-GENERATION-LIMIT
           IF BASE-NOT-DEFINED
               GOBACK
           END-IF

           MOVE -1 TO LS-RETURN-CODE
           MOVE "00" TO WS-SRC-FILE-STATUS
           MOVE WS-BASE-NAME TO WS-SRC-FILE-NAME
           OPEN INPUT GDG-SOURCE
           IF WS-SRC-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           OPEN I-O GENERATION-CATALOG
           IF WS-GC-FILE-STATUS = "35"
               OPEN OUTPUT GENERATION-CATALOG
               CLOSE GENERATION-CATALOG
               OPEN I-O GENERATION-CATALOG
           END-IF
           IF WS-GC-FILE-STATUS NOT = "00"
               CLOSE GDG-SOURCE
               GOBACK
           END-IF

           PERFORM SCAN-BASE-GENERATIONS
           IF WS-NEWEST-GEN >= 9999
               DISPLAY "GENERATION-CATALOG: "
                   FUNCTION TRIM(WS-BASE-NAME)
                   " has used every G-number; re-define the base."
               CLOSE GDG-SOURCE
               CLOSE GENERATION-CATALOG
               GOBACK
           END-IF
           COMPUTE WS-NEW-GEN = WS-NEWEST-GEN + 1
           MOVE WS-NEW-GEN TO WS-ROLL-GEN
           PERFORM BUILD-GENERATION-NAME

           PERFORM COPY-WORKING-FILE
           CLOSE GDG-SOURCE
           IF WS-TGT-FILE-STATUS NOT = "00"
               CLOSE GENERATION-CATALOG
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-BASE-NAME       TO GC-BASE-NAME
           MOVE WS-NEW-GEN         TO GC-GEN-NO
           MOVE WS-RESOLVED-NAME   TO GC-GEN-NAME
           MOVE WS-TODAY-DATE(1:14) TO GC-CREATED-TS
           MOVE LS-JOB-ID          TO GC-JOB-ID
           MOVE WS-RECORD-COUNT    TO GC-RECORD-COUNT
           WRITE GENERATION-CATALOG-RECORD
               INVALID KEY
                   REWRITE GENERATION-CATALOG-RECORD
           END-WRITE
           ADD 1 TO WS-GEN-COUNT
           IF WS-OLDEST-GEN = 0
               MOVE WS-NEW-GEN TO WS-OLDEST-GEN
           END-IF

           MOVE WS-OLDEST-GEN TO WS-ROLL-GEN
           IF WS-GEN-COUNT > WS-GEN-LIMIT
               PERFORM LOAD-LEGAL-HOLDS
               IF HOLDS-UNREADABLE
                   DISPLAY "GENERATION-CATALOG: legal hold register "
                       "unreadable (status " WS-LGH-FILE-STATUS
                       "); nothing of " FUNCTION TRIM(WS-BASE-NAME)
                       " rolled off."
               ELSE
                   PERFORM ROLL-OFF-ONE-GENERATION
                       UNTIL WS-GEN-COUNT <= WS-GEN-LIMIT
                       OR WS-ROLL-GEN >= WS-NEW-GEN
               END-IF
           END-IF

           CLOSE GENERATION-CATALOG
           MOVE WS-RESOLVED-NAME TO LS-GEN-NAME
           MOVE 0 TO LS-RETURN-CODE
           GOBACK
           .

       ENTRY "GDG-RESOLVE" USING LS-BASE-NAME LS-RELATIVE-GEN
           LS-GEN-NAME LS-RETURN-CODE.

           MOVE LS-BASE-NAME TO WS-BASE-NAME
           MOVE LS-RELATIVE-GEN TO WS-RELATIVE-GEN
           PERFORM RESOLVE-RELATIVE-GENERATION
           MOVE WS-RESOLVED-NAME TO LS-GEN-NAME
           MOVE WS-RESOLVE-RC TO LS-RETURN-CODE
           GOBACK
           .

       ENTRY "GDG-RESOLVE-NAME" USING LS-FILE-NAME LS-RETURN-CODE.

           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO WS-PAREN-COUNT
           INSPECT LS-FILE-NAME TALLYING WS-PAREN-COUNT FOR ALL "("
           IF WS-PAREN-COUNT = 0
               GOBACK
           END-IF

           MOVE SPACES TO WS-BASE-NAME
           MOVE SPACES TO WS-REL-TEXT
           UNSTRING LS-FILE-NAME DELIMITED BY "(" OR ")"
               INTO WS-BASE-NAME WS-REL-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-REL-TEXT) NOT = 0
               MOVE -1 TO LS-RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-REL-TEXT) TO WS-RELATIVE-GEN

           PERFORM RESOLVE-RELATIVE-GENERATION
           IF WS-RESOLVE-RC = 0
               MOVE WS-RESOLVED-NAME TO LS-FILE-NAME
           END-IF
           MOVE WS-RESOLVE-RC TO LS-RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * LOAD-GENERATION-LIMIT: The limit line for WS-BASE-NAME; no     *
      * line means the base is not generation-managed.                 *
      *----------------------------------------------------------------*
       LOAD-GENERATION-LIMIT.
           SET BASE-NOT-DEFINED TO TRUE
           MOVE 0 TO WS-GEN-LIMIT
           MOVE "00" TO WS-GL-FILE-STATUS
           OPEN INPUT GENERATION-LIMITS
           IF WS-GL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ONE-LIMIT-LINE
               UNTIL WS-GL-FILE-STATUS NOT = "00"
               OR BASE-IS-DEFINED

           CLOSE GENERATION-LIMITS
           .

       READ-ONE-LIMIT-LINE.
           READ GENERATION-LIMITS
               AT END
                   MOVE "10" TO WS-GL-FILE-STATUS
               NOT AT END
                   IF GL-BASE-NAME = WS-BASE-NAME
                       SET BASE-IS-DEFINED TO TRUE
                       IF GL-LIMIT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(GL-LIMIT) = 0
                           MOVE FUNCTION NUMVAL(GL-LIMIT)
                               TO WS-GEN-LIMIT
                       END-IF
                       IF WS-GEN-LIMIT = 0
                           MOVE WS-DEFAULT-LIMIT TO WS-GEN-LIMIT
                       END-IF
                       IF WS-GEN-LIMIT > WS-MAX-LIMIT
                           MOVE WS-MAX-LIMIT TO WS-GEN-LIMIT
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SCAN-BASE-GENERATIONS: Count the base's cataloged generations  *
      * and note the oldest and newest G-numbers. The catalog must be  *
      * open; key order keeps a base's generations together, oldest    *
      * first.                                                         *
      *----------------------------------------------------------------*
       SCAN-BASE-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-OLDEST-GEN
           MOVE 0 TO WS-NEWEST-GEN
           SET BASE-SCAN-GOING TO TRUE

           MOVE WS-BASE-NAME TO GC-BASE-NAME
           MOVE 0 TO GC-GEN-NO
           START GENERATION-CATALOG KEY IS NOT LESS THAN GC-KEY
               INVALID KEY
                   SET BASE-SCAN-DONE TO TRUE
           END-START

           PERFORM SCAN-ONE-CATALOG-ENTRY
               UNTIL BASE-SCAN-DONE
           .

       SCAN-ONE-CATALOG-ENTRY.
           READ GENERATION-CATALOG NEXT RECORD
               AT END
                   SET BASE-SCAN-DONE TO TRUE
               NOT AT END
                   IF GC-BASE-NAME NOT = WS-BASE-NAME
                       SET BASE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                       IF WS-OLDEST-GEN = 0
                           MOVE GC-GEN-NO TO WS-OLDEST-GEN
                       END-IF
                       MOVE GC-GEN-NO TO WS-NEWEST-GEN
                       IF WS-SCAN-ORDINAL > 0
                           AND WS-GEN-COUNT = WS-SCAN-ORDINAL
                           MOVE GC-GEN-NAME TO WS-RESOLVED-NAME
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * BUILD-GENERATION-NAME: Base name plus GnnnnV00 for the         *
      * G-number in WS-ROLL-GEN.                                       *
      *----------------------------------------------------------------*
       BUILD-GENERATION-NAME.
           MOVE SPACES TO WS-RESOLVED-NAME
           STRING
               FUNCTION TRIM(WS-BASE-NAME) ".G" WS-ROLL-GEN "V00"
               DELIMITED SIZE
               INTO WS-RESOLVED-NAME
           END-STRING
           .

      *----------------------------------------------------------------*
      * COPY-WORKING-FILE: Copy the open working file to the new       *
      * generation's file, counting the records.                       *
      *----------------------------------------------------------------*
       COPY-WORKING-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE WS-RESOLVED-NAME TO WS-TGT-FILE-NAME
           OPEN OUTPUT GDG-TARGET
           IF WS-TGT-FILE-STATUS NOT = "00"
               DISPLAY "GENERATION-CATALOG: unable to create "
                   FUNCTION TRIM(WS-TGT-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-ONE-RECORD
               UNTIL WS-SRC-FILE-STATUS NOT = "00"

           CLOSE GDG-TARGET
           MOVE "00" TO WS-TGT-FILE-STATUS
           .

       COPY-ONE-RECORD.
           READ GDG-SOURCE
               AT END
                   MOVE "10" TO WS-SRC-FILE-STATUS
               NOT AT END
                   WRITE GDG-TARGET-RECORD FROM GDG-SOURCE-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ
           .

      *----------------------------------------------------------------*
      * ROLL-OFF-ONE-GENERATION: Uncatalog and remove the oldest       *
      * generation still on file, unless a legal hold covers it; a     *
      * held generation stays catalogued and counts against the limit, *
      * so the next oldest unheld one goes in its place.               *
      *----------------------------------------------------------------*
       ROLL-OFF-ONE-GENERATION.
           MOVE WS-BASE-NAME TO GC-BASE-NAME
           MOVE WS-ROLL-GEN TO GC-GEN-NO
           READ GENERATION-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-GENERATION-HOLD
                   IF WS-HELD-BY > 0
                       PERFORM WRITE-HOLD-REPORT-LINE
                   ELSE
                       PERFORM REMOVE-CATALOGED-GENERATION
                   END-IF
           END-READ
           ADD 1 TO WS-ROLL-GEN
           .

       REMOVE-CATALOGED-GENERATION.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "rm -f " FUNCTION TRIM(GC-GEN-NAME)
               DELIMITED SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           DELETE GENERATION-CATALOG RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "SYSTEM" USING WS-SHELL-COMMAND
                   SUBTRACT 1 FROM WS-GEN-COUNT
           END-DELETE
           .

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS: Table the JOB and DATES holds in force today *
      * -- not released and past their effective date -- as            *
      * LOG-RETENTION-JOB does. No register means no holds; one that   *
      * exists but cannot be read sets HOLDS-UNREADABLE.               *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           SET HOLDS-READABLE TO TRUE
           MOVE "00" TO WS-LGH-FILE-STATUS
           OPEN INPUT LEGAL-HOLD
           IF WS-LGH-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-FILE-STATUS NOT = "00"
               SET HOLDS-UNREADABLE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL WS-LGH-FILE-STATUS NOT = "00"

           CLOSE LEGAL-HOLD
           IF WS-LGH-FILE-STATUS NOT = "10"
               SET HOLDS-UNREADABLE TO TRUE
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
                       AND ((LGH-KIND-JOB AND LGH-VALUE NOT = SPACES)
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
      * CHECK-GENERATION-HOLD: WS-HELD-BY names the hold covering the  *
      * catalog entry just read -- by the job that created it, or by a *
      * date range over its creation date -- or is zero when none      *
      * does.                                                          *
      *----------------------------------------------------------------*
       CHECK-GENERATION-HOLD.
           MOVE 0 TO WS-HELD-BY
           PERFORM TEST-ONE-GENERATION-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HELD-BY > 0
           .

       TEST-ONE-GENERATION-HOLD.
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "JOB"
               AND GC-JOB-ID = WS-HOLD-VALUE(WS-HOLD-IDX)(1:20)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           IF WS-HOLD-KIND(WS-HOLD-IDX) = "DATES"
               AND GC-CREATED-TS(1:8) >= WS-HOLD-FROM(WS-HOLD-IDX)
               AND GC-CREATED-TS(1:8) <= WS-HOLD-TO(WS-HOLD-IDX)
               MOVE WS-HOLD-IDX TO WS-HELD-BY
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-HOLD-REPORT-LINE: One line per generation kept back, in  *
      * the report LOG-RETENTION-JOB keeps for the items it holds.     *
      *----------------------------------------------------------------*
       WRITE-HOLD-REPORT-LINE.
           OPEN EXTEND HOLD-REPORT
           IF WS-HRP-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-REPORT
           END-IF
           IF WS-HRP-FILE-STATUS NOT = "00"
               DISPLAY "GENERATION-CATALOG: held "
                   FUNCTION TRIM(GC-GEN-NAME)
                   " not reported (hold report status "
                   WS-HRP-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING
               FUNCTION TRIM(WS-TODAY-DATE) " HELD GENERATION "
               FUNCTION TRIM(GC-GEN-NAME)
               " matter " FUNCTION TRIM(WS-HOLD-MATTER(WS-HELD-BY))
               " (" FUNCTION TRIM(WS-HOLD-KIND(WS-HELD-BY)) " hold)"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-OUT-LINE
           CLOSE HOLD-REPORT
           .

      *----------------------------------------------------------------*
      * RESOLVE-RELATIVE-GENERATION: File name of generation           *
      * WS-RELATIVE-GEN (0 current, -1 the one before) of              *
      * WS-BASE-NAME into WS-RESOLVED-NAME; WS-RESOLVE-RC -1 when the  *
      * base has no such generation cataloged.                         *
      *----------------------------------------------------------------*
       RESOLVE-RELATIVE-GENERATION.
           MOVE SPACES TO WS-RESOLVED-NAME
           MOVE -1 TO WS-RESOLVE-RC
           MOVE 0 TO WS-SCAN-ORDINAL
           IF WS-RELATIVE-GEN > 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GENERATION-CATALOG
           IF WS-GC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-BASE-GENERATIONS
           COMPUTE WS-WANTED-ORDINAL = WS-GEN-COUNT + WS-RELATIVE-GEN
           IF WS-WANTED-ORDINAL < 1
               CLOSE GENERATION-CATALOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WANTED-ORDINAL TO WS-SCAN-ORDINAL
           PERFORM SCAN-BASE-GENERATIONS
           MOVE 0 TO WS-SCAN-ORDINAL
           CLOSE GENERATION-CATALOG

           IF WS-RESOLVED-NAME NOT = SPACES
               MOVE 0 TO WS-RESOLVE-RC
           END-IF
           .

       STOP RUN.
