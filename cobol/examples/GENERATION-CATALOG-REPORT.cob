      *================================================================*
      * GENERATION-CATALOG-REPORT.cob                                  *
      * Listing of GENERATION-CATALOG.DAT, base name by base name:     *
      * the generation limit from GENERATION-LIMITS.DAT, then every    *
      * cataloged generation oldest first with its relative number     *
      * (0 the current, -1 the one before, as GDG-RESOLVE-NAME takes   *
      * them), file name, creation date and time, creating job id      *
      * and record count. A base with a limit line but nothing         *
      * cataloged yet is listed as such, so a missed catalog step      *
      * shows up.                                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-CATALOG-REPORT.

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
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the catalog record in              *
      *    GENERATION-CATALOG -- keep the two in sync by hand.         *
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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GC-FILE-NAME          PIC X(64)
           VALUE "GENERATION-CATALOG.DAT".
       01  WS-GC-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-GL-FILE-NAME          PIC X(64)
           VALUE "GENERATION-LIMITS.DAT".
       01  WS-GL-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "GENERATION-CATALOG-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.
       01  WS-DEFAULT-LIMIT         PIC 9(3)   VALUE 7.

      *    The defined bases and their limits.
       01  WS-LIMIT-TABLE.
           05 WS-LIM-COUNT          PIC 9(3)   VALUE 0.
           05 WS-LIM-ENTRY OCCURS 100 TIMES.
               10 WS-LIM-BASE       PIC X(64)  VALUE SPACES.
               10 WS-LIM-VALUE      PIC 9(3)   VALUE 0.
               10 WS-LIM-SEEN-FLAG  PIC 9      VALUE 0.
                   88 LIM-BASE-SEEN             VALUE 1.
       01  WS-LIM-IDX               PIC 9(3)   VALUE 0.
       01  WS-LIM-FOUND             PIC 9(3)   VALUE 0.

      *    The generations of the base being listed, oldest first.
       01  WS-BASE-NAME             PIC X(64)  VALUE SPACES.
       01  WS-GEN-TABLE.
           05 WS-GEN-COUNT          PIC 9(4)   VALUE 0.
           05 WS-GEN-ENTRY OCCURS 999 TIMES.
               10 WS-GEN-NO         PIC 9(4)   VALUE 0.
               10 WS-GEN-NAME       PIC X(64)  VALUE SPACES.
               10 WS-GEN-CREATED    PIC X(14)  VALUE SPACES.
               10 WS-GEN-JOB-ID     PIC X(20)  VALUE SPACES.
               10 WS-GEN-RECORDS    PIC 9(9)   VALUE 0.
       01  WS-GEN-IDX               PIC 9(4)   VALUE 0.
       01  WS-GEN-OVERFLOW          PIC 9(5)   VALUE 0.
       01  WS-RELATIVE-NO           PIC S9(4)  VALUE 0.
       01  WS-RELATIVE-EDIT         PIC -(4)9.
       01  WS-LIMIT-TEXT            PIC X(16)  VALUE SPACES.

       01  WS-BASE-TOTAL            PIC 9(5)   VALUE 0.
       01  WS-GEN-TOTAL             PIC 9(7)   VALUE 0.
       01  WS-RECORD-TOTAL          PIC 9(11)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Generation Catalog Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           PERFORM LOAD-GENERATION-LIMITS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           PERFORM PRINT-PAGE-HEADER

           MOVE SPACES TO WS-BASE-NAME
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT GENERATION-CATALOG
           IF WS-GC-FILE-STATUS = "00"
               PERFORM READ-ONE-CATALOG-ENTRY
                   UNTIL WS-GC-FILE-STATUS NOT = "00"
               CLOSE GENERATION-CATALOG
               PERFORM PRINT-ONE-BASE
           ELSE
               DISPLAY "No generation catalog on file."
           END-IF

           PERFORM PRINT-ONE-EMPTY-BASE
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIM-COUNT

           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Base names:   " WS-BASE-TOTAL
           DISPLAY "Generations:  " WS-GEN-TOTAL
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-GENERATION-LIMITS: The base names defined for generation  *
      * management and the number of generations each keeps.           *
      *----------------------------------------------------------------*
       LOAD-GENERATION-LIMITS.
           MOVE "00" TO WS-GL-FILE-STATUS
           OPEN INPUT GENERATION-LIMITS
           IF WS-GL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LIMIT-LINE
               UNTIL WS-GL-FILE-STATUS NOT = "00"

           CLOSE GENERATION-LIMITS
           .

       LOAD-ONE-LIMIT-LINE.
           READ GENERATION-LIMITS
               AT END
                   MOVE "10" TO WS-GL-FILE-STATUS
               NOT AT END
                   IF GL-BASE-NAME NOT = SPACES
                       AND WS-LIM-COUNT < 100
                       ADD 1 TO WS-LIM-COUNT
                       MOVE GL-BASE-NAME TO WS-LIM-BASE(WS-LIM-COUNT)
                       IF GL-LIMIT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(GL-LIMIT) = 0
                           MOVE FUNCTION NUMVAL(GL-LIMIT)
                               TO WS-LIM-VALUE(WS-LIM-COUNT)
                       END-IF
                       IF WS-LIM-VALUE(WS-LIM-COUNT) = 0
                           MOVE WS-DEFAULT-LIMIT
                               TO WS-LIM-VALUE(WS-LIM-COUNT)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * READ-ONE-CATALOG-ENTRY: Key order keeps a base's generations   *
      * together, oldest first; a change of base name prints the base  *
      * just finished.                                                 *
      *----------------------------------------------------------------*
       READ-ONE-CATALOG-ENTRY.
           READ GENERATION-CATALOG NEXT RECORD
               AT END
                   MOVE "10" TO WS-GC-FILE-STATUS
               NOT AT END
                   IF GC-BASE-NAME NOT = WS-BASE-NAME
                       PERFORM PRINT-ONE-BASE
                       MOVE GC-BASE-NAME TO WS-BASE-NAME
                       MOVE 0 TO WS-GEN-COUNT
                       MOVE 0 TO WS-GEN-OVERFLOW
                   END-IF
                   PERFORM TABLE-ONE-GENERATION
           END-READ
           .

       TABLE-ONE-GENERATION.
           IF WS-GEN-COUNT >= 999
               ADD 1 TO WS-GEN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE GC-GEN-NO       TO WS-GEN-NO(WS-GEN-COUNT)
           MOVE GC-GEN-NAME     TO WS-GEN-NAME(WS-GEN-COUNT)
           MOVE GC-CREATED-TS   TO WS-GEN-CREATED(WS-GEN-COUNT)
           MOVE GC-JOB-ID       TO WS-GEN-JOB-ID(WS-GEN-COUNT)
           MOVE GC-RECORD-COUNT TO WS-GEN-RECORDS(WS-GEN-COUNT)
           .

      *----------------------------------------------------------------*
      * PRINT-ONE-BASE: Base name and limit, then one line per         *
      * generation with its relative number.                           *
      *----------------------------------------------------------------*
       PRINT-ONE-BASE.
           IF WS-BASE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BASE-TOTAL
           MOVE 0 TO WS-LIM-FOUND
           PERFORM TEST-ONE-LIMIT-BASE
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIM-COUNT
               OR WS-LIM-FOUND > 0
           MOVE SPACES TO WS-LIMIT-TEXT
           IF WS-LIM-FOUND > 0
               MOVE 1 TO WS-LIM-SEEN-FLAG(WS-LIM-FOUND)
               STRING
                   "limit " WS-LIM-VALUE(WS-LIM-FOUND)
                   DELIMITED SIZE
                   INTO WS-LIMIT-TEXT
               END-STRING
           ELSE
               MOVE "no limit line" TO WS-LIMIT-TEXT
           END-IF

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Base " FUNCTION TRIM(WS-BASE-NAME)
               "   " FUNCTION TRIM(WS-LIMIT-TEXT)
               "   generations " WS-GEN-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "    Rel  Generation file"
               "                                          "
               "Created              Job id                Records"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-ONE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT

           IF WS-GEN-OVERFLOW > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  " WS-GEN-OVERFLOW
                   " further generations not listed"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

       TEST-ONE-LIMIT-BASE.
           IF WS-LIM-BASE(WS-LIM-IDX) = WS-BASE-NAME
               MOVE WS-LIM-IDX TO WS-LIM-FOUND
           END-IF
           .

       PRINT-ONE-GENERATION.
           COMPUTE WS-RELATIVE-NO = WS-GEN-IDX - WS-GEN-COUNT
           MOVE WS-RELATIVE-NO TO WS-RELATIVE-EDIT
           ADD 1 TO WS-GEN-TOTAL
           ADD WS-GEN-RECORDS(WS-GEN-IDX) TO WS-RECORD-TOTAL

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-RELATIVE-EDIT "  "
               WS-GEN-NAME(WS-GEN-IDX)
               WS-GEN-CREATED(WS-GEN-IDX)(1:4) "-"
               WS-GEN-CREATED(WS-GEN-IDX)(5:2) "-"
               WS-GEN-CREATED(WS-GEN-IDX)(7:2) " "
               WS-GEN-CREATED(WS-GEN-IDX)(9:2) ":"
               WS-GEN-CREATED(WS-GEN-IDX)(11:2) ":"
               WS-GEN-CREATED(WS-GEN-IDX)(13:2) "  "
               WS-GEN-JOB-ID(WS-GEN-IDX) "  "
               WS-GEN-RECORDS(WS-GEN-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-ONE-EMPTY-BASE: A defined base with nothing cataloged.   *
      *----------------------------------------------------------------*
       PRINT-ONE-EMPTY-BASE.
           IF LIM-BASE-SEEN(WS-LIM-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BASE-TOTAL
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Base " FUNCTION TRIM(WS-LIM-BASE(WS-LIM-IDX))
               "   limit " WS-LIM-VALUE(WS-LIM-IDX)
               "   no generations cataloged"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Trailer block with the catalog counts.    *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "End of catalog.  Base names: " WS-BASE-TOTAL
               "   Generations: " WS-GEN-TOTAL
               "   Records: " WS-RECORD-TOTAL
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
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
      * PRINT-PAGE-HEADER: Start a new page: title line with the run   *
      * date and page number, then a separator.                        *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "GENERATION CATALOG                   Run date "
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
           .
