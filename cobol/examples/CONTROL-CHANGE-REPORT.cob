      *================================================================*
      * CONTROL-CHANGE-REPORT.cob                                      *
      * Nightly change-management report over the control-change       *
      * journal CONTROL-TABLE-CONSOLE writes. Lists every control-     *
      * table change made today -- time, operator, table, action and   *
      * row key -- and, for each 100-column slice of the row where     *
      * the before and after images differ, the slice as it was and    *
      * as it now is. Closes with the changes per table and a sign-off *
      * block for the change-management reviewer.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CHANGE-JOURNAL ASSIGN TO WS-CCJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCJ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the journal record in              *
      *    CONTROL-TABLE-CONSOLE -- keep the two in sync by hand.      *
       FD  CONTROL-CHANGE-JOURNAL.
       01  CONTROL-CHANGE-RECORD.
           05 CCJ-TIMESTAMP         PIC X(21).
           05 CCJ-OPERATOR-ID       PIC X(8).
           05 CCJ-TABLE-NAME        PIC X(16).
           05 CCJ-ACTION            PIC X(8).
           05 CCJ-ROW-KEY           PIC X(64).
           05 CCJ-BEFORE-IMAGE      PIC X(3200).
           05 CCJ-AFTER-IMAGE       PIC X(3200).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CCJ-FILE-NAME         PIC X(64)
           VALUE "CONTROL-CHANGE-JOURNAL.DAT".
       01  WS-CCJ-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "CONTROL-CHANGE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    Changes counted per table, in the order the tables first
      *    appear in the journal.
       01  WS-TABLE-TOTALS.
           05 WS-TOT-COUNT          PIC 9(2)   VALUE 0.
           05 WS-TOT-ENTRY OCCURS 10 TIMES.
               10 WS-TOT-TABLE      PIC X(16)  VALUE SPACES.
               10 WS-TOT-ADDS       PIC 9(5)   VALUE 0.
               10 WS-TOT-CHANGES    PIC 9(5)   VALUE 0.
               10 WS-TOT-DELETES    PIC 9(5)   VALUE 0.
       01  WS-TOT-IDX               PIC 9(2)   VALUE 0.
       01  WS-CHANGE-COUNT          PIC 9(5)   VALUE 0.

      *    Slice-by-slice comparison of the two images.
       01  WS-SLICE-WIDTH           PIC 9(3)   VALUE 100.
       01  WS-SLICE-START           PIC 9(4)   VALUE 0.
       01  WS-SLICE-END             PIC 9(4)   VALUE 0.
       01  WS-IMAGE-LEN             PIC 9(4)   VALUE 3200.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Control Change Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           PERFORM PRINT-PAGE-HEADER

           MOVE "00" TO WS-CCJ-FILE-STATUS
           OPEN INPUT CONTROL-CHANGE-JOURNAL
           IF WS-CCJ-FILE-STATUS = "00"
               PERFORM REPORT-ONE-CHANGE
                   UNTIL WS-CCJ-FILE-STATUS NOT = "00"
               CLOSE CONTROL-CHANGE-JOURNAL
           END-IF

           IF WS-CHANGE-COUNT = 0
               PERFORM WRITE-BLANK-LINE
               MOVE "  No control-table changes were made today."
                   TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM PRINT-REPORT-TOTALS
           PERFORM PRINT-SIGN-OFF-BLOCK
           CLOSE REPORT-FILE

           DISPLAY "Control-table changes today: " WS-CHANGE-COUNT
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * REPORT-ONE-CHANGE: A journal record stamped today: its header  *
      * line, its differing slices, and its count in the totals.       *
      *----------------------------------------------------------------*
       REPORT-ONE-CHANGE.
           READ CONTROL-CHANGE-JOURNAL
               AT END
                   MOVE "10" TO WS-CCJ-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ

           IF CCJ-TIMESTAMP(1:8) NOT = WS-TODAY-DATE(1:8)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGE-COUNT
           PERFORM COUNT-TABLE-CHANGE

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               CCJ-TIMESTAMP(9:2) ":" CCJ-TIMESTAMP(11:2)
               ":" CCJ-TIMESTAMP(13:2)
               "  " CCJ-OPERATOR-ID
               "  " CCJ-TABLE-NAME
               "  " CCJ-ACTION
               "  " FUNCTION TRIM(CCJ-ROW-KEY)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM COMPARE-ONE-SLICE
               VARYING WS-SLICE-START FROM 1 BY WS-SLICE-WIDTH
               UNTIL WS-SLICE-START > WS-IMAGE-LEN
           .

      *----------------------------------------------------------------*
      * COMPARE-ONE-SLICE: Print a slice of the row only where the     *
      * before and after images differ in it.                          *
      *----------------------------------------------------------------*
       COMPARE-ONE-SLICE.
           IF CCJ-BEFORE-IMAGE(WS-SLICE-START:WS-SLICE-WIDTH)
               = CCJ-AFTER-IMAGE(WS-SLICE-START:WS-SLICE-WIDTH)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SLICE-END = WS-SLICE-START + WS-SLICE-WIDTH - 1
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "    cols " WS-SLICE-START "-" WS-SLICE-END
               "  before: "
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE CCJ-BEFORE-IMAGE(WS-SLICE-START:WS-SLICE-WIDTH)
               TO WS-OUT-LINE(32:100)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           MOVE "after:" TO WS-OUT-LINE(22:6)
           MOVE CCJ-AFTER-IMAGE(WS-SLICE-START:WS-SLICE-WIDTH)
               TO WS-OUT-LINE(32:100)
           PERFORM WRITE-REPORT-LINE
           .

       COUNT-TABLE-CHANGE.
           PERFORM FIND-TABLE-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOT-COUNT
               OR WS-TOT-TABLE(WS-TOT-IDX) = CCJ-TABLE-NAME
           IF WS-TOT-IDX > WS-TOT-COUNT
               IF WS-TOT-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-COUNT
               MOVE WS-TOT-COUNT TO WS-TOT-IDX
               MOVE CCJ-TABLE-NAME TO WS-TOT-TABLE(WS-TOT-IDX)
           END-IF

           EVALUATE CCJ-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-TOT-ADDS(WS-TOT-IDX)
               WHEN "CHANGE"
                   ADD 1 TO WS-TOT-CHANGES(WS-TOT-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TOT-DELETES(WS-TOT-IDX)
           END-EVALUATE
           .

       FIND-TABLE-TOTAL.
           CONTINUE
           .

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Adds, changes and deletes per table.      *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-ONE-TABLE-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOT-COUNT

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "End of control-table changes.  Changes: "
               WS-CHANGE-COUNT
               "   Tables: " WS-TOT-COUNT
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-ONE-TABLE-TOTAL.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  " WS-TOT-TABLE(WS-TOT-IDX)
               "  added " WS-TOT-ADDS(WS-TOT-IDX)
               "  changed " WS-TOT-CHANGES(WS-TOT-IDX)
               "  deleted " WS-TOT-DELETES(WS-TOT-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * PRINT-SIGN-OFF-BLOCK: Lines for the change-management reviewer *
      * to sign the day's changes off.                                 *
      *----------------------------------------------------------------*
       PRINT-SIGN-OFF-BLOCK.
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "CHANGE-MANAGEMENT SIGN-OFF" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "  Changes reviewed and accepted as authorised."
               TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "  Reviewer: ______________________________"
               TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "  Signature: _____________________________"
               TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "  Date: __________________________________"
               TO WS-OUT-LINE
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
               "CONTROL-TABLE CHANGES FOR " WS-TODAY-DATE(1:8)
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
