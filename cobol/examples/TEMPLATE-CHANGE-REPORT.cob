      *================================================================*
      * TEMPLATE-CHANGE-REPORT.cob                                     *
      * Change report over TEMPLATE-VERSION.DAT for the reviewers and  *
      * auditors who ask "what did we change the wording to, and       *
      * when". For every template version approved in the period       *
      * asked for, prints who wrote it, who approved it, when it takes *
      * effect and the change note, then the wording it replaces and   *
      * the new wording side by side in two word-wrapped columns.      *
      *                                                                *
      * The wording replaced is whatever TEMPLATE-VERSION-IO says was  *
      * in effect the day before the new version took effect -- an     *
      * earlier approved version, or the library record as version     *
      * 000 for a template's first versioned change. A change of reply *
      * mapping or release-review flag is shown as well.               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLATE-CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-VERSION ASSIGN TO WS-TV-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TV-KEY
               FILE STATUS IS WS-TV-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the version record in              *
      *    TEMPLATE-VERSION-IO -- keep the two in sync by hand.        *
       FD  TEMPLATE-VERSION.
       01  TEMPLATE-VERSION-RECORD.
           05 TV-KEY.
               10 TV-TEMPLATE-ID    PIC X(20).
               10 TV-VERSION-NO     PIC 9(3).
           05 TV-STATUS             PIC X(8).
               88 TV-IS-DRAFT                  VALUE "DRAFT".
               88 TV-IS-APPROVED               VALUE "APPROVED".
               88 TV-IS-RETIRED                VALUE "RETIRED".
           05 TV-EFFECTIVE-FROM     PIC X(8).
           05 TV-AUTHOR             PIC X(8).
           05 TV-AUTHORED-TS        PIC X(14).
           05 TV-APPROVER           PIC X(8).
           05 TV-APPROVED-TS        PIC X(14).
           05 TV-RETIRED-BY         PIC X(8).
           05 TV-RETIRED-TS         PIC X(14).
           05 TV-CHANGE-NOTE        PIC X(64).
           05 TV-TEMPLATE-TEXT      PIC X(2048).
           05 TV-REPLY-MAPPING-ID   PIC X(20).
           05 TV-RELEASE-REVIEW     PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TV-FILE-NAME          PIC X(64)
           VALUE "TEMPLATE-VERSION.DAT".
       01  WS-TV-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-REPORT-FILE-NAME      PIC X(64)
           VALUE "TEMPLATE-CHANGE-REPORT.TXT".
       01  WS-REPORT-FILE-STATUS    PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-FROM-DATE             PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE               PIC X(8)   VALUE SPACES.
       01  WS-PAGE-NO               PIC 9(5)   VALUE 0.
       01  WS-LINE-NO               PIC 9(3)   VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       01  WS-OUT-LINE              PIC X(132) VALUE SPACES.

      *    The versions approved in the period, collected on one pass
      *    of the version file before any wording is looked up.
       01  WS-CHANGE-TABLE.
           05 WS-CHG-COUNT          PIC 9(3)   VALUE 0.
           05 WS-CHG-ENTRY OCCURS 300 TIMES.
               10 WS-CHG-TEMPLATE   PIC X(20)  VALUE SPACES.
               10 WS-CHG-VERSION    PIC 9(3)   VALUE 0.
               10 WS-CHG-STATUS     PIC X(8)   VALUE SPACES.
               10 WS-CHG-EFFECTIVE  PIC X(8)   VALUE SPACES.
               10 WS-CHG-AUTHOR     PIC X(8)   VALUE SPACES.
               10 WS-CHG-APPROVER   PIC X(8)   VALUE SPACES.
               10 WS-CHG-APPROVED   PIC X(14)  VALUE SPACES.
               10 WS-CHG-NOTE       PIC X(64)  VALUE SPACES.
       01  WS-CHG-IDX               PIC 9(3)   VALUE 0.
       01  WS-CHG-DROPPED           PIC 9(5)   VALUE 0.
       01  WS-TEMPLATE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-LAST-TEMPLATE         PIC X(20)  VALUE SPACES.

      *    Wording either side of the change, from
      *    TEMPLATE-VERSION-IO.
       01  WS-NEW-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-NEW-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-NEW-REVIEW            PIC X      VALUE SPACE.
       01  WS-NEW-RC                PIC S9(4)  VALUE 0.
       01  WS-OLD-RUN-DATE          PIC X(8)   VALUE SPACES.
       01  WS-OLD-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-OLD-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-OLD-REVIEW            PIC X      VALUE SPACE.
       01  WS-OLD-VERSION           PIC 9(3)   VALUE 0.
       01  WS-OLD-RC                PIC S9(4)  VALUE 0.
       01  WS-DAY-INT               PIC 9(8)   VALUE 0.
       01  WS-DAY-YMD               PIC 9(8)   VALUE 0.

      *    Word wrapping of the two columns. Each column keeps its own
      *    scan position; WRAP-NEXT-PIECE works on whichever column's
      *    text and position are moved into the shared wrap fields.
       01  WS-COLUMN-WIDTH          PIC 9(3)   VALUE 60.
       01  WS-OLD-POS               PIC 9(5)   VALUE 1.
       01  WS-OLD-LEN               PIC 9(5)   VALUE 0.
       01  WS-NEW-POS               PIC 9(5)   VALUE 1.
       01  WS-NEW-LEN               PIC 9(5)   VALUE 0.
       01  WS-OLD-PIECE             PIC X(60)  VALUE SPACES.
       01  WS-NEW-PIECE             PIC X(60)  VALUE SPACES.
       01  WS-WRAP-TEXT             PIC X(2048) VALUE SPACES.
       01  WS-WRAP-POS              PIC 9(5)   VALUE 1.
       01  WS-WRAP-LEN              PIC 9(5)   VALUE 0.
       01  WS-WRAP-PIECE            PIC X(60)  VALUE SPACES.
       01  WS-WRAP-TAKE             PIC 9(3)   VALUE 0.
       01  WS-WRAP-BREAK            PIC 9(3)   VALUE 0.
       01  WS-WRAP-IDX              PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Template Change Report ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           DISPLAY "Approved from (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Approved to   (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
               OR WS-TO-DATE IS NOT NUMERIC
               OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "Not a valid date range."
               STOP RUN
           END-IF

           OPEN INPUT TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               DISPLAY "No template versions on file."
               STOP RUN
           END-IF

           PERFORM COLLECT-ONE-VERSION
               UNTIL WS-TV-FILE-STATUS NOT = "00"

           CLOSE TEMPLATE-VERSION

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file"
               STOP RUN
           END-IF

           PERFORM PRINT-PAGE-HEADER

           IF WS-CHG-COUNT = 0
               PERFORM WRITE-BLANK-LINE
               MOVE "  No template versions were approved in the period"
                   TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM REPORT-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT

           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Versions approved in period: " WS-CHG-COUNT
               "   templates: " WS-TEMPLATE-COUNT
           IF WS-CHG-DROPPED > 0
               DISPLAY "WARNING: " WS-CHG-DROPPED
                   " further versions did not fit the report table"
           END-IF
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * COLLECT-ONE-VERSION: Keep a version whose approval falls in    *
      * the period. A version since retired was still approved in the  *
      * period and still changed the wording, so it is kept.           *
      *----------------------------------------------------------------*
       COLLECT-ONE-VERSION.
           READ TEMPLATE-VERSION NEXT RECORD
               AT END
                   MOVE "10" TO WS-TV-FILE-STATUS
               NOT AT END
                   IF TV-APPROVER NOT = SPACES
                       AND TV-APPROVED-TS(1:8) >= WS-FROM-DATE
                       AND TV-APPROVED-TS(1:8) <= WS-TO-DATE
                       PERFORM KEEP-CHANGED-VERSION
                   END-IF
           END-READ
           .

       KEEP-CHANGED-VERSION.
           IF WS-CHG-COUNT >= 300
               ADD 1 TO WS-CHG-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHG-COUNT
           MOVE TV-TEMPLATE-ID    TO WS-CHG-TEMPLATE(WS-CHG-COUNT)
           MOVE TV-VERSION-NO     TO WS-CHG-VERSION(WS-CHG-COUNT)
           MOVE TV-STATUS         TO WS-CHG-STATUS(WS-CHG-COUNT)
           MOVE TV-EFFECTIVE-FROM TO WS-CHG-EFFECTIVE(WS-CHG-COUNT)
           MOVE TV-AUTHOR         TO WS-CHG-AUTHOR(WS-CHG-COUNT)
           MOVE TV-APPROVER       TO WS-CHG-APPROVER(WS-CHG-COUNT)
           MOVE TV-APPROVED-TS    TO WS-CHG-APPROVED(WS-CHG-COUNT)
           MOVE TV-CHANGE-NOTE    TO WS-CHG-NOTE(WS-CHG-COUNT)

           IF TV-TEMPLATE-ID NOT = WS-LAST-TEMPLATE
               ADD 1 TO WS-TEMPLATE-COUNT
               MOVE TV-TEMPLATE-ID TO WS-LAST-TEMPLATE
           END-IF
           .

      *----------------------------------------------------------------*
      * REPORT-ONE-CHANGE: The version's particulars, then the old     *
      * and new wording side by side.                                  *
      *----------------------------------------------------------------*
       REPORT-ONE-CHANGE.
           CALL "TEMPLATE-VERSION-TEXT" USING
               WS-CHG-TEMPLATE(WS-CHG-IDX) WS-CHG-VERSION(WS-CHG-IDX)
               WS-NEW-TEXT WS-NEW-MAPPING-ID WS-NEW-REVIEW WS-NEW-RC

      *    The wording in effect the day before this version's own
      *    effective date is the wording it replaced.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CHG-EFFECTIVE(WS-CHG-IDX))) - 1
           COMPUTE WS-DAY-YMD = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-YMD TO WS-OLD-RUN-DATE
           CALL "TEMPLATE-IN-EFFECT" USING
               WS-CHG-TEMPLATE(WS-CHG-IDX) WS-OLD-RUN-DATE
               WS-OLD-TEXT WS-OLD-MAPPING-ID WS-OLD-REVIEW
               WS-OLD-VERSION WS-OLD-RC

           PERFORM PRINT-CHANGE-HEADER
           PERFORM PRINT-WORDING-COLUMNS
           .

      *----------------------------------------------------------------*
      * PRINT-CHANGE-HEADER: Template, version, author, approver,      *
      * dates and note; the version replaced; any change to the reply  *
      * mapping or release-review flag.                                *
      *----------------------------------------------------------------*
       PRINT-CHANGE-HEADER.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "Template " FUNCTION TRIM(WS-CHG-TEMPLATE(WS-CHG-IDX))
               "  version " WS-CHG-VERSION(WS-CHG-IDX)
               "  " FUNCTION TRIM(WS-CHG-STATUS(WS-CHG-IDX))
               "  effective " WS-CHG-EFFECTIVE(WS-CHG-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Written by " FUNCTION TRIM(WS-CHG-AUTHOR(WS-CHG-IDX))
               "   Approved by "
               FUNCTION TRIM(WS-CHG-APPROVER(WS-CHG-IDX))
               " at " WS-CHG-APPROVED(WS-CHG-IDX)
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Note: " FUNCTION TRIM(WS-CHG-NOTE(WS-CHG-IDX))
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           IF WS-OLD-RC = 0
               STRING
                   "  Replaces version " WS-OLD-VERSION
                   ", in effect " WS-OLD-RUN-DATE
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE "  No earlier wording on file."
                   TO WS-OUT-LINE
               MOVE "(none)" TO WS-OLD-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-OLD-RC = 0
               AND WS-OLD-MAPPING-ID NOT = WS-NEW-MAPPING-ID
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  Reply mapping: "
                   FUNCTION TRIM(WS-OLD-MAPPING-ID) " -> "
                   FUNCTION TRIM(WS-NEW-MAPPING-ID)
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-OLD-RC = 0
               AND WS-OLD-REVIEW NOT = WS-NEW-REVIEW
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  Release review: " WS-OLD-REVIEW
                   " -> " WS-NEW-REVIEW
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-WORDING-COLUMNS: Column headings, then one line per      *
      * wrapped piece until both wordings are used up.                 *
      *----------------------------------------------------------------*
       PRINT-WORDING-COLUMNS.
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  OLD WORDING (v" WS-OLD-VERSION ")"
               DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE "| NEW WORDING (v" TO WS-OUT-LINE(64:16)
           MOVE WS-CHG-VERSION(WS-CHG-IDX) TO WS-OUT-LINE(80:3)
           MOVE ")" TO WS-OUT-LINE(83:1)
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-OLD-POS
           MOVE 1 TO WS-NEW-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-TEXT TRAILING))
               TO WS-OLD-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-TEXT TRAILING))
               TO WS-NEW-LEN
           IF WS-OLD-TEXT = SPACES
               MOVE 0 TO WS-OLD-LEN
           END-IF
           IF WS-NEW-TEXT = SPACES
               MOVE 0 TO WS-NEW-LEN
           END-IF

           PERFORM PRINT-ONE-WORDING-LINE
               UNTIL WS-OLD-POS > WS-OLD-LEN
               AND WS-NEW-POS > WS-NEW-LEN
           .

       PRINT-ONE-WORDING-LINE.
           MOVE WS-OLD-TEXT TO WS-WRAP-TEXT
           MOVE WS-OLD-POS  TO WS-WRAP-POS
           MOVE WS-OLD-LEN  TO WS-WRAP-LEN
           PERFORM WRAP-NEXT-PIECE
           MOVE WS-WRAP-PIECE TO WS-OLD-PIECE
           MOVE WS-WRAP-POS   TO WS-OLD-POS

           MOVE WS-NEW-TEXT TO WS-WRAP-TEXT
           MOVE WS-NEW-POS  TO WS-WRAP-POS
           MOVE WS-NEW-LEN  TO WS-WRAP-LEN
           PERFORM WRAP-NEXT-PIECE
           MOVE WS-WRAP-PIECE TO WS-NEW-PIECE
           MOVE WS-WRAP-POS   TO WS-NEW-POS

           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-OLD-PIECE TO WS-OUT-LINE(3:60)
           MOVE "|" TO WS-OUT-LINE(64:1)
           MOVE WS-NEW-PIECE TO WS-OUT-LINE(66:60)
           PERFORM WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * WRAP-NEXT-PIECE: Up to one column's width of the wrap text     *
      * from the wrap position, broken after the last space when the   *
      * cut would split a word, the position left past what was        *
      * taken. Nothing is taken once the text is used up.              *
      *----------------------------------------------------------------*
       WRAP-NEXT-PIECE.
           MOVE SPACES TO WS-WRAP-PIECE
           IF WS-WRAP-POS > WS-WRAP-LEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WRAP-TAKE = WS-WRAP-LEN - WS-WRAP-POS + 1
           IF WS-WRAP-TAKE > WS-COLUMN-WIDTH
               MOVE WS-COLUMN-WIDTH TO WS-WRAP-TAKE
               IF WS-WRAP-TEXT(WS-WRAP-POS + WS-WRAP-TAKE:1)
                   NOT = SPACE
                   MOVE 0 TO WS-WRAP-BREAK
                   PERFORM FIND-LAST-BLANK
                       VARYING WS-WRAP-IDX FROM WS-WRAP-TAKE BY -1
                       UNTIL WS-WRAP-IDX < 2
                       OR WS-WRAP-BREAK > 0
                   IF WS-WRAP-BREAK > 0
                       MOVE WS-WRAP-BREAK TO WS-WRAP-TAKE
                   END-IF
               END-IF
           END-IF

           MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-TAKE)
               TO WS-WRAP-PIECE
           ADD WS-WRAP-TAKE TO WS-WRAP-POS
           .

       FIND-LAST-BLANK.
           IF WS-WRAP-TEXT(WS-WRAP-POS + WS-WRAP-IDX - 1:1) = SPACE
               MOVE WS-WRAP-IDX TO WS-WRAP-BREAK
           END-IF
           .

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Trailer block with the change counts.     *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE ALL "-" TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "End of template changes.  Versions: " WS-CHG-COUNT
               "   Templates: " WS-TEMPLATE-COUNT
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
      * PRINT-PAGE-HEADER: Start a new page: title line with the       *
      * period, run date and page number, then a separator.            *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "TEMPLATE CHANGES APPROVED " WS-FROM-DATE
               " TO " WS-TO-DATE
               "      Run date " WS-TODAY-DATE(1:8)
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
