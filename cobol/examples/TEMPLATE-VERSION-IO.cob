      *================================================================*
      * TEMPLATE-VERSION-IO.cob                                        *
      * Keyed access to TEMPLATE-VERSION.DAT, the version history of   *
      * the prompt template library. Every wording change to a         *
      * template is held as a numbered version -- DRAFT while it is    *
      * being written, APPROVED once an operator other than its        *
      * author has signed it off with an effective-from date, RETIRED  *
      * when withdrawn -- keyed by template id plus version number.    *
      *                                                                *
      * PROMPT-TEMPLATE.DAT stays the catalogue of template ids, and   *
      * its own record is the wording a template had before it was     *
      * first versioned; that wording answers as version 000.          *
      *                                                                *
      * TEMPLATE-IN-EFFECT     answers the wording in effect for a     *
      *                        template on a run date: the APPROVED    *
      *                        version with the latest effective-from  *
      *                        on or before that date (the higher      *
      *                        version number on a tie), else the      *
      *                        library record as version 000; return   *
      *                        code -1 when neither is on file.        *
      * TEMPLATE-VERSION-TEXT  answers the wording of one named        *
      *                        version, whatever its status (000 the   *
      *                        library record), so a reply can be      *
      *                        judged against the words that produced  *
      *                        it; return code -1 when not on file.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLATE-VERSION-IO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-VERSION ASSIGN TO WS-TV-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-KEY
               FILE STATUS IS WS-TV-FILE-STATUS.
           SELECT PROMPT-TEMPLATE ASSIGN TO WS-TPL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPL-TEMPLATE-ID
               FILE STATUS IS WS-TPL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Field-for-field match of the template record layout in      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  PROMPT-TEMPLATE.
       01  PROMPT-TEMPLATE-RECORD.
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

       WORKING-STORAGE SECTION.
       01  WS-TV-FILE-NAME          PIC X(64)
           VALUE "TEMPLATE-VERSION.DAT".
       01  WS-TV-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-TPL-FILE-NAME         PIC X(64)
           VALUE "PROMPT-TEMPLATE.DAT".
       01  WS-TPL-FILE-STATUS       PIC XX     VALUE "00".

      *    The best candidate found so far while walking one
      *    template's versions.
       01  WS-BEST-VERSION          PIC 9(3)   VALUE 0.
       01  WS-BEST-EFFECTIVE        PIC X(8)   VALUE SPACES.
       01  WS-BEST-FLAG             PIC 9      VALUE 0.
           88 VERSION-WAS-CHOSEN               VALUE 1.
           88 VERSION-NOT-CHOSEN               VALUE 0.
       01  WS-SCAN-DONE-FLAG        PIC 9      VALUE 0.
           88 VERSION-SCAN-DONE                VALUE 1.
           88 VERSION-SCAN-GOING               VALUE 0.

       LINKAGE SECTION.
       01  LS-TEMPLATE-ID           PIC X(20).
       01  LS-RUN-DATE              PIC X(8).
       01  LS-TEMPLATE-TEXT         PIC X(2048).
       01  LS-MAPPING-ID            PIC X(20).
       01  LS-RELEASE-REVIEW        PIC X.
       01  LS-VERSION-NO            PIC 9(3).
       01  LS-RETURN-CODE           PIC S9(4).

       PROCEDURE DIVISION.

       ENTRY "TEMPLATE-IN-EFFECT" USING LS-TEMPLATE-ID LS-RUN-DATE
           LS-TEMPLATE-TEXT LS-MAPPING-ID LS-RELEASE-REVIEW
           LS-VERSION-NO LS-RETURN-CODE.

           MOVE SPACES TO LS-TEMPLATE-TEXT
           MOVE SPACES TO LS-MAPPING-ID
           MOVE SPACE TO LS-RELEASE-REVIEW
           MOVE 0 TO LS-VERSION-NO
           MOVE -1 TO LS-RETURN-CODE

           SET VERSION-NOT-CHOSEN TO TRUE
           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN INPUT TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS = "00"
               PERFORM CHOOSE-VERSION-IN-EFFECT
               IF VERSION-WAS-CHOSEN
                   MOVE LS-TEMPLATE-ID TO TV-TEMPLATE-ID
                   MOVE WS-BEST-VERSION TO TV-VERSION-NO
                   READ TEMPLATE-VERSION
                       INVALID KEY
                           SET VERSION-NOT-CHOSEN TO TRUE
                       NOT INVALID KEY
                           PERFORM ANSWER-FROM-VERSION
                   END-READ
               END-IF
               CLOSE TEMPLATE-VERSION
           END-IF
           MOVE "00" TO WS-TV-FILE-STATUS

           IF VERSION-NOT-CHOSEN
               PERFORM ANSWER-FROM-LIBRARY
           END-IF

           GOBACK
           .

       ENTRY "TEMPLATE-VERSION-TEXT" USING LS-TEMPLATE-ID
           LS-VERSION-NO LS-TEMPLATE-TEXT LS-MAPPING-ID
           LS-RELEASE-REVIEW LS-RETURN-CODE.

           MOVE SPACES TO LS-TEMPLATE-TEXT
           MOVE SPACES TO LS-MAPPING-ID
           MOVE SPACE TO LS-RELEASE-REVIEW
           MOVE -1 TO LS-RETURN-CODE

           IF LS-VERSION-NO = 0
               PERFORM ANSWER-FROM-LIBRARY
               GOBACK
           END-IF

           MOVE "00" TO WS-TV-FILE-STATUS
           OPEN INPUT TEMPLATE-VERSION
           IF WS-TV-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-TV-FILE-STATUS
               GOBACK
           END-IF

           MOVE LS-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE LS-VERSION-NO TO TV-VERSION-NO
           READ TEMPLATE-VERSION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ANSWER-FROM-VERSION
           END-READ

           CLOSE TEMPLATE-VERSION
           GOBACK
           .

      *----------------------------------------------------------------*
      * CHOOSE-VERSION-IN-EFFECT: Walk the template's versions in key  *
      * order and keep the APPROVED one whose effective-from is the    *
      * latest not after the run date. Key order is version order, so  *
      * a later version with the same effective-from wins the tie.     *
      *----------------------------------------------------------------*
       CHOOSE-VERSION-IN-EFFECT.
           MOVE 0 TO WS-BEST-VERSION
           MOVE SPACES TO WS-BEST-EFFECTIVE
           SET VERSION-SCAN-GOING TO TRUE

           MOVE LS-TEMPLATE-ID TO TV-TEMPLATE-ID
           MOVE 0 TO TV-VERSION-NO
           START TEMPLATE-VERSION KEY IS NOT LESS THAN TV-KEY
               INVALID KEY
                   SET VERSION-SCAN-DONE TO TRUE
           END-START

           PERFORM CONSIDER-ONE-VERSION
               UNTIL VERSION-SCAN-DONE
           .

       CONSIDER-ONE-VERSION.
           READ TEMPLATE-VERSION NEXT RECORD
               AT END
                   SET VERSION-SCAN-DONE TO TRUE
               NOT AT END
                   IF TV-TEMPLATE-ID NOT = LS-TEMPLATE-ID
                       SET VERSION-SCAN-DONE TO TRUE
                   ELSE
                       IF TV-IS-APPROVED
                           AND TV-EFFECTIVE-FROM <= LS-RUN-DATE
                           AND TV-EFFECTIVE-FROM >= WS-BEST-EFFECTIVE
                           MOVE TV-VERSION-NO TO WS-BEST-VERSION
                           MOVE TV-EFFECTIVE-FROM
                               TO WS-BEST-EFFECTIVE
                           SET VERSION-WAS-CHOSEN TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       ANSWER-FROM-VERSION.
           MOVE TV-TEMPLATE-TEXT    TO LS-TEMPLATE-TEXT
           MOVE TV-REPLY-MAPPING-ID TO LS-MAPPING-ID
           MOVE TV-RELEASE-REVIEW   TO LS-RELEASE-REVIEW
           MOVE TV-VERSION-NO       TO LS-VERSION-NO
           MOVE 0 TO LS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * ANSWER-FROM-LIBRARY: The template's own library record, the    *
      * wording it had before it was first versioned, as version 000.  *
      *----------------------------------------------------------------*
       ANSWER-FROM-LIBRARY.
           MOVE "00" TO WS-TPL-FILE-STATUS
           OPEN INPUT PROMPT-TEMPLATE
           IF WS-TPL-FILE-STATUS NOT = "00"
               MOVE "00" TO WS-TPL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-TEMPLATE-ID TO TPL-TEMPLATE-ID
           READ PROMPT-TEMPLATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TPL-TEMPLATE-TEXT    TO LS-TEMPLATE-TEXT
                   MOVE TPL-REPLY-MAPPING-ID TO LS-MAPPING-ID
                   MOVE TPL-RELEASE-REVIEW   TO LS-RELEASE-REVIEW
                   MOVE 0 TO LS-VERSION-NO
                   MOVE 0 TO LS-RETURN-CODE
           END-READ

           CLOSE PROMPT-TEMPLATE
           .

       STOP RUN.
