      * Intake job for request files other departments drop into the  *
      * SPOOL-IN directory, so the queue stops being keyed in by one  *
      * team. Each request file is a fixed header line -- requestor,  *
      * template id, priority, and an optional reply language code -- *
      * followed by the body: the prompt text lines for a literal     *
      * request, or one parameter value per line for a template       *
      * request. Accepted requests get a generated prompt id, pass    *
      * the same reference checks QUEUE-EDIT-CHECK applies, and are   *
      * appended to the queue under the maintenance lock with the     *
      * requestor recorded in INTAKE-REGISTER.DAT (which              *
      * REPLY-DELIVERY uses to route the finished answers back).      *
      * Every request file gets an acknowledgment written to          *
      * SPOOL-ACK, and processed files are set aside in SPOOL-DONE so *
      * a rerun cannot ingest them twice.                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-DROP-INTAKE.
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

      *    Field-for-field match of the template record layout in      *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

      *    Who asked for which prompt id, for the delivery job.
       FD  INTAKE-REGISTER.
       01  WS-HDR-REQUESTOR         PIC X(20)  VALUE SPACES.
       01  WS-HDR-TEMPLATE          PIC X(20)  VALUE SPACES.
       01  WS-HDR-PRIORITY          PIC X      VALUE SPACE.
      *    Reply language, columns 42-43. Blank leaves it to the
      *    customer master at run time.
       01  WS-HDR-LANGUAGE          PIC X(2)   VALUE SPACES.
           88 HDR-LANGUAGE-KNOWN    VALUE SPACES "EN" "FR" "DE" "ES"
                                          "IT" "PT" "NL".
       01  WS-BODY-TEXT             PIC X(2048) VALUE SPACES.
       01  WS-BODY-PTR              PIC 9(5)   VALUE 1.
       01  WS-BODY-LINE-NO          PIC 9(3)   VALUE 0.
           MOVE SPACES TO WS-HDR-REQUESTOR
           MOVE SPACES TO WS-HDR-TEMPLATE
           MOVE SPACE  TO WS-HDR-PRIORITY
           MOVE SPACES TO WS-HDR-LANGUAGE
           MOVE SPACES TO WS-BODY-TEXT
           MOVE 1 TO WS-BODY-PTR
           MOVE 0 TO WS-BODY-LINE-NO
                           TO WS-HDR-TEMPLATE
                       MOVE REQUEST-FILE-RECORD(41:1)
                           TO WS-HDR-PRIORITY
                       MOVE FUNCTION UPPER-CASE(
                           REQUEST-FILE-RECORD(42:2))
                           TO WS-HDR-LANGUAGE
                   ELSE
                       PERFORM TAKE-ONE-BODY-LINE
                   END-IF
      * APPLY-INTAKE-EDITS: The same reference rules QUEUE-EDIT-CHECK  *
      * applies at the window: a requestor is required, a literal      *
      * request needs text, a template request needs a template that   *
      * exists in the library, and a language code must be one the     *
      * runner can translate into.                                     *
      *----------------------------------------------------------------*
       APPLY-INTAKE-EDITS.
           IF WS-HDR-REQUESTOR = SPACES
               EXIT PARAGRAPH
           END-IF

           IF NOT HDR-LANGUAGE-KNOWN
               MOVE "unknown language code in header"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HDR-TEMPLATE = SPACES
               IF WS-BODY-TEXT = SPACES
                   MOVE "blank prompt text" TO WS-REJECT-REASON
               MOVE "9" TO WS-HDR-PRIORITY
           END-IF
           MOVE WS-HDR-PRIORITY  TO PQ-PRIORITY
           MOVE WS-HDR-LANGUAGE  TO PQ-LANGUAGE
           WRITE PROMPT-QUEUE-RECORD

           CLOSE PROMPT-QUEUE
