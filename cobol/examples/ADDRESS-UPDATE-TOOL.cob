           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

      *    Proposed-change journal: one PENDING record per update the *
      *    assistant drafted, applied or rejected by the operator     *
      *    console. Keep PENDING-UPDATE-CONSOLE's FD copy of this     *
      *    layout (and those in WORK-INBOX-CONSOLE and                 *
      *    STALE-ANSWER-SWEEP) in step by hand.                        *
       FD  PENDING-UPDATE-JOURNAL.
       01  PENDING-UPDATE-RECORD.
           05 PUJ-UPDATE-ID         PIC X(40).
               88 PUJ-STATUS-APPLIED            VALUE "APPLIED".
               88 PUJ-STATUS-REJECTED           VALUE "REJECTED".
           05 PUJ-TIMESTAMP         PIC X(21).
      *    When the operator applied or rejected the change; spaces
      *    while it is still PENDING.
           05 PUJ-DECIDED-TS        PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-NAME          PIC X(64)
           MOVE LS-SESSION-ID     TO PUJ-SESSION-ID
           MOVE "PENDING"         TO PUJ-STATUS
           MOVE WS-TODAY-DATE     TO PUJ-TIMESTAMP
           MOVE SPACES            TO PUJ-DECIDED-TS

           WRITE PENDING-UPDATE-RECORD
               INVALID KEY
