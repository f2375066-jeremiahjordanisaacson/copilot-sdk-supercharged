           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       FD  RETRY-QUEUE.
       01  RETRY-QUEUE-RECORD       PIC X(3887).

       FD  ATTEMPTS-FILE.
       01  ATTEMPTS-RECORD.
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
           05 RM-REQUEST-ID         PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-PR-FILE-NAME          PIC X(64)
