           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       FD  QUEUE-WORK.
       01  QUEUE-WORK-RECORD        PIC X(3887).

       FD  EDIT-JOURNAL.
       01  EDIT-JOURNAL-RECORD      PIC X(256).
