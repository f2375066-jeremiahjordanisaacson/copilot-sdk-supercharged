       01  MF-QUEUE-IN-RECORD       PIC X(3877).

       FD  QUEUE-ACCEPTED.
       01  QUEUE-ACCEPTED-RECORD    PIC X(3887).

       FD  QUEUE-REJECTS.
       01  QUEUE-REJECTS-LINE       PIC X(160).
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

       WORKING-STORAGE SECTION.
       01  WS-MFI-FILE-NAME         PIC X(64)
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

       01  WS-XLT-BUFFER            PIC X(4096) VALUE SPACES.
       01  WS-XLT-LENGTH            PIC 9(5)   VALUE 3877.
