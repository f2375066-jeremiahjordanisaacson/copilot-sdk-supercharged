           05 TRX-KEY.
               10 TRX-SESSION-ID    PIC X(64).
               10 TRX-TURN-NO       PIC 9(10).
           05 FILLER                PIC X(4133).

       FD  ARCHIVE-COUNTED.
       01  ARCHIVE-COUNTED-RECORD.
           05 RA-PROMPT-ID          PIC X(20).
           05 FILLER                PIC X(8380).

       FD  EPMR-COUNTED.
       01  EPMR-COUNTED-RECORD.
