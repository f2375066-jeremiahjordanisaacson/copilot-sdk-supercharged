           05 TRX-USER-MSG           PIC X(2048) VALUE SPACES.
           05 TRX-ASSISTANT-MSG      PIC X(2048) VALUE SPACES.
           05 TRX-TIMESTAMP          PIC X(21)  VALUE SPACES.
      *    Key id + salt the two message fields are encrypted under;
      *    blank for a turn written in clear (COPILOT-FIELD-CRYPT).
           05 TRX-CRYPT-STAMP.
               10 TRX-CRYPT-KEY-ID   PIC X(8)   VALUE SPACES.
               10 TRX-CRYPT-SALT     PIC X(8)   VALUE SPACES.

      *----------------------------------------------------------------*
      * Structured event log: one record per session event notification*
