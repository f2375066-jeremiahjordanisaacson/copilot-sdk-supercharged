           88 RC-SKILLS-ERROR                   VALUE -6.
           88 RC-AUTH-FAILED                    VALUE -7.
           88 RC-STALLED                        VALUE -8.
           88 RC-CANCELLED                      VALUE -9.

      *----------------------------------------------------------------*
      * Session filesystem configuration                               *
               88 RERES-STEERABLE-NO             VALUE 0.
           05 WS-RERES-URL            PIC X(256) VALUE SPACES.

      *----------------------------------------------------------------*
      * Generated image filing result (COPILOT-FILE-IMAGE)             *
      * Where the image store put a turn's generated image and what    *
      * its IMAGE-INDEX.DAT entry records about it.                    *
      *----------------------------------------------------------------*
       01  WS-IMAGE-FILE-RESULT.
           05 WS-IMG-FORMAT           PIC X(8)   VALUE SPACES.
           05 WS-IMG-BYTE-SIZE        PIC 9(10)  VALUE 0.
           05 WS-IMG-CONTENT-HASH     PIC X(8)   VALUE SPACES.
           05 WS-IMG-STORE-PATH       PIC X(128) VALUE SPACES.

      *----------------------------------------------------------------*
      * Model capabilities override                                    *
      * Structured OCCURS table of discrete capability fields, rather  *
