           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
           05 APF-RELEASE-REVIEW    PIC X.

      *    Rollover thresholds: a long script's session is rolled
      *    over -- summarized, destroyed, and re-seeded fresh --
