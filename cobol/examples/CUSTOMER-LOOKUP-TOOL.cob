           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-NAME          PIC X(64)
