           05 PUJ-SESSION-ID        PIC X(64).
           05 PUJ-STATUS            PIC X(10).
           05 PUJ-TIMESTAMP         PIC X(21).
           05 PUJ-DECIDED-TS        PIC X(21).

      *    Field-for-field match of the master record layout in        *
      *    CUSTOMER-LOOKUP-TOOL -- keep the two in sync by hand.       *
           05 CUST-ADDRESS          PIC X(128).
           05 CUST-STATUS           PIC X(8).
           05 CUST-BALANCE          PIC S9(7)V99.
           05 CUST-LANGUAGE         PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PUJ-FILE-NAME         PIC X(64)
                   PERFORM APPLY-ONE-UPDATE
                   IF APPLY-SUCCEEDED
                       MOVE "APPLIED" TO PUJ-STATUS
                       MOVE FUNCTION CURRENT-DATE TO PUJ-DECIDED-TS
                       REWRITE PENDING-UPDATE-RECORD
                       DISPLAY "Change applied and journaled."
                   END-IF
               WHEN "r"
               WHEN "R"
                   MOVE "REJECTED" TO PUJ-STATUS
                   MOVE FUNCTION CURRENT-DATE TO PUJ-DECIDED-TS
                   REWRITE PENDING-UPDATE-RECORD
                   DISPLAY "Change rejected."
               WHEN OTHER
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO WS-CURRENT-IMAGE
                   IF WS-CURRENT-IMAGE = PUJ-BEFORE-IMAGE
                       MOVE PUJ-AFTER-IMAGE(1:221)
                           TO CUSTOMER-MASTER-RECORD
                       REWRITE CUSTOMER-MASTER-RECORD
                       SET APPLY-SUCCEEDED TO TRUE
