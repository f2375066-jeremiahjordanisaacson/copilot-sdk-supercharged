      *================================================================*
      * WAREHOUSE-FACT-EXTRACT.cob                                     *
      * Nightly extract for the data warehouse. Writes one fixed-      *
      * format fact row per prompt attempt in RESULTS-MASTER.DAT, so   *
      * the BI team can answer questions that cut across our files     *
      * (cost per template per department against quality score and    *
      * SLA hit rate) without parsing any of them. Each row joins:     *
      *                                                                *
      *   RESULTS-MASTER.DAT    the attempt: number, status, session,  *
      *                         time, template version                 *
      *   PROMPT-QUEUE.DAT      template id, model class, agent        *
      *                         profile and business key               *
      *   MODEL-ROUTING-LOG.TXT the fallback model a prompt was        *
      *                         routed to, else the usage ledger's     *
      *                         model for the attempt's session        *
      *   USAGE-LEDGER.DAT      the session's measured tokens and job  *
      *                         id, priced per ledger line at the      *
      *                         MODEL-PRICE.DAT rates the month-end    *
      *                         chargeback uses                        *
      *   SLA-TRACKING.DAT      the tracking line the attempt wrote    *
      *   GRADED-SAMPLE.DAT     the reply's grade, if it was sampled   *
      *   COST-CENTER-XREF.DAT  the job id's cost center (the DEFAULT  *
      *                         row when the job has none)             *
      *   DELIVERED-REGISTER.DAT  whether the answer went out          *
      *                                                                *
      * A grade and a delivery belong to the answer the archive holds, *
      * so they are carried on the prompt's latest attempt only; its   *
      * earlier attempts are marked as superseded by it. An attempt    *
      * takes the latest tracking line for its prompt id written at or *
      * before the attempt was recorded that no earlier attempt has    *
      * already taken, which keeps a late reply filed after the fact   *
      * from borrowing its original attempt's timing.                  *
      *                                                                *
      * Small dimension extracts go with the facts -- templates (with  *
      * the version in effect today), agent profiles, models (every    *
      * priced model and every model an attempt used, with rates and   *
      * whether the server offers it) and cost centers -- and the fact *
      * file ends in a control trailer carrying the row counts of all  *
      * five files and the token and cost totals, the figures the load *
      * balances against. Every run is a full refresh. No results      *
      * master, or a fact file that cannot be opened, ends the step    *
      * RETURNING 16.                                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAREHOUSE-FACT-EXTRACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMPT-QUEUE ASSIGN TO WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO WS-RM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT USAGE-LEDGER ASSIGN TO WS-ULED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULED-FILE-STATUS.
           SELECT MODEL-ROUTING-LOG ASSIGN TO WS-MRL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRL-FILE-STATUS.
           SELECT SLA-TRACKING ASSIGN TO WS-SLAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAT-FILE-STATUS.
           SELECT GRADED-SAMPLE ASSIGN TO WS-GSM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSM-FILE-STATUS.
           SELECT COST-CENTER-XREF ASSIGN TO WS-CCX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCX-FILE-STATUS.
           SELECT DELIVERED-REGISTER ASSIGN TO WS-DRG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-FILE-STATUS.
           SELECT MODEL-PRICE-FILE ASSIGN TO WS-MPR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPR-FILE-STATUS.
           SELECT MODEL-SNAPSHOT-FILE ASSIGN TO WS-MSNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSNAP-FILE-STATUS.
           SELECT PROMPT-TEMPLATE ASSIGN TO WS-TPL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPL-TEMPLATE-ID
               FILE STATUS IS WS-TPL-FILE-STATUS.
           SELECT AGENT-PROFILE ASSIGN TO WS-APF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APF-PROFILE-ID
               FILE STATUS IS WS-APF-FILE-STATUS.
           SELECT FACT-FILE ASSIGN TO WS-FCT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-FILE-STATUS.
           SELECT TEMPLATE-DIM-FILE ASSIGN TO WS-DTP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTP-FILE-STATUS.
           SELECT PROFILE-DIM-FILE ASSIGN TO WS-DPF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPF-FILE-STATUS.
           SELECT MODEL-DIM-FILE ASSIGN TO WS-DMD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMD-FILE-STATUS.
           SELECT COST-CENTER-DIM-FILE ASSIGN TO WS-DCC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Field-for-field match of the queue record layout in         *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  PROMPT-QUEUE.
       01  PROMPT-QUEUE-RECORD.
           05 PQ-PROMPT-ID          PIC X(20).
           05 PQ-PROMPT-TEXT        PIC X(2048).
           05 PQ-TEMPLATE-ID        PIC X(20).
           05 PQ-TEMPLATE-PARAMS.
               10 PQ-PARAM-VALUE    PIC X(256) OCCURS 5 TIMES.
           05 PQ-PRIORITY           PIC X.
           05 PQ-HOLD-STATUS        PIC X(8).
           05 PQ-DEPENDS-ON         PIC X(20).
           05 PQ-VALIDATION.
               10 PQ-REQUIRED-KEYWORD PIC X(64).
               10 PQ-FORBIDDEN-PHRASE PIC X(64).
               10 PQ-MIN-REPLY-LEN    PIC X(5).
               10 PQ-NUMERIC-REQUIRED PIC X.
           05 PQ-MODEL-CLASS        PIC X(16).
           05 PQ-REPLY-MAPPING-ID   PIC X(20).
           05 PQ-DUE-BY             PIC X(14).
           05 PQ-DOC-PATH           PIC X(256).
           05 PQ-BUSINESS-KEY       PIC X(20).
           05 PQ-LETTER-SHELL       PIC X(8).
           05 PQ-PROFILE-ID         PIC X(12).
           05 PQ-OUTPUT-KIND        PIC X(8).
               88 PQ-WANTS-IMAGE                VALUE "IMAGE".
           05 PQ-LANGUAGE           PIC X(2).

      *    Field-for-field match of the master record layout in        *
      *    RESULTS-MASTER-IO -- keep the two in sync by hand.          *
       FD  RESULTS-MASTER.
       01  RESULTS-MASTER-RECORD.
           05 RM-KEY.
               10 RM-PROMPT-ID      PIC X(20).
               10 RM-ATTEMPT-NO     PIC 9(3).
           05 RM-STATUS             PIC X(10).
           05 RM-SESSION-ID         PIC X(64).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-DETAIL             PIC X(256).
           05 RM-TEMPLATE-VERSION   PIC 9(3).
           05 RM-FED-BY             PIC X(20).
           05 RM-REQUEST-ID         PIC 9(10).

       FD  USAGE-LEDGER.
       01  USAGE-LEDGER-RECORD      PIC X(512).

       FD  MODEL-ROUTING-LOG.
       01  MODEL-ROUTING-LOG-RECORD PIC X(256).

       FD  SLA-TRACKING.
       01  SLA-TRACKING-RECORD      PIC X(160).

       FD  GRADED-SAMPLE.
       01  GRADED-SAMPLE-RECORD     PIC X(512).

      *    Field-for-field match of the cross-reference layout in      *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  COST-CENTER-XREF.
       01  COST-CENTER-XREF-RECORD.
           05 CCX-JOB-ID            PIC X(20).
           05 CCX-COST-CENTER       PIC X(8).
           05 CCX-GL-ACCOUNT        PIC X(12).
           05 CCX-DEPT-NAME         PIC X(32).

       FD  DELIVERED-REGISTER.
       01  DELIVERED-REGISTER-RECORD PIC X(20).

      *    Field-for-field match of the rate catalog layout in         *
      *    MONTH-END-CHARGEBACK -- keep the two in sync by hand.       *
       FD  MODEL-PRICE-FILE.
       01  MODEL-PRICE-RECORD.
           05 MPR-MODEL             PIC X(64).
           05 MPR-BATCH-SIZE        PIC X(10).
           05 MPR-CACHE-PRICE       PIC X(10).
           05 MPR-INPUT-PRICE       PIC X(10).
           05 MPR-OUTPUT-PRICE      PIC X(10).

      *    Field-for-field match of the snapshot record layout in      *
      *    MODEL-DRIFT-REPORT -- keep the two in sync by hand.         *
       FD  MODEL-SNAPSHOT-FILE.
       01  MODEL-SNAPSHOT-RECORD.
           05 MSNAP-ID              PIC X(64).
           05 MSNAP-VERSION         PIC X(32).

      *    Field-for-field match of the library record layout in       *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  PROMPT-TEMPLATE.
       01  PROMPT-TEMPLATE-RECORD.
           05 TPL-TEMPLATE-ID       PIC X(20).
           05 TPL-TEMPLATE-TEXT     PIC X(2048).
           05 TPL-REPLY-MAPPING-ID  PIC X(20).
           05 TPL-RELEASE-REVIEW    PIC X.

      *    Field-for-field match of the profile record layout in       *
      *    PROMPT-QUEUE-RUNNER -- keep the two in sync by hand.        *
       FD  AGENT-PROFILE.
       01  AGENT-PROFILE-RECORD.
           05 APF-PROFILE-ID        PIC X(12).
           05 APF-AGENT-NAME        PIC X(64).
           05 APF-SYS-PROMPT        PIC X(1024).
           05 APF-SKILLS            PIC X(1024).
           05 APF-AVAIL-TOOLS       PIC X(1024).
           05 APF-RELEASE-REVIEW    PIC X.

      *    The fact row: one per prompt attempt. Token counts are the
      *    session's measured totals; cost is in cents at the
      *    chargeback rates.
       FD  FACT-FILE.
       01  FACT-RECORD.
           05 FCT-PROMPT-ID         PIC X(20).
           05 FCT-ATTEMPT-NO        PIC 9(3).
           05 FCT-LATEST-FLAG       PIC X.
           05 FCT-ATTEMPT-TS        PIC X(14).
           05 FCT-STATUS            PIC X(10).
           05 FCT-SESSION-ID        PIC X(64).
           05 FCT-JOB-ID            PIC X(20).
           05 FCT-QUEUE-FLAG        PIC X.
           05 FCT-TEMPLATE-ID       PIC X(20).
           05 FCT-TEMPLATE-VERSION  PIC 9(3).
           05 FCT-MODEL-CLASS       PIC X(16).
           05 FCT-PROFILE-ID        PIC X(12).
           05 FCT-BUSINESS-KEY      PIC X(20).
           05 FCT-MODEL-USED        PIC X(64).
           05 FCT-MODEL-SOURCE      PIC X.
           05 FCT-INPUT-TOKENS      PIC 9(10).
           05 FCT-OUTPUT-TOKENS     PIC 9(10).
           05 FCT-COST-CENTS        PIC 9(11).
           05 FCT-SLA-VERDICT       PIC X(6).
           05 FCT-SLA-DUE-BY        PIC X(14).
           05 FCT-SLA-ELAPSED-SECS  PIC 9(7).
           05 FCT-GRADED-FLAG       PIC X.
           05 FCT-GRADE-SCORE       PIC 9(2).
           05 FCT-COST-CENTER       PIC X(8).
           05 FCT-GL-ACCOUNT        PIC X(12).
           05 FCT-DELIVERY-STATUS   PIC X(10).
           05 FCT-EXTRACT-DATE      PIC X(8).

      *    The control trailer, last record of the fact file.
       01  FACT-TRAILER-RECORD.
           05 TRL-LITERAL           PIC X(7).
           05 TRL-EXTRACT-DATE      PIC X(8).
           05 TRL-FACT-COUNT        PIC 9(7).
           05 TRL-INPUT-TOKENS      PIC 9(12).
           05 TRL-OUTPUT-TOKENS     PIC 9(12).
           05 TRL-COST-CENTS        PIC 9(13).
           05 TRL-GRADED-COUNT      PIC 9(7).
           05 TRL-DELIVERED-COUNT   PIC 9(7).
           05 TRL-TEMPLATE-COUNT    PIC 9(5).
           05 TRL-PROFILE-COUNT     PIC 9(5).
           05 TRL-MODEL-COUNT       PIC 9(5).
           05 TRL-COST-CENTER-COUNT PIC 9(5).

       FD  TEMPLATE-DIM-FILE.
       01  TEMPLATE-DIM-RECORD.
           05 DTP-TEMPLATE-ID       PIC X(20).
           05 DTP-VERSION-IN-EFFECT PIC 9(3).
           05 DTP-REPLY-MAPPING-ID  PIC X(20).
           05 DTP-RELEASE-REVIEW    PIC X.
           05 DTP-WORDING           PIC X(100).

       FD  PROFILE-DIM-FILE.
       01  PROFILE-DIM-RECORD.
           05 DPF-PROFILE-ID        PIC X(12).
           05 DPF-AGENT-NAME        PIC X(64).
           05 DPF-RELEASE-REVIEW    PIC X.

       FD  MODEL-DIM-FILE.
       01  MODEL-DIM-RECORD.
           05 DMD-MODEL             PIC X(64).
           05 DMD-ON-SERVER         PIC X.
           05 DMD-SERVER-VERSION    PIC X(32).
           05 DMD-OWN-RATES         PIC X.
           05 DMD-BATCH-SIZE        PIC 9(10).
           05 DMD-CACHE-PRICE       PIC 9(10).
           05 DMD-INPUT-PRICE       PIC 9(10).
           05 DMD-OUTPUT-PRICE      PIC 9(10).

       FD  COST-CENTER-DIM-FILE.
       01  COST-CENTER-DIM-RECORD.
           05 DCC-COST-CENTER       PIC X(8).
           05 DCC-GL-ACCOUNT        PIC X(12).
           05 DCC-DEPT-NAME         PIC X(32).
           05 DCC-ROLE              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PQ-FILE-NAME          PIC X(64)
           VALUE "PROMPT-QUEUE.DAT".
       01  WS-PQ-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-RM-FILE-NAME          PIC X(64)
           VALUE "RESULTS-MASTER.DAT".
       01  WS-RM-FILE-STATUS        PIC XX     VALUE "00".
       01  WS-ULED-FILE-NAME        PIC X(64)
           VALUE "USAGE-LEDGER.DAT".
       01  WS-ULED-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-MRL-FILE-NAME         PIC X(64)
           VALUE "MODEL-ROUTING-LOG.TXT".
       01  WS-MRL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-SLAT-FILE-NAME        PIC X(64)
           VALUE "SLA-TRACKING.DAT".
       01  WS-SLAT-FILE-STATUS      PIC XX     VALUE "00".
       01  WS-GSM-FILE-NAME         PIC X(64)
           VALUE "GRADED-SAMPLE.DAT".
       01  WS-GSM-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-CCX-FILE-NAME         PIC X(64)
           VALUE "COST-CENTER-XREF.DAT".
       01  WS-CCX-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DRG-FILE-NAME         PIC X(64)
           VALUE "DELIVERED-REGISTER.DAT".
       01  WS-DRG-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MPR-FILE-NAME         PIC X(64)
           VALUE "MODEL-PRICE.DAT".
       01  WS-MPR-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-MSNAP-FILE-NAME       PIC X(64)
           VALUE "MODEL-SNAPSHOT.DAT".
       01  WS-MSNAP-FILE-STATUS     PIC XX     VALUE "00".
       01  WS-TPL-FILE-NAME         PIC X(64)
           VALUE "PROMPT-TEMPLATE.DAT".
       01  WS-TPL-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-APF-FILE-NAME         PIC X(64)
           VALUE "AGENT-PROFILE.DAT".
       01  WS-APF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-FCT-FILE-NAME         PIC X(64)
           VALUE "WAREHOUSE-FACT.DAT".
       01  WS-FCT-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DTP-FILE-NAME         PIC X(64)
           VALUE "WAREHOUSE-DIM-TEMPLATE.DAT".
       01  WS-DTP-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DPF-FILE-NAME         PIC X(64)
           VALUE "WAREHOUSE-DIM-PROFILE.DAT".
       01  WS-DPF-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DMD-FILE-NAME         PIC X(64)
           VALUE "WAREHOUSE-DIM-MODEL.DAT".
       01  WS-DMD-FILE-STATUS       PIC XX     VALUE "00".
       01  WS-DCC-FILE-NAME         PIC X(64)
           VALUE "WAREHOUSE-DIM-COSTCTR.DAT".
       01  WS-DCC-FILE-STATUS       PIC XX     VALUE "00".

       01  WS-TODAY-DATE            PIC X(21)  VALUE SPACES.
       01  WS-EXTRACT-DATE          PIC X(8)   VALUE SPACES.
       01  WS-FAIL-RC               PIC 9(4)   VALUE 16.
       01  WS-TABLE-FULL-COUNT      PIC 9(7)   VALUE 0.

      *    Queue fields the facts carry, one slot per prompt id.
       01  WS-QUEUE-TABLE.
           05 WS-QT-COUNT           PIC 9(5)   VALUE 0.
           05 WS-QT-ENTRY OCCURS 5000 TIMES.
               10 WS-QT-ID          PIC X(20)  VALUE SPACES.
               10 WS-QT-TEMPLATE    PIC X(20)  VALUE SPACES.
               10 WS-QT-CLASS       PIC X(16)  VALUE SPACES.
               10 WS-QT-PROFILE     PIC X(12)  VALUE SPACES.
               10 WS-QT-BUS-KEY     PIC X(20)  VALUE SPACES.
       01  WS-QT-IDX                PIC 9(5)   VALUE 0.
       01  WS-QT-FOUND-IDX          PIC 9(5)   VALUE 0.

      *    Usage ledger folded per session: the job it billed to,
      *    the model it last reported, its tokens and their price.
       01  WS-SESSION-TABLE.
           05 WS-SS-COUNT           PIC 9(5)   VALUE 0.
           05 WS-SS-ENTRY OCCURS 5000 TIMES.
               10 WS-SS-SESSION     PIC X(64)  VALUE SPACES.
               10 WS-SS-JOB-ID      PIC X(20)  VALUE SPACES.
               10 WS-SS-MODEL       PIC X(64)  VALUE SPACES.
               10 WS-SS-IN-TOKENS   PIC 9(10)  VALUE 0.
               10 WS-SS-OUT-TOKENS  PIC 9(10)  VALUE 0.
               10 WS-SS-CENTS       PIC 9(11)  VALUE 0.
       01  WS-SS-IDX                PIC 9(5)   VALUE 0.
       01  WS-SS-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-LED-INPUT-TOKENS      PIC 9(10)  VALUE 0.
       01  WS-LED-OUTPUT-TOKENS     PIC 9(10)  VALUE 0.
       01  WS-LED-MODEL             PIC X(64)  VALUE SPACES.
       01  WS-LINE-CENTS            PIC 9(11)  VALUE 0.

      *    Routing log: the fallback model a prompt was routed to.
       01  WS-ROUTED-PROMPTS.
           05 WS-RTP-COUNT          PIC 9(4)   VALUE 0.
           05 WS-RTP-ENTRY OCCURS 2000 TIMES.
               10 WS-RTP-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-RTP-MODEL      PIC X(64)  VALUE SPACES.
       01  WS-RTP-IDX               PIC 9(4)   VALUE 0.
       01  WS-RTP-FOUND-IDX         PIC 9(4)   VALUE 0.

      *    SLA tracking lines in file order; a line is taken by one
      *    attempt at most.
       01  WS-SLA-TABLE.
           05 WS-SLT-COUNT          PIC 9(5)   VALUE 0.
           05 WS-SLT-ENTRY OCCURS 5000 TIMES.
               10 WS-SLT-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-SLT-END-TS     PIC X(14)  VALUE SPACES.
               10 WS-SLT-DUE-BY     PIC X(14)  VALUE SPACES.
               10 WS-SLT-ELAPSED    PIC 9(7)   VALUE 0.
               10 WS-SLT-VERDICT    PIC X(6)   VALUE SPACES.
               10 WS-SLT-TAKEN-FLAG PIC 9      VALUE 0.
                   88 SLT-TAKEN                 VALUE 1.
       01  WS-SLT-IDX               PIC 9(5)   VALUE 0.
       01  WS-SLT-FOUND-IDX         PIC 9(5)   VALUE 0.

      *    Grades, the last grade for a prompt id winning.
       01  WS-GRADE-TABLE.
           05 WS-GRD-COUNT          PIC 9(5)   VALUE 0.
           05 WS-GRD-ENTRY OCCURS 5000 TIMES.
               10 WS-GRD-PROMPT-ID  PIC X(20)  VALUE SPACES.
               10 WS-GRD-SCORE      PIC 9(2)   VALUE 0.
       01  WS-GRD-IDX               PIC 9(5)   VALUE 0.
       01  WS-GRD-FOUND-IDX         PIC 9(5)   VALUE 0.

      *    Prompt ids already delivered.
       01  WS-DELIVERED-TABLE.
           05 WS-DLV-COUNT          PIC 9(5)   VALUE 0.
           05 WS-DLV-PROMPT-ID      PIC X(20)  OCCURS 5000 TIMES
                                               VALUE SPACES.
       01  WS-DLV-IDX               PIC 9(5)   VALUE 0.
       01  WS-DLV-FOUND-IDX         PIC 9(5)   VALUE 0.

      *    Cost-center cross-reference, with the DEFAULT and CLEARING
      *    conventions of MONTH-END-CHARGEBACK pulled aside.
       01  WS-XREF-TABLE.
           05 WS-CCX-COUNT          PIC 9(3)   VALUE 0.
           05 WS-CCX-ENTRY OCCURS 100 TIMES.
               10 WS-CCX-JOB        PIC X(20)  VALUE SPACES.
               10 WS-CCX-CENTER     PIC X(8)   VALUE SPACES.
               10 WS-CCX-ACCOUNT    PIC X(12)  VALUE SPACES.
               10 WS-CCX-NAME       PIC X(32)  VALUE SPACES.
       01  WS-CCX-IDX               PIC 9(3)   VALUE 0.
       01  WS-CCX-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-DEFAULT-CENTER        PIC X(8)   VALUE SPACES.
       01  WS-DEFAULT-ACCOUNT       PIC X(12)  VALUE SPACES.
       01  WS-DEFAULT-NAME          PIC X(32)  VALUE SPACES.
       01  WS-CLEARING-CENTER       PIC X(8)   VALUE SPACES.
       01  WS-CLEARING-ACCOUNT      PIC X(12)  VALUE SPACES.

      *    Per-model rate catalog, as the chargeback loads it.
       01  WS-PRICE-TABLE.
           05 WS-MPR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-MPR-ENTRY OCCURS 50 TIMES.
               10 WS-MPR-ID         PIC X(64)  VALUE SPACES.
               10 WS-MPR-BATCH      PIC 9(10)  VALUE 0.
               10 WS-MPR-CACHE      PIC 9(10)  VALUE 0.
               10 WS-MPR-INPUT      PIC 9(10)  VALUE 0.
               10 WS-MPR-OUTPUT     PIC 9(10)  VALUE 0.
       01  WS-MPR-IDX               PIC 9(3)   VALUE 0.
       01  WS-MPR-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-MPR-OWN-FLAG          PIC 9      VALUE 0.
           88 MPR-OWN-ROW                      VALUE 1.

      *    Models the server offers today.
       01  WS-SNAPSHOT-TABLE.
           05 WS-SNP-COUNT          PIC 9(3)   VALUE 0.
           05 WS-SNP-ENTRY OCCURS 100 TIMES.
               10 WS-SNP-ID         PIC X(64)  VALUE SPACES.
               10 WS-SNP-VERSION    PIC X(32)  VALUE SPACES.
       01  WS-SNP-IDX               PIC 9(3)   VALUE 0.
       01  WS-SNP-FOUND-IDX         PIC 9(3)   VALUE 0.

      *    The model dimension: priced models plus every model an
      *    attempt used.
       01  WS-MODEL-TABLE.
           05 WS-MDL-COUNT          PIC 9(3)   VALUE 0.
           05 WS-MDL-ID             PIC X(64)  OCCURS 200 TIMES
                                               VALUE SPACES.
       01  WS-MDL-IDX               PIC 9(3)   VALUE 0.
       01  WS-MDL-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-MDL-LOOKUP            PIC X(64)  VALUE SPACES.

      *    Template ids of the library, for the dimension pass.
       01  WS-TEMPLATE-TABLE.
           05 WS-TPT-COUNT          PIC 9(3)   VALUE 0.
           05 WS-TPT-ID             PIC X(20)  OCCURS 500 TIMES
                                               VALUE SPACES.
       01  WS-TPT-IDX               PIC 9(3)   VALUE 0.
       01  WS-TIE-TEXT              PIC X(2048) VALUE SPACES.
       01  WS-TIE-MAPPING-ID        PIC X(20)  VALUE SPACES.
       01  WS-TIE-RELEASE-REVIEW    PIC X      VALUE SPACE.
       01  WS-TIE-VERSION-NO        PIC 9(3)   VALUE 0.
       01  WS-TIE-RC                PIC S9(4)  VALUE 0.

      *    Distinct cost centers written to their dimension.
       01  WS-CENTER-TABLE.
           05 WS-CTR-COUNT          PIC 9(3)   VALUE 0.
           05 WS-CTR-ID             PIC X(8)   OCCURS 110 TIMES
                                               VALUE SPACES.
       01  WS-CTR-IDX               PIC 9(3)   VALUE 0.
       01  WS-CTR-FOUND-IDX         PIC 9(3)   VALUE 0.
       01  WS-CTR-WANT-CENTER       PIC X(8)   VALUE SPACES.
       01  WS-CTR-WANT-ACCOUNT      PIC X(12)  VALUE SPACES.
       01  WS-CTR-WANT-NAME         PIC X(32)  VALUE SPACES.
       01  WS-CTR-WANT-ROLE         PIC X(8)   VALUE SPACES.

      *    The fact row held back until the next master record shows
      *    whether it was its prompt's latest attempt.
       01  WS-HELD-FLAG             PIC 9      VALUE 0.
           88 FACT-IS-HELD                     VALUE 1.
           88 NO-FACT-HELD                     VALUE 0.
       01  WS-HELD-FACT.
           05 WS-HELD-PROMPT-ID     PIC X(20)  VALUE SPACES.
           05 FILLER                PIC X(348) VALUE SPACES.
       01  WS-LATEST-FLAG           PIC 9      VALUE 0.
           88 HELD-IS-LATEST                   VALUE 1.
           88 HELD-IS-SUPERSEDED               VALUE 0.

      *    Parsed tokens of the flat files.
       01  WS-SCAN-LINE             PIC X(512) VALUE SPACES.
       01  WS-SCAN-TIMESTAMP        PIC X(21)  VALUE SPACES.
       01  WS-SCAN-JOB-ID           PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SESSION-ID       PIC X(64)  VALUE SPACES.
       01  WS-SCAN-TURN-NO          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-MODEL            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-IN-TOK           PIC X(12)  VALUE SPACES.
       01  WS-SCAN-OUT-TOK          PIC X(12)  VALUE SPACES.
       01  WS-SCAN-PROMPT-ID        PIC X(20)  VALUE SPACES.
       01  WS-SCAN-TEMPLATE         PIC X(20)  VALUE SPACES.
       01  WS-SCAN-CLASS            PIC X(16)  VALUE SPACES.
       01  WS-SCAN-STATUS           PIC X(10)  VALUE SPACES.
       01  WS-SCAN-DUE-BY           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-END-TS           PIC X(14)  VALUE SPACES.
       01  WS-SCAN-ELAPSED          PIC X(10)  VALUE SPACES.
       01  WS-SCAN-VERDICT          PIC X(6)   VALUE SPACES.
       01  WS-SCAN-VERSION          PIC X(3)   VALUE SPACES.
       01  WS-SCAN-SCORE            PIC X(4)   VALUE SPACES.
       01  WS-SCAN-REST             PIC X(256) VALUE SPACES.
       01  WS-SCAN-LEAD             PIC X(256) VALUE SPACES.
       01  WS-SCAN-TALLY            PIC 9(3)   VALUE 0.

      *    Control totals.
       01  WS-FACT-COUNT            PIC 9(7)   VALUE 0.
       01  WS-TOTAL-IN-TOKENS       PIC 9(12)  VALUE 0.
       01  WS-TOTAL-OUT-TOKENS      PIC 9(12)  VALUE 0.
       01  WS-TOTAL-CENTS           PIC 9(13)  VALUE 0.
       01  WS-GRADED-COUNT          PIC 9(7)   VALUE 0.
       01  WS-DELIVERED-COUNT       PIC 9(7)   VALUE 0.
       01  WS-NO-QUEUE-COUNT        PIC 9(7)   VALUE 0.
       01  WS-NO-LEDGER-COUNT       PIC 9(7)   VALUE 0.
       01  WS-TEMPLATE-DIM-COUNT    PIC 9(5)   VALUE 0.
       01  WS-PROFILE-DIM-COUNT     PIC 9(5)   VALUE 0.
       01  WS-MODEL-DIM-COUNT       PIC 9(5)   VALUE 0.
       01  WS-CENTER-DIM-COUNT      PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== Warehouse Fact Extract ==="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:8) TO WS-EXTRACT-DATE

           PERFORM LOAD-PROMPT-QUEUE
           PERFORM LOAD-MODEL-PRICES
           PERFORM LOAD-MODEL-SNAPSHOT
           PERFORM LOAD-USAGE-LEDGER
           PERFORM LOAD-ROUTED-PROMPTS
           PERFORM LOAD-SLA-TRACKING
           PERFORM LOAD-GRADED-SAMPLES
           PERFORM LOAD-COST-CENTER-XREF
           PERFORM LOAD-DELIVERED-REGISTER

           OPEN INPUT RESULTS-MASTER
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: No results master on file ("
                   FUNCTION TRIM(WS-RM-FILE-NAME) ")."
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           OPEN OUTPUT FACT-FILE
           IF WS-FCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-FCT-FILE-NAME)
               CLOSE RESULTS-MASTER
               DISPLAY "=== Done ==="
               STOP RUN RETURNING WS-FAIL-RC
           END-IF

           SET NO-FACT-HELD TO TRUE
           PERFORM EXTRACT-ONE-ATTEMPT
               UNTIL WS-RM-FILE-STATUS NOT = "00"
           IF FACT-IS-HELD
               SET HELD-IS-LATEST TO TRUE
               PERFORM WRITE-HELD-FACT
           END-IF
           CLOSE RESULTS-MASTER

           PERFORM WRITE-TEMPLATE-DIMENSION
           PERFORM WRITE-PROFILE-DIMENSION
           PERFORM WRITE-MODEL-DIMENSION
           PERFORM WRITE-COST-CENTER-DIMENSION

           PERFORM WRITE-CONTROL-TRAILER
           CLOSE FACT-FILE

           DISPLAY "Fact rows:            " WS-FACT-COUNT
           DISPLAY "  not in the queue:   " WS-NO-QUEUE-COUNT
           DISPLAY "  no ledger usage:    " WS-NO-LEDGER-COUNT
           DISPLAY "  graded:             " WS-GRADED-COUNT
           DISPLAY "  delivered:          " WS-DELIVERED-COUNT
           DISPLAY "Input tokens:         " WS-TOTAL-IN-TOKENS
           DISPLAY "Output tokens:        " WS-TOTAL-OUT-TOKENS
           DISPLAY "Cost (cents):         " WS-TOTAL-CENTS
           DISPLAY "Template rows:        " WS-TEMPLATE-DIM-COUNT
           DISPLAY "Profile rows:         " WS-PROFILE-DIM-COUNT
           DISPLAY "Model rows:           " WS-MODEL-DIM-COUNT
           DISPLAY "Cost-center rows:     " WS-CENTER-DIM-COUNT
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "WARNING: " WS-TABLE-FULL-COUNT
                   " source lines left out (lookup tables full)."
           END-IF
           DISPLAY "Facts written to "
               FUNCTION TRIM(WS-FCT-FILE-NAME)
           DISPLAY "=== Done ==="
           STOP RUN
           .

      *----------------------------------------------------------------*
      * LOAD-PROMPT-QUEUE: The queue fields the facts carry, one slot  *
      * per prompt id; a repeated id keeps its first record.           *
      *----------------------------------------------------------------*
       LOAD-PROMPT-QUEUE.
           OPEN INPUT PROMPT-QUEUE
           IF WS-PQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no prompt queue ("
                   FUNCTION TRIM(WS-PQ-FILE-NAME)
                   "); facts carry no queue fields."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-QUEUE-RECORD
               UNTIL WS-PQ-FILE-STATUS NOT = "00"

           CLOSE PROMPT-QUEUE
           .

       LOAD-ONE-QUEUE-RECORD.
           READ PROMPT-QUEUE
               AT END
                   MOVE "10" TO WS-PQ-FILE-STATUS
               NOT AT END
                   IF PQ-PROMPT-ID NOT = SPACES
                       PERFORM TABLE-ONE-QUEUE-RECORD
                   END-IF
           END-READ
           .

       TABLE-ONE-QUEUE-RECORD.
           MOVE PQ-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-QT-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QT-COUNT
           MOVE PQ-PROMPT-ID    TO WS-QT-ID(WS-QT-COUNT)
           MOVE PQ-TEMPLATE-ID  TO WS-QT-TEMPLATE(WS-QT-COUNT)
           MOVE PQ-MODEL-CLASS  TO WS-QT-CLASS(WS-QT-COUNT)
           MOVE PQ-PROFILE-ID   TO WS-QT-PROFILE(WS-QT-COUNT)
           MOVE PQ-BUSINESS-KEY TO WS-QT-BUS-KEY(WS-QT-COUNT)
           .

       FIND-QUEUE-SLOT.
           MOVE 0 TO WS-QT-FOUND-IDX
           PERFORM TEST-ONE-QUEUE-SLOT
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               OR WS-QT-FOUND-IDX > 0
           .

       TEST-ONE-QUEUE-SLOT.
           IF WS-QT-ID(WS-QT-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-QT-IDX TO WS-QT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-PRICES: The per-model rate catalog. Without one     *
      * the facts still carry tokens, priced at nothing.               *
      *----------------------------------------------------------------*
       LOAD-MODEL-PRICES.
           OPEN INPUT MODEL-PRICE-FILE
           IF WS-MPR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no rate catalog ("
                   FUNCTION TRIM(WS-MPR-FILE-NAME)
                   "); cost is carried as zero."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-PRICE-ROW
               UNTIL WS-MPR-FILE-STATUS NOT = "00"

           CLOSE MODEL-PRICE-FILE
           .

       LOAD-ONE-PRICE-ROW.
           READ MODEL-PRICE-FILE
               AT END
                   MOVE "10" TO WS-MPR-FILE-STATUS
               NOT AT END
                   IF WS-MPR-COUNT < 50
                       ADD 1 TO WS-MPR-COUNT
                       MOVE MPR-MODEL
                           TO WS-MPR-ID(WS-MPR-COUNT)
                       IF MPR-BATCH-SIZE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-BATCH-SIZE)
                               TO WS-MPR-BATCH(WS-MPR-COUNT)
                       END-IF
                       IF MPR-CACHE-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-CACHE-PRICE)
                               TO WS-MPR-CACHE(WS-MPR-COUNT)
                       END-IF
                       IF MPR-INPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-INPUT-PRICE)
                               TO WS-MPR-INPUT(WS-MPR-COUNT)
                       END-IF
                       IF MPR-OUTPUT-PRICE NOT = SPACES
                           MOVE FUNCTION NUMVAL(MPR-OUTPUT-PRICE)
                               TO WS-MPR-OUTPUT(WS-MPR-COUNT)
                       END-IF
                       IF FUNCTION TRIM(MPR-MODEL) NOT = "DEFAULT"
                           MOVE MPR-MODEL TO WS-MDL-LOOKUP
                           PERFORM NOTE-DIMENSION-MODEL
                       END-IF
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * FIND-MODEL-PRICE-ROW: The model's own row, or failing that     *
      * the DEFAULT row, or failing that row 1 -- the chargeback's     *
      * rule. Zero when there is no catalog at all.                    *
      *----------------------------------------------------------------*
       FIND-MODEL-PRICE-ROW.
           MOVE 0 TO WS-MPR-FOUND-IDX
           MOVE 0 TO WS-MPR-OWN-FLAG
           PERFORM TEST-ONE-PRICE-ROW
               VARYING WS-MPR-IDX FROM 1 BY 1
               UNTIL WS-MPR-IDX > WS-MPR-COUNT
               OR WS-MPR-FOUND-IDX > 0
           IF WS-MPR-FOUND-IDX > 0
               SET MPR-OWN-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM TEST-ONE-DEFAULT-PRICE-ROW
               VARYING WS-MPR-IDX FROM 1 BY 1
               UNTIL WS-MPR-IDX > WS-MPR-COUNT
               OR WS-MPR-FOUND-IDX > 0

           IF WS-MPR-FOUND-IDX = 0 AND WS-MPR-COUNT > 0
               MOVE 1 TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-PRICE-ROW.
           IF WS-MPR-ID(WS-MPR-IDX) = WS-LED-MODEL
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

       TEST-ONE-DEFAULT-PRICE-ROW.
           IF FUNCTION TRIM(WS-MPR-ID(WS-MPR-IDX)) = "DEFAULT"
               MOVE WS-MPR-IDX TO WS-MPR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-MODEL-SNAPSHOT: The models the server offered at the last *
      * snapshot, with the version it reported.                        *
      *----------------------------------------------------------------*
       LOAD-MODEL-SNAPSHOT.
           OPEN INPUT MODEL-SNAPSHOT-FILE
           IF WS-MSNAP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-SNAPSHOT-ROW
               UNTIL WS-MSNAP-FILE-STATUS NOT = "00"

           CLOSE MODEL-SNAPSHOT-FILE
           .

       LOAD-ONE-SNAPSHOT-ROW.
           READ MODEL-SNAPSHOT-FILE
               AT END
                   MOVE "10" TO WS-MSNAP-FILE-STATUS
               NOT AT END
                   IF MSNAP-ID NOT = SPACES
                       IF WS-SNP-COUNT < 100
                           ADD 1 TO WS-SNP-COUNT
                           MOVE MSNAP-ID TO WS-SNP-ID(WS-SNP-COUNT)
                           MOVE MSNAP-VERSION
                               TO WS-SNP-VERSION(WS-SNP-COUNT)
                       ELSE
                           ADD 1 TO WS-TABLE-FULL-COUNT
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * LOAD-USAGE-LEDGER: Fold the ledger per session -- tokens       *
      * summed, each line priced at its own model's rates as the       *
      * chargeback prices it, the last line's job id and model kept.   *
      *----------------------------------------------------------------*
       LOAD-USAGE-LEDGER.
           OPEN INPUT USAGE-LEDGER
           IF WS-ULED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no usage ledger ("
                   FUNCTION TRIM(WS-ULED-FILE-NAME)
                   "); facts carry no measured tokens."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-LEDGER-LINE
               UNTIL WS-ULED-FILE-STATUS NOT = "00"

           CLOSE USAGE-LEDGER
           .

       LOAD-ONE-LEDGER-LINE.
           READ USAGE-LEDGER INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-ULED-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-JOB-ID
                   MOVE SPACES TO WS-SCAN-SESSION-ID
                   MOVE SPACES TO WS-SCAN-TURN-NO
                   MOVE SPACES TO WS-SCAN-MODEL
                   MOVE SPACES TO WS-SCAN-IN-TOK
                   MOVE SPACES TO WS-SCAN-OUT-TOK
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-JOB-ID
                           WS-SCAN-SESSION-ID WS-SCAN-TURN-NO
                           WS-SCAN-MODEL WS-SCAN-IN-TOK
                           WS-SCAN-OUT-TOK
                   END-UNSTRING
                   IF WS-SCAN-SESSION-ID NOT = SPACES
                       PERFORM FOLD-LEDGER-LINE
                   END-IF
           END-READ
           .

       FOLD-LEDGER-LINE.
           PERFORM FIND-SESSION-SLOT
           IF WS-SS-FOUND-IDX = 0
               IF WS-SS-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-FOUND-IDX
               MOVE WS-SCAN-SESSION-ID
                   TO WS-SS-SESSION(WS-SS-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-LED-INPUT-TOKENS
           MOVE 0 TO WS-LED-OUTPUT-TOKENS
           IF WS-SCAN-IN-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-IN-TOK)
                   TO WS-LED-INPUT-TOKENS
           END-IF
           IF WS-SCAN-OUT-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-OUT-TOK)
                   TO WS-LED-OUTPUT-TOKENS
           END-IF
           MOVE WS-SCAN-MODEL TO WS-LED-MODEL

           MOVE 0 TO WS-LINE-CENTS
           PERFORM FIND-MODEL-PRICE-ROW
           IF WS-MPR-FOUND-IDX > 0
               COMPUTE WS-LINE-CENTS ROUNDED =
                   (WS-LED-INPUT-TOKENS
                       * WS-MPR-INPUT(WS-MPR-FOUND-IDX)
                   + WS-LED-OUTPUT-TOKENS
                       * WS-MPR-OUTPUT(WS-MPR-FOUND-IDX))
                   / 1000000
           END-IF

           ADD WS-LED-INPUT-TOKENS  TO WS-SS-IN-TOKENS(WS-SS-FOUND-IDX)
           ADD WS-LED-OUTPUT-TOKENS
               TO WS-SS-OUT-TOKENS(WS-SS-FOUND-IDX)
           ADD WS-LINE-CENTS TO WS-SS-CENTS(WS-SS-FOUND-IDX)
           IF WS-SCAN-JOB-ID NOT = SPACES
               MOVE WS-SCAN-JOB-ID TO WS-SS-JOB-ID(WS-SS-FOUND-IDX)
           END-IF
           IF WS-SCAN-MODEL NOT = SPACES
               MOVE WS-SCAN-MODEL TO WS-SS-MODEL(WS-SS-FOUND-IDX)
           END-IF
           .

       FIND-SESSION-SLOT.
           MOVE 0 TO WS-SS-FOUND-IDX
           PERFORM TEST-ONE-SESSION-SLOT
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-COUNT
               OR WS-SS-FOUND-IDX > 0
           .

       TEST-ONE-SESSION-SLOT.
           IF WS-SS-SESSION(WS-SS-IDX) = WS-SCAN-SESSION-ID
               MOVE WS-SS-IDX TO WS-SS-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-ROUTED-PROMPTS: Prompts the runner routed to a fallback   *
      * model ("... routed to <model>"); for those the routing log,    *
      * not the session's reported model, says what answered.          *
      *----------------------------------------------------------------*
       LOAD-ROUTED-PROMPTS.
           OPEN INPUT MODEL-ROUTING-LOG
           IF WS-MRL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-ROUTING-LINE
               UNTIL WS-MRL-FILE-STATUS NOT = "00"

           CLOSE MODEL-ROUTING-LOG
           .

       LOAD-ONE-ROUTING-LINE.
           READ MODEL-ROUTING-LOG INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-MRL-FILE-STATUS
               NOT AT END
                   MOVE 0 TO WS-SCAN-TALLY
                   INSPECT WS-SCAN-LINE TALLYING WS-SCAN-TALLY
                       FOR ALL " routed to "
                   IF WS-SCAN-TALLY > 0
                       PERFORM STORE-ROUTED-PROMPT
                   END-IF
           END-READ
           .

       STORE-ROUTED-PROMPT.
           MOVE SPACES TO WS-SCAN-PROMPT-ID
           MOVE SPACES TO WS-SCAN-MODEL
           MOVE SPACES TO WS-SCAN-LEAD
           MOVE SPACES TO WS-SCAN-REST
           UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
               INTO WS-SCAN-TIMESTAMP WS-SCAN-PROMPT-ID
           END-UNSTRING
           UNSTRING WS-SCAN-LINE DELIMITED BY " routed to "
               INTO WS-SCAN-LEAD WS-SCAN-REST
           END-UNSTRING
           UNSTRING WS-SCAN-REST DELIMITED BY SPACE
               INTO WS-SCAN-MODEL
           END-UNSTRING

           IF WS-SCAN-PROMPT-ID = SPACES OR WS-SCAN-MODEL = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ROUTED-PROMPT
           IF WS-RTP-FOUND-IDX = 0
               IF WS-RTP-COUNT >= 2000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RTP-COUNT
               MOVE WS-RTP-COUNT TO WS-RTP-FOUND-IDX
               MOVE WS-SCAN-PROMPT-ID
                   TO WS-RTP-PROMPT-ID(WS-RTP-FOUND-IDX)
           END-IF
           MOVE WS-SCAN-MODEL TO WS-RTP-MODEL(WS-RTP-FOUND-IDX)
           .

       FIND-ROUTED-PROMPT.
           MOVE 0 TO WS-RTP-FOUND-IDX
           PERFORM TEST-ONE-ROUTED-PROMPT
               VARYING WS-RTP-IDX FROM 1 BY 1
               UNTIL WS-RTP-IDX > WS-RTP-COUNT
               OR WS-RTP-FOUND-IDX > 0
           .

       TEST-ONE-ROUTED-PROMPT.
           IF WS-RTP-PROMPT-ID(WS-RTP-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-RTP-IDX TO WS-RTP-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-SLA-TRACKING: Every tracking line, in the order written.  *
      *----------------------------------------------------------------*
       LOAD-SLA-TRACKING.
           OPEN INPUT SLA-TRACKING
           IF WS-SLAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-TRACKING-LINE
               UNTIL WS-SLAT-FILE-STATUS NOT = "00"

           CLOSE SLA-TRACKING
           .

       LOAD-ONE-TRACKING-LINE.
           READ SLA-TRACKING INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-SLAT-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-PROMPT-ID
                   MOVE SPACES TO WS-SCAN-DUE-BY
                   MOVE SPACES TO WS-SCAN-END-TS
                   MOVE SPACES TO WS-SCAN-ELAPSED
                   MOVE SPACES TO WS-SCAN-VERDICT
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-PROMPT-ID WS-SCAN-TEMPLATE
                           WS-SCAN-CLASS WS-SCAN-STATUS
                           WS-SCAN-DUE-BY WS-SCAN-END-TS
                           WS-SCAN-ELAPSED WS-SCAN-VERDICT
                           WS-SCAN-VERSION
                   END-UNSTRING
                   IF WS-SCAN-PROMPT-ID NOT = SPACES
                       PERFORM STORE-TRACKING-LINE
                   END-IF
           END-READ
           .

       STORE-TRACKING-LINE.
           IF WS-SLT-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SLT-COUNT
           MOVE WS-SCAN-PROMPT-ID TO WS-SLT-PROMPT-ID(WS-SLT-COUNT)
           MOVE WS-SCAN-END-TS    TO WS-SLT-END-TS(WS-SLT-COUNT)
           IF WS-SCAN-DUE-BY NOT = "-"
               MOVE WS-SCAN-DUE-BY TO WS-SLT-DUE-BY(WS-SLT-COUNT)
           END-IF
           IF WS-SCAN-ELAPSED NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SCAN-ELAPSED)
                   TO WS-SLT-ELAPSED(WS-SLT-COUNT)
           END-IF
           MOVE WS-SCAN-VERDICT   TO WS-SLT-VERDICT(WS-SLT-COUNT)
           .

      *----------------------------------------------------------------*
      * LOAD-GRADED-SAMPLES: The grader's score per prompt id; a       *
      * prompt graded twice keeps its later grade.                     *
      *----------------------------------------------------------------*
       LOAD-GRADED-SAMPLES.
           OPEN INPUT GRADED-SAMPLE
           IF WS-GSM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-GRADE-LINE
               UNTIL WS-GSM-FILE-STATUS NOT = "00"

           CLOSE GRADED-SAMPLE
           .

       LOAD-ONE-GRADE-LINE.
           READ GRADED-SAMPLE INTO WS-SCAN-LINE
               AT END
                   MOVE "10" TO WS-GSM-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO WS-SCAN-PROMPT-ID
                   MOVE SPACES TO WS-SCAN-SCORE
                   UNSTRING WS-SCAN-LINE DELIMITED BY SPACE
                       INTO WS-SCAN-TIMESTAMP WS-SCAN-PROMPT-ID
                           WS-SCAN-TEMPLATE WS-SCAN-VERSION
                           WS-SCAN-CLASS WS-SCAN-SCORE
                   END-UNSTRING
                   IF WS-SCAN-PROMPT-ID NOT = SPACES
                       AND WS-SCAN-SCORE NOT = SPACES
                       PERFORM STORE-GRADE
                   END-IF
           END-READ
           .

       STORE-GRADE.
           PERFORM FIND-GRADE
           IF WS-GRD-FOUND-IDX = 0
               IF WS-GRD-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRD-COUNT
               MOVE WS-GRD-COUNT TO WS-GRD-FOUND-IDX
               MOVE WS-SCAN-PROMPT-ID
                   TO WS-GRD-PROMPT-ID(WS-GRD-FOUND-IDX)
           END-IF
           MOVE FUNCTION NUMVAL(WS-SCAN-SCORE)
               TO WS-GRD-SCORE(WS-GRD-FOUND-IDX)
           .

       FIND-GRADE.
           MOVE 0 TO WS-GRD-FOUND-IDX
           PERFORM TEST-ONE-GRADE
               VARYING WS-GRD-IDX FROM 1 BY 1
               UNTIL WS-GRD-IDX > WS-GRD-COUNT
               OR WS-GRD-FOUND-IDX > 0
           .

       TEST-ONE-GRADE.
           IF WS-GRD-PROMPT-ID(WS-GRD-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-GRD-IDX TO WS-GRD-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-COST-CENTER-XREF: The job id / cost center / account      *
      * rows, pulling the DEFAULT and CLEARING conventions aside.      *
      *----------------------------------------------------------------*
       LOAD-COST-CENTER-XREF.
           OPEN INPUT COST-CENTER-XREF
           IF WS-CCX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no cost-center cross-reference ("
                   FUNCTION TRIM(WS-CCX-FILE-NAME) ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-XREF-ROW
               UNTIL WS-CCX-FILE-STATUS NOT = "00"

           CLOSE COST-CENTER-XREF
           .

       LOAD-ONE-XREF-ROW.
           READ COST-CENTER-XREF
               AT END
                   MOVE "10" TO WS-CCX-FILE-STATUS
               NOT AT END
                   EVALUATE FUNCTION TRIM(CCX-JOB-ID)
                       WHEN "DEFAULT"
                           MOVE CCX-COST-CENTER TO WS-DEFAULT-CENTER
                           MOVE CCX-GL-ACCOUNT  TO WS-DEFAULT-ACCOUNT
                           MOVE CCX-DEPT-NAME   TO WS-DEFAULT-NAME
                       WHEN "CLEARING"
                           MOVE CCX-COST-CENTER TO WS-CLEARING-CENTER
                           MOVE CCX-GL-ACCOUNT  TO WS-CLEARING-ACCOUNT
                       WHEN OTHER
                           IF WS-CCX-COUNT < 100
                               ADD 1 TO WS-CCX-COUNT
                               MOVE CCX-JOB-ID
                                   TO WS-CCX-JOB(WS-CCX-COUNT)
                               MOVE CCX-COST-CENTER
                                   TO WS-CCX-CENTER(WS-CCX-COUNT)
                               MOVE CCX-GL-ACCOUNT
                                   TO WS-CCX-ACCOUNT(WS-CCX-COUNT)
                               MOVE CCX-DEPT-NAME
                                   TO WS-CCX-NAME(WS-CCX-COUNT)
                           ELSE
                               ADD 1 TO WS-TABLE-FULL-COUNT
                           END-IF
                   END-EVALUATE
           END-READ
           .

       FIND-XREF-ROW.
           MOVE 0 TO WS-CCX-FOUND-IDX
           PERFORM TEST-ONE-XREF-ROW
               VARYING WS-CCX-IDX FROM 1 BY 1
               UNTIL WS-CCX-IDX > WS-CCX-COUNT
               OR WS-CCX-FOUND-IDX > 0
           .

       TEST-ONE-XREF-ROW.
           IF WS-CCX-JOB(WS-CCX-IDX) = FCT-JOB-ID
               MOVE WS-CCX-IDX TO WS-CCX-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD-DELIVERED-REGISTER: Prompt ids whose answer went out.     *
      *----------------------------------------------------------------*
       LOAD-DELIVERED-REGISTER.
           OPEN INPUT DELIVERED-REGISTER
           IF WS-DRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-DELIVERED-ID
               UNTIL WS-DRG-FILE-STATUS NOT = "00"

           CLOSE DELIVERED-REGISTER
           .

       LOAD-ONE-DELIVERED-ID.
           READ DELIVERED-REGISTER
               AT END
                   MOVE "10" TO WS-DRG-FILE-STATUS
               NOT AT END
                   IF DELIVERED-REGISTER-RECORD NOT = SPACES
                       MOVE DELIVERED-REGISTER-RECORD
                           TO WS-SCAN-PROMPT-ID
                       PERFORM FIND-DELIVERED-ID
                       IF WS-DLV-FOUND-IDX = 0
                           PERFORM STORE-DELIVERED-ID
                       END-IF
                   END-IF
           END-READ
           .

       STORE-DELIVERED-ID.
           IF WS-DLV-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DLV-COUNT
           MOVE WS-SCAN-PROMPT-ID TO WS-DLV-PROMPT-ID(WS-DLV-COUNT)
           .

       FIND-DELIVERED-ID.
           MOVE 0 TO WS-DLV-FOUND-IDX
           PERFORM TEST-ONE-DELIVERED-ID
               VARYING WS-DLV-IDX FROM 1 BY 1
               UNTIL WS-DLV-IDX > WS-DLV-COUNT
               OR WS-DLV-FOUND-IDX > 0
           .

       TEST-ONE-DELIVERED-ID.
           IF WS-DLV-PROMPT-ID(WS-DLV-IDX) = WS-SCAN-PROMPT-ID
               MOVE WS-DLV-IDX TO WS-DLV-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * EXTRACT-ONE-ATTEMPT: Read the next master record in key order. *
      * The row held from the previous record was its prompt's latest  *
      * attempt when the prompt id has now changed; write it out, then *
      * build and hold this attempt's row.                             *
      *----------------------------------------------------------------*
       EXTRACT-ONE-ATTEMPT.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
               NOT AT END
                   IF FACT-IS-HELD
                       IF RM-PROMPT-ID NOT = WS-HELD-PROMPT-ID
                           SET HELD-IS-LATEST TO TRUE
                       ELSE
                           SET HELD-IS-SUPERSEDED TO TRUE
                       END-IF
                       PERFORM WRITE-HELD-FACT
                   END-IF
                   PERFORM BUILD-FACT-ROW
                   MOVE FACT-RECORD TO WS-HELD-FACT
                   SET FACT-IS-HELD TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * BUILD-FACT-ROW: Join one attempt to the queue, ledger, routing *
      * log, SLA tracking and cost-center cross-reference.             *
      *----------------------------------------------------------------*
       BUILD-FACT-ROW.
           MOVE SPACES TO FACT-RECORD
           MOVE RM-PROMPT-ID        TO FCT-PROMPT-ID
           MOVE RM-ATTEMPT-NO       TO FCT-ATTEMPT-NO
           MOVE RM-TIMESTAMP(1:14)  TO FCT-ATTEMPT-TS
           MOVE RM-STATUS           TO FCT-STATUS
           MOVE RM-SESSION-ID       TO FCT-SESSION-ID
           MOVE RM-TEMPLATE-VERSION TO FCT-TEMPLATE-VERSION
           MOVE WS-EXTRACT-DATE     TO FCT-EXTRACT-DATE
           MOVE 0 TO FCT-INPUT-TOKENS
           MOVE 0 TO FCT-OUTPUT-TOKENS
           MOVE 0 TO FCT-COST-CENTS
           MOVE 0 TO FCT-SLA-ELAPSED-SECS
           MOVE 0 TO FCT-GRADE-SCORE

           MOVE RM-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-QUEUE-SLOT
           IF WS-QT-FOUND-IDX > 0
               MOVE "Y" TO FCT-QUEUE-FLAG
               MOVE WS-QT-TEMPLATE(WS-QT-FOUND-IDX) TO FCT-TEMPLATE-ID
               MOVE WS-QT-CLASS(WS-QT-FOUND-IDX)    TO FCT-MODEL-CLASS
               MOVE WS-QT-PROFILE(WS-QT-FOUND-IDX)  TO FCT-PROFILE-ID
               MOVE WS-QT-BUS-KEY(WS-QT-FOUND-IDX)
                   TO FCT-BUSINESS-KEY
           ELSE
               MOVE "N" TO FCT-QUEUE-FLAG
               ADD 1 TO WS-NO-QUEUE-COUNT
           END-IF

           MOVE RM-SESSION-ID TO WS-SCAN-SESSION-ID
           MOVE 0 TO WS-SS-FOUND-IDX
           IF RM-SESSION-ID NOT = SPACES
               PERFORM FIND-SESSION-SLOT
           END-IF
           IF WS-SS-FOUND-IDX > 0
               MOVE WS-SS-JOB-ID(WS-SS-FOUND-IDX)     TO FCT-JOB-ID
               MOVE WS-SS-IN-TOKENS(WS-SS-FOUND-IDX)
                   TO FCT-INPUT-TOKENS
               MOVE WS-SS-OUT-TOKENS(WS-SS-FOUND-IDX)
                   TO FCT-OUTPUT-TOKENS
               MOVE WS-SS-CENTS(WS-SS-FOUND-IDX)      TO FCT-COST-CENTS
           ELSE
               ADD 1 TO WS-NO-LEDGER-COUNT
           END-IF

           PERFORM FIND-ROUTED-PROMPT
           EVALUATE TRUE
               WHEN WS-RTP-FOUND-IDX > 0
                   MOVE WS-RTP-MODEL(WS-RTP-FOUND-IDX)
                       TO FCT-MODEL-USED
                   MOVE "R" TO FCT-MODEL-SOURCE
               WHEN WS-SS-FOUND-IDX > 0
                   MOVE WS-SS-MODEL(WS-SS-FOUND-IDX) TO FCT-MODEL-USED
                   MOVE "L" TO FCT-MODEL-SOURCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FCT-MODEL-USED NOT = SPACES
               MOVE FCT-MODEL-USED TO WS-MDL-LOOKUP
               PERFORM NOTE-DIMENSION-MODEL
           END-IF

           PERFORM TAKE-TRACKING-LINE
           IF WS-SLT-FOUND-IDX > 0
               MOVE WS-SLT-VERDICT(WS-SLT-FOUND-IDX) TO FCT-SLA-VERDICT
               MOVE WS-SLT-DUE-BY(WS-SLT-FOUND-IDX)  TO FCT-SLA-DUE-BY
               MOVE WS-SLT-ELAPSED(WS-SLT-FOUND-IDX)
                   TO FCT-SLA-ELAPSED-SECS
           END-IF

           MOVE 0 TO WS-CCX-FOUND-IDX
           IF FCT-JOB-ID NOT = SPACES
               PERFORM FIND-XREF-ROW
           END-IF
           IF WS-CCX-FOUND-IDX > 0
               MOVE WS-CCX-CENTER(WS-CCX-FOUND-IDX) TO FCT-COST-CENTER
               MOVE WS-CCX-ACCOUNT(WS-CCX-FOUND-IDX) TO FCT-GL-ACCOUNT
           ELSE
               MOVE WS-DEFAULT-CENTER  TO FCT-COST-CENTER
               MOVE WS-DEFAULT-ACCOUNT TO FCT-GL-ACCOUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * TAKE-TRACKING-LINE: The latest untaken tracking line for the   *
      * prompt id written at or before the attempt was recorded.       *
      *----------------------------------------------------------------*
       TAKE-TRACKING-LINE.
           MOVE 0 TO WS-SLT-FOUND-IDX
           PERFORM TEST-ONE-TRACKING-LINE
               VARYING WS-SLT-IDX FROM 1 BY 1
               UNTIL WS-SLT-IDX > WS-SLT-COUNT
           IF WS-SLT-FOUND-IDX > 0
               SET SLT-TAKEN(WS-SLT-FOUND-IDX) TO TRUE
           END-IF
           .

       TEST-ONE-TRACKING-LINE.
           IF WS-SLT-PROMPT-ID(WS-SLT-IDX) = RM-PROMPT-ID
               AND NOT SLT-TAKEN(WS-SLT-IDX)
               AND WS-SLT-END-TS(WS-SLT-IDX) <= FCT-ATTEMPT-TS
               MOVE WS-SLT-IDX TO WS-SLT-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-HELD-FACT: Finish the held row and write it. The latest  *
      * attempt carries the grade and the delivery state of the answer *
      * the archive holds; an earlier attempt is marked superseded.    *
      *----------------------------------------------------------------*
       WRITE-HELD-FACT.
           MOVE WS-HELD-FACT TO FACT-RECORD
           MOVE "N" TO FCT-GRADED-FLAG
           MOVE 0 TO FCT-GRADE-SCORE

           IF HELD-IS-SUPERSEDED
               MOVE "N" TO FCT-LATEST-FLAG
               MOVE "SUPERSEDED" TO FCT-DELIVERY-STATUS
           ELSE
               MOVE "Y" TO FCT-LATEST-FLAG
               PERFORM APPLY-LATEST-ATTEMPT-FIELDS
           END-IF

           WRITE FACT-RECORD
           SET NO-FACT-HELD TO TRUE

           ADD 1 TO WS-FACT-COUNT
           ADD FCT-INPUT-TOKENS  TO WS-TOTAL-IN-TOKENS
           ADD FCT-OUTPUT-TOKENS TO WS-TOTAL-OUT-TOKENS
           ADD FCT-COST-CENTS    TO WS-TOTAL-CENTS
           .

       APPLY-LATEST-ATTEMPT-FIELDS.
           MOVE FCT-PROMPT-ID TO WS-SCAN-PROMPT-ID
           PERFORM FIND-GRADE
           IF WS-GRD-FOUND-IDX > 0
               MOVE "Y" TO FCT-GRADED-FLAG
               MOVE WS-GRD-SCORE(WS-GRD-FOUND-IDX) TO FCT-GRADE-SCORE
               ADD 1 TO WS-GRADED-COUNT
           END-IF

           PERFORM FIND-DELIVERED-ID
           EVALUATE TRUE
               WHEN WS-DLV-FOUND-IDX > 0
                   MOVE "DELIVERED" TO FCT-DELIVERY-STATUS
                   ADD 1 TO WS-DELIVERED-COUNT
               WHEN FCT-STATUS = "OK" OR FCT-STATUS = "CACHED"
                   OR FCT-STATUS = "LATE-OK"
                   MOVE "PENDING" TO FCT-DELIVERY-STATUS
               WHEN OTHER
                   MOVE "NONE" TO FCT-DELIVERY-STATUS
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * NOTE-DIMENSION-MODEL: Add WS-MDL-LOOKUP to the model           *
      * dimension unless it is already there.                          *
      *----------------------------------------------------------------*
       NOTE-DIMENSION-MODEL.
           MOVE 0 TO WS-MDL-FOUND-IDX
           PERFORM TEST-ONE-DIMENSION-MODEL
               VARYING WS-MDL-IDX FROM 1 BY 1
               UNTIL WS-MDL-IDX > WS-MDL-COUNT
               OR WS-MDL-FOUND-IDX > 0
           IF WS-MDL-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MDL-COUNT >= 200
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MDL-COUNT
           MOVE WS-MDL-LOOKUP TO WS-MDL-ID(WS-MDL-COUNT)
           .

       TEST-ONE-DIMENSION-MODEL.
           IF WS-MDL-ID(WS-MDL-IDX) = WS-MDL-LOOKUP
               MOVE WS-MDL-IDX TO WS-MDL-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-TEMPLATE-DIMENSION: One row per library template, with   *
      * the version, mapping, review flag and opening wording in       *
      * effect today.                                                  *
      *----------------------------------------------------------------*
       WRITE-TEMPLATE-DIMENSION.
           OPEN INPUT PROMPT-TEMPLATE
           IF WS-TPL-FILE-STATUS = "00"
               PERFORM LOAD-ONE-TEMPLATE-ID
                   UNTIL WS-TPL-FILE-STATUS NOT = "00"
               CLOSE PROMPT-TEMPLATE
           END-IF

           OPEN OUTPUT TEMPLATE-DIM-FILE
           IF WS-DTP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-DTP-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-TEMPLATE-ROW
               VARYING WS-TPT-IDX FROM 1 BY 1
               UNTIL WS-TPT-IDX > WS-TPT-COUNT
           CLOSE TEMPLATE-DIM-FILE
           .

       LOAD-ONE-TEMPLATE-ID.
           READ PROMPT-TEMPLATE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TPL-FILE-STATUS
               NOT AT END
                   IF WS-TPT-COUNT < 500
                       ADD 1 TO WS-TPT-COUNT
                       MOVE TPL-TEMPLATE-ID TO WS-TPT-ID(WS-TPT-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ
           .

       WRITE-ONE-TEMPLATE-ROW.
           CALL "TEMPLATE-IN-EFFECT" USING WS-TPT-ID(WS-TPT-IDX)
               WS-EXTRACT-DATE WS-TIE-TEXT WS-TIE-MAPPING-ID
               WS-TIE-RELEASE-REVIEW WS-TIE-VERSION-NO WS-TIE-RC

           MOVE SPACES TO TEMPLATE-DIM-RECORD
           MOVE WS-TPT-ID(WS-TPT-IDX) TO DTP-TEMPLATE-ID
           MOVE WS-TIE-VERSION-NO     TO DTP-VERSION-IN-EFFECT
           MOVE WS-TIE-MAPPING-ID     TO DTP-REPLY-MAPPING-ID
           MOVE WS-TIE-RELEASE-REVIEW TO DTP-RELEASE-REVIEW
           MOVE WS-TIE-TEXT(1:100)    TO DTP-WORDING
           INSPECT DTP-WORDING REPLACING ALL X"0A" BY SPACE
           WRITE TEMPLATE-DIM-RECORD
           ADD 1 TO WS-TEMPLATE-DIM-COUNT
           .

      *----------------------------------------------------------------*
      * WRITE-PROFILE-DIMENSION: One row per agent profile.            *
      *----------------------------------------------------------------*
       WRITE-PROFILE-DIMENSION.
           OPEN OUTPUT PROFILE-DIM-FILE
           IF WS-DPF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-DPF-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AGENT-PROFILE
           IF WS-APF-FILE-STATUS = "00"
               PERFORM WRITE-ONE-PROFILE-ROW
                   UNTIL WS-APF-FILE-STATUS NOT = "00"
               CLOSE AGENT-PROFILE
           END-IF
           CLOSE PROFILE-DIM-FILE
           .

       WRITE-ONE-PROFILE-ROW.
           READ AGENT-PROFILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-APF-FILE-STATUS
               NOT AT END
                   MOVE SPACES TO PROFILE-DIM-RECORD
                   MOVE APF-PROFILE-ID     TO DPF-PROFILE-ID
                   MOVE APF-AGENT-NAME     TO DPF-AGENT-NAME
                   MOVE APF-RELEASE-REVIEW TO DPF-RELEASE-REVIEW
                   WRITE PROFILE-DIM-RECORD
                   ADD 1 TO WS-PROFILE-DIM-COUNT
           END-READ
           .

      *----------------------------------------------------------------*
      * WRITE-MODEL-DIMENSION: One row per priced or used model, with  *
      * the rates the facts were costed at and whether the server      *
      * offers the model today.                                        *
      *----------------------------------------------------------------*
       WRITE-MODEL-DIMENSION.
           OPEN OUTPUT MODEL-DIM-FILE
           IF WS-DMD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-DMD-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-MODEL-ROW
               VARYING WS-MDL-IDX FROM 1 BY 1
               UNTIL WS-MDL-IDX > WS-MDL-COUNT
           CLOSE MODEL-DIM-FILE
           .

       WRITE-ONE-MODEL-ROW.
           MOVE SPACES TO MODEL-DIM-RECORD
           MOVE WS-MDL-ID(WS-MDL-IDX) TO DMD-MODEL
           MOVE 0 TO DMD-BATCH-SIZE
           MOVE 0 TO DMD-CACHE-PRICE
           MOVE 0 TO DMD-INPUT-PRICE
           MOVE 0 TO DMD-OUTPUT-PRICE

           MOVE WS-MDL-ID(WS-MDL-IDX) TO WS-LED-MODEL
           PERFORM FIND-MODEL-PRICE-ROW
           IF MPR-OWN-ROW
               MOVE "Y" TO DMD-OWN-RATES
           ELSE
               MOVE "N" TO DMD-OWN-RATES
           END-IF
           IF WS-MPR-FOUND-IDX > 0
               MOVE WS-MPR-BATCH(WS-MPR-FOUND-IDX)  TO DMD-BATCH-SIZE
               MOVE WS-MPR-CACHE(WS-MPR-FOUND-IDX)  TO DMD-CACHE-PRICE
               MOVE WS-MPR-INPUT(WS-MPR-FOUND-IDX)  TO DMD-INPUT-PRICE
               MOVE WS-MPR-OUTPUT(WS-MPR-FOUND-IDX) TO DMD-OUTPUT-PRICE
           END-IF

           MOVE 0 TO WS-SNP-FOUND-IDX
           PERFORM TEST-ONE-SNAPSHOT-MODEL
               VARYING WS-SNP-IDX FROM 1 BY 1
               UNTIL WS-SNP-IDX > WS-SNP-COUNT
               OR WS-SNP-FOUND-IDX > 0
           IF WS-SNP-FOUND-IDX > 0
               MOVE "Y" TO DMD-ON-SERVER
               MOVE WS-SNP-VERSION(WS-SNP-FOUND-IDX)
                   TO DMD-SERVER-VERSION
           ELSE
               MOVE "N" TO DMD-ON-SERVER
           END-IF

           WRITE MODEL-DIM-RECORD
           ADD 1 TO WS-MODEL-DIM-COUNT
           .

       TEST-ONE-SNAPSHOT-MODEL.
           IF WS-SNP-ID(WS-SNP-IDX) = WS-MDL-ID(WS-MDL-IDX)
               MOVE WS-SNP-IDX TO WS-SNP-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-COST-CENTER-DIMENSION: One row per distinct cost center  *
      * in the cross-reference, the DEFAULT and CLEARING centers       *
      * included; a center named on several rows keeps its first.      *
      *----------------------------------------------------------------*
       WRITE-COST-CENTER-DIMENSION.
           OPEN OUTPUT COST-CENTER-DIM-FILE
           IF WS-DCC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-DCC-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-XREF-CENTER
               VARYING WS-CCX-IDX FROM 1 BY 1
               UNTIL WS-CCX-IDX > WS-CCX-COUNT

           MOVE WS-DEFAULT-CENTER  TO WS-CTR-WANT-CENTER
           MOVE WS-DEFAULT-ACCOUNT TO WS-CTR-WANT-ACCOUNT
           MOVE WS-DEFAULT-NAME    TO WS-CTR-WANT-NAME
           MOVE "DEFAULT"          TO WS-CTR-WANT-ROLE
           PERFORM WRITE-CENTER-ROW

           MOVE WS-CLEARING-CENTER  TO WS-CTR-WANT-CENTER
           MOVE WS-CLEARING-ACCOUNT TO WS-CTR-WANT-ACCOUNT
           MOVE SPACES              TO WS-CTR-WANT-NAME
           MOVE "CLEARING"          TO WS-CTR-WANT-ROLE
           PERFORM WRITE-CENTER-ROW

           CLOSE COST-CENTER-DIM-FILE
           .

       WRITE-ONE-XREF-CENTER.
           MOVE WS-CCX-CENTER(WS-CCX-IDX)  TO WS-CTR-WANT-CENTER
           MOVE WS-CCX-ACCOUNT(WS-CCX-IDX) TO WS-CTR-WANT-ACCOUNT
           MOVE WS-CCX-NAME(WS-CCX-IDX)    TO WS-CTR-WANT-NAME
           MOVE "DEPT"                     TO WS-CTR-WANT-ROLE
           PERFORM WRITE-CENTER-ROW
           .

       WRITE-CENTER-ROW.
           IF WS-CTR-WANT-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CTR-FOUND-IDX
           PERFORM TEST-ONE-CENTER
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT
               OR WS-CTR-FOUND-IDX > 0
           IF WS-CTR-FOUND-IDX > 0 OR WS-CTR-COUNT >= 110
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-COUNT
           MOVE WS-CTR-WANT-CENTER TO WS-CTR-ID(WS-CTR-COUNT)

           MOVE SPACES TO COST-CENTER-DIM-RECORD
           MOVE WS-CTR-WANT-CENTER  TO DCC-COST-CENTER
           MOVE WS-CTR-WANT-ACCOUNT TO DCC-GL-ACCOUNT
           MOVE WS-CTR-WANT-NAME    TO DCC-DEPT-NAME
           MOVE WS-CTR-WANT-ROLE    TO DCC-ROLE
           WRITE COST-CENTER-DIM-RECORD
           ADD 1 TO WS-CENTER-DIM-COUNT
           .

       TEST-ONE-CENTER.
           IF WS-CTR-ID(WS-CTR-IDX) = WS-CTR-WANT-CENTER
               MOVE WS-CTR-IDX TO WS-CTR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITE-CONTROL-TRAILER: The counts and totals the warehouse     *
      * load balances its receive against.                             *
      *----------------------------------------------------------------*
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO FACT-TRAILER-RECORD
           MOVE "TRAILER"             TO TRL-LITERAL
           MOVE WS-EXTRACT-DATE       TO TRL-EXTRACT-DATE
           MOVE WS-FACT-COUNT         TO TRL-FACT-COUNT
           MOVE WS-TOTAL-IN-TOKENS    TO TRL-INPUT-TOKENS
           MOVE WS-TOTAL-OUT-TOKENS   TO TRL-OUTPUT-TOKENS
           MOVE WS-TOTAL-CENTS        TO TRL-COST-CENTS
           MOVE WS-GRADED-COUNT       TO TRL-GRADED-COUNT
           MOVE WS-DELIVERED-COUNT    TO TRL-DELIVERED-COUNT
           MOVE WS-TEMPLATE-DIM-COUNT TO TRL-TEMPLATE-COUNT
           MOVE WS-PROFILE-DIM-COUNT  TO TRL-PROFILE-COUNT
           MOVE WS-MODEL-DIM-COUNT    TO TRL-MODEL-COUNT
           MOVE WS-CENTER-DIM-COUNT   TO TRL-COST-CENTER-COUNT
           WRITE FACT-TRAILER-RECORD
           .
