               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-ACK-STATUS.

           SELECT OPTIONAL HISTORY-LOAD-CONTROL-FILE
               ASSIGN TO "INVHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-LOAD-CTL-STATUS.

           SELECT OPTIONAL TXN-REGISTER-FILE
               ASSIGN TO "TXNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-REGISTER-STATUS.

           SELECT TXN-REG-ARCHIVE-FILE
               ASSIGN USING WS-TXN-REG-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-REG-ARCHIVE-STATUS.

           SELECT PRESCREEN-REPORT-FILE
               ASSIGN TO "PRESCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESCREEN-STATUS.

           SELECT OPTIONAL INTAKE-MANIFEST-FILE
               ASSIGN TO "INTKMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-MANIFEST-STATUS.

           SELECT OPTIONAL HOLD-QUEUE-FILE
               ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           05  CK-WARNED-3         PIC 9(1).
           05  CK-INV-SET-COUNT    PIC 9(7).
           05  CK-INV-SET-HASH     PIC 9(11).
           05  CK-TXN-REG-COUNT    PIC 9(7).
           05  CK-HOLD-COUNT       PIC 9(7).
           05  CK-HOLD-AMOUNT      PIC 9(11).
           05  CK-HOLD-ON-FILE     PIC 9(7).

       FD  OVERFLOW-LOG-FILE.
       01  OV-LOG-RECORD           PIC X(200).
           05  REJ-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  REJ-RECORD-IMAGE     PIC X(29).
      *  Filled only on an R012 duplicate: the posting that first
      *  took the transaction id.
           05  REJ-ORIG-POSTING.
               10  FILLER               PIC X(1).
               10  REJ-ORIG-RUN-NUMBER  PIC 9(5).
               10  FILLER               PIC X(1).
               10  REJ-ORIG-FEED-DATE   PIC 9(8).
               10  FILLER               PIC X(1).
               10  REJ-ORIG-SOURCE-ID   PIC X(4).
               10  FILLER               PIC X(1).
               10  REJ-ORIG-INVOICE-GEN PIC 9(5).
               10  FILLER               PIC X(1).
               10  REJ-ORIG-INVOICE-SEQ PIC 9(5).

       FD  SUSPENSE-FILE.
       01  SUSP-RECORD              PIC X(29).
               10  HIST-END-GEN     PIC 9(5).

       FD  TRIM-WORK-FILE.
       01  TRIMW-REJ-RECORD         PIC X(84).
       01  TRIMW-INV-RECORD         PIC X(38).
       01  TRIMW-TXR-RECORD         PIC X(42).
       01  TRIMW-HLQ-RECORD         PIC X(84).

       FD  PERIOD-CONTROL-FILE.
       01  PCT-RECORD.
       01  ACK-RECORD.
           05  ACK-RUN-NUMBER       PIC 9(5).

       FD  HISTORY-LOAD-CONTROL-FILE.
       01  IHC-RECORD.
           05  IHC-EXTRACT-RUN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHC-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  IHC-EXTRACT-COUNT    PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOADED-THROUGH   PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOADED-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOAD-DATE        PIC 9(8).

       FD  TXN-REGISTER-FILE.
       01  TXR-RECORD.
           05  TXR-TRANS-ID         PIC X(10).
           05  FILLER               PIC X(1).
           05  TXR-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  TXR-FEED-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  TXR-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  TXR-INVOICE-GEN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  TXR-INVOICE-SEQ      PIC 9(5).

       FD  TXN-REG-ARCHIVE-FILE.
       01  TXA-RECORD               PIC X(42).

       FD  PRESCREEN-REPORT-FILE.
       01  PSR-RECORD               PIC X(80).

      *  Written by FEEDINTK when it merges TRANSACTIONS.DAT: F
      *  records per feed file received, then one T record with the
      *  accepted totals.  Only the T record is used here.
       FD  INTAKE-MANIFEST-FILE.
       01  MAN-RECORD.
           05  MAN-REC-TYPE         PIC X(1).
           05  FILLER               PIC X(1).
           05  MAN-INTAKE-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  MAN-FILES-RECEIVED   PIC 9(3).
           05  FILLER               PIC X(1).
           05  MAN-FILES-ACCEPTED   PIC 9(3).
           05  FILLER               PIC X(1).
           05  MAN-FILES-QUARANTINED PIC 9(3).
           05  FILLER               PIC X(1).
           05  MAN-SET-COUNT        PIC 9(5).
           05  FILLER               PIC X(1).
           05  MAN-DETAIL-COUNT     PIC 9(9).
           05  FILLER               PIC X(1).
           05  MAN-HASH-TOTAL       PIC 9(13).
           05  FILLER               PIC X(39).

      *  Hold queue: details over their HOLDLIM.DAT amount limit,
      *  diverted instead of posting.  HLQ-STATUS is P pending, R
      *  released or D declined; HOLDREL sets it, with the decision
      *  date and approver, when a supervisor decides the item.
       FD  HOLD-QUEUE-FILE.
       01  HLQ-RECORD.
           05  HLQ-STATUS           PIC X(1).
           05  FILLER               PIC X(1).
           05  HLQ-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLQ-FEED-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  HLQ-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  HLQ-HOLD-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  HLQ-LIMIT            PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLQ-RECORD-IMAGE     PIC X(29).
           05  FILLER               PIC X(1).
           05  HLQ-DECISION-DATE    PIC 9(8).
           05  FILLER               PIC X(1).
           05  HLQ-APPROVER         PIC X(8).

       FD  ALERT-FILE.
       01  ALR-RECORD.
           05  ALR-TIMESTAMP        PIC X(14).

       WORKING-STORAGE SECTION.
       COPY CNTRCTL.
       COPY SRCCTL.
       COPY TXNREG.
       COPY HLDLIM.

       01  WS-AREA-1                PIC 9(5) VALUE ZERO.
       01  WS-AREA-1-GEN            PIC 9(5) VALUE ZERO.
       01  WS-BUS-CALENDAR-STATUS   PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-INVOICE-ACK-STATUS    PIC XX.
       01  WS-HISTORY-LOAD-CTL-STATUS PIC XX.
       01  WS-TXN-REGISTER-STATUS   PIC XX.
       01  WS-INTAKE-MANIFEST-STATUS PIC XX.
       01  WS-PRESCREEN-STATUS      PIC XX.
       01  WS-HOLD-QUEUE-STATUS     PIC XX.
       01  WS-PRE-OVERFLOW-VALUE    PIC 9(5) VALUE ZERO.
       01  WS-PRIOR-AREA-1          PIC 9(5) VALUE ZERO.
       01  WS-ONE-UNIT              PIC 9(5) VALUE 1.

       01  WS-TRANS-EOF-FLAG        PIC X VALUE "N".
           88  WS-TRANS-EOF                  VALUE "Y".
       01  WS-FEED-READ-END-FLAG    PIC X VALUE "N".
           88  WS-FEED-READ-TO-END           VALUE "Y".
       01  WS-TRANS-OPEN-FLAG       PIC X VALUE "N".
           88  WS-TRANS-OPENED               VALUE "Y".
       01  WS-REJECT-OPEN-FLAG      PIC X VALUE "N".
       01  WS-TRIM-EOF-FLAG         PIC X VALUE "N".
           88  WS-TRIM-EOF                   VALUE "Y".
       01  WS-TRIM-COPIED           PIC 9(7) VALUE ZERO.
       01  WS-TXN-REG-OPEN-FLAG     PIC X VALUE "N".
           88  WS-TXN-REG-OPENED             VALUE "Y".
       01  WS-TXN-REG-EOF-FLAG      PIC X VALUE "N".
           88  WS-TXN-REG-EOF                VALUE "Y".
       01  WS-TXN-REG-TRIM-FLAG     PIC X VALUE "N".
           88  WS-TXN-REG-TRIM               VALUE "Y".
       01  WS-TXN-REG-ON-FILE       PIC 9(7) VALUE ZERO.
       01  WS-TXN-REG-COMMITTED     PIC 9(7) VALUE ZERO.
       01  WS-TXN-REG-ARCHIVE-STATUS PIC XX.
       01  WS-TXN-REG-ARCHIVE-NAME  PIC X(30) VALUE SPACES.
       01  WS-TXN-REG-ARCHIVED      PIC 9(7) VALUE ZERO.
       01  WS-TXN-REG-KEPT          PIC 9(5) VALUE ZERO.
       01  WS-WITHDRAW-RUN          PIC 9(5) VALUE ZERO.
       01  WS-WITHDRAW-FEED-DATE    PIC 9(8) VALUE ZERO.
       01  WS-WITHDRAW-SOURCE-ID    PIC X(4) VALUE SPACES.
       01  WS-WITHDRAWN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HOLD-OPEN-FLAG        PIC X VALUE "N".
           88  WS-HOLD-OPENED                VALUE "Y".
       01  WS-HOLD-EOF-FLAG         PIC X VALUE "N".
           88  WS-HOLD-EOF                   VALUE "Y".
       01  WS-HOLD-TRIM-FLAG        PIC X VALUE "N".
           88  WS-HOLD-TRIM                  VALUE "Y".
       01  WS-HOLD-ON-FILE          PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COMMITTED        PIC 9(7) VALUE ZERO.
       01  WS-RUN-RESUMABLE-FLAG    PIC X VALUE "N".
           88  WS-RUN-RESUMABLE              VALUE "Y".


       01  WS-EDIT-REJECT-FLAG      PIC X VALUE "N".
           88  WS-TRANS-REJECTED             VALUE "Y".
       01  WS-HOLD-FLAG             PIC X VALUE "N".
           88  WS-TRANS-HELD                 VALUE "Y".
       01  WS-HOLD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-HOLD-AMOUNT           PIC 9(11) VALUE ZERO.
       01  WS-REJECT-REASON         PIC X(4) VALUE SPACES.

       01  WS-FEED-POSITION         PIC 9(7) VALUE ZERO.
       01  WS-SINCE-COMMIT          PIC 9(5) VALUE ZERO.
       01  WS-RESTART-FLAG          PIC X VALUE "N".
           88  WS-RESTART-MODE               VALUE "Y".
       01  WS-TRIAL-FLAG            PIC X VALUE "N".
           88  WS-TRIAL-MODE                 VALUE "Y".
       01  WS-HIVOL-FLAG            PIC X VALUE "N".
           88  WS-HIVOL-MODE                 VALUE "Y".
       01  WS-PROGRESS-INTERVAL     PIC 9(5) VALUE 10000.
       01  WS-SETS-BALANCED         PIC 9(3) VALUE ZERO.
       01  WS-SKIP-SET-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-CTL-ERROR-NOTE        PIC X(40) VALUE SPACES.
      *  Every accepted trailer, skipped sets included, for the tie
      *  to the intake manifest.
       01  WS-FEED-TRL-SETS         PIC 9(5) VALUE ZERO.
       01  WS-FEED-TRL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-FEED-TRL-HASH         PIC 9(13) VALUE ZERO.

       01  WS-RUN-CTL-TABLE.
           05  WS-RUN-CTL-ENTRY OCCURS 200 TIMES.
       01  WS-CNTRLOAD-MODE         PIC X(1) VALUE "A".
       01  WS-CNTRLOAD-STATUS       PIC X(2) VALUE SPACES.

       01  WS-SRCLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HLDLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HLM-SUB               PIC 9(3) VALUE ZERO.
       01  WS-HLM-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-HLM-RANK              PIC 9(1) VALUE ZERO.
       01  WS-HLM-BEST-RANK         PIC 9(1) VALUE ZERO.

       01  WS-GLJRNL-MODE           PIC X(1) VALUE "A".
       01  WS-GLJRNL-CALLER         PIC X(12) VALUE SPACES.
       01  WS-GLJRNL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-GLJRNL-RESULT         PIC X(20) VALUE SPACES.
       01  WS-MAN-EOF-FLAG          PIC X VALUE "N".
           88  WS-MAN-EOF                    VALUE "Y".
       01  WS-MAN-FOUND-FLAG        PIC X VALUE "N".
           88  WS-MAN-FOUND                  VALUE "Y".
       01  WS-MAN-SET-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-MAN-DETAIL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-MAN-HASH-TOTAL        PIC 9(13) VALUE ZERO.
       01  WS-MAN-RESULT            PIC X(34) VALUE SPACES.
       01  WS-MAN-SETS-EDIT         PIC ZZ,ZZ9.
       01  WS-MAN-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-MAN-HASH-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TRL-SETS-EDIT         PIC ZZ,ZZ9.
       01  WS-TRL-TOTAL-COUNT-EDIT  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRL-TOTAL-HASH-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SRC-MASTER-FLAG       PIC X VALUE "N".
           88  WS-SRC-MASTER-LOADED          VALUE "Y".
       01  WS-SRC-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SRC-CHECK-CODE        PIC X(4) VALUE SPACES.
       01  WS-SRC-CHECK-DATE        PIC 9(8) VALUE ZERO.
       01  WS-SRC-CHECK-TYPE        PIC X(1) VALUE SPACE.
       01  WS-SRC-CHECK-RESULT      PIC X(1) VALUE SPACE.
           88  WS-SRC-CHECK-OK               VALUE SPACE.
           88  WS-SRC-UNKNOWN                VALUE "U".
           88  WS-SRC-INACTIVE               VALUE "I".
           88  WS-SRC-TYPE-BARRED            VALUE "T".
       01  WS-SRC-ENTRY-RESULT      PIC X(1) VALUE SPACE.

       01  WS-INV-SET-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-INV-SET-HASH          PIC 9(11) VALUE ZERO.
       01  WS-INVOICE-HOLD-FLAG     PIC X VALUE "N".
           88  WS-INVOICE-HOLD               VALUE "Y".
       01  WS-HISTORY-HOLD-FLAG     PIC X VALUE "N".
           88  WS-HISTORY-HOLD               VALUE "Y".
       01  WS-PENDING-INV-RUN       PIC 9(5) VALUE ZERO.
       01  WS-PENDING-INV-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-IVC-LAST-RUN          PIC 9(5) VALUE ZERO.
       01  WS-INV-UNBILLED-RUN      PIC 9(5) VALUE ZERO.
       01  WS-ACK-EOF-FLAG          PIC X VALUE "N".
           88  WS-ACK-EOF                    VALUE "Y".
       01  WS-IHC-EOF-FLAG          PIC X VALUE "N".
           88  WS-IHC-EOF                    VALUE "Y".
       01  WS-INV-CTL-REC-FLAG      PIC X VALUE "N".
           88  WS-INV-CTL-REC                VALUE "Y".

       01  WS-READ-COUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-REJECT-COUNT-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-SUSPENSE-COUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-HOLD-COUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-HOLD-AMOUNT-EDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-CREDIT-COUNT-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-UNDERFLOW-COUNT-EDIT  PIC ZZ,ZZ9.
       01  WS-CTL-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRUE-COUNT            PIC 9(10) VALUE ZERO.
       01  WS-TRUE-COUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.

      *  Trial (pre-screen) run: nothing is posted; what the run
      *  would have done is gathered here for PRESCRN.RPT.
       01  WS-TRIAL-OOB-FLAG        PIC X VALUE "N".
           88  WS-TRIAL-SET-OOB              VALUE "Y".
       01  WS-TRIAL-SET-TABLE.
           05  WS-TRS-ENTRY OCCURS 50 TIMES.
               10  WS-TRS-FEED-DATE     PIC 9(8).
               10  WS-TRS-SOURCE-ID     PIC X(4).
               10  WS-TRS-CTL-COUNT     PIC 9(9).
               10  WS-TRS-TRL-COUNT     PIC 9(7).
               10  WS-TRS-CTL-HASH      PIC 9(11).
               10  WS-TRS-TRL-HASH      PIC 9(11).
               10  WS-TRS-RESULT        PIC X(14).
               10  WS-TRS-NOTE          PIC X(40).
       01  WS-TRS-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-TRS-MAX               PIC 9(3) VALUE 50.
       01  WS-TRS-SUB               PIC 9(3) VALUE ZERO.
       01  WS-TRS-NOT-LISTED        PIC 9(3) VALUE ZERO.
       01  WS-TRS-WORK-RESULT       PIC X(14) VALUE SPACES.
       01  WS-TRS-WORK-NOTE         PIC X(40) VALUE SPACES.
       01  WS-TRIAL-REASON-TABLE.
           05  WS-TRR-ENTRY OCCURS 20 TIMES.
               10  WS-TRR-REASON        PIC X(4).
               10  WS-TRR-COUNT         PIC 9(7).
       01  WS-TRR-COUNT-USED        PIC 9(2) VALUE ZERO.
       01  WS-TRR-MAX               PIC 9(2) VALUE 20.
       01  WS-TRR-SUB               PIC 9(2) VALUE ZERO.
       01  WS-TRR-FOUND             PIC 9(2) VALUE ZERO.
       01  WS-TRIAL-EVENT-TABLE.
           05  WS-TRE-ENTRY OCCURS 50 TIMES.
               10  WS-TRE-COUNTER       PIC X(15).
               10  WS-TRE-KIND          PIC X(4).
               10  WS-TRE-FEED-DATE     PIC 9(8).
               10  WS-TRE-SOURCE-ID     PIC X(4).
               10  WS-TRE-TRANS-ID      PIC X(10).
               10  WS-TRE-DETAIL-NO     PIC 9(7).
               10  WS-TRE-VALUE         PIC 9(5).
               10  WS-TRE-GEN           PIC 9(5).
       01  WS-TRE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-TRE-MAX               PIC 9(3) VALUE 50.
       01  WS-TRE-SUB               PIC 9(3) VALUE ZERO.
       01  WS-TRE-NOT-LISTED        PIC 9(5) VALUE ZERO.
       01  WS-TRIAL-EVENT-KIND      PIC X(4) VALUE SPACES.
       01  WS-TRIAL-OUTCOME         PIC X(50) VALUE SPACES.
       01  WS-TRIAL-OUTCOME-NOTE    PIC X(50) VALUE SPACES.
       01  WS-TRIAL-RC-EDIT         PIC 99.
       01  WS-TRIAL-DATE-X          PIC X(8) VALUE SPACES.
       01  WS-TRIAL-DETAIL-EDIT     PIC ZZZ,ZZ9.
       01  WS-TRIAL-VALUE-EDIT      PIC ZZ,ZZ9.
       01  WS-TRIAL-VALUE-X REDEFINES WS-TRIAL-VALUE-EDIT PIC X(6).
       01  WS-TRIAL-GEN-EDIT        PIC ZZ,ZZ9.
       01  WS-TRIAL-GEN-X REDEFINES WS-TRIAL-GEN-EDIT PIC X(6).
       01  WS-TRIAL-COUNT-EDIT      PIC ZZ,ZZZ,ZZ9.
       01  WS-TRIAL-CTL-EDIT        PIC ZZZZZZ9.
       01  WS-TRIAL-TRL-EDIT        PIC ZZZZZZ9.
       01  WS-TRIAL-CTL-HASH-EDIT   PIC ZZZZZZZZZZ9.
       01  WS-TRIAL-TRL-HASH-EDIT   PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
           IF WS-TRIAL-MODE
               PERFORM 3050-FINALIZE-TRIAL
           ELSE
               PERFORM 3000-FINALIZE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-INITIALIZE-COUNTER-TABLE
           PERFORM 1006-LOAD-COUNTER-DEFS
           PERFORM 1007-LOAD-SOURCE-MASTER
           PERFORM 1004-LOAD-HOLD-LIMITS
           PERFORM 1008-READ-RUN-PARMS
           PERFORM 1010-READ-CHECKPOINT
           PERFORM 1015-READ-RUN-CONTROL
           PERFORM 1017-READ-PERIOD-CONTROL
           PERFORM 1019-READ-BUSINESS-CALENDAR
           PERFORM 1022-CHECK-INVOICE-ACK
           PERFORM 1045-LOAD-TXN-REGISTER
           IF NOT WS-TRIAL-MODE
               PERFORM 1050-COUNT-HOLD-QUEUE
               PERFORM 1020-OPEN-OVERFLOW-LOG
               PERFORM 1025-OPEN-RECONCILE-LOG
               PERFORM 1027-OPEN-ALERT-FILE
               IF NOT WS-SRC-MASTER-LOADED
                   PERFORM 1029-ALERT-NO-SOURCE-MASTER
               END-IF
           END-IF
           PERFORM 1028-CHECK-PROCESSING-DAY
           PERFORM 1030-OPEN-TRANSACTION-FILE.

           CALL "CNTRLOAD" USING WS-COUNTER-CONTROL-TABLE,
               WS-CNTRLOAD-MODE, WS-CNTRLOAD-STATUS.

      *  With no source master on file every source is accepted as
      *  before, but the run is a control failure like a manifest
      *  that does not tie: 1029 alerts it and the summary says so.
       1007-LOAD-SOURCE-MASTER.
           CALL "SRCLOAD" USING WS-SOURCE-MASTER-TABLE,
               WS-SRCLOAD-STATUS
           IF WS-SRCLOAD-STATUS = "04"
               MOVE "N" TO WS-SRC-MASTER-FLAG
               DISPLAY "ERROR: SOURCE MASTER SRCMAST.DAT NOT LOADED - "
                   "SOURCE EDITS BYPASSED"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           ELSE
               SET WS-SRC-MASTER-LOADED TO TRUE
           END-IF.

      *  With no limits on file nothing is held; HLDLOAD has already
      *  said so on the console.  Invalid limit records are left out
      *  and the rest still apply.
       1004-LOAD-HOLD-LIMITS.
           CALL "HLDLOAD" USING WS-HOLD-LIMIT-TABLE,
               WS-HLDLOAD-STATUS.

       1008-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-STATUS = "00" OR WS-RUN-PARM-STATUS = "05"
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-FILE
           END-IF
      *  A trial always screens the whole feed from the top.
           IF WS-TRIAL-MODE AND WS-RESTART-MODE
               DISPLAY "TRIAL MODE: RESTART REQUEST IGNORED - FEED "
                   "SCREENED FROM THE FIRST RECORD"
               MOVE "N" TO WS-RESTART-FLAG
           END-IF.

       1009-APPLY-ONE-PARM.
                       DISPLAY "RUNPARM: INVALID WINDOW VALUE "
                           WS-PARM-VALUE " - DEFAULT RETAINED"
                   END-IF
               WHEN "TRIAL"
                   IF WS-PARM-VALUE = "Y"
                       MOVE "Y" TO WS-TRIAL-FLAG
                       DISPLAY "TRIAL MODE REQUESTED VIA RUNPARM - "
                           "FEED PRE-SCREENED, NOTHING POSTED"
                   END-IF
               WHEN "OVERRIDE"
                   IF WS-PARM-VALUE = "Y"
                       MOVE "Y" TO WS-OVERRIDE-FLAG
               IF CK-INV-SET-HASH NUMERIC
                   MOVE CK-INV-SET-HASH TO WS-INV-SET-HASH
               END-IF
               IF CK-TXN-REG-COUNT NUMERIC
                   MOVE CK-TXN-REG-COUNT TO WS-TXN-REG-COMMITTED
                   SET WS-TXN-REG-TRIM TO TRUE
               END-IF
               IF CK-HOLD-COUNT NUMERIC
                   MOVE CK-HOLD-COUNT TO WS-HOLD-COUNT
               END-IF
               IF CK-HOLD-AMOUNT NUMERIC
                   MOVE CK-HOLD-AMOUNT TO WS-HOLD-AMOUNT
               END-IF
               IF CK-HOLD-ON-FILE NUMERIC
                   MOVE CK-HOLD-ON-FILE TO WS-HOLD-COMMITTED
                   SET WS-HOLD-TRIM TO TRUE
               END-IF
               DISPLAY "RESTART: RESUMING AFTER COMMITTED "
                   "TRANSACTION " WS-RESTART-SKIP
           ELSE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IVC-RUN-NUMBER NUMERIC
                               MOVE IVC-RUN-NUMBER TO WS-IVC-LAST-RUN
                           END-IF
                           IF IVC-RUN-NUMBER NUMERIC
                                   AND IVC-RECORD-COUNT NUMERIC
                                   AND IVC-STATE = "P"
                                   AND IVC-RECORD-COUNT > ZERO
                               MOVE IVC-RUN-NUMBER
                                   TO WS-PENDING-INV-RUN
                               MOVE IVC-RECORD-COUNT
                                   TO WS-PENDING-INV-COUNT
                               PERFORM 1023-READ-INVOICE-ACK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICE-ACK-FILE
           IF NOT WS-INVOICE-HOLD
               PERFORM 1024-CHECK-HISTORY-LOAD
           END-IF
           IF WS-INVOICE-HOLD AND WS-OVERRIDE-MODE
               DISPLAY "OVERRIDE: INVOICE EXTRACT OF RUN "
                   WS-PENDING-INV-RUN " UNACKNOWLEDGED - "
                   "OVERWRITE AUTHORIZED VIA RUNPARM"
               MOVE "N" TO WS-INVOICE-HOLD-FLAG
               MOVE WS-PENDING-INV-RUN TO WS-INV-UNBILLED-RUN
           END-IF.

      *  An acknowledged extract is held in the same way until
      *  INVHLOAD has copied all of it to the invoice history master;
      *  INVHCTL.DAT records how far each extract run was loaded.
       1024-CHECK-HISTORY-LOAD.
           SET WS-HISTORY-HOLD TO TRUE
           OPEN INPUT HISTORY-LOAD-CONTROL-FILE
           IF WS-HISTORY-LOAD-CTL-STATUS = "00"
               PERFORM UNTIL WS-IHC-EOF
                   READ HISTORY-LOAD-CONTROL-FILE
                       AT END
                           SET WS-IHC-EOF TO TRUE
                       NOT AT END
                           IF IHC-EXTRACT-RUN NUMERIC
                                   AND IHC-EXTRACT-RUN
                                       = WS-PENDING-INV-RUN
                                   AND IHC-LOADED-THROUGH NUMERIC
                                   AND IHC-LOADED-THROUGH
                                       >= WS-PENDING-INV-COUNT
                               MOVE "N" TO WS-HISTORY-HOLD-FLAG
                               SET WS-IHC-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-LOAD-CONTROL-FILE
           IF WS-HISTORY-HOLD AND WS-OVERRIDE-MODE
               DISPLAY "OVERRIDE: INVOICE EXTRACT OF RUN "
                   WS-PENDING-INV-RUN " NOT IN INVOICE HISTORY - "
                   "OVERWRITE AUTHORIZED VIA RUNPARM"
               MOVE "N" TO WS-HISTORY-HOLD-FLAG
           END-IF.

       1020-OPEN-OVERFLOW-LOG.
               END-IF
           END-PERFORM.

       1029-ALERT-NO-SOURCE-MASTER.
           MOVE WS-RC-CONTROL TO WS-ALERT-SEVERITY
           MOVE "SRCM" TO WS-ALERT-CONDITION
           MOVE "SRCMAST.DAT" TO WS-ALERT-IDENT
           MOVE "SOURCE MASTER MISSING - EDITS BYPASSED"
               TO WS-ALERT-TEXT
           PERFORM 2160-WRITE-ALERT-RECORD.

       1030-OPEN-TRANSACTION-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               SET WS-INV-CTL-REC TO TRUE
           END-IF.

      *  The register keeps WS-TXN-REG-KEEP-DAYS, or two processing
      *  windows if that is longer: a replay of anything older has a
      *  transaction date that 2019 and 2106 would refuse.
       1044-SET-TXN-REG-CUTOFF.
           ACCEPT WS-AGE-CHECK-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TXN-REG-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-CHECK-DATE)
               - WS-TXN-REG-KEEP-DAYS
           COMPUTE WS-TXN-REG-FLOOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-CHECK-DATE)
               - (WS-WINDOW-DAYS * 2)
           IF WS-TXN-REG-FLOOR-INT < WS-TXN-REG-CUTOFF-INT
               MOVE WS-TXN-REG-FLOOR-INT TO WS-TXN-REG-CUTOFF-INT
           END-IF
           IF WS-TXN-REG-CUTOFF-INT > ZERO
               COMPUTE WS-TXN-REG-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TXN-REG-CUTOFF-INT)
           ELSE
               MOVE ZERO TO WS-TXN-REG-CUTOFF-DATE
           END-IF.

      *  On a restart the register is first cut back to the entries
      *  committed with the checkpoint, so details the failed run
      *  posted after its last commit are posted again rather than
      *  rejected as duplicates of themselves.  Entries older than
      *  the register cutoff are left out of the table; 3012 moves
      *  them off the file once the run ends without a resume point.
       1045-LOAD-TXN-REGISTER.
           PERFORM 1044-SET-TXN-REG-CUTOFF
           IF WS-RESTART-MODE
               IF WS-TXN-REG-TRIM
                   PERFORM 1047-TRIM-TXN-REGISTER
               ELSE
                   DISPLAY "RESTART: CHECKPOINT CARRIES NO REGISTER "
                       "COUNT - TXNREG.DAT NOT TRIMMED"
               END-IF
           END-IF
           OPEN INPUT TXN-REGISTER-FILE
           EVALUATE WS-TXN-REGISTER-STATUS
               WHEN "00"
                   MOVE "N" TO WS-TXN-REG-EOF-FLAG
                   PERFORM UNTIL WS-TXN-REG-EOF
                       READ TXN-REGISTER-FILE
                           AT END
                               SET WS-TXN-REG-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TXN-REG-ON-FILE
                               EVALUATE TRUE
                                   WHEN TXR-TRANS-ID = SPACES
                                       CONTINUE
                                   WHEN TXR-FEED-DATE NUMERIC
                                           AND TXR-FEED-DATE
                                           < WS-TXN-REG-CUTOFF-DATE
                                       ADD 1 TO WS-TXN-REG-AGED
                                   WHEN OTHER
                                       PERFORM 1046-KEEP-TXN-REG-ENTRY
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE TXN-REGISTER-FILE
               WHEN "05"
                   CLOSE TXN-REGISTER-FILE
               WHEN OTHER
                   MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
           END-EVALUATE
           IF WS-TXN-REG-AGED > ZERO
               DISPLAY "TRANSACTION REGISTER: " WS-TXN-REG-AGED
                   " ENTRY(S) POSTED BEFORE " WS-TXN-REG-CUTOFF-DATE
                   " AGED OFF"
           END-IF.

       1046-KEEP-TXN-REG-ENTRY.
           IF WS-TXN-REG-COUNT < WS-TXN-REG-MAX
               ADD 1 TO WS-TXN-REG-COUNT
               MOVE TXR-TRANS-ID
                   TO WS-TXR-TRANS-ID(WS-TXN-REG-COUNT)
               MOVE TXR-RUN-NUMBER
                   TO WS-TXR-RUN-NUMBER(WS-TXN-REG-COUNT)
               MOVE TXR-FEED-DATE
                   TO WS-TXR-FEED-DATE(WS-TXN-REG-COUNT)
               MOVE TXR-SOURCE-ID
                   TO WS-TXR-SOURCE-ID(WS-TXN-REG-COUNT)
               MOVE TXR-INVOICE-GEN
                   TO WS-TXR-INVOICE-GEN(WS-TXN-REG-COUNT)
               MOVE TXR-INVOICE-SEQ
                   TO WS-TXR-INVOICE-SEQ(WS-TXN-REG-COUNT)
           ELSE
               IF NOT WS-TXN-REG-TABLE-FULL
                   SET WS-TXN-REG-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: TRANSACTION REGISTER TABLE FULL - "
                       "ID " TXR-TRANS-ID " AND LATER NOT CHECKED - "
                       "DUPLICATE PROTECTION INCOMPLETE"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1047-TRIM-TXN-REGISTER.
           OPEN INPUT TXN-REGISTER-FILE
           EVALUATE WS-TXN-REGISTER-STATUS
               WHEN "00"
                   OPEN OUTPUT TRIM-WORK-FILE
                   MOVE ZERO TO WS-TRIM-COPIED
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                           OR WS-TRIM-COPIED >= WS-TXN-REG-COMMITTED
                       READ TXN-REGISTER-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               MOVE TXR-RECORD TO TRIMW-TXR-RECORD
                               WRITE TRIMW-TXR-RECORD
                               MOVE WS-TRIM-WORK-STATUS
                                   TO WS-IO-CHECK-STATUS
                               MOVE "RESTART.TMP"
                                   TO WS-IO-CHECK-FILE-NAME
                               PERFORM 9900-CHECK-IO-STATUS
                               ADD 1 TO WS-TRIM-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE TXN-REGISTER-FILE
                   CLOSE TRIM-WORK-FILE
                   OPEN OUTPUT TXN-REGISTER-FILE
                   OPEN INPUT TRIM-WORK-FILE
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                       READ TRIM-WORK-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               MOVE TRIMW-TXR-RECORD TO TXR-RECORD
                               WRITE TXR-RECORD
                               MOVE WS-TXN-REGISTER-STATUS
                                   TO WS-IO-CHECK-STATUS
                               MOVE "TXNREG.DAT"
                                   TO WS-IO-CHECK-FILE-NAME
                               PERFORM 9900-CHECK-IO-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE TRIM-WORK-FILE
                   CLOSE TXN-REGISTER-FILE
                   DISPLAY "RESTART: TXNREG.DAT CUT BACK TO "
                       WS-TRIM-COPIED " COMMITTED ENTRIES"
               WHEN "05"
                   CLOSE TXN-REGISTER-FILE
               WHEN OTHER
                   MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
           END-EVALUATE.

       1048-OPEN-TXN-REGISTER.
           OPEN EXTEND TXN-REGISTER-FILE
           IF WS-TXN-REGISTER-STATUS NOT = "00"
                   AND WS-TXN-REGISTER-STATUS NOT = "05"
               OPEN OUTPUT TXN-REGISTER-FILE
           END-IF
           MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                   TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           SET WS-TXN-REG-OPENED TO TRUE.

      *  The hold queue is permanent: decided items stay on it as
      *  the record of what was held.  Only the count on file is
      *  needed, so a restart can cut off holds written after the
      *  last checkpoint the same way TXNREG.DAT is cut back.
       1050-COUNT-HOLD-QUEUE.
           IF WS-RESTART-MODE
               IF WS-HOLD-TRIM
                   PERFORM 1051-TRIM-HOLD-QUEUE
               ELSE
                   DISPLAY "RESTART: CHECKPOINT CARRIES NO HOLD "
                       "COUNT - HOLDQ.DAT NOT TRIMMED"
               END-IF
           END-IF
           OPEN INPUT HOLD-QUEUE-FILE
           EVALUATE WS-HOLD-QUEUE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-HOLD-EOF-FLAG
                   PERFORM UNTIL WS-HOLD-EOF
                       READ HOLD-QUEUE-FILE
                           AT END
                               SET WS-HOLD-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HOLD-ON-FILE
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-QUEUE-FILE
               WHEN "05"
                   CLOSE HOLD-QUEUE-FILE
               WHEN OTHER
                   MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
           END-EVALUATE.

       1051-TRIM-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           EVALUATE WS-HOLD-QUEUE-STATUS
               WHEN "00"
                   OPEN OUTPUT TRIM-WORK-FILE
                   MOVE ZERO TO WS-TRIM-COPIED
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                           OR WS-TRIM-COPIED >= WS-HOLD-COMMITTED
                       READ HOLD-QUEUE-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               MOVE HLQ-RECORD TO TRIMW-HLQ-RECORD
                               WRITE TRIMW-HLQ-RECORD
                               MOVE WS-TRIM-WORK-STATUS
                                   TO WS-IO-CHECK-STATUS
                               MOVE "RESTART.TMP"
                                   TO WS-IO-CHECK-FILE-NAME
                               PERFORM 9900-CHECK-IO-STATUS
                               ADD 1 TO WS-TRIM-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-QUEUE-FILE
                   CLOSE TRIM-WORK-FILE
                   OPEN OUTPUT HOLD-QUEUE-FILE
                   OPEN INPUT TRIM-WORK-FILE
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                       READ TRIM-WORK-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               MOVE TRIMW-HLQ-RECORD TO HLQ-RECORD
                               WRITE HLQ-RECORD
                               MOVE WS-HOLD-QUEUE-STATUS
                                   TO WS-IO-CHECK-STATUS
                               MOVE "HOLDQ.DAT"
                                   TO WS-IO-CHECK-FILE-NAME
                               PERFORM 9900-CHECK-IO-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE TRIM-WORK-FILE
                   CLOSE HOLD-QUEUE-FILE
                   DISPLAY "RESTART: HOLDQ.DAT CUT BACK TO "
                       WS-TRIM-COPIED " COMMITTED ENTRIES"
               WHEN "05"
                   CLOSE HOLD-QUEUE-FILE
               WHEN OTHER
                   MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
           END-EVALUATE.

       1053-OPEN-HOLD-QUEUE.
           OPEN EXTEND HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS NOT = "00"
                   AND WS-HOLD-QUEUE-STATUS NOT = "05"
               OPEN OUTPUT HOLD-QUEUE-FILE
           END-IF
           MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                 TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           SET WS-HOLD-OPENED TO TRUE.

      *  TXNREG.DAT is rebuilt through RESTART.TMP without its aged
      *  entries and without the postings an override repost has
      *  withdrawn; both go to the dated archive, so every id ever
      *  posted stays on record.  WS-TXN-REG-ON-FILE follows the new
      *  file, and the caller writes a checkpoint straight after so a
      *  restart never trims against the old count.
       1054-REWRITE-TXN-REGISTER.
           IF WS-TXN-REG-OPENED
               CLOSE TXN-REGISTER-FILE
               MOVE "N" TO WS-TXN-REG-OPEN-FLAG
           END-IF
           ACCEPT WS-AGE-CHECK-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TXN-REG-ARCHIVE-NAME
           STRING
               "TXNREG."          DELIMITED BY SIZE
               WS-AGE-CHECK-DATE  DELIMITED BY SIZE
               ".ARC"             DELIMITED BY SIZE
               INTO WS-TXN-REG-ARCHIVE-NAME
           END-STRING
           MOVE ZERO TO WS-TXN-REG-ARCHIVED
           OPEN INPUT TXN-REGISTER-FILE
           EVALUATE WS-TXN-REGISTER-STATUS
               WHEN "00"
                   OPEN OUTPUT TRIM-WORK-FILE
                   MOVE WS-TRIM-WORK-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "RESTART.TMP"       TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
                   OPEN EXTEND TXN-REG-ARCHIVE-FILE
                   IF WS-TXN-REG-ARCHIVE-STATUS NOT = "00"
                       OPEN OUTPUT TXN-REG-ARCHIVE-FILE
                   END-IF
                   MOVE WS-TXN-REG-ARCHIVE-STATUS TO WS-IO-CHECK-STATUS
                   MOVE WS-TXN-REG-ARCHIVE-NAME
                       TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
                   MOVE ZERO TO WS-TRIM-COPIED
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                       READ TXN-REGISTER-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               PERFORM 1055-SORT-ONE-REG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE TXN-REGISTER-FILE
                   CLOSE TRIM-WORK-FILE
                   CLOSE TXN-REG-ARCHIVE-FILE
                   OPEN OUTPUT TXN-REGISTER-FILE
                   OPEN INPUT TRIM-WORK-FILE
                   MOVE "N" TO WS-TRIM-EOF-FLAG
                   PERFORM UNTIL WS-TRIM-EOF
                       READ TRIM-WORK-FILE
                           AT END
                               SET WS-TRIM-EOF TO TRUE
                           NOT AT END
                               MOVE TRIMW-TXR-RECORD TO TXR-RECORD
                               WRITE TXR-RECORD
                               MOVE WS-TXN-REGISTER-STATUS
                                   TO WS-IO-CHECK-STATUS
                               MOVE "TXNREG.DAT"
                                   TO WS-IO-CHECK-FILE-NAME
                               PERFORM 9900-CHECK-IO-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE TRIM-WORK-FILE
                   CLOSE TXN-REGISTER-FILE
                   MOVE WS-TRIM-COPIED TO WS-TXN-REG-ON-FILE
                   MOVE ZERO TO WS-TXN-REG-AGED
                   DISPLAY "TRANSACTION REGISTER: "
                       WS-TXN-REG-ARCHIVED " ENTRY(S) MOVED TO "
                       WS-TXN-REG-ARCHIVE-NAME
               WHEN "05"
                   CLOSE TXN-REGISTER-FILE
               WHEN OTHER
                   MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
           END-EVALUATE.

       1055-SORT-ONE-REG-ENTRY.
           EVALUATE TRUE
               WHEN TXR-FEED-DATE NUMERIC
                       AND TXR-FEED-DATE < WS-TXN-REG-CUTOFF-DATE
               WHEN WS-WITHDRAW-RUN > ZERO
                       AND TXR-RUN-NUMBER NUMERIC
                       AND TXR-RUN-NUMBER = WS-WITHDRAW-RUN
                       AND TXR-FEED-DATE = WS-WITHDRAW-FEED-DATE
                       AND TXR-SOURCE-ID = WS-WITHDRAW-SOURCE-ID
                   MOVE TXR-RECORD TO TXA-RECORD
                   WRITE TXA-RECORD
                   MOVE WS-TXN-REG-ARCHIVE-STATUS TO WS-IO-CHECK-STATUS
                   MOVE WS-TXN-REG-ARCHIVE-NAME
                       TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
                   ADD 1 TO WS-TXN-REG-ARCHIVED
               WHEN OTHER
                   MOVE TXR-RECORD TO TRIMW-TXR-RECORD
                   WRITE TRIMW-TXR-RECORD
                   MOVE WS-TRIM-WORK-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "RESTART.TMP"       TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
                   ADD 1 TO WS-TRIM-COPIED
           END-EVALUATE.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-TRANS-EOF OR WS-ABEND-FLAG = 1
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-EOF TO TRUE
                       SET WS-FEED-READ-TO-END TO TRUE
                   NOT AT END
                       PERFORM 2005-ROUTE-ONE-RECORD
               END-READ
           IF WS-TRANS-REJECTED
               PERFORM 2150-WRITE-REJECT-RECORD
           ELSE
               PERFORM 2190-CHECK-HOLD-LIMIT
               IF WS-TRANS-HELD
                   PERFORM 2195-HOLD-TRANSACTION
               ELSE
                   PERFORM 2100-PROCESS-ONE-TRANSACTION
               END-IF
           END-IF
           IF WS-ABEND-FLAG = 0
               PERFORM 2012-COMMIT-ONE-RECORD
           ADD 1 TO WS-FEED-POSITION
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               IF NOT WS-TRIAL-MODE
                   PERFORM 3010-WRITE-CHECKPOINT
               END-IF
               MOVE ZERO TO WS-SINCE-COMMIT
           END-IF
           IF WS-HIVOL-MODE
                   MOVE TR-HDR-FEED-DATE TO WS-FEED-DATE
                   MOVE TR-HDR-SOURCE-ID TO WS-FEED-SOURCE-ID
                   PERFORM 2019-EDIT-HEADER-DATE
                   IF NOT WS-FEED-CTL-ERROR
                       PERFORM 2027-CHECK-HEADER-SOURCE
                   END-IF
                   IF WS-FEED-CTL-ERROR
                       CONTINUE
                   ELSE
               END-IF
           END-IF.

      *  The feed header's source must be on the source master and
      *  active on the feed date, or the whole feed is refused.
       2027-CHECK-HEADER-SOURCE.
           MOVE TR-HDR-SOURCE-ID TO WS-SRC-CHECK-CODE
           MOVE WS-FEED-DATE     TO WS-SRC-CHECK-DATE
           MOVE SPACE            TO WS-SRC-CHECK-TYPE
           PERFORM 2103-CHECK-SOURCE-MASTER
           EVALUATE TRUE
               WHEN WS-SRC-UNKNOWN
                   MOVE "FEED HEADER SOURCE NOT ON SOURCE MASTER"
                       TO WS-CTL-ERROR-NOTE
                   PERFORM 2040-FLAG-CONTROL-ERROR
               WHEN WS-SRC-INACTIVE
                   MOVE "FEED HEADER SOURCE INACTIVE ON FEED DATE"
                       TO WS-CTL-ERROR-NOTE
                   PERFORM 2040-FLAG-CONTROL-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2025-ACCEPT-FEED-HEADER.
           SET WS-HEADER-SEEN TO TRUE
           PERFORM 2018-LOOK-UP-RUN-CONTROL
           IF WS-INVOICE-HOLD OR WS-HISTORY-HOLD
               IF WS-INVOICE-HOLD
                   DISPLAY "RUN BLOCKED: INVOICE EXTRACT OF RUN "
                       WS-PENDING-INV-RUN " NOT ACKNOWLEDGED BY "
                       "BILLING - EXTRACT HELD - SUBMIT OVERRIDE=Y "
                       "TO OVERWRITE"
               ELSE
                   DISPLAY "RUN BLOCKED: INVOICE EXTRACT OF RUN "
                       WS-PENDING-INV-RUN " NOT LOADED TO INVOICE "
                       "HISTORY - RUN INVHLOAD OR SUBMIT OVERRIDE=Y "
                       "TO OVERWRITE"
               END-IF
               PERFORM 2026-BLOCK-THIS-RUN
           ELSE
               IF WS-RESTART-MODE AND WS-FEED-SET-COUNT = ZERO
                   ADD 1 TO WS-FEED-SET-COUNT
                   MOVE "I" TO WS-RUN-CTL-STATE
                   PERFORM 9800-WRITE-RUN-CONTROL
                   IF NOT WS-REJECT-OPENED AND NOT WS-TRIAL-MODE
                       PERFORM 1035-OPEN-REJECT-FILE
                   END-IF
                   IF NOT WS-INVOICE-OPENED AND NOT WS-TRIAL-MODE
                       PERFORM 1040-OPEN-INVOICE-FILE
                   END-IF
                   IF (WS-RESTART-MODE AND WS-PRIOR-RUN-INCOMPLETE)
                           OR WS-TRIAL-MODE
                       CONTINUE
                   ELSE
                       PERFORM 2034-WRITE-INVOICE-HEADER
                           WS-FEED-SOURCE-ID " ALREADY COMPLETED - "
                           "RERUN AUTHORIZED VIA RUNPARM"
                       PERFORM 2024-LOG-OVERRIDE
                       PERFORM 2028-WITHDRAW-PRIOR-POSTINGS
                   WHEN WS-PRIOR-RUN-COMPLETE
                       DISPLAY "RUN BLOCKED: FEED " WS-FEED-DATE "/"
                           WS-FEED-SOURCE-ID " ALREADY COMPLETED BY "
                       WS-FEED-SOURCE-ID " INCOMPLETE - REPOST "
                       "AUTHORIZED VIA RUNPARM"
                   PERFORM 2024-LOG-OVERRIDE
                   PERFORM 2028-WITHDRAW-PRIOR-POSTINGS
               WHEN OTHER
                   DISPLAY "RUN BLOCKED: PRIOR RUN "
                       WS-PRIOR-RUN-NUMBER " OF FEED " WS-FEED-DATE
                                      DELIMITED BY SIZE
               INTO WS-OVERFLOW-LOG-LINE
           END-STRING
           IF NOT WS-TRIAL-MODE
               MOVE WS-OVERFLOW-LOG-LINE TO OV-LOG-RECORD
               WRITE OV-LOG-RECORD
               MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
               MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF.

       2026-BLOCK-THIS-RUN.
           SET WS-RUN-BLOCKED TO TRUE
           PERFORM 2165-SET-ALERT-FEED-IDENT
           MOVE "RUN BLOCKED - OPERATOR ACTION REQUIRED"
               TO WS-ALERT-TEXT
           PERFORM 2160-WRITE-ALERT-RECORD
           IF WS-TRIAL-MODE
               MOVE "BLOCKED" TO WS-TRS-WORK-RESULT
               EVALUATE TRUE
                   WHEN WS-INVOICE-HOLD
                       MOVE "PRIOR INVOICE EXTRACT NOT ACKNOWLEDGED"
                           TO WS-TRS-WORK-NOTE
                   WHEN WS-HISTORY-HOLD
                       MOVE "PRIOR INVOICE EXTRACT NOT IN HISTORY"
                           TO WS-TRS-WORK-NOTE
                   WHEN WS-PRIOR-RUN-INCOMPLETE
                       MOVE "PRIOR RUN OF THIS FEED DID NOT COMPLETE"
                           TO WS-TRS-WORK-NOTE
                   WHEN OTHER
                       MOVE "FEED ALREADY COMPLETED BY AN EARLIER RUN"
                           TO WS-TRS-WORK-NOTE
               END-EVALUATE
               PERFORM 2057-RECORD-TRIAL-SET
           END-IF.

      *  An authorized repost replaces the prior run's postings of
      *  this feed.  Where those invoices never reached billing (the
      *  run has no invoice-control record of its own, or its
      *  unacknowledged extract is being overwritten) the register
      *  entries go with them; otherwise every detail of the repost
      *  would reject R012 against an invoice that no longer exists.
      *  Once billing has acknowledged the extract the entries stay,
      *  and R012 keeps the repost from billing the same ids twice.
       2028-WITHDRAW-PRIOR-POSTINGS.
           IF NOT WS-RESTART-MODE
                   AND (WS-PRIOR-RUN-NUMBER > WS-IVC-LAST-RUN
                       OR WS-PRIOR-RUN-NUMBER = WS-INV-UNBILLED-RUN)
               MOVE WS-PRIOR-RUN-NUMBER TO WS-WITHDRAW-RUN
               MOVE WS-FEED-DATE        TO WS-WITHDRAW-FEED-DATE
               MOVE WS-FEED-SOURCE-ID   TO WS-WITHDRAW-SOURCE-ID
               PERFORM 2029-DROP-WITHDRAWN-ENTRIES
               DISPLAY "OVERRIDE: " WS-WITHDRAWN-COUNT " REGISTER "
                   "ENTRY(S) OF RUN " WS-PRIOR-RUN-NUMBER
                   " WITHDRAWN FOR THE REPOST"
               IF NOT WS-TRIAL-MODE
                   PERFORM 1054-REWRITE-TXN-REGISTER
                   PERFORM 3010-WRITE-CHECKPOINT
               END-IF
               MOVE ZERO   TO WS-WITHDRAW-RUN
               MOVE ZERO   TO WS-WITHDRAW-FEED-DATE
               MOVE SPACES TO WS-WITHDRAW-SOURCE-ID
           ELSE
               DISPLAY "OVERRIDE: RUN " WS-PRIOR-RUN-NUMBER
                   " EXTRACT ALREADY BILLED - ITS REGISTER ENTRIES "
                   "ARE KEPT AND REPEATED IDS REJECT R012"
           END-IF.

       2029-DROP-WITHDRAWN-ENTRIES.
           MOVE ZERO TO WS-WITHDRAWN-COUNT
           MOVE ZERO TO WS-TXN-REG-KEPT
           PERFORM VARYING WS-TXN-REG-SUB FROM 1 BY 1
                   UNTIL WS-TXN-REG-SUB > WS-TXN-REG-COUNT
               IF WS-TXR-RUN-NUMBER(WS-TXN-REG-SUB) = WS-WITHDRAW-RUN
                       AND WS-TXR-FEED-DATE(WS-TXN-REG-SUB)
                           = WS-WITHDRAW-FEED-DATE
                       AND WS-TXR-SOURCE-ID(WS-TXN-REG-SUB)
                           = WS-WITHDRAW-SOURCE-ID
                   ADD 1 TO WS-WITHDRAWN-COUNT
               ELSE
                   ADD 1 TO WS-TXN-REG-KEPT
                   IF WS-TXN-REG-KEPT < WS-TXN-REG-SUB
                       MOVE WS-TXN-REG-ENTRY(WS-TXN-REG-SUB)
                           TO WS-TXN-REG-ENTRY(WS-TXN-REG-KEPT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TXN-REG-KEPT TO WS-TXN-REG-COUNT.

       2030-PROCESS-TRAILER.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE TR-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE TR-TRL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
                   ADD 1 TO WS-FEED-TRL-SETS
                   ADD TR-TRL-RECORD-COUNT  TO WS-FEED-TRL-COUNT
                   ADD TR-TRL-HASH-TOTAL    TO WS-FEED-TRL-HASH
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 2035-CLOSE-FEED-SET
           END-EVALUATE.
                   END-IF
                   PERFORM 2055-RESET-FEED-SET-STATE
               END-IF
      *  A trial goes on to screen the sets behind an unbalanced one.
               IF WS-TRIAL-MODE AND NOT WS-SET-BALANCED
                   PERFORM 2055-RESET-FEED-SET-STATE
               END-IF
           END-IF.

      *  While a restart is still resuming, the set-control counters
           DISPLAY "FEED CONTROL ERROR: " WS-CTL-ERROR-NOTE
           IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
               MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-TRIAL-MODE AND WS-HEADER-SEEN
               MOVE "NOT CLOSED"      TO WS-TRS-WORK-RESULT
               MOVE WS-CTL-ERROR-NOTE TO WS-TRS-WORK-NOTE
               PERFORM 2057-RECORD-TRIAL-SET
           END-IF.

       2050-BALANCE-FEED.
                   SET WS-SET-BALANCED TO TRUE
                   ADD 1 TO WS-SETS-BALANCED
           END-EVALUATE
           IF WS-TRIAL-MODE
               PERFORM 2056-NOTE-TRIAL-BALANCE
           END-IF
           IF NOT WS-SET-BALANCED AND NOT WS-TRIAL-MODE
               SET WS-FEED-CTL-ERROR TO TRUE
               SET WS-TRANS-EOF TO TRUE
               DISPLAY "FEED OUT OF BALANCE: " WS-CTL-ERROR-NOTE
               PERFORM 2160-WRITE-ALERT-RECORD
           END-IF.

      *  In a trial an unbalanced set is noted and screening goes on;
      *  the projected return code still shows the control failure.
       2056-NOTE-TRIAL-BALANCE.
           IF WS-SET-BALANCED
               MOVE "BALANCED" TO WS-TRS-WORK-RESULT
               MOVE SPACES     TO WS-TRS-WORK-NOTE
           ELSE
               SET WS-TRIAL-SET-OOB TO TRUE
               DISPLAY "TRIAL: FEED SET OUT OF BALANCE - "
                   WS-CTL-ERROR-NOTE
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE "OUT OF BALANCE"  TO WS-TRS-WORK-RESULT
               MOVE WS-CTL-ERROR-NOTE TO WS-TRS-WORK-NOTE
           END-IF
           PERFORM 2057-RECORD-TRIAL-SET.

       2057-RECORD-TRIAL-SET.
           IF WS-TRS-COUNT < WS-TRS-MAX
               ADD 1 TO WS-TRS-COUNT
               MOVE WS-FEED-DATE TO WS-TRS-FEED-DATE(WS-TRS-COUNT)
               MOVE WS-FEED-SOURCE-ID
                   TO WS-TRS-SOURCE-ID(WS-TRS-COUNT)
               MOVE WS-CTL-RECORD-COUNT
                   TO WS-TRS-CTL-COUNT(WS-TRS-COUNT)
               MOVE WS-TRL-RECORD-COUNT
                   TO WS-TRS-TRL-COUNT(WS-TRS-COUNT)
               MOVE WS-CTL-HASH-TOTAL
                   TO WS-TRS-CTL-HASH(WS-TRS-COUNT)
               MOVE WS-TRL-HASH-TOTAL
                   TO WS-TRS-TRL-HASH(WS-TRS-COUNT)
               MOVE WS-TRS-WORK-RESULT
                   TO WS-TRS-RESULT(WS-TRS-COUNT)
               MOVE WS-TRS-WORK-NOTE TO WS-TRS-NOTE(WS-TRS-COUNT)
           ELSE
               ADD 1 TO WS-TRS-NOT-LISTED
           END-IF.

       2100-PROCESS-ONE-TRANSACTION.
           PERFORM 2101-SAVE-COUNTER-IMAGES
           IF TR-TRANS-TYPE = "C"
               MOVE "-" TO WS-TXN-DIRECTION
           ELSE
               MOVE "+" TO WS-TXN-DIRECTION
           END-IF
           PERFORM 2110-INCREMENT-AREA-1
           IF WS-ABEND-FLAG = 0
                   ADD 1 TO WS-RUN-ADDED-1
                   ADD TR-AMOUNT TO WS-RUN-ADDED-3
               END-IF
               IF WS-TRIAL-MODE
                   PERFORM 2137-KEEP-TRIAL-REG-ENTRY
               ELSE
                   PERFORM 2135-WRITE-INVOICE-RECORD
                   PERFORM 2136-WRITE-TXN-REGISTER
               END-IF
               PERFORM 2115-TALLY-ACTIVITY
               IF NOT WS-HIVOL-MODE
                   DISPLAY WS-AREA-2
               MOVE "ABEND POLICY TRIPPED - RUN HALTED"
                   TO WS-ALERT-TEXT
               PERFORM 2160-WRITE-ALERT-RECORD
               IF WS-TRIAL-MODE
                   MOVE "ABND" TO WS-TRIAL-EVENT-KIND
                   PERFORM 2170-RECORD-TRIAL-EVENT
               END-IF
               PERFORM 2140-BACKOUT-TRANSACTION
               IF WS-TRIAL-MODE
                   PERFORM 2147-COUNT-TRIAL-SUSPENSE
               ELSE
                   PERFORM 2145-SUSPEND-REMAINING-TRANS
               END-IF
           END-IF.

       2101-SAVE-COUNTER-IMAGES.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2106-CHECK-TRANS-DATE
           PERFORM 2107-CHECK-CLOSED-PERIOD
           PERFORM 2102-CHECK-DETAIL-SOURCE
           EVALUATE TRUE
               WHEN TR-TRANS-ID = SPACES
                   MOVE "R001" TO WS-REJECT-REASON
                   MOVE "R003" TO WS-REJECT-REASON
               WHEN TR-TRANS-TYPE NOT = "S" AND TR-TRANS-TYPE NOT = "C"
                   MOVE "R004" TO WS-REJECT-REASON
               WHEN WS-SRC-UNKNOWN
                   MOVE "R009" TO WS-REJECT-REASON
               WHEN WS-SRC-INACTIVE
                   MOVE "R010" TO WS-REJECT-REASON
               WHEN WS-SRC-TYPE-BARRED
                   MOVE "R011" TO WS-REJECT-REASON
               WHEN TR-AMOUNT-X NOT NUMERIC
                   MOVE "R005" TO WS-REJECT-REASON
               WHEN TR-AMOUNT = ZERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2111-CHECK-TXN-REGISTER
               IF WS-TXN-REG-FOUND > ZERO
                   MOVE "R012" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.

      *  R012 - an otherwise clean detail whose transaction id is
      *  already on the register, from an earlier run or earlier in
      *  this feed.  WS-TXN-REG-FOUND points at the original posting.
       2111-CHECK-TXN-REGISTER.
           MOVE ZERO TO WS-TXN-REG-FOUND
           PERFORM VARYING WS-TXN-REG-SUB FROM 1 BY 1
                   UNTIL WS-TXN-REG-SUB > WS-TXN-REG-COUNT
                       OR WS-TXN-REG-FOUND > ZERO
               IF WS-TXR-TRANS-ID(WS-TXN-REG-SUB) = TR-TRANS-ID
                   MOVE WS-TXN-REG-SUB TO WS-TXN-REG-FOUND
               END-IF
           END-PERFORM.

      *  R009/R010/R011 - the detail's source must be on the source
      *  master, active on the transaction date, and allowed the
      *  transaction type.  Only checked once the date is usable.
       2102-CHECK-DETAIL-SOURCE.
           MOVE SPACE TO WS-SRC-CHECK-RESULT
           IF TR-SOURCE-CODE NOT = SPACES
                   AND TR-TRANS-DATE NUMERIC
               MOVE TR-SOURCE-CODE TO WS-SRC-CHECK-CODE
               MOVE TR-TRANS-DATE  TO WS-SRC-CHECK-DATE
               MOVE TR-TRANS-TYPE  TO WS-SRC-CHECK-TYPE
               PERFORM 2103-CHECK-SOURCE-MASTER
           END-IF.

      *  Sets WS-SRC-CHECK-RESULT for WS-SRC-CHECK-CODE on
      *  WS-SRC-CHECK-DATE (and WS-SRC-CHECK-TYPE when not blank).
      *  A resubmission feed id ('#' in position 4) is matched on its
      *  first three characters, and the best result of any matching
      *  entry is kept.
       2103-CHECK-SOURCE-MASTER.
           MOVE SPACE TO WS-SRC-CHECK-RESULT
           IF WS-SRC-MASTER-LOADED
               MOVE "U" TO WS-SRC-CHECK-RESULT
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > SRC-ENTRY-COUNT
                          OR WS-SRC-CHECK-OK
                   IF SRC-CODE(WS-SRC-SUB) = WS-SRC-CHECK-CODE
                           OR (WS-SRC-CHECK-CODE(4:1) = "#"
                               AND SRC-CODE(WS-SRC-SUB)(1:3)
                                   = WS-SRC-CHECK-CODE(1:3))
                       PERFORM 2104-RATE-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

       2104-RATE-ONE-SOURCE.
           EVALUATE TRUE
               WHEN NOT SRC-ACTIVE(WS-SRC-SUB)
                   MOVE "I" TO WS-SRC-ENTRY-RESULT
               WHEN WS-SRC-CHECK-DATE < SRC-EFFECTIVE-DATE(WS-SRC-SUB)
                   MOVE "I" TO WS-SRC-ENTRY-RESULT
               WHEN SRC-EXPIRY-DATE(WS-SRC-SUB) NOT = ZERO
                       AND WS-SRC-CHECK-DATE
                           > SRC-EXPIRY-DATE(WS-SRC-SUB)
                   MOVE "I" TO WS-SRC-ENTRY-RESULT
               WHEN WS-SRC-CHECK-TYPE = "S"
                       AND SRC-ALLOW-SALE(WS-SRC-SUB) NOT = "Y"
                   MOVE "T" TO WS-SRC-ENTRY-RESULT
               WHEN WS-SRC-CHECK-TYPE = "C"
                       AND SRC-ALLOW-CREDIT(WS-SRC-SUB) NOT = "Y"
                   MOVE "T" TO WS-SRC-ENTRY-RESULT
               WHEN OTHER
                   MOVE SPACE TO WS-SRC-ENTRY-RESULT
           END-EVALUATE
           IF WS-SRC-ENTRY-RESULT = SPACE
                   OR WS-SRC-UNKNOWN
                   OR (WS-SRC-INACTIVE AND WS-SRC-ENTRY-RESULT = "T")
               MOVE WS-SRC-ENTRY-RESULT TO WS-SRC-CHECK-RESULT
           END-IF.

       2106-CHECK-TRANS-DATE.
           MOVE "N" TO WS-CAL-INVALID-FLAG
           MOVE "N" TO WS-WINDOW-INVALID-FLAG
               " APPROACHING CAPACITY" DELIMITED BY SIZE
               INTO WS-WARNING-LOG-LINE
           END-STRING
           IF WS-TRIAL-MODE
               MOVE "WARN" TO WS-TRIAL-EVENT-KIND
               PERFORM 2170-RECORD-TRIAL-EVENT
           ELSE
               MOVE WS-WARNING-LOG-LINE TO OV-LOG-RECORD
               WRITE OV-LOG-RECORD
               MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
               MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF
           MOVE WS-RC-OVERFLOW TO WS-ALERT-SEVERITY
           MOVE "WARN" TO WS-ALERT-CONDITION
           MOVE CNTR-NAME(CNTR-IDX) TO WS-ALERT-IDENT
           ADD 1 TO WS-INV-SET-COUNT
           ADD TR-AMOUNT TO WS-INV-SET-HASH.

      *  Written with the invoice so the register count carried on
      *  each checkpoint covers exactly the committed postings.
       2136-WRITE-TXN-REGISTER.
           IF NOT WS-TXN-REG-OPENED
               PERFORM 1048-OPEN-TXN-REGISTER
           END-IF
           MOVE SPACES TO TXR-RECORD
           MOVE TR-TRANS-ID       TO TXR-TRANS-ID
           MOVE WS-RUN-NUMBER     TO TXR-RUN-NUMBER
           MOVE WS-FEED-DATE      TO TXR-FEED-DATE
           MOVE WS-FEED-SOURCE-ID TO TXR-SOURCE-ID
           MOVE WS-INVOICE-GEN    TO TXR-INVOICE-GEN
           MOVE WS-INVOICE-SEQ    TO TXR-INVOICE-SEQ
           PERFORM 1046-KEEP-TXN-REG-ENTRY
           WRITE TXR-RECORD
           MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-TXN-REG-ON-FILE.

      *  A trial keeps the posting in memory only, so a repeat of the
      *  same id later in the feed is still caught as R012.
       2137-KEEP-TRIAL-REG-ENTRY.
           IF WS-TXN-REG-COUNT < WS-TXN-REG-MAX
               ADD 1 TO WS-TXN-REG-COUNT
               MOVE TR-TRANS-ID
                   TO WS-TXR-TRANS-ID(WS-TXN-REG-COUNT)
               MOVE WS-RUN-NUMBER
                   TO WS-TXR-RUN-NUMBER(WS-TXN-REG-COUNT)
               MOVE WS-FEED-DATE
                   TO WS-TXR-FEED-DATE(WS-TXN-REG-COUNT)
               MOVE WS-FEED-SOURCE-ID
                   TO WS-TXR-SOURCE-ID(WS-TXN-REG-COUNT)
               MOVE WS-INVOICE-GEN
                   TO WS-TXR-INVOICE-GEN(WS-TXN-REG-COUNT)
               MOVE WS-INVOICE-SEQ
                   TO WS-TXR-INVOICE-SEQ(WS-TXN-REG-COUNT)
           ELSE
               IF NOT WS-TXN-REG-TABLE-FULL
                   SET WS-TXN-REG-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: TRANSACTION REGISTER TABLE FULL - "
                       "ID " TR-TRANS-ID " AND LATER NOT CHECKED - "
                       "DUPLICATE PROTECTION INCOMPLETE"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2140-BACKOUT-TRANSACTION.
           MOVE WS-SAVE-AREA-1        TO WS-AREA-1
           MOVE WS-SAVE-AREA-1-GEN    TO WS-AREA-1-GEN
                                      DELIMITED BY SIZE
               INTO WS-OVERFLOW-LOG-LINE
           END-STRING
           IF NOT WS-TRIAL-MODE
               MOVE WS-OVERFLOW-LOG-LINE TO OV-LOG-RECORD
               WRITE OV-LOG-RECORD
               MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
               MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF.

       2145-SUSPEND-REMAINING-TRANS.
           OPEN OUTPUT SUSPENSE-FILE
               END-IF
           END-IF.

      *  Trial counterpart of 2145: the records that would go to
      *  SUSPENSE.DAT are counted, nothing is written.
       2147-COUNT-TRIAL-SUSPENSE.
           MOVE "HALTED" TO WS-TRS-WORK-RESULT
           MOVE SPACES TO WS-TRS-WORK-NOTE
           STRING
               "ABEND POLICY TRIPPED AT TXN "
                                      DELIMITED BY SIZE
               TR-TRANS-ID            DELIMITED BY SIZE
               INTO WS-TRS-WORK-NOTE
           END-STRING
           PERFORM 2057-RECORD-TRIAL-SET
           IF TR-REC-TYPE = "D"
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF
           PERFORM UNTIL WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-EOF TO TRUE
                   NOT AT END
                       IF TR-REC-TYPE NOT = "H"
                               AND TR-REC-TYPE NOT = "T"
                           ADD 1 TO WS-READ-COUNT
                           IF TR-REC-TYPE = "D"
                               ADD 1 TO WS-SUSPENSE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "TRIAL: " WS-SUSPENSE-COUNT " TRANSACTION(S) "
               "WOULD BE WRITTEN TO SUSPENSE.DAT".

       2150-WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-TRIAL-MODE
               PERFORM 2158-TALLY-TRIAL-REASON
           ELSE
               IF NOT WS-REJECT-OPENED
                   PERFORM 1035-OPEN-REJECT-FILE
               END-IF
               MOVE SPACES TO REJ-RECORD
               MOVE WS-REJECT-REASON TO REJ-REASON-CODE
               MOVE WS-RUN-NUMBER    TO REJ-RUN-NUMBER
               MOVE WS-FEED-DATE     TO REJ-FEED-DATE
               MOVE WS-FEED-SOURCE-ID TO REJ-SOURCE-ID
               MOVE TRANS-RECORD TO REJ-RECORD-IMAGE
               IF WS-REJECT-REASON = "R012"
                   MOVE WS-TXR-RUN-NUMBER(WS-TXN-REG-FOUND)
                       TO REJ-ORIG-RUN-NUMBER
                   MOVE WS-TXR-FEED-DATE(WS-TXN-REG-FOUND)
                       TO REJ-ORIG-FEED-DATE
                   MOVE WS-TXR-SOURCE-ID(WS-TXN-REG-FOUND)
                       TO REJ-ORIG-SOURCE-ID
                   MOVE WS-TXR-INVOICE-GEN(WS-TXN-REG-FOUND)
                       TO REJ-ORIG-INVOICE-GEN
                   MOVE WS-TXR-INVOICE-SEQ(WS-TXN-REG-FOUND)
                       TO REJ-ORIG-INVOICE-SEQ
               END-IF
               WRITE REJ-RECORD
               MOVE WS-REJECT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "REJECTS.DAT"    TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF
           PERFORM 2155-TALLY-REJECT-SOURCE.

      *  A source the master does not know is tallied under "????" so
      *  a mis-keyed code does not open its own ACTIVITY.RPT line.
       2155-TALLY-REJECT-SOURCE.
           IF TR-REC-TYPE = "D" AND TR-SOURCE-CODE NOT = SPACES
                   AND WS-REJECT-REASON NOT = "R009"
               MOVE TR-SOURCE-CODE TO WS-ACT-WORK-SOURCE
           ELSE
               MOVE "????" TO WS-ACT-WORK-SOURCE
               INTO WS-ALERT-IDENT
           END-STRING.

       2158-TALLY-TRIAL-REASON.
           MOVE ZERO TO WS-TRR-FOUND
           PERFORM VARYING WS-TRR-SUB FROM 1 BY 1
                   UNTIL WS-TRR-SUB > WS-TRR-COUNT-USED
               IF WS-TRR-REASON(WS-TRR-SUB) = WS-REJECT-REASON
                   MOVE WS-TRR-SUB TO WS-TRR-FOUND
               END-IF
           END-PERFORM
           IF WS-TRR-FOUND = ZERO
                   AND WS-TRR-COUNT-USED < WS-TRR-MAX
               ADD 1 TO WS-TRR-COUNT-USED
               MOVE WS-TRR-COUNT-USED TO WS-TRR-FOUND
               MOVE WS-REJECT-REASON TO WS-TRR-REASON(WS-TRR-FOUND)
               MOVE ZERO TO WS-TRR-COUNT(WS-TRR-FOUND)
           END-IF
           IF WS-TRR-FOUND > ZERO
               ADD 1 TO WS-TRR-COUNT(WS-TRR-FOUND)
           END-IF.

      *  Counter events a trial would have logged to OVERFLOW.LOG.
       2170-RECORD-TRIAL-EVENT.
           IF WS-TRE-COUNT < WS-TRE-MAX
               ADD 1 TO WS-TRE-COUNT
               MOVE CNTR-NAME(CNTR-IDX)
                   TO WS-TRE-COUNTER(WS-TRE-COUNT)
               MOVE WS-TRIAL-EVENT-KIND TO WS-TRE-KIND(WS-TRE-COUNT)
               MOVE WS-FEED-DATE TO WS-TRE-FEED-DATE(WS-TRE-COUNT)
               MOVE WS-FEED-SOURCE-ID
                   TO WS-TRE-SOURCE-ID(WS-TRE-COUNT)
               MOVE TR-TRANS-ID TO WS-TRE-TRANS-ID(WS-TRE-COUNT)
               MOVE WS-READ-COUNT TO WS-TRE-DETAIL-NO(WS-TRE-COUNT)
               MOVE WS-RESULT-VALUE TO WS-TRE-VALUE(WS-TRE-COUNT)
               MOVE WS-RESULT-GEN   TO WS-TRE-GEN(WS-TRE-COUNT)
           ELSE
               ADD 1 TO WS-TRE-NOT-LISTED
           END-IF.

      *  A clean detail whose amount is over its limit is held for
      *  supervisor release.  The most specific limit on HOLDLIM.DAT
      *  applies: source and type, source with any type, any source
      *  with the type, then any source and any type.
       2190-CHECK-HOLD-LIMIT.
           MOVE "N" TO WS-HOLD-FLAG
           MOVE ZERO TO WS-HLM-FOUND
           MOVE ZERO TO WS-HLM-BEST-RANK
           PERFORM VARYING WS-HLM-SUB FROM 1 BY 1
                   UNTIL WS-HLM-SUB > HLM-ENTRY-COUNT
               MOVE ZERO TO WS-HLM-RANK
               EVALUATE TRUE
                   WHEN HLM-SOURCE(WS-HLM-SUB) = TR-SOURCE-CODE
                           AND HLM-TYPE(WS-HLM-SUB) = TR-TRANS-TYPE
                       MOVE 4 TO WS-HLM-RANK
                   WHEN HLM-SOURCE(WS-HLM-SUB) = TR-SOURCE-CODE
                           AND HLM-TYPE(WS-HLM-SUB) = "*"
                       MOVE 3 TO WS-HLM-RANK
                   WHEN HLM-SOURCE(WS-HLM-SUB) = "****"
                           AND HLM-TYPE(WS-HLM-SUB) = TR-TRANS-TYPE
                       MOVE 2 TO WS-HLM-RANK
                   WHEN HLM-SOURCE(WS-HLM-SUB) = "****"
                           AND HLM-TYPE(WS-HLM-SUB) = "*"
                       MOVE 1 TO WS-HLM-RANK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-HLM-RANK > WS-HLM-BEST-RANK
                   MOVE WS-HLM-RANK TO WS-HLM-BEST-RANK
                   MOVE WS-HLM-SUB TO WS-HLM-FOUND
               END-IF
           END-PERFORM
           IF WS-HLM-FOUND > ZERO
               IF TR-AMOUNT > HLM-LIMIT(WS-HLM-FOUND)
                   SET WS-TRANS-HELD TO TRUE
               END-IF
           END-IF.

      *  A held detail takes no counter movement and no invoice; it
      *  is counted apart from accepted, rejected and suspended so
      *  the feed still balances.  HOLDREL posts or declines it.
       2195-HOLD-TRANSACTION.
           ADD 1 TO WS-HOLD-COUNT
           ADD TR-AMOUNT TO WS-HOLD-AMOUNT
           IF NOT WS-TRIAL-MODE
               IF NOT WS-HOLD-OPENED
                   PERFORM 1053-OPEN-HOLD-QUEUE
               END-IF
               MOVE SPACES TO HLQ-RECORD
               MOVE "P"               TO HLQ-STATUS
               MOVE WS-RUN-NUMBER     TO HLQ-RUN-NUMBER
               MOVE WS-FEED-DATE      TO HLQ-FEED-DATE
               MOVE WS-FEED-SOURCE-ID TO HLQ-SOURCE-ID
               MOVE WS-RUN-DATE-X     TO HLQ-HOLD-DATE
               MOVE HLM-LIMIT(WS-HLM-FOUND) TO HLQ-LIMIT
               MOVE TRANS-RECORD      TO HLQ-RECORD-IMAGE
               MOVE ZERO              TO HLQ-DECISION-DATE
               WRITE HLQ-RECORD
               MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
               MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
               ADD 1 TO WS-HOLD-ON-FILE
           END-IF
           IF NOT WS-HIVOL-MODE
               DISPLAY "HELD: " TR-TRANS-ID " AMOUNT " TR-AMOUNT
                   " OVER LIMIT " HLM-LIMIT(WS-HLM-FOUND)
           END-IF.

       2210-WRITE-OVERFLOW-LOG-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
               WS-OVERFLOW-NOTE       DELIMITED BY SIZE
               INTO WS-OVERFLOW-LOG-LINE
           END-STRING
           IF WS-TRIAL-MODE
               IF WS-UNDERFLOW-FLAG = 1
                   MOVE "UNFL" TO WS-TRIAL-EVENT-KIND
               ELSE
                   MOVE "OVFL" TO WS-TRIAL-EVENT-KIND
               END-IF
               PERFORM 2170-RECORD-TRIAL-EVENT
           ELSE
               MOVE WS-OVERFLOW-LOG-LINE TO OV-LOG-RECORD
               WRITE OV-LOG-RECORD
               MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
               MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF
           MOVE WS-RC-OVERFLOW TO WS-ALERT-SEVERITY
           IF WS-UNDERFLOW-FLAG = 1
               MOVE "UNFL" TO WS-ALERT-CONDITION
                       MOVE ZERO TO WS-FEED-POSITION
                   END-IF
                   PERFORM 3010-WRITE-CHECKPOINT
                   IF NOT WS-RUN-RESUMABLE
                           AND WS-TXN-REG-AGED > ZERO
                       PERFORM 3012-AGE-TXN-REGISTER
                   END-IF
                   PERFORM 3015-RECONCILE-COUNTER-HISTORY
                   IF NOT WS-RUN-RESUMABLE
                       PERFORM 3017-WRITE-RUN-HISTORY
                   END-IF
               END-IF
           END-IF
           PERFORM 3022-TIE-INTAKE-MANIFEST
           CLOSE OVERFLOW-LOG-FILE
           CLOSE RECONCILE-LOG-FILE
           IF WS-ALERT-OPENED
           IF WS-REJECT-OPENED
               CLOSE REJECT-FILE
           END-IF
           IF WS-TXN-REG-OPENED
               CLOSE TXN-REGISTER-FILE
           END-IF
           IF WS-HOLD-OPENED
               CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-INVOICE-OPENED
               IF WS-ABEND-FLAG = 1 AND WS-HEADER-SEEN
                   PERFORM 2036-WRITE-INVOICE-TRAILER
      *  SUSPPOST adds its posted count to this record afterwards.
               IF WS-ABEND-FLAG = 1
                   PERFORM 3025-WRITE-INVOICE-CONTROL
                   PERFORM 3027-WRITE-GL-JOURNAL
               ELSE
                   IF NOT WS-FEED-CTL-ERROR
                           AND (NOT WS-RUN-BLOCKED
                               OR WS-FEED-SET-COUNT > ZERO)
                       PERFORM 3025-WRITE-INVOICE-CONTROL
                       PERFORM 3027-WRITE-GL-JOURNAL
                   END-IF
               END-IF
           END-IF
           MOVE CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX) TO CK-WARNED-3
           MOVE WS-INV-SET-COUNT TO CK-INV-SET-COUNT
           MOVE WS-INV-SET-HASH  TO CK-INV-SET-HASH
           MOVE WS-TXN-REG-ON-FILE TO CK-TXN-REG-COUNT
           MOVE WS-HOLD-COUNT   TO CK-HOLD-COUNT
           MOVE WS-HOLD-AMOUNT  TO CK-HOLD-AMOUNT
           MOVE WS-HOLD-ON-FILE TO CK-HOLD-ON-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHECKPOINT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "COUNTER.DAT"        TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE CHECKPOINT-FILE.

      *  Aged entries only leave the file once the checkpoint shows
      *  no resume point, so a restart trim is never counted against
      *  a file that has since been shortened.
       3012-AGE-TXN-REGISTER.
           PERFORM 1054-REWRITE-TXN-REGISTER
           PERFORM 3010-WRITE-CHECKPOINT.

       3015-RECONCILE-COUNTER-HISTORY.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-READ-COUNT TO WS-READ-COUNT-EDIT
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-EDIT
           MOVE WS-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT-EDIT
           MOVE WS-HOLD-COUNT TO WS-HOLD-COUNT-EDIT
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-AMOUNT-EDIT
           MOVE WS-CREDIT-COUNT TO WS-CREDIT-COUNT-EDIT
           MOVE WS-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT-EDIT
           MOVE WS-UNDERFLOW-COUNT TO WS-UNDERFLOW-COUNT-EDIT
                                                DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   WHEN WS-HISTORY-HOLD
                       MOVE WS-PENDING-INV-RUN TO WS-PRIOR-RUN-EDIT
                       STRING
                           "RUN BLOCKED - INVOICE EXTRACT OF RUN "
                                                DELIMITED BY SIZE
                           WS-PRIOR-RUN-EDIT    DELIMITED BY SIZE
                           " NOT LOADED TO INVOICE HISTORY"
                                                DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   WHEN WS-PRIOR-RUN-INCOMPLETE
                       STRING
                           "RUN BLOCKED - PRIOR RUN "
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           PERFORM 3023-WRITE-MANIFEST-LINES
           IF NOT WS-SRC-MASTER-LOADED
               MOVE "SOURCE MASTER NOT LOADED - SOURCE EDITS BYPASSED"
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS SUSPENDED:       " DELIMITED BY SIZE
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS HELD:            " DELIMITED BY SIZE
               WS-HOLD-COUNT-EDIT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "AMOUNT HELD:                  " DELIMITED BY SIZE
               WS-HOLD-AMOUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS ACCEPTED:        " DELIMITED BY SIZE
               WS-TRANS-COUNT-EDIT              DELIMITED BY SIZE
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           EVALUATE WS-GLJRNL-STATUS
               WHEN "00"
                   MOVE "BALANCED AND TIED" TO WS-GLJRNL-RESULT
               WHEN "08"
                   MOVE "DOES NOT PROVE"    TO WS-GLJRNL-RESULT
               WHEN "12"
                   MOVE "I/O FAILURE"       TO WS-GLJRNL-RESULT
               WHEN OTHER
                   MOVE "NOT PRODUCED"      TO WS-GLJRNL-RESULT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "GL JOURNAL:                   " DELIMITED BY SIZE
               WS-GLJRNL-RESULT                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE SUMMARY-REPORT-FILE
           DISPLAY "TOTAL TRANSACTIONS PROCESSED: " WS-TRANS-COUNT-EDIT
           DISPLAY "TOTAL OVERFLOW/RESET EVENTS:  "
           DISPLAY "TRUE CUMULATIVE COUNT:        "
               WS-TRUE-COUNT-EDIT.

      *  The feed as merged by FEEDINTK must arrive whole: the
      *  trailer totals of every set read (skipped sets included)
      *  are tied to the T record of INTKMAN.DAT.  A feed built
      *  without an intake run has no manifest and is not tied.
       3022-TIE-INTAKE-MANIFEST.
           MOVE "N" TO WS-MAN-FOUND-FLAG
           IF NOT WS-FEED-READ-TO-END
               MOVE "NOT TIED - FEED NOT READ TO END" TO WS-MAN-RESULT
           ELSE
               MOVE "N" TO WS-MAN-EOF-FLAG
               OPEN INPUT INTAKE-MANIFEST-FILE
               IF WS-INTAKE-MANIFEST-STATUS = "00"
                   PERFORM UNTIL WS-MAN-EOF
                       READ INTAKE-MANIFEST-FILE
                           AT END
                               SET WS-MAN-EOF TO TRUE
                           NOT AT END
                               IF MAN-REC-TYPE = "T"
                                   SET WS-MAN-FOUND TO TRUE
                                   MOVE MAN-SET-COUNT
                                       TO WS-MAN-SET-COUNT
                                   MOVE MAN-DETAIL-COUNT
                                       TO WS-MAN-DETAIL-COUNT
                                   MOVE MAN-HASH-TOTAL
                                       TO WS-MAN-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE INTAKE-MANIFEST-FILE
               EVALUATE TRUE
                   WHEN NOT WS-MAN-FOUND
                       MOVE "NO MANIFEST - NOT TIED" TO WS-MAN-RESULT
                   WHEN WS-MAN-SET-COUNT = WS-FEED-TRL-SETS
                           AND WS-MAN-DETAIL-COUNT = WS-FEED-TRL-COUNT
                           AND WS-MAN-HASH-TOTAL = WS-FEED-TRL-HASH
                       MOVE "TIED" TO WS-MAN-RESULT
                   WHEN OTHER
                       MOVE "DOES NOT TIE" TO WS-MAN-RESULT
                       DISPLAY "ERROR: FEED DOES NOT TIE TO INTAKE "
                           "MANIFEST INTKMAN.DAT"
                       IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                           MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                       END-IF
                       MOVE WS-RC-CONTROL TO WS-ALERT-SEVERITY
                       MOVE "MANF" TO WS-ALERT-CONDITION
                       PERFORM 2165-SET-ALERT-FEED-IDENT
                       MOVE "FEED DOES NOT TIE TO INTAKE MANIFEST"
                           TO WS-ALERT-TEXT
                       PERFORM 2160-WRITE-ALERT-RECORD
               END-EVALUATE
           END-IF.

       3023-WRITE-MANIFEST-LINES.
           IF WS-MAN-FOUND
               MOVE WS-MAN-SET-COUNT    TO WS-MAN-SETS-EDIT
               MOVE WS-MAN-DETAIL-COUNT TO WS-MAN-COUNT-EDIT
               MOVE WS-MAN-HASH-TOTAL   TO WS-MAN-HASH-EDIT
               MOVE WS-FEED-TRL-SETS    TO WS-TRL-SETS-EDIT
               MOVE WS-FEED-TRL-COUNT   TO WS-TRL-TOTAL-COUNT-EDIT
               MOVE WS-FEED-TRL-HASH    TO WS-TRL-TOTAL-HASH-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "MANIFEST SETS/DETAILS:        " DELIMITED BY SIZE
                   WS-MAN-SETS-EDIT                 DELIMITED BY SIZE
                   " / "                            DELIMITED BY SIZE
                   WS-MAN-COUNT-EDIT                DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "FEED TRAILER SETS/DETAILS:    " DELIMITED BY SIZE
                   WS-TRL-SETS-EDIT                 DELIMITED BY SIZE
                   " / "                            DELIMITED BY SIZE
                   WS-TRL-TOTAL-COUNT-EDIT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "AMOUNT HASH MANIFEST/FEED:    " DELIMITED BY SIZE
                   WS-MAN-HASH-EDIT                 DELIMITED BY SIZE
                   " / "                            DELIMITED BY SIZE
                   WS-TRL-TOTAL-HASH-EDIT           DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "INTAKE MANIFEST:              " DELIMITED BY SIZE
               WS-MAN-RESULT                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "SUMMARY.RPT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       3025-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE WS-INVOICE-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE INVOICE-CONTROL-FILE.

      *  The journal is built from the extract just closed, so it
      *  covers exactly the committed postings (a restart trims the
      *  extract and restores the run totals from the checkpoint).
      *  A journal that does not balance or tie fails the step.
       3027-WRITE-GL-JOURNAL.
           MOVE "A"           TO WS-GLJRNL-MODE
           MOVE "BUGSOLUTION" TO WS-GLJRNL-CALLER
           CALL "GLJRNL" USING WS-GLJRNL-MODE, WS-GLJRNL-CALLER,
               WS-TRANS-COUNT, WS-RUN-ADDED-3, WS-GLJRNL-STATUS
           EVALUATE WS-GLJRNL-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   DISPLAY "ERROR: GL JOURNAL DOES NOT BALANCE OR TIE "
                       "- SEE GLPROOF.RPT"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN "12"
                   MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3030-WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE WS-ACTIVITY-STATUS TO WS-IO-CHECK-STATUS
           END-STRING
           PERFORM 3095-WRITE-ACTIVITY-LINE.

      *  Trial run end: nothing posted, no checkpoint, history, run
      *  control, invoice control or journal.  PRESCRN.RPT shows what
      *  the real run would do, and the return code is the one the
      *  real run would give.
       3050-FINALIZE-TRIAL.
           PERFORM 3022-TIE-INTAKE-MANIFEST
           PERFORM 3055-WRITE-PRESCREEN-REPORT
           DISPLAY "TRIAL RUN COMPLETE - NOTHING POSTED - SEE "
               "PRESCRN.RPT".

       3055-WRITE-PRESCREEN-REPORT.
           OPEN OUTPUT PRESCREEN-REPORT-FILE
           MOVE WS-PRESCREEN-STATUS TO WS-IO-CHECK-STATUS
           MOVE "PRESCRN.RPT"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE "FEED PRE-SCREEN REPORT - TRIAL RUN, NOTHING POSTED"
               TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-TIME TO WS-TRIAL-DATE-X
           MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "SCREENED ON:                  " DELIMITED BY SIZE
               WS-TRIAL-DATE-X                  DELIMITED BY SIZE
               "   AS RUN NUMBER "              DELIMITED BY SIZE
               WS-RUN-NUMBER-EDIT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-TRIAL-OUTCOME-NOTE
           EVALUATE TRUE
               WHEN WS-RUN-BLOCKED
                   MOVE "RUN WOULD BE BLOCKED" TO WS-TRIAL-OUTCOME
               WHEN WS-ABEND-FLAG = 1
                   MOVE "RUN WOULD HALT ON ABEND POLICY"
                       TO WS-TRIAL-OUTCOME
                   MOVE "REMAINING DETAILS WOULD GO TO SUSPENSE"
                       TO WS-TRIAL-OUTCOME-NOTE
               WHEN WS-FEED-CTL-ERROR
                   MOVE "RUN WOULD STOP ON A FEED CONTROL ERROR"
                       TO WS-TRIAL-OUTCOME
               WHEN WS-TRIAL-SET-OOB
                   MOVE "RUN WOULD STOP - FEED SET OUT OF BALANCE"
                       TO WS-TRIAL-OUTCOME
                   MOVE "SETS AFTER THE FIRST FAILURE WOULD NOT POST"
                       TO WS-TRIAL-OUTCOME-NOTE
               WHEN WS-FINAL-RETURN-CODE > WS-RC-CLEAN
                   MOVE "RUN WOULD POST WITH EXCEPTIONS"
                       TO WS-TRIAL-OUTCOME
               WHEN OTHER
                   MOVE "RUN WOULD POST CLEANLY" TO WS-TRIAL-OUTCOME
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "PROJECTED OUTCOME:            " DELIMITED BY SIZE
               WS-TRIAL-OUTCOME                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF WS-TRIAL-OUTCOME-NOTE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "                              "
                                                DELIMITED BY SIZE
                   WS-TRIAL-OUTCOME-NOTE        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO WS-TRIAL-RC-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "PROJECTED RETURN CODE:        " DELIMITED BY SIZE
               WS-TRIAL-RC-EDIT                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "FEED SETS" TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  DATE     SRC  DETAILS TRAILER" DELIMITED BY SIZE
               "  AMOUNT HASH     TRAILER"       DELIMITED BY SIZE
               " RESULT"                         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF WS-TRS-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           PERFORM VARYING WS-TRS-SUB FROM 1 BY 1
                   UNTIL WS-TRS-SUB > WS-TRS-COUNT
               PERFORM 3060-WRITE-ONE-TRIAL-SET
           END-PERFORM
           IF WS-TRS-NOT-LISTED > ZERO
               MOVE WS-TRS-NOT-LISTED TO WS-TRIAL-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  *** FURTHER SETS NOT LISTED: "
                                                DELIMITED BY SIZE
                   WS-TRIAL-COUNT-EDIT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-READ-COUNT TO WS-TRIAL-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "DETAILS READ:                 " DELIMITED BY SIZE
               WS-TRIAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-TRANS-COUNT TO WS-TRIAL-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "WOULD BE ACCEPTED:            " DELIMITED BY SIZE
               WS-TRIAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-REJECT-COUNT TO WS-TRIAL-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "WOULD BE REJECTED:            " DELIMITED BY SIZE
               WS-TRIAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-SUSPENSE-COUNT TO WS-TRIAL-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "WOULD BE SUSPENDED:           " DELIMITED BY SIZE
               WS-TRIAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-HOLD-COUNT TO WS-TRIAL-COUNT-EDIT
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "WOULD BE HELD:                " DELIMITED BY SIZE
               WS-TRIAL-COUNT-EDIT              DELIMITED BY SIZE
               "   AMOUNT "                     DELIMITED BY SIZE
               WS-HOLD-AMOUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "BY SOURCE CODE" TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "  SOURCE  ACCEPTED  REVERSALS   REJECTS"
               TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           PERFORM VARYING WS-ACT-SRC-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SRC-SUB > WS-ACT-SRC-COUNT
               MOVE WS-ACT-SRC-ACCEPTED(WS-ACT-SRC-SUB)
                   TO WS-ACT-COUNT-EDIT
               MOVE WS-ACT-SRC-CREDITS(WS-ACT-SRC-SUB)
                   TO WS-ACT-CREDIT-EDIT
               MOVE WS-ACT-SRC-REJECTS(WS-ACT-SRC-SUB)
                   TO WS-ACT-REJECT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  "                             DELIMITED BY SIZE
                   WS-ACT-SRC-CODE(WS-ACT-SRC-SUB)  DELIMITED BY SIZE
                   "   "                            DELIMITED BY SIZE
                   WS-ACT-COUNT-EDIT                DELIMITED BY SIZE
                   "  "                             DELIMITED BY SIZE
                   WS-ACT-CREDIT-EDIT               DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WS-ACT-REJECT-EDIT               DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "REJECTS BY REASON" TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF WS-TRR-COUNT-USED = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           PERFORM VARYING WS-TRR-SUB FROM 1 BY 1
                   UNTIL WS-TRR-SUB > WS-TRR-COUNT-USED
               MOVE WS-TRR-COUNT(WS-TRR-SUB) TO WS-TRIAL-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  "                         DELIMITED BY SIZE
                   WS-TRR-REASON(WS-TRR-SUB)    DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-TRIAL-COUNT-EDIT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "COUNTER WARNINGS, CROSSINGS AND ABENDS"
               TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF WS-TRE-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 3096-WRITE-PRESCREEN-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  KIND COUNTER         DATE     SRC "
                                                DELIMITED BY SIZE
                   " TRANS-ID    DETAIL  VALUE    GEN"
                                                DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           PERFORM VARYING WS-TRE-SUB FROM 1 BY 1
                   UNTIL WS-TRE-SUB > WS-TRE-COUNT
               PERFORM 3065-WRITE-ONE-TRIAL-EVENT
           END-PERFORM
           IF WS-TRE-NOT-LISTED > ZERO
               MOVE WS-TRE-NOT-LISTED TO WS-TRIAL-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  *** FURTHER EVENTS NOT LISTED: "
                                                DELIMITED BY SIZE
                   WS-TRIAL-COUNT-EDIT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE "PROJECTED ENDING COUNTERS     VALUE    GEN"
               TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-AREA-1     TO WS-TRIAL-VALUE-EDIT
           MOVE WS-AREA-1-GEN TO WS-TRIAL-GEN-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  "                             DELIMITED BY SIZE
               CNTR-NAME(WS-CNTR-AREA1-IDX)     DELIMITED BY SIZE
               "         "                      DELIMITED BY SIZE
               WS-TRIAL-VALUE-EDIT              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-GEN-EDIT                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-INVOICE-SEQ TO WS-TRIAL-VALUE-EDIT
           MOVE WS-INVOICE-GEN TO WS-TRIAL-GEN-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  "                             DELIMITED BY SIZE
               CNTR-NAME(WS-CNTR-INVSEQ-IDX)    DELIMITED BY SIZE
               "         "                      DELIMITED BY SIZE
               WS-TRIAL-VALUE-EDIT              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-GEN-EDIT                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE WS-VOLUME-TALLY TO WS-TRIAL-VALUE-EDIT
           MOVE WS-VOLUME-GEN   TO WS-TRIAL-GEN-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  "                             DELIMITED BY SIZE
               CNTR-NAME(WS-CNTR-VOLUME-IDX)    DELIMITED BY SIZE
               "         "                      DELIMITED BY SIZE
               WS-TRIAL-VALUE-EDIT              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-GEN-EDIT                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3096-WRITE-PRESCREEN-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "INTAKE MANIFEST:              " DELIMITED BY SIZE
               WS-MAN-RESULT                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF NOT WS-SRC-MASTER-LOADED
               MOVE "SOURCE MASTER NOT LOADED - SOURCE EDITS BYPASSED"
                   TO WS-REPORT-LINE
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF
           CLOSE PRESCREEN-REPORT-FILE.

       3060-WRITE-ONE-TRIAL-SET.
           MOVE WS-TRS-CTL-COUNT(WS-TRS-SUB) TO WS-TRIAL-CTL-EDIT
           MOVE WS-TRS-TRL-COUNT(WS-TRS-SUB) TO WS-TRIAL-TRL-EDIT
           MOVE WS-TRS-CTL-HASH(WS-TRS-SUB) TO WS-TRIAL-CTL-HASH-EDIT
           MOVE WS-TRS-TRL-HASH(WS-TRS-SUB) TO WS-TRIAL-TRL-HASH-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  "                             DELIMITED BY SIZE
               WS-TRS-FEED-DATE(WS-TRS-SUB)     DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRS-SOURCE-ID(WS-TRS-SUB)     DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-CTL-EDIT                DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-TRL-EDIT                DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-CTL-HASH-EDIT           DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-TRL-HASH-EDIT           DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRS-RESULT(WS-TRS-SUB)        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE
           IF WS-TRS-NOTE(WS-TRS-SUB) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "           *** "            DELIMITED BY SIZE
                   WS-TRS-NOTE(WS-TRS-SUB)      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3096-WRITE-PRESCREEN-LINE
           END-IF.

       3065-WRITE-ONE-TRIAL-EVENT.
           MOVE WS-TRE-DETAIL-NO(WS-TRE-SUB) TO WS-TRIAL-DETAIL-EDIT
           MOVE WS-TRE-VALUE(WS-TRE-SUB)     TO WS-TRIAL-VALUE-EDIT
           MOVE WS-TRE-GEN(WS-TRE-SUB)       TO WS-TRIAL-GEN-EDIT
      *  Only a crossing has a resulting value and generation.
           IF WS-TRE-KIND(WS-TRE-SUB) = "WARN"
                   OR WS-TRE-KIND(WS-TRE-SUB) = "ABND"
               MOVE SPACES TO WS-TRIAL-VALUE-X
               MOVE SPACES TO WS-TRIAL-GEN-X
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  "                             DELIMITED BY SIZE
               WS-TRE-KIND(WS-TRE-SUB)          DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRE-COUNTER(WS-TRE-SUB)       DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRE-FEED-DATE(WS-TRE-SUB)     DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRE-SOURCE-ID(WS-TRE-SUB)     DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRE-TRANS-ID(WS-TRE-SUB)      DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-DETAIL-EDIT             DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-VALUE-EDIT              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-TRIAL-GEN-EDIT                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3096-WRITE-PRESCREEN-LINE.

       3095-WRITE-ACTIVITY-LINE.
           MOVE WS-ACTIVITY-LINE TO ACT-RECORD
           WRITE ACT-RECORD
           MOVE "ACTIVITY.RPT"     TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       3096-WRITE-PRESCREEN-LINE.
           MOVE WS-REPORT-LINE TO PSR-RECORD
           WRITE PSR-RECORD
           MOVE WS-PRESCREEN-STATUS TO WS-IO-CHECK-STATUS
           MOVE "PRESCRN.RPT"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       9700-CONVERT-PARM-NUMBER.
           MOVE ZERO TO WS-PARM-NUMBER
           MOVE "N" TO WS-PARM-NUM-OK-FLAG
               MOVE WS-RUN-CTL-STATE
                   TO WS-RCT-RUN-STATE(WS-RUN-CTL-FOUND)
           END-IF
      *  A trial keeps the table current (a set repeated later in the
      *  feed is still caught) but never rewrites the file.
           IF NOT WS-TRIAL-MODE
               PERFORM 9805-REWRITE-RUN-CONTROL-FILE
           END-IF.

       9805-REWRITE-RUN-CONTROL-FILE.
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUN-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "RUNCTL.DAT"          TO WS-IO-CHECK-FILE-NAME
