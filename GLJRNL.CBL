       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
      *****************************************************************
      *  GLJRNL - shared general ledger journal and journal proof.
      *
      *  Builds the GL journal for a posting run from the invoice
      *  extract, so the ledger is fed from exactly what was invoiced:
      *
      *    1. Every invoice set on INVOICES.DAT (H record + details +
      *       T record) becomes one journal batch on GLJRNL.DAT.  The
      *       set's details are summarized by detail source code and
      *       transaction type, and each summary line is journalled
      *       as a debit entry and a matching credit entry using the
      *       accounts on the GL mapping table GLMAP.DAT.
      *    2. Each batch is bracketed by a batch header and a control
      *       trailer carrying the run number, feed date, entry count
      *       and the batch debit and credit totals.
      *    3. The journal proof report GLPROOF.RPT checks that every
      *       batch balances and agrees with its invoice trailer, and
      *       that the journal ties back to the caller's posted count
      *       and net posted amount (WS-RUN-ADDED-3: sales less
      *       credits).
      *
      *  Mode 'A' journals every set on the extract and starts a new
      *  journal and proof report (the batch run).  Mode 'L' journals
      *  only the last set on the extract and appends to both files
      *  (SUSPPOST, which appends its set to the extract).
      *
      *  GLMAP.DAT, maintained by finance, one record per source and
      *  transaction type:
      *
      *    col  1-4    source code ('****' = default for the type)
      *    col  6      transaction type (S sale / C credit)
      *    col  8-17   debit GL account
      *    col 19-24   debit cost centre
      *    col 26-35   credit GL account
      *    col 37-42   credit cost centre
      *
      *  Blank lines and lines starting '*' (other than a '****'
      *  default) are ignored.  A source and type with neither its own
      *  nor a default mapping is journalled to account UNMAPPED and
      *  fails the proof.
      *
      *  Returned status:
      *
      *    '00'  journal written, balanced and tied
      *    '04'  no invoice extract - nothing journalled
      *    '08'  journal out of balance or does not tie - see
      *          GLPROOF.RPT
      *    '12'  I/O failure on the journal or proof report
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO "GLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GLM-RECORD.
           05  GLM-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  GLM-TRANS-TYPE       PIC X(1).
           05  FILLER               PIC X(1).
           05  GLM-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER               PIC X(1).
           05  GLM-DEBIT-COST-CTR   PIC X(6).
           05  FILLER               PIC X(1).
           05  GLM-CREDIT-ACCOUNT   PIC X(10).
           05  FILLER               PIC X(1).
           05  GLM-CREDIT-COST-CTR  PIC X(6).

       FD  INVOICE-FILE.
       01  INV-RECORD.
           05  INV-TRANS-ID         PIC X(10).
           05  INV-TRANS-DATE       PIC X(8).
           05  INV-SOURCE-CODE      PIC X(4).
           05  INV-TRANS-TYPE       PIC X(1).
           05  INV-AMOUNT           PIC 9(5).
           05  INV-INVOICE-GEN      PIC 9(5).
           05  INV-INVOICE-SEQ      PIC 9(5).
       01  INV-HEADER-RECORD.
           05  INV-HDR-ID           PIC X(1).
           05  INV-HDR-FEED-DATE    PIC 9(8).
           05  INV-HDR-SOURCE-ID    PIC X(4).
           05  INV-HDR-RUN-NUMBER   PIC 9(5).
           05  FILLER               PIC X(20).
       01  INV-TRAILER-RECORD.
           05  INV-TRL-ID           PIC X(1).
           05  INV-TRL-RECORD-COUNT PIC 9(7).
           05  INV-TRL-HASH-TOTAL   PIC 9(11).
           05  FILLER               PIC X(19).

       FD  GL-JOURNAL-FILE.
      *  Batch header ('H') and control trailer ('T').
       01  GLJ-CONTROL-RECORD.
           05  GLJ-CTL-ID           PIC X(1).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-RUN-NUMBER   PIC 9(5).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-FEED-DATE    PIC 9(8).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-SOURCE-ID    PIC X(4).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-JOURNAL-DATE PIC 9(8).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-ENTRY-COUNT  PIC 9(7).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-DEBIT-TOTAL  PIC 9(13).
           05  FILLER               PIC X(1).
           05  GLJ-CTL-CREDIT-TOTAL PIC 9(13).
      *  Journal entry ('D'); GLJ-ENT-SIDE is D debit / C credit.
       01  GLJ-ENTRY-RECORD.
           05  GLJ-ENT-ID           PIC X(1).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-RUN-NUMBER   PIC 9(5).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-FEED-DATE    PIC 9(8).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-SOURCE-CODE  PIC X(4).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-TRANS-TYPE   PIC X(1).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-SIDE         PIC X(1).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-ACCOUNT      PIC X(10).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-COST-CTR     PIC X(6).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-AMOUNT       PIC 9(13).
           05  FILLER               PIC X(1).
           05  GLJ-ENT-TRANS-COUNT  PIC 9(7).

       FD  GL-PROOF-FILE.
       01  GLP-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GL-MAP-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-GL-JOURNAL-STATUS     PIC XX.
       01  WS-GL-PROOF-STATUS       PIC XX.

       01  WS-GL-MAP-TABLE.
           05  WS-GLM-ENTRY OCCURS 500 TIMES.
               10  WS-GLM-SOURCE-CODE   PIC X(4).
               10  WS-GLM-TRANS-TYPE    PIC X(1).
               10  WS-GLM-DEBIT-ACCOUNT PIC X(10).
               10  WS-GLM-DEBIT-CC      PIC X(6).
               10  WS-GLM-CREDIT-ACCOUNT PIC X(10).
               10  WS-GLM-CREDIT-CC     PIC X(6).
       01  WS-GLM-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-GLM-MAX               PIC 9(3) VALUE 500.
       01  WS-GLM-SUB               PIC 9(3) VALUE ZERO.
       01  WS-GLM-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-GLM-DEFAULT           PIC 9(3) VALUE ZERO.
       01  WS-GLM-EOF-FLAG          PIC X VALUE "N".
           88  WS-GLM-EOF                    VALUE "Y".
       01  WS-GLM-DUP-FLAG          PIC X VALUE "N".
           88  WS-GLM-DUP                    VALUE "Y".

      *  One journal batch in progress: the current invoice set
      *  summarized by detail source code and transaction type.
       01  WS-GL-SUM-TABLE.
           05  WS-GLS-ENTRY OCCURS 200 TIMES.
               10  WS-GLS-SOURCE-CODE   PIC X(4).
               10  WS-GLS-TRANS-TYPE    PIC X(1).
               10  WS-GLS-TRANS-COUNT   PIC 9(7).
               10  WS-GLS-AMOUNT        PIC 9(11).
               10  WS-GLS-DEBIT-ACCOUNT PIC X(10).
               10  WS-GLS-DEBIT-CC      PIC X(6).
               10  WS-GLS-CREDIT-ACCOUNT PIC X(10).
               10  WS-GLS-CREDIT-CC     PIC X(6).
       01  WS-GLS-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-GLS-MAX               PIC 9(3) VALUE 200.
       01  WS-GLS-SUB               PIC 9(3) VALUE ZERO.
       01  WS-GLS-FOUND             PIC 9(3) VALUE ZERO.

       01  WS-INV-EOF-FLAG          PIC X VALUE "N".
           88  WS-INV-EOF                    VALUE "Y".
       01  WS-INV-CTL-TYPE          PIC X(1) VALUE SPACE.
           88  WS-INV-IS-HEADER              VALUE "H".
           88  WS-INV-IS-TRAILER             VALUE "T".
           88  WS-INV-IS-DETAIL              VALUE SPACE.
       01  WS-SET-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SET-OPEN                   VALUE "Y".
       01  WS-SET-IN-SCOPE-FLAG     PIC X VALUE "N".
           88  WS-SET-IN-SCOPE               VALUE "Y".
       01  WS-SET-TRAILER-FLAG      PIC X VALUE "N".
           88  WS-SET-TRAILER-SEEN           VALUE "Y".
       01  WS-SET-OVERFLOW-FLAG     PIC X VALUE "N".
           88  WS-SET-TABLE-OVERFLOW         VALUE "Y".
       01  WS-PROOF-FAIL-FLAG       PIC X VALUE "N".
           88  WS-PROOF-FAILED               VALUE "Y".
       01  WS-IO-FAIL-FLAG          PIC X VALUE "N".
           88  WS-IO-FAILED                  VALUE "Y".

       01  WS-SET-NUMBER            PIC 9(5) VALUE ZERO.
       01  WS-LAST-SET-NUMBER       PIC 9(5) VALUE ZERO.
       01  WS-SET-RUN-NUMBER        PIC 9(5) VALUE ZERO.
       01  WS-SET-FEED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-SET-SOURCE-ID         PIC X(4) VALUE SPACES.
       01  WS-SET-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SET-DETAIL-AMOUNT     PIC 9(11) VALUE ZERO.
       01  WS-SET-TRL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SET-TRL-HASH          PIC 9(11) VALUE ZERO.
       01  WS-BATCH-CTL-ID          PIC X(1) VALUE SPACE.
       01  WS-BATCH-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-BATCH-DEBIT-TOTAL     PIC 9(13) VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL    PIC 9(13) VALUE ZERO.
       01  WS-BATCH-NOTE            PIC X(12) VALUE SPACES.

       01  WS-BATCH-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-JRNL-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-JRNL-DEBIT-TOTAL      PIC 9(13) VALUE ZERO.
       01  WS-JRNL-CREDIT-TOTAL     PIC 9(13) VALUE ZERO.
       01  WS-JRNL-SALES-AMOUNT     PIC 9(13) VALUE ZERO.
       01  WS-JRNL-CREDIT-AMOUNT    PIC 9(13) VALUE ZERO.
       01  WS-JRNL-NET-AMOUNT       PIC S9(13) VALUE ZERO.
       01  WS-EXT-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-EXT-DETAIL-AMOUNT     PIC 9(13) VALUE ZERO.
       01  WS-EXT-TRL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXT-TRL-HASH          PIC 9(13) VALUE ZERO.
       01  WS-UNMAPPED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-JOURNAL-DATE          PIC 9(8) VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT-2          PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT-2         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-BATCH-AMOUNT-EDIT     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-BATCH-AMOUNT-EDIT-2   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-NET-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RUN-EDIT              PIC 9(5).

       LINKAGE SECTION.
       01  LS-GL-MODE                    PIC X(1).
           88  LS-GL-ALL-SETS                  VALUE 'A'.
           88  LS-GL-LAST-SET                  VALUE 'L'.
       01  LS-GL-CALLER                  PIC X(12).
       01  LS-GL-POSTED-COUNT            PIC 9(7).
       01  LS-GL-POSTED-NET              PIC S9(9).
       01  LS-GL-STATUS                  PIC X(2).

       PROCEDURE DIVISION USING LS-GL-MODE, LS-GL-CALLER,
               LS-GL-POSTED-COUNT, LS-GL-POSTED-NET,
               LS-GL-STATUS.

       0000-GLJRNL-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               DISPLAY "GLJRNL: INVOICES.DAT NOT PRESENT - NO GL "
                   "JOURNAL WRITTEN"
               MOVE "04" TO LS-GL-STATUS
           ELSE
               CLOSE INVOICE-FILE
               PERFORM 1010-LOAD-GL-MAP
               IF LS-GL-LAST-SET
                   PERFORM 1030-FIND-LAST-SET
               END-IF
               PERFORM 1040-OPEN-JOURNAL-FILES
               IF NOT WS-IO-FAILED
                   PERFORM 2000-JOURNAL-EXTRACT
                   PERFORM 3000-PROVE-JOURNAL
                   CLOSE GL-JOURNAL-FILE
                   CLOSE GL-PROOF-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-IO-FAILED
                       MOVE "12" TO LS-GL-STATUS
                   WHEN WS-PROOF-FAILED
                       MOVE "08" TO LS-GL-STATUS
                   WHEN OTHER
                       MOVE "00" TO LS-GL-STATUS
               END-EVALUATE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE "N" TO WS-PROOF-FAIL-FLAG
           MOVE "N" TO WS-IO-FAIL-FLAG
           MOVE "N" TO WS-SET-OPEN-FLAG
           MOVE "N" TO WS-SET-IN-SCOPE-FLAG
           MOVE ZERO TO WS-GLM-COUNT
           MOVE ZERO TO WS-SET-NUMBER
           MOVE ZERO TO WS-LAST-SET-NUMBER
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-JRNL-ENTRY-COUNT
           MOVE ZERO TO WS-JRNL-DEBIT-TOTAL
           MOVE ZERO TO WS-JRNL-CREDIT-TOTAL
           MOVE ZERO TO WS-JRNL-SALES-AMOUNT
           MOVE ZERO TO WS-JRNL-CREDIT-AMOUNT
           MOVE ZERO TO WS-EXT-DETAIL-COUNT
           MOVE ZERO TO WS-EXT-DETAIL-AMOUNT
           MOVE ZERO TO WS-EXT-TRL-COUNT
           MOVE ZERO TO WS-EXT-TRL-HASH
           MOVE ZERO TO WS-UNMAPPED-COUNT
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.

       1010-LOAD-GL-MAP.
           MOVE "N" TO WS-GLM-EOF-FLAG
           OPEN INPUT GL-MAP-FILE
           IF WS-GL-MAP-STATUS NOT = "00"
               DISPLAY "GLJRNL: GLMAP.DAT NOT PRESENT (STATUS="
                   WS-GL-MAP-STATUS ") - ENTRIES WILL BE UNMAPPED"
           ELSE
               PERFORM UNTIL WS-GLM-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-GLM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1015-VALIDATE-ONE-MAPPING
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-MAP-FILE.

       1015-VALIDATE-ONE-MAPPING.
           EVALUATE TRUE
               WHEN GLM-RECORD = SPACES
                   CONTINUE
               WHEN GLM-SOURCE-CODE(1:1) = "*"
                       AND GLM-SOURCE-CODE NOT = "****"
                   CONTINUE
               WHEN GLM-SOURCE-CODE = SPACES
                   DISPLAY "GLJRNL: BLANK SOURCE CODE ON GLMAP.DAT: "
                       GLM-RECORD
               WHEN GLM-TRANS-TYPE NOT = "S"
                       AND GLM-TRANS-TYPE NOT = "C"
                   DISPLAY "GLJRNL: UNRECOGNIZED TYPE " GLM-TRANS-TYPE
                       " ON GLMAP.DAT FOR SOURCE " GLM-SOURCE-CODE
               WHEN GLM-DEBIT-ACCOUNT = SPACES
                       OR GLM-CREDIT-ACCOUNT = SPACES
                   DISPLAY "GLJRNL: MISSING GL ACCOUNT ON GLMAP.DAT "
                       "FOR " GLM-SOURCE-CODE "/" GLM-TRANS-TYPE
               WHEN OTHER
                   PERFORM 1020-ADD-ONE-MAPPING
           END-EVALUATE.

       1020-ADD-ONE-MAPPING.
           MOVE "N" TO WS-GLM-DUP-FLAG
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF WS-GLM-SOURCE-CODE(WS-GLM-SUB) = GLM-SOURCE-CODE
                       AND WS-GLM-TRANS-TYPE(WS-GLM-SUB)
                           = GLM-TRANS-TYPE
                   SET WS-GLM-DUP TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GLM-DUP
                   DISPLAY "GLJRNL: DUPLICATE MAPPING "
                       GLM-SOURCE-CODE "/" GLM-TRANS-TYPE
                       " - LATER RECORD IGNORED"
               WHEN WS-GLM-COUNT >= WS-GLM-MAX
                   DISPLAY "GLJRNL: GL MAPPING TABLE FULL - "
                       GLM-SOURCE-CODE "/" GLM-TRANS-TYPE
                       " NOT LOADED"
               WHEN OTHER
                   ADD 1 TO WS-GLM-COUNT
                   MOVE WS-GLM-COUNT TO WS-GLM-SUB
                   MOVE GLM-SOURCE-CODE
                       TO WS-GLM-SOURCE-CODE(WS-GLM-SUB)
                   MOVE GLM-TRANS-TYPE
                       TO WS-GLM-TRANS-TYPE(WS-GLM-SUB)
                   MOVE GLM-DEBIT-ACCOUNT
                       TO WS-GLM-DEBIT-ACCOUNT(WS-GLM-SUB)
                   MOVE GLM-DEBIT-COST-CTR
                       TO WS-GLM-DEBIT-CC(WS-GLM-SUB)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO WS-GLM-CREDIT-ACCOUNT(WS-GLM-SUB)
                   MOVE GLM-CREDIT-COST-CTR
                       TO WS-GLM-CREDIT-CC(WS-GLM-SUB)
           END-EVALUATE.

      *  SUSPPOST's set is the last one on the extract; count the set
      *  headers first so the journal pass knows which one it is.
       1030-FIND-LAST-SET.
           MOVE "N" TO WS-INV-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           PERFORM UNTIL WS-INV-EOF
               READ INVOICE-FILE
                   AT END
                       SET WS-INV-EOF TO TRUE
                   NOT AT END
                       PERFORM 2015-CLASSIFY-EXTRACT-RECORD
                       IF WS-INV-IS-HEADER
                           ADD 1 TO WS-LAST-SET-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       1040-OPEN-JOURNAL-FILES.
           IF LS-GL-LAST-SET
               OPEN EXTEND GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               OPEN EXTEND GL-PROOF-FILE
               IF WS-GL-PROOF-STATUS NOT = "00"
                   OPEN OUTPUT GL-PROOF-FILE
               END-IF
           ELSE
               OPEN OUTPUT GL-JOURNAL-FILE
               OPEN OUTPUT GL-PROOF-FILE
           END-IF
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLJRNL: CANNOT OPEN GLJRNL.DAT STATUS="
                   WS-GL-JOURNAL-STATUS
               SET WS-IO-FAILED TO TRUE
           END-IF
           IF WS-GL-PROOF-STATUS NOT = "00"
               DISPLAY "GLJRNL: CANNOT OPEN GLPROOF.RPT STATUS="
                   WS-GL-PROOF-STATUS
               SET WS-IO-FAILED TO TRUE
           END-IF
           IF NOT WS-IO-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "GL JOURNAL PROOF - "  DELIMITED BY SIZE
                   LS-GL-CALLER           DELIMITED BY SPACE
                   "  JOURNAL DATE "      DELIMITED BY SIZE
                   WS-JOURNAL-DATE        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3090-WRITE-PROOF-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 3090-WRITE-PROOF-LINE
               MOVE "RUN    FEED DATE SRC     ENTRIES           DEBITS"
                   TO WS-REPORT-LINE
               MOVE "        CREDITS  RESULT" TO WS-REPORT-LINE(51:23)
               PERFORM 3090-WRITE-PROOF-LINE
           END-IF.

       2000-JOURNAL-EXTRACT.
           MOVE "N" TO WS-INV-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           PERFORM UNTIL WS-INV-EOF
               READ INVOICE-FILE
                   AT END
                       SET WS-INV-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-ROUTE-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           IF WS-SET-OPEN
               PERFORM 2040-CLOSE-JOURNAL-SET
           END-IF.

       2010-ROUTE-EXTRACT-RECORD.
           PERFORM 2015-CLASSIFY-EXTRACT-RECORD
           EVALUATE TRUE
               WHEN WS-INV-IS-HEADER
                   IF WS-SET-OPEN
                       PERFORM 2040-CLOSE-JOURNAL-SET
                   END-IF
                   ADD 1 TO WS-SET-NUMBER
                   PERFORM 2020-OPEN-JOURNAL-SET
                   MOVE INV-HDR-RUN-NUMBER TO WS-SET-RUN-NUMBER
                   MOVE INV-HDR-FEED-DATE  TO WS-SET-FEED-DATE
                   MOVE INV-HDR-SOURCE-ID  TO WS-SET-SOURCE-ID
               WHEN WS-INV-IS-TRAILER
                   IF WS-SET-OPEN
                       SET WS-SET-TRAILER-SEEN TO TRUE
                       MOVE INV-TRL-RECORD-COUNT TO WS-SET-TRL-COUNT
                       MOVE INV-TRL-HASH-TOTAL   TO WS-SET-TRL-HASH
                       PERFORM 2040-CLOSE-JOURNAL-SET
                   END-IF
               WHEN OTHER
      *  Details ahead of any set header are journalled as a batch of
      *  their own in mode 'A' so nothing on the extract is skipped.
                   IF NOT WS-SET-OPEN AND LS-GL-ALL-SETS
                       PERFORM 2020-OPEN-JOURNAL-SET
                   END-IF
                   IF WS-SET-OPEN AND WS-SET-IN-SCOPE
                       PERFORM 2030-ADD-ONE-DETAIL
                   END-IF
           END-EVALUATE.

      *  Same test as the batch run's extract trim: a detail carries
      *  its source code in positions 19-22, where an H record has
      *  FILLER spaces (a T record from position 20).
       2015-CLASSIFY-EXTRACT-RECORD.
           MOVE SPACE TO WS-INV-CTL-TYPE
           IF INV-RECORD(1:1) = "H" AND INV-RECORD(2:8) NUMERIC
                   AND INV-RECORD(19:4) = SPACES
               MOVE "H" TO WS-INV-CTL-TYPE
           END-IF
           IF INV-RECORD(1:1) = "T" AND INV-RECORD(2:7) NUMERIC
                   AND INV-RECORD(20:4) = SPACES
               MOVE "T" TO WS-INV-CTL-TYPE
           END-IF.

       2020-OPEN-JOURNAL-SET.
           SET WS-SET-OPEN TO TRUE
           MOVE "N" TO WS-SET-TRAILER-FLAG
           MOVE "N" TO WS-SET-OVERFLOW-FLAG
           MOVE "N" TO WS-SET-IN-SCOPE-FLAG
           IF LS-GL-ALL-SETS OR WS-SET-NUMBER = WS-LAST-SET-NUMBER
               SET WS-SET-IN-SCOPE TO TRUE
           END-IF
           MOVE ZERO   TO WS-SET-RUN-NUMBER
           MOVE ZERO   TO WS-SET-FEED-DATE
           MOVE SPACES TO WS-SET-SOURCE-ID
           MOVE ZERO   TO WS-SET-DETAIL-COUNT
           MOVE ZERO   TO WS-SET-DETAIL-AMOUNT
           MOVE ZERO   TO WS-SET-TRL-COUNT
           MOVE ZERO   TO WS-SET-TRL-HASH
           MOVE ZERO   TO WS-GLS-COUNT.

       2030-ADD-ONE-DETAIL.
           ADD 1 TO WS-SET-DETAIL-COUNT
           IF INV-AMOUNT NUMERIC
               ADD INV-AMOUNT TO WS-SET-DETAIL-AMOUNT
           END-IF
           MOVE ZERO TO WS-GLS-FOUND
           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-COUNT
                       OR WS-GLS-FOUND > ZERO
               IF WS-GLS-SOURCE-CODE(WS-GLS-SUB) = INV-SOURCE-CODE
                       AND WS-GLS-TRANS-TYPE(WS-GLS-SUB)
                           = INV-TRANS-TYPE
                   MOVE WS-GLS-SUB TO WS-GLS-FOUND
               END-IF
           END-PERFORM
           IF WS-GLS-FOUND = ZERO
               IF WS-GLS-COUNT < WS-GLS-MAX
                   ADD 1 TO WS-GLS-COUNT
                   MOVE WS-GLS-COUNT TO WS-GLS-FOUND
                   MOVE INV-SOURCE-CODE
                       TO WS-GLS-SOURCE-CODE(WS-GLS-FOUND)
                   MOVE INV-TRANS-TYPE
                       TO WS-GLS-TRANS-TYPE(WS-GLS-FOUND)
                   MOVE ZERO TO WS-GLS-TRANS-COUNT(WS-GLS-FOUND)
                   MOVE ZERO TO WS-GLS-AMOUNT(WS-GLS-FOUND)
               ELSE
                   IF NOT WS-SET-TABLE-OVERFLOW
                       DISPLAY "GLJRNL: JOURNAL SUMMARY TABLE FULL - "
                           "SET " WS-SET-NUMBER " NOT FULLY JOURNALLED"
                   END-IF
                   SET WS-SET-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-GLS-FOUND > ZERO
               ADD 1 TO WS-GLS-TRANS-COUNT(WS-GLS-FOUND)
               IF INV-AMOUNT NUMERIC
                   ADD INV-AMOUNT TO WS-GLS-AMOUNT(WS-GLS-FOUND)
               END-IF
           END-IF.

       2040-CLOSE-JOURNAL-SET.
           IF WS-SET-IN-SCOPE
               PERFORM 2050-WRITE-JOURNAL-BATCH
           END-IF
           MOVE "N" TO WS-SET-OPEN-FLAG
           MOVE "N" TO WS-SET-IN-SCOPE-FLAG.

       2050-WRITE-JOURNAL-BATCH.
           ADD 1 TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL
           MOVE ZERO TO WS-BATCH-CREDIT-TOTAL
           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-COUNT
               PERFORM 2055-MAP-ONE-SUMMARY-LINE
               ADD 2 TO WS-BATCH-ENTRY-COUNT
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-BATCH-DEBIT-TOTAL
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-BATCH-CREDIT-TOTAL
           END-PERFORM
           MOVE "H" TO WS-BATCH-CTL-ID
           PERFORM 2060-WRITE-BATCH-CONTROL
           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-COUNT
               PERFORM 2070-WRITE-ENTRY-PAIR
           END-PERFORM
           MOVE "T" TO WS-BATCH-CTL-ID
           PERFORM 2060-WRITE-BATCH-CONTROL
           ADD WS-BATCH-ENTRY-COUNT  TO WS-JRNL-ENTRY-COUNT
           ADD WS-BATCH-DEBIT-TOTAL  TO WS-JRNL-DEBIT-TOTAL
           ADD WS-BATCH-CREDIT-TOTAL TO WS-JRNL-CREDIT-TOTAL
           ADD WS-SET-DETAIL-COUNT   TO WS-EXT-DETAIL-COUNT
           ADD WS-SET-DETAIL-AMOUNT  TO WS-EXT-DETAIL-AMOUNT
           ADD WS-SET-TRL-COUNT      TO WS-EXT-TRL-COUNT
           ADD WS-SET-TRL-HASH       TO WS-EXT-TRL-HASH
           PERFORM 2080-PROVE-ONE-BATCH.

       2055-MAP-ONE-SUMMARY-LINE.
           MOVE ZERO TO WS-GLM-FOUND
           MOVE ZERO TO WS-GLM-DEFAULT
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF WS-GLM-TRANS-TYPE(WS-GLM-SUB)
                       = WS-GLS-TRANS-TYPE(WS-GLS-SUB)
                   IF WS-GLM-SOURCE-CODE(WS-GLM-SUB)
                           = WS-GLS-SOURCE-CODE(WS-GLS-SUB)
                       MOVE WS-GLM-SUB TO WS-GLM-FOUND
                   END-IF
                   IF WS-GLM-SOURCE-CODE(WS-GLM-SUB) = "****"
                       MOVE WS-GLM-SUB TO WS-GLM-DEFAULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GLM-FOUND = ZERO
               MOVE WS-GLM-DEFAULT TO WS-GLM-FOUND
           END-IF
           IF WS-GLM-FOUND > ZERO
               MOVE WS-GLM-DEBIT-ACCOUNT(WS-GLM-FOUND)
                   TO WS-GLS-DEBIT-ACCOUNT(WS-GLS-SUB)
               MOVE WS-GLM-DEBIT-CC(WS-GLM-FOUND)
                   TO WS-GLS-DEBIT-CC(WS-GLS-SUB)
               MOVE WS-GLM-CREDIT-ACCOUNT(WS-GLM-FOUND)
                   TO WS-GLS-CREDIT-ACCOUNT(WS-GLS-SUB)
               MOVE WS-GLM-CREDIT-CC(WS-GLM-FOUND)
                   TO WS-GLS-CREDIT-CC(WS-GLS-SUB)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE "UNMAPPED" TO WS-GLS-DEBIT-ACCOUNT(WS-GLS-SUB)
               MOVE SPACES     TO WS-GLS-DEBIT-CC(WS-GLS-SUB)
               MOVE "UNMAPPED" TO WS-GLS-CREDIT-ACCOUNT(WS-GLS-SUB)
               MOVE SPACES     TO WS-GLS-CREDIT-CC(WS-GLS-SUB)
           END-IF.

       2060-WRITE-BATCH-CONTROL.
           MOVE SPACES TO GLJ-CONTROL-RECORD
           MOVE WS-BATCH-CTL-ID       TO GLJ-CTL-ID
           MOVE WS-SET-RUN-NUMBER     TO GLJ-CTL-RUN-NUMBER
           MOVE WS-SET-FEED-DATE      TO GLJ-CTL-FEED-DATE
           MOVE WS-SET-SOURCE-ID      TO GLJ-CTL-SOURCE-ID
           MOVE WS-JOURNAL-DATE       TO GLJ-CTL-JOURNAL-DATE
           MOVE WS-BATCH-ENTRY-COUNT  TO GLJ-CTL-ENTRY-COUNT
           MOVE WS-BATCH-DEBIT-TOTAL  TO GLJ-CTL-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO GLJ-CTL-CREDIT-TOTAL
           WRITE GLJ-CONTROL-RECORD
           PERFORM 2090-CHECK-JOURNAL-WRITE.

       2070-WRITE-ENTRY-PAIR.
           MOVE SPACES TO GLJ-ENTRY-RECORD
           MOVE "D"                   TO GLJ-ENT-ID
           MOVE WS-SET-RUN-NUMBER     TO GLJ-ENT-RUN-NUMBER
           MOVE WS-SET-FEED-DATE      TO GLJ-ENT-FEED-DATE
           MOVE WS-GLS-SOURCE-CODE(WS-GLS-SUB)
               TO GLJ-ENT-SOURCE-CODE
           MOVE WS-GLS-TRANS-TYPE(WS-GLS-SUB)
               TO GLJ-ENT-TRANS-TYPE
           MOVE WS-GLS-AMOUNT(WS-GLS-SUB)
               TO GLJ-ENT-AMOUNT
           MOVE WS-GLS-TRANS-COUNT(WS-GLS-SUB)
               TO GLJ-ENT-TRANS-COUNT
           MOVE "D" TO GLJ-ENT-SIDE
           MOVE WS-GLS-DEBIT-ACCOUNT(WS-GLS-SUB) TO GLJ-ENT-ACCOUNT
           MOVE WS-GLS-DEBIT-CC(WS-GLS-SUB)      TO GLJ-ENT-COST-CTR
           WRITE GLJ-ENTRY-RECORD
           PERFORM 2090-CHECK-JOURNAL-WRITE
           MOVE "C" TO GLJ-ENT-SIDE
           MOVE WS-GLS-CREDIT-ACCOUNT(WS-GLS-SUB) TO GLJ-ENT-ACCOUNT
           MOVE WS-GLS-CREDIT-CC(WS-GLS-SUB)      TO GLJ-ENT-COST-CTR
           WRITE GLJ-ENTRY-RECORD
           PERFORM 2090-CHECK-JOURNAL-WRITE
           IF WS-GLS-TRANS-TYPE(WS-GLS-SUB) = "C"
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-JRNL-CREDIT-AMOUNT
           ELSE
               ADD WS-GLS-AMOUNT(WS-GLS-SUB) TO WS-JRNL-SALES-AMOUNT
           END-IF.

       2080-PROVE-ONE-BATCH.
           EVALUATE TRUE
               WHEN WS-SET-TABLE-OVERFLOW
                   MOVE "TABLE FULL" TO WS-BATCH-NOTE
                   SET WS-PROOF-FAILED TO TRUE
               WHEN WS-BATCH-DEBIT-TOTAL NOT = WS-BATCH-CREDIT-TOTAL
                   MOVE "UNBALANCED" TO WS-BATCH-NOTE
                   SET WS-PROOF-FAILED TO TRUE
               WHEN NOT WS-SET-TRAILER-SEEN
                   MOVE "NO TRAILER" TO WS-BATCH-NOTE
                   SET WS-PROOF-FAILED TO TRUE
               WHEN WS-SET-DETAIL-COUNT NOT = WS-SET-TRL-COUNT
                       OR WS-SET-DETAIL-AMOUNT NOT = WS-SET-TRL-HASH
                   MOVE "TRAILER DIFF" TO WS-BATCH-NOTE
                   SET WS-PROOF-FAILED TO TRUE
               WHEN OTHER
                   MOVE "BALANCED" TO WS-BATCH-NOTE
           END-EVALUATE
           MOVE WS-SET-RUN-NUMBER     TO WS-RUN-EDIT
           MOVE WS-BATCH-ENTRY-COUNT  TO WS-COUNT-EDIT
           MOVE WS-BATCH-DEBIT-TOTAL  TO WS-BATCH-AMOUNT-EDIT
           MOVE WS-BATCH-CREDIT-TOTAL TO WS-BATCH-AMOUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-RUN-EDIT            DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-SET-FEED-DATE       DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-SET-SOURCE-ID       DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-BATCH-AMOUNT-EDIT   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-BATCH-AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-BATCH-NOTE          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-COUNT
               IF WS-GLS-DEBIT-ACCOUNT(WS-GLS-SUB) = "UNMAPPED"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       "  EXCEPTION: NO GL MAPPING FOR SOURCE "
                                               DELIMITED BY SIZE
                       WS-GLS-SOURCE-CODE(WS-GLS-SUB)
                                               DELIMITED BY SIZE
                       " TYPE "                DELIMITED BY SIZE
                       WS-GLS-TRANS-TYPE(WS-GLS-SUB)
                                               DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 3090-WRITE-PROOF-LINE
               END-IF
           END-PERFORM.

       2090-CHECK-JOURNAL-WRITE.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLJRNL: I/O FAILURE ON GLJRNL.DAT STATUS="
                   WS-GL-JOURNAL-STATUS
               SET WS-IO-FAILED TO TRUE
           END-IF.

       3000-PROVE-JOURNAL.
           COMPUTE WS-JRNL-NET-AMOUNT =
               WS-JRNL-SALES-AMOUNT - WS-JRNL-CREDIT-AMOUNT
           IF WS-BATCH-COUNT = ZERO
               MOVE "NO INVOICE SETS TO JOURNAL" TO WS-REPORT-LINE
               PERFORM 3090-WRITE-PROOF-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-BATCH-COUNT      TO WS-COUNT-EDIT
           MOVE WS-JRNL-ENTRY-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "JOURNAL BATCHES:      " DELIMITED BY SIZE
               WS-COUNT-EDIT            DELIMITED BY SIZE
               "   ENTRIES:  "          DELIMITED BY SIZE
               WS-COUNT-EDIT-2          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-JRNL-DEBIT-TOTAL  TO WS-AMOUNT-EDIT
           MOVE WS-JRNL-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "JOURNAL DEBITS: "       DELIMITED BY SIZE
               WS-AMOUNT-EDIT           DELIMITED BY SIZE
               "  CREDITS: "            DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-EXT-DETAIL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-EXT-TRL-HASH      TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "EXTRACT AMOUNT: "       DELIMITED BY SIZE
               WS-AMOUNT-EDIT           DELIMITED BY SIZE
               "  TRAILER HASH: "       DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-EXT-DETAIL-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXT-TRL-COUNT    TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "EXTRACT DETAILS:      " DELIMITED BY SIZE
               WS-COUNT-EDIT            DELIMITED BY SIZE
               "   TRAILER COUNT: "     DELIMITED BY SIZE
               WS-COUNT-EDIT-2          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE LS-GL-POSTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "POSTED BY RUN:        " DELIMITED BY SIZE
               WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-JRNL-NET-AMOUNT TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "JOURNAL NET (S-C):"     DELIMITED BY SIZE
               WS-NET-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE LS-GL-POSTED-NET TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "RUN NET POSTED:   "     DELIMITED BY SIZE
               WS-NET-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "UNMAPPED LINES:       " DELIMITED BY SIZE
               WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-PROOF-LINE
           IF WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
               MOVE "PROOF FAILED: JOURNAL DEBITS NOT EQUAL TO CREDITS"
                   TO WS-REPORT-LINE
               PERFORM 3095-WRITE-PROOF-FAILURE
           END-IF
           IF WS-JRNL-DEBIT-TOTAL NOT = WS-EXT-DETAIL-AMOUNT
                   OR WS-EXT-DETAIL-AMOUNT NOT = WS-EXT-TRL-HASH
               MOVE "PROOF FAILED: JOURNAL DOES NOT TIE TO EXTRACT"
                   TO WS-REPORT-LINE
               PERFORM 3095-WRITE-PROOF-FAILURE
           END-IF
           IF WS-EXT-DETAIL-COUNT NOT = WS-EXT-TRL-COUNT
                   OR WS-EXT-DETAIL-COUNT NOT = LS-GL-POSTED-COUNT
               MOVE "PROOF FAILED: EXTRACT COUNT NOT EQUAL TO POSTED"
                   TO WS-REPORT-LINE
               PERFORM 3095-WRITE-PROOF-FAILURE
           END-IF
           IF WS-JRNL-NET-AMOUNT NOT = LS-GL-POSTED-NET
               MOVE "PROOF FAILED: JOURNAL NET NOT EQUAL TO RUN NET"
                   TO WS-REPORT-LINE
               PERFORM 3095-WRITE-PROOF-FAILURE
           END-IF
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE "PROOF FAILED: SOURCE/TYPE LINES WITHOUT GL MAPPING"
                   TO WS-REPORT-LINE
               PERFORM 3095-WRITE-PROOF-FAILURE
           END-IF
           IF WS-PROOF-FAILED
               MOVE "RESULT: GL JOURNAL DOES NOT PROVE"
                   TO WS-REPORT-LINE
               DISPLAY "GLJRNL: GL JOURNAL DOES NOT PROVE - SEE "
                   "GLPROOF.RPT"
           ELSE
               MOVE "RESULT: GL JOURNAL BALANCED AND TIED"
                   TO WS-REPORT-LINE
               DISPLAY "GLJRNL: GL JOURNAL BALANCED AND TIED - "
                   WS-BATCH-COUNT " BATCH(ES)"
           END-IF
           PERFORM 3090-WRITE-PROOF-LINE.

       3090-WRITE-PROOF-LINE.
           MOVE WS-REPORT-LINE TO GLP-RECORD
           WRITE GLP-RECORD
           IF WS-GL-PROOF-STATUS NOT = "00"
               DISPLAY "GLJRNL: I/O FAILURE ON GLPROOF.RPT STATUS="
                   WS-GL-PROOF-STATUS
               SET WS-IO-FAILED TO TRUE
           END-IF.

       3095-WRITE-PROOF-FAILURE.
           SET WS-PROOF-FAILED TO TRUE
           PERFORM 3090-WRITE-PROOF-LINE.
