       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMAINT.
      *****************************************************************
      *  SRCMAINT - source master maintenance.
      *
      *  Applies add/change/deactivate transactions from SRCTRAN.DAT
      *  to the source master SRCMAST.DAT (layout in SRCLOAD) and
      *  prints every transaction with its before/after image on
      *  SRCMAINT.RPT.  Transaction layout:
      *
      *    col  1      action  A add / C change / D deactivate
      *    col  3-61   source master image (SRCMAST.DAT columns 1-59)
      *
      *  1. ADD - the source code must not already be on the master
      *     and may not carry '#' in position 4 (reserved for the
      *     resubmission feed ids built by REJRESUB).  Blank fields
      *     default: status A, effective date today, no expiry, sale
      *     and credit both allowed.
      *  2. CHANGE - the source must be on the master; only non-blank
      *     fields in the transaction replace the master values.  An
      *     expiry of 00000000 removes the expiry.
      *  3. DEACTIVATE - sets an active source to status I.  An
      *     expiry date may be given to record the retirement date.
      *
      *  Every resulting entry is revalidated (status A/I, numeric
      *  dates, expiry not before effective, types Y/N with at least
      *  one allowed); a transaction that fails is rejected on the
      *  report and the master entry is left unchanged.  The master
      *  is rewritten only when at least one transaction applied;
      *  comment ('*') and blank lines on it are written back where
      *  they stood, with any new sources after the last entry.
      *
      *  Return codes: 00 all applied, 04 one or more transactions
      *  rejected, 12 no SRCTRAN.DAT or SRCMAST.DAT has invalid
      *  records (nothing applied), 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-TRAN-FILE
               ASSIGN TO "SRCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-TRAN-STATUS.

           SELECT OPTIONAL SOURCE-MASTER-IN-FILE
               ASSIGN TO "SRCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT SOURCE-MASTER-OUT-FILE
               ASSIGN TO "SRCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT MAINT-REPORT-FILE
               ASSIGN TO "SRCMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-TRAN-FILE.
       01  STR-RECORD.
           05  STR-ACTION           PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  STR-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(1).
           05  STR-STATUS           PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-EFFECTIVE-DATE   PIC X(8).
           05  FILLER               PIC X(1).
           05  STR-EXPIRY-DATE      PIC X(8).
           05  FILLER               PIC X(1).
           05  STR-ALLOW-SALE       PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-ALLOW-CREDIT     PIC X(1).

       FD  SOURCE-MASTER-IN-FILE.
       01  SMR-IN-RECORD            PIC X(80).

       FD  SOURCE-MASTER-OUT-FILE.
       01  SMR-OUT-RECORD           PIC X(59).
       01  SMR-OUT-NOTE-RECORD      PIC X(80).

       FD  MAINT-REPORT-FILE.
       01  RPT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY SRCCTL.

       01  WS-SOURCE-TRAN-STATUS    PIC XX.
       01  WS-MASTER-IN-STATUS      PIC XX.
       01  WS-MASTER-OUT-STATUS     PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-TRAN-EOF-FLAG         PIC X VALUE "N".
           88  WS-TRAN-EOF                   VALUE "Y".
       01  WS-REPORT-OPENED-FLAG    PIC X VALUE "N".
           88  WS-REPORT-OPENED              VALUE "Y".
       01  WS-MASTER-IN-EOF-FLAG    PIC X VALUE "N".
           88  WS-MASTER-IN-EOF              VALUE "Y".

      *  Comment and blank lines on the master, each with the number
      *  of source entries that came before it on the file.
       01  WS-MASTER-NOTE-TABLE.
           05  WS-MNT-ENTRY OCCURS 200 TIMES.
               10  WS-MNT-AFTER         PIC 9(3).
               10  WS-MNT-TEXT          PIC X(80).
       01  WS-MNT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-MNT-MAX               PIC 9(3) VALUE 200.
       01  WS-MNT-SUB               PIC 9(3) VALUE ZERO.
       01  WS-MNT-ENTRIES-SEEN      PIC 9(3) VALUE ZERO.
       01  WS-MNT-POSITION          PIC 9(3) VALUE ZERO.

       01  WS-SRCLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-SRC-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SRC-FOUND-SUB         PIC 9(3) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TRAN-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-TRAN-REJECTED-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-ACTION-NAME           PIC X(10) VALUE SPACES.
       01  WS-MAINT-ERROR-NOTE      PIC X(50) VALUE SPACES.

      *  Work image of the entry being added or changed.  Dates are
      *  held alphanumeric until validated.
       01  WS-NEW-SOURCE.
           05  WS-NEW-CODE          PIC X(4).
           05  WS-NEW-DESCRIPTION   PIC X(30).
           05  WS-NEW-STATUS        PIC X(1).
           05  WS-NEW-EFFECTIVE     PIC X(8).
           05  WS-NEW-EXPIRY        PIC X(8).
           05  WS-NEW-ALLOW-SALE    PIC X(1).
           05  WS-NEW-ALLOW-CREDIT  PIC X(1).

       01  WS-SMR-BUILD-REC.
           05  WS-SB-CODE           PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-DESCRIPTION    PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-STATUS         PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-EFFECTIVE      PIC 9(8) VALUE ZERO.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-EXPIRY         PIC 9(8) VALUE ZERO.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-ALLOW-SALE     PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SB-ALLOW-CREDIT   PIC X(1) VALUE SPACE.

       01  WS-IMAGE-LABEL           PIC X(10) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-REJECTS            PIC 9(2) VALUE 04.
       01  WS-RC-NO-INPUT           PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-FINAL-RETURN-CODE     PIC 9(2) VALUE 00.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF WS-FINAL-RETURN-CODE = WS-RC-CLEAN
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-FINALIZE
           END-IF
           IF WS-REPORT-OPENED
               CLOSE MAINT-REPORT-FILE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           CALL "SRCLOAD" USING WS-SOURCE-MASTER-TABLE,
               WS-SRCLOAD-STATUS
           PERFORM 1005-KEEP-MASTER-NOTES
           PERFORM 1010-OPEN-REPORT
           IF WS-SRCLOAD-STATUS = "08"
               MOVE "SRCMAST.DAT HAS INVALID RECORDS - NOTHING APPLIED"
                   TO WS-REPORT-LINE
               PERFORM 9090-WRITE-REPORT-LINE
               DISPLAY "SRCMAINT: SRCMAST.DAT INVALID - NO "
                   "MAINTENANCE APPLIED"
               MOVE WS-RC-NO-INPUT TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-FINAL-RETURN-CODE = WS-RC-CLEAN
               OPEN INPUT SOURCE-TRAN-FILE
               IF WS-SOURCE-TRAN-STATUS NOT = "00"
                   MOVE "NO SRCTRAN.DAT - NOTHING APPLIED"
                       TO WS-REPORT-LINE
                   PERFORM 9090-WRITE-REPORT-LINE
                   DISPLAY "SRCMAINT: SRCTRAN.DAT NOT PRESENT (STATUS="
                       WS-SOURCE-TRAN-STATUS ")"
                   CLOSE SOURCE-TRAN-FILE
                   MOVE WS-RC-NO-INPUT TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

      *  SRCLOAD skips the same lines, so the entries it loads are
      *  in file order and each note keeps its place among them.
       1005-KEEP-MASTER-NOTES.
           OPEN INPUT SOURCE-MASTER-IN-FILE
           IF WS-MASTER-IN-STATUS = "00"
               PERFORM UNTIL WS-MASTER-IN-EOF
                   READ SOURCE-MASTER-IN-FILE
                       AT END
                           SET WS-MASTER-IN-EOF TO TRUE
                       NOT AT END
                           IF SMR-IN-RECORD = SPACES
                                   OR SMR-IN-RECORD(1:1) = "*"
                               PERFORM 1006-KEEP-ONE-NOTE
                           ELSE
                               ADD 1 TO WS-MNT-ENTRIES-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-MASTER-IN-FILE
           END-IF.

       1006-KEEP-ONE-NOTE.
           IF WS-MNT-COUNT < WS-MNT-MAX
               ADD 1 TO WS-MNT-COUNT
               MOVE WS-MNT-ENTRIES-SEEN TO WS-MNT-AFTER(WS-MNT-COUNT)
               MOVE SMR-IN-RECORD       TO WS-MNT-TEXT(WS-MNT-COUNT)
           ELSE
               DISPLAY "SRCMAINT: MORE THAN " WS-MNT-MAX
                   " COMMENT LINES ON SRCMAST.DAT - REST NOT KEPT"
           END-IF.

       1010-OPEN-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SRCMAINT: CANNOT OPEN SRCMAINT.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           ELSE
               SET WS-REPORT-OPENED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "SOURCE MASTER MAINTENANCE REPORT - "
                                          DELIMITED BY SIZE
                   WS-TODAY-DATE          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 9090-WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 9090-WRITE-REPORT-LINE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-EOF
               READ SOURCE-TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF STR-RECORD NOT = SPACES
                               AND STR-ACTION NOT = "*"
                           PERFORM 2010-APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-TRAN-FILE.

       2010-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-READ-COUNT
           MOVE SPACES TO WS-MAINT-ERROR-NOTE
           MOVE ZERO TO WS-SRC-FOUND-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > SRC-ENTRY-COUNT
               IF SRC-CODE(WS-SRC-SUB) = STR-SOURCE-CODE
                   MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
               END-IF
           END-PERFORM
           EVALUATE STR-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM 2020-ADD-SOURCE
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-NAME
                   PERFORM 2030-CHANGE-SOURCE
               WHEN "D"
                   MOVE "DEACTIVATE" TO WS-ACTION-NAME
                   PERFORM 2040-DEACTIVATE-SOURCE
               WHEN OTHER
                   MOVE STR-ACTION TO WS-ACTION-NAME
                   MOVE "UNRECOGNIZED ACTION CODE"
                       TO WS-MAINT-ERROR-NOTE
           END-EVALUATE
           IF WS-MAINT-ERROR-NOTE NOT = SPACES
               PERFORM 2080-REPORT-REJECTED
           END-IF.

       2020-ADD-SOURCE.
           EVALUATE TRUE
               WHEN STR-SOURCE-CODE = SPACES
                   MOVE "SOURCE CODE BLANK" TO WS-MAINT-ERROR-NOTE
               WHEN STR-SOURCE-CODE(4:1) = "#"
                   MOVE "POSITION 4 '#' RESERVED FOR RESUBMISSIONS"
                       TO WS-MAINT-ERROR-NOTE
               WHEN WS-SRC-FOUND-SUB NOT = ZERO
                   MOVE "SOURCE ALREADY ON MASTER"
                       TO WS-MAINT-ERROR-NOTE
               WHEN SRC-ENTRY-COUNT >= WS-SRC-MAX-ENTRIES
                   MOVE "SOURCE MASTER TABLE FULL"
                       TO WS-MAINT-ERROR-NOTE
               WHEN OTHER
                   MOVE STR-SOURCE-CODE TO WS-NEW-CODE
                   MOVE STR-DESCRIPTION TO WS-NEW-DESCRIPTION
                   MOVE "A" TO WS-NEW-STATUS
                   MOVE WS-TODAY-DATE TO WS-NEW-EFFECTIVE
                   MOVE ALL "0" TO WS-NEW-EXPIRY
                   MOVE "Y" TO WS-NEW-ALLOW-SALE
                   MOVE "Y" TO WS-NEW-ALLOW-CREDIT
                   PERFORM 2050-OVERLAY-TRANSACTION
                   PERFORM 2060-VALIDATE-NEW-SOURCE
                   IF WS-MAINT-ERROR-NOTE = SPACES
                       ADD 1 TO SRC-ENTRY-COUNT
                       MOVE SRC-ENTRY-COUNT TO WS-SRC-FOUND-SUB
                       PERFORM 2070-STORE-NEW-SOURCE
                       PERFORM 2075-REPORT-APPLIED
                       MOVE "AFTER:" TO WS-IMAGE-LABEL
                       PERFORM 2090-REPORT-IMAGE
                   END-IF
           END-EVALUATE.

       2030-CHANGE-SOURCE.
           IF WS-SRC-FOUND-SUB = ZERO
               MOVE "SOURCE NOT ON MASTER" TO WS-MAINT-ERROR-NOTE
           ELSE
               PERFORM 2045-COPY-CURRENT-SOURCE
               PERFORM 2050-OVERLAY-TRANSACTION
               PERFORM 2060-VALIDATE-NEW-SOURCE
               IF WS-MAINT-ERROR-NOTE = SPACES
                   PERFORM 2075-REPORT-APPLIED
                   MOVE "BEFORE:" TO WS-IMAGE-LABEL
                   PERFORM 2090-REPORT-IMAGE
                   PERFORM 2070-STORE-NEW-SOURCE
                   MOVE "AFTER:" TO WS-IMAGE-LABEL
                   PERFORM 2090-REPORT-IMAGE
               END-IF
           END-IF.

       2040-DEACTIVATE-SOURCE.
           EVALUATE TRUE
               WHEN WS-SRC-FOUND-SUB = ZERO
                   MOVE "SOURCE NOT ON MASTER" TO WS-MAINT-ERROR-NOTE
               WHEN SRC-INACTIVE(WS-SRC-FOUND-SUB)
                   MOVE "SOURCE ALREADY INACTIVE"
                       TO WS-MAINT-ERROR-NOTE
               WHEN OTHER
                   PERFORM 2045-COPY-CURRENT-SOURCE
                   MOVE "I" TO WS-NEW-STATUS
                   IF STR-EXPIRY-DATE NOT = SPACES
                       MOVE STR-EXPIRY-DATE TO WS-NEW-EXPIRY
                   END-IF
                   PERFORM 2060-VALIDATE-NEW-SOURCE
                   IF WS-MAINT-ERROR-NOTE = SPACES
                       PERFORM 2075-REPORT-APPLIED
                       MOVE "BEFORE:" TO WS-IMAGE-LABEL
                       PERFORM 2090-REPORT-IMAGE
                       PERFORM 2070-STORE-NEW-SOURCE
                       MOVE "AFTER:" TO WS-IMAGE-LABEL
                       PERFORM 2090-REPORT-IMAGE
                   END-IF
           END-EVALUATE.

       2045-COPY-CURRENT-SOURCE.
           MOVE SRC-CODE(WS-SRC-FOUND-SUB) TO WS-NEW-CODE
           MOVE SRC-DESCRIPTION(WS-SRC-FOUND-SUB)
               TO WS-NEW-DESCRIPTION
           MOVE SRC-STATUS(WS-SRC-FOUND-SUB) TO WS-NEW-STATUS
           MOVE SRC-EFFECTIVE-DATE(WS-SRC-FOUND-SUB)
               TO WS-NEW-EFFECTIVE
           MOVE SRC-EXPIRY-DATE(WS-SRC-FOUND-SUB) TO WS-NEW-EXPIRY
           MOVE SRC-ALLOW-SALE(WS-SRC-FOUND-SUB) TO WS-NEW-ALLOW-SALE
           MOVE SRC-ALLOW-CREDIT(WS-SRC-FOUND-SUB)
               TO WS-NEW-ALLOW-CREDIT.

      *  Only the fields actually keyed on the transaction replace the
      *  work image, so a change need carry just what is changing.
       2050-OVERLAY-TRANSACTION.
           IF STR-DESCRIPTION NOT = SPACES
               MOVE STR-DESCRIPTION TO WS-NEW-DESCRIPTION
           END-IF
           IF STR-STATUS NOT = SPACE
               MOVE STR-STATUS TO WS-NEW-STATUS
           END-IF
           IF STR-EFFECTIVE-DATE NOT = SPACES
               MOVE STR-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
           END-IF
           IF STR-EXPIRY-DATE NOT = SPACES
               MOVE STR-EXPIRY-DATE TO WS-NEW-EXPIRY
           END-IF
           IF STR-ALLOW-SALE NOT = SPACE
               MOVE STR-ALLOW-SALE TO WS-NEW-ALLOW-SALE
           END-IF
           IF STR-ALLOW-CREDIT NOT = SPACE
               MOVE STR-ALLOW-CREDIT TO WS-NEW-ALLOW-CREDIT
           END-IF.

       2060-VALIDATE-NEW-SOURCE.
           EVALUATE TRUE
               WHEN WS-NEW-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION BLANK" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
                   MOVE "STATUS NOT A OR I" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-EFFECTIVE NOT NUMERIC
                       OR WS-NEW-EFFECTIVE = ZERO
                   MOVE "EFFECTIVE DATE INVALID" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-EFFECTIVE(5:2) < "01"
                       OR WS-NEW-EFFECTIVE(5:2) > "12"
                       OR WS-NEW-EFFECTIVE(7:2) < "01"
                       OR WS-NEW-EFFECTIVE(7:2) > "31"
                   MOVE "EFFECTIVE DATE INVALID" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-EXPIRY NOT NUMERIC
                   MOVE "EXPIRY DATE INVALID" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-EXPIRY NOT = ZERO
                       AND (WS-NEW-EXPIRY(5:2) < "01"
                           OR WS-NEW-EXPIRY(5:2) > "12"
                           OR WS-NEW-EXPIRY(7:2) < "01"
                           OR WS-NEW-EXPIRY(7:2) > "31")
                   MOVE "EXPIRY DATE INVALID" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-EXPIRY NOT = ZERO
                       AND WS-NEW-EXPIRY < WS-NEW-EFFECTIVE
                   MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                       TO WS-MAINT-ERROR-NOTE
               WHEN (WS-NEW-ALLOW-SALE NOT = "Y"
                           AND WS-NEW-ALLOW-SALE NOT = "N")
                       OR (WS-NEW-ALLOW-CREDIT NOT = "Y"
                           AND WS-NEW-ALLOW-CREDIT NOT = "N")
                   MOVE "ALLOWED TYPES MUST BE Y OR N"
                       TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-ALLOW-SALE = "N"
                       AND WS-NEW-ALLOW-CREDIT = "N"
                   MOVE "NO TRANSACTION TYPE ALLOWED - USE DEACTIVATE"
                       TO WS-MAINT-ERROR-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2070-STORE-NEW-SOURCE.
           MOVE WS-NEW-CODE TO SRC-CODE(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-DESCRIPTION
               TO SRC-DESCRIPTION(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-STATUS TO SRC-STATUS(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-EFFECTIVE
               TO SRC-EFFECTIVE-DATE(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-EXPIRY TO SRC-EXPIRY-DATE(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-ALLOW-SALE TO SRC-ALLOW-SALE(WS-SRC-FOUND-SUB)
           MOVE WS-NEW-ALLOW-CREDIT
               TO SRC-ALLOW-CREDIT(WS-SRC-FOUND-SUB).

       2075-REPORT-APPLIED.
           ADD 1 TO WS-TRAN-APPLIED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-ACTION-NAME         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               STR-SOURCE-CODE        DELIMITED BY SIZE
               "  APPLIED"            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE.

       2080-REPORT-REJECTED.
           ADD 1 TO WS-TRAN-REJECTED-COUNT
           IF WS-FINAL-RETURN-CODE < WS-RC-REJECTS
               MOVE WS-RC-REJECTS TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-ACTION-NAME         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               STR-SOURCE-CODE        DELIMITED BY SIZE
               "  REJECTED - "        DELIMITED BY SIZE
               WS-MAINT-ERROR-NOTE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           INPUT: "   DELIMITED BY SIZE
               STR-RECORD             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE.

       2090-REPORT-IMAGE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           "          DELIMITED BY SIZE
               WS-IMAGE-LABEL         DELIMITED BY SIZE
               SRC-CODE(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " STATUS="             DELIMITED BY SIZE
               SRC-STATUS(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " EFF="                DELIMITED BY SIZE
               SRC-EFFECTIVE-DATE(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " EXP="                DELIMITED BY SIZE
               SRC-EXPIRY-DATE(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " S="                  DELIMITED BY SIZE
               SRC-ALLOW-SALE(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " C="                  DELIMITED BY SIZE
               SRC-ALLOW-CREDIT(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SRC-DESCRIPTION(WS-SRC-FOUND-SUB) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE.

       3000-FINALIZE.
           IF WS-TRAN-APPLIED-COUNT > ZERO
               PERFORM 3010-REWRITE-MASTER
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS READ:            " DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE WS-TRAN-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS APPLIED:         " DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE WS-TRAN-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "TRANSACTIONS REJECTED:        " DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE SRC-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "SOURCES ON MASTER:            " DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           DISPLAY "SRCMAINT: " WS-TRAN-READ-COUNT " READ, "
               WS-TRAN-APPLIED-COUNT " APPLIED, "
               WS-TRAN-REJECTED-COUNT " REJECTED".

       3010-REWRITE-MASTER.
           OPEN OUTPUT SOURCE-MASTER-OUT-FILE
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "SRCMAINT: CANNOT REWRITE SRCMAST.DAT STATUS="
                   WS-MASTER-OUT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > SRC-ENTRY-COUNT
                   COMPUTE WS-MNT-POSITION = WS-SRC-SUB - 1
                   PERFORM 3015-WRITE-MASTER-NOTES
                   PERFORM 3020-WRITE-ONE-SOURCE
               END-PERFORM
               MOVE SRC-ENTRY-COUNT TO WS-MNT-POSITION
               PERFORM 3015-WRITE-MASTER-NOTES
               CLOSE SOURCE-MASTER-OUT-FILE
           END-IF.

      *  The notes that stood after WS-MNT-POSITION entries; notes
      *  after the last entry on file come out ahead of new sources.
       3015-WRITE-MASTER-NOTES.
           PERFORM VARYING WS-MNT-SUB FROM 1 BY 1
                   UNTIL WS-MNT-SUB > WS-MNT-COUNT
               IF WS-MNT-AFTER(WS-MNT-SUB) = WS-MNT-POSITION
                       OR (WS-MNT-POSITION = SRC-ENTRY-COUNT
                           AND WS-MNT-AFTER(WS-MNT-SUB)
                               > WS-MNT-POSITION)
                   MOVE WS-MNT-TEXT(WS-MNT-SUB) TO SMR-OUT-NOTE-RECORD
                   WRITE SMR-OUT-NOTE-RECORD
                   IF WS-MASTER-OUT-STATUS NOT = "00"
                       DISPLAY "SRCMAINT: I/O FAILURE ON SRCMAST.DAT "
                           "STATUS=" WS-MASTER-OUT-STATUS
                       MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       3020-WRITE-ONE-SOURCE.
           MOVE SRC-CODE(WS-SRC-SUB) TO WS-SB-CODE
           MOVE SRC-DESCRIPTION(WS-SRC-SUB) TO WS-SB-DESCRIPTION
           MOVE SRC-STATUS(WS-SRC-SUB) TO WS-SB-STATUS
           MOVE SRC-EFFECTIVE-DATE(WS-SRC-SUB) TO WS-SB-EFFECTIVE
           MOVE SRC-EXPIRY-DATE(WS-SRC-SUB) TO WS-SB-EXPIRY
           MOVE SRC-ALLOW-SALE(WS-SRC-SUB) TO WS-SB-ALLOW-SALE
           MOVE SRC-ALLOW-CREDIT(WS-SRC-SUB) TO WS-SB-ALLOW-CREDIT
           MOVE WS-SMR-BUILD-REC TO SMR-OUT-RECORD
           WRITE SMR-OUT-RECORD
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "SRCMAINT: I/O FAILURE ON SRCMAST.DAT STATUS="
                   WS-MASTER-OUT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF.

       9090-WRITE-REPORT-LINE.
           IF WS-REPORT-OPENED
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "SRCMAINT: I/O FAILURE ON SRCMAINT.RPT "
                       "STATUS=" WS-REPORT-STATUS
                   MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
