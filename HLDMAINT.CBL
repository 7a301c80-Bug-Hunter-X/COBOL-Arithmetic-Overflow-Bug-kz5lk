       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMAINT.
      *****************************************************************
      *  HLDMAINT - hold limit maintenance.
      *
      *  Applies add/change/delete transactions from HLDTRAN.DAT to
      *  the hold limit file HOLDLIM.DAT (layout in HLDLOAD) and
      *  prints every transaction with its before/after image on
      *  HLDMAINT.RPT.  Transaction layout:
      *
      *    col  1      action  A add / C change / D delete
      *    col  3-45   hold limit image (HOLDLIM.DAT columns 1-43)
      *
      *  A limit is keyed by source code and transaction type;
      *  '****' is any source and '*' any type.
      *
      *  1. ADD - the source/type must not already be on the file.
      *     The limit is required.
      *  2. CHANGE - the source/type must be on the file; only
      *     non-blank fields in the transaction replace the file
      *     values.
      *  3. DELETE - removes the limit.  Details for that source and
      *     type then fall to the next most general limit, if any.
      *
      *  Every resulting entry is revalidated (source not blank,
      *  type S/C/*, numeric limit, description present); a
      *  transaction that fails is rejected on the report and the
      *  limit is left unchanged.  The file is rewritten only when at
      *  least one transaction applied; comment ('*') and blank lines
      *  on it are written back where they stood, with any new
      *  limits after the last entry.
      *
      *  Return codes: 00 all applied, 04 one or more transactions
      *  rejected, 12 no HLDTRAN.DAT or HOLDLIM.DAT has invalid
      *  records (nothing applied), 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-TRAN-FILE
               ASSIGN TO "HLDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-TRAN-STATUS.

           SELECT OPTIONAL HOLD-LIMIT-IN-FILE
               ASSIGN TO "HOLDLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-IN-STATUS.

           SELECT HOLD-LIMIT-OUT-FILE
               ASSIGN TO "HOLDLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-OUT-STATUS.

           SELECT MAINT-REPORT-FILE
               ASSIGN TO "HLDMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRAN-FILE.
       01  HTR-RECORD.
           05  HTR-ACTION           PIC X(1).
           05  FILLER               PIC X(1).
           05  HTR-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  HTR-TRANS-TYPE       PIC X(1).
           05  FILLER               PIC X(1).
           05  HTR-LIMIT            PIC X(5).
           05  FILLER               PIC X(1).
           05  HTR-DESCRIPTION      PIC X(30).

       FD  HOLD-LIMIT-IN-FILE.
       01  HLR-IN-RECORD            PIC X(80).

       FD  HOLD-LIMIT-OUT-FILE.
       01  HLR-OUT-RECORD           PIC X(43).
       01  HLR-OUT-NOTE-RECORD      PIC X(80).

       FD  MAINT-REPORT-FILE.
       01  RPT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY HLDLIM.

       01  WS-HOLD-TRAN-STATUS      PIC XX.
       01  WS-LIMIT-IN-STATUS       PIC XX.
       01  WS-LIMIT-OUT-STATUS      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-TRAN-EOF-FLAG         PIC X VALUE "N".
           88  WS-TRAN-EOF                   VALUE "Y".
       01  WS-REPORT-OPENED-FLAG    PIC X VALUE "N".
           88  WS-REPORT-OPENED              VALUE "Y".
       01  WS-LIMIT-IN-EOF-FLAG     PIC X VALUE "N".
           88  WS-LIMIT-IN-EOF               VALUE "Y".

      *  Comment and blank lines on the limit file, each with the
      *  number of limit entries that came before it on the file.
       01  WS-LIMIT-NOTE-TABLE.
           05  WS-LNT-ENTRY OCCURS 200 TIMES.
               10  WS-LNT-AFTER         PIC 9(3).
               10  WS-LNT-TEXT          PIC X(80).
       01  WS-LNT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-LNT-MAX               PIC 9(3) VALUE 200.
       01  WS-LNT-SUB               PIC 9(3) VALUE ZERO.
       01  WS-LNT-ENTRIES-SEEN      PIC 9(3) VALUE ZERO.
       01  WS-LNT-POSITION          PIC 9(3) VALUE ZERO.

       01  WS-HLDLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HLM-SUB               PIC 9(3) VALUE ZERO.
       01  WS-HLM-FOUND-SUB         PIC 9(3) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TRAN-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-TRAN-REJECTED-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-ACTION-NAME           PIC X(10) VALUE SPACES.
       01  WS-MAINT-ERROR-NOTE      PIC X(50) VALUE SPACES.

      *  Work image of the entry being added or changed.  The limit
      *  is held alphanumeric until validated.
       01  WS-NEW-LIMIT-ENTRY.
           05  WS-NEW-SOURCE        PIC X(4).
           05  WS-NEW-TYPE          PIC X(1).
           05  WS-NEW-LIMIT         PIC X(5).
           05  WS-NEW-DESCRIPTION   PIC X(30).

       01  WS-HLR-BUILD-REC.
           05  WS-HB-SOURCE         PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-HB-TYPE           PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-HB-LIMIT          PIC 9(5) VALUE ZERO.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-HB-DESCRIPTION    PIC X(30) VALUE SPACES.

       01  WS-IMAGE-LABEL           PIC X(10) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-LIMIT-EDIT            PIC ZZ,ZZ9.

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
           CALL "HLDLOAD" USING WS-HOLD-LIMIT-TABLE,
               WS-HLDLOAD-STATUS
           PERFORM 1005-KEEP-LIMIT-NOTES
           PERFORM 1010-OPEN-REPORT
           IF WS-HLDLOAD-STATUS = "08"
               MOVE "HOLDLIM.DAT HAS INVALID RECORDS - NOTHING APPLIED"
                   TO WS-REPORT-LINE
               PERFORM 9090-WRITE-REPORT-LINE
               DISPLAY "HLDMAINT: HOLDLIM.DAT INVALID - NO "
                   "MAINTENANCE APPLIED"
               MOVE WS-RC-NO-INPUT TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-FINAL-RETURN-CODE = WS-RC-CLEAN
               OPEN INPUT HOLD-TRAN-FILE
               IF WS-HOLD-TRAN-STATUS NOT = "00"
                   MOVE "NO HLDTRAN.DAT - NOTHING APPLIED"
                       TO WS-REPORT-LINE
                   PERFORM 9090-WRITE-REPORT-LINE
                   DISPLAY "HLDMAINT: HLDTRAN.DAT NOT PRESENT (STATUS="
                       WS-HOLD-TRAN-STATUS ")"
                   CLOSE HOLD-TRAN-FILE
                   MOVE WS-RC-NO-INPUT TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

      *  HLDLOAD skips the same lines ('****' is the any-source key,
      *  not a comment), so the entries it loads are in file order
      *  and each note keeps its place among them.
       1005-KEEP-LIMIT-NOTES.
           OPEN INPUT HOLD-LIMIT-IN-FILE
           IF WS-LIMIT-IN-STATUS = "00"
               PERFORM UNTIL WS-LIMIT-IN-EOF
                   READ HOLD-LIMIT-IN-FILE
                       AT END
                           SET WS-LIMIT-IN-EOF TO TRUE
                       NOT AT END
                           IF HLR-IN-RECORD = SPACES
                                   OR (HLR-IN-RECORD(1:1) = "*"
                                       AND HLR-IN-RECORD(1:4)
                                           NOT = "****")
                               PERFORM 1006-KEEP-ONE-NOTE
                           ELSE
                               ADD 1 TO WS-LNT-ENTRIES-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-LIMIT-IN-FILE
           END-IF.

       1006-KEEP-ONE-NOTE.
           IF WS-LNT-COUNT < WS-LNT-MAX
               ADD 1 TO WS-LNT-COUNT
               MOVE WS-LNT-ENTRIES-SEEN TO WS-LNT-AFTER(WS-LNT-COUNT)
               MOVE HLR-IN-RECORD       TO WS-LNT-TEXT(WS-LNT-COUNT)
           ELSE
               DISPLAY "HLDMAINT: MORE THAN " WS-LNT-MAX
                   " COMMENT LINES ON HOLDLIM.DAT - REST NOT KEPT"
           END-IF.

       1010-OPEN-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "HLDMAINT: CANNOT OPEN HLDMAINT.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           ELSE
               SET WS-REPORT-OPENED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "HOLD LIMIT MAINTENANCE REPORT - "
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
               READ HOLD-TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF HTR-RECORD NOT = SPACES
                               AND HTR-ACTION NOT = "*"
                           PERFORM 2010-APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-TRAN-FILE.

       2010-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-READ-COUNT
           MOVE SPACES TO WS-MAINT-ERROR-NOTE
           MOVE ZERO TO WS-HLM-FOUND-SUB
           PERFORM VARYING WS-HLM-SUB FROM 1 BY 1
                   UNTIL WS-HLM-SUB > HLM-ENTRY-COUNT
               IF HLM-SOURCE(WS-HLM-SUB) = HTR-SOURCE-CODE
                       AND HLM-TYPE(WS-HLM-SUB) = HTR-TRANS-TYPE
                   MOVE WS-HLM-SUB TO WS-HLM-FOUND-SUB
               END-IF
           END-PERFORM
           EVALUATE HTR-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM 2020-ADD-LIMIT
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-NAME
                   PERFORM 2030-CHANGE-LIMIT
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-NAME
                   PERFORM 2040-DELETE-LIMIT
               WHEN OTHER
                   MOVE HTR-ACTION TO WS-ACTION-NAME
                   MOVE "UNRECOGNIZED ACTION CODE"
                       TO WS-MAINT-ERROR-NOTE
           END-EVALUATE
           IF WS-MAINT-ERROR-NOTE NOT = SPACES
               PERFORM 2080-REPORT-REJECTED
           END-IF.

       2020-ADD-LIMIT.
           EVALUATE TRUE
               WHEN HTR-SOURCE-CODE = SPACES
                   MOVE "SOURCE CODE BLANK" TO WS-MAINT-ERROR-NOTE
               WHEN WS-HLM-FOUND-SUB NOT = ZERO
                   MOVE "LIMIT ALREADY ON FILE FOR SOURCE AND TYPE"
                       TO WS-MAINT-ERROR-NOTE
               WHEN HTR-LIMIT = SPACES
                   MOVE "LIMIT REQUIRED ON ADD" TO WS-MAINT-ERROR-NOTE
               WHEN HLM-ENTRY-COUNT >= WS-HLM-MAX-ENTRIES
                   MOVE "HOLD LIMIT TABLE FULL"
                       TO WS-MAINT-ERROR-NOTE
               WHEN OTHER
                   MOVE HTR-SOURCE-CODE TO WS-NEW-SOURCE
                   MOVE HTR-TRANS-TYPE TO WS-NEW-TYPE
                   MOVE SPACES TO WS-NEW-LIMIT
                   MOVE SPACES TO WS-NEW-DESCRIPTION
                   PERFORM 2050-OVERLAY-TRANSACTION
                   PERFORM 2060-VALIDATE-NEW-LIMIT
                   IF WS-MAINT-ERROR-NOTE = SPACES
                       ADD 1 TO HLM-ENTRY-COUNT
                       MOVE HLM-ENTRY-COUNT TO WS-HLM-FOUND-SUB
                       PERFORM 2070-STORE-NEW-LIMIT
                       PERFORM 2075-REPORT-APPLIED
                       MOVE "AFTER:" TO WS-IMAGE-LABEL
                       PERFORM 2090-REPORT-IMAGE
                   END-IF
           END-EVALUATE.

       2030-CHANGE-LIMIT.
           IF WS-HLM-FOUND-SUB = ZERO
               MOVE "LIMIT NOT ON FILE FOR SOURCE AND TYPE"
                   TO WS-MAINT-ERROR-NOTE
           ELSE
               PERFORM 2045-COPY-CURRENT-LIMIT
               PERFORM 2050-OVERLAY-TRANSACTION
               PERFORM 2060-VALIDATE-NEW-LIMIT
               IF WS-MAINT-ERROR-NOTE = SPACES
                   PERFORM 2075-REPORT-APPLIED
                   MOVE "BEFORE:" TO WS-IMAGE-LABEL
                   PERFORM 2090-REPORT-IMAGE
                   PERFORM 2070-STORE-NEW-LIMIT
                   MOVE "AFTER:" TO WS-IMAGE-LABEL
                   PERFORM 2090-REPORT-IMAGE
               END-IF
           END-IF.

      *  The entries after the deleted one move up a slot so the
      *  file is rewritten in its original order.
       2040-DELETE-LIMIT.
           IF WS-HLM-FOUND-SUB = ZERO
               MOVE "LIMIT NOT ON FILE FOR SOURCE AND TYPE"
                   TO WS-MAINT-ERROR-NOTE
           ELSE
               PERFORM 2075-REPORT-APPLIED
               MOVE "DELETED:" TO WS-IMAGE-LABEL
               PERFORM 2090-REPORT-IMAGE
               PERFORM VARYING WS-HLM-SUB FROM WS-HLM-FOUND-SUB BY 1
                       UNTIL WS-HLM-SUB >= HLM-ENTRY-COUNT
                   MOVE HLM-ENTRY(WS-HLM-SUB + 1)
                       TO HLM-ENTRY(WS-HLM-SUB)
               END-PERFORM
               SUBTRACT 1 FROM HLM-ENTRY-COUNT
      *  Notes that followed the deleted limit now follow the one
      *  before it.
               PERFORM VARYING WS-LNT-SUB FROM 1 BY 1
                       UNTIL WS-LNT-SUB > WS-LNT-COUNT
                   IF WS-LNT-AFTER(WS-LNT-SUB) >= WS-HLM-FOUND-SUB
                       SUBTRACT 1 FROM WS-LNT-AFTER(WS-LNT-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       2045-COPY-CURRENT-LIMIT.
           MOVE HLM-SOURCE(WS-HLM-FOUND-SUB) TO WS-NEW-SOURCE
           MOVE HLM-TYPE(WS-HLM-FOUND-SUB) TO WS-NEW-TYPE
           MOVE HLM-LIMIT(WS-HLM-FOUND-SUB) TO WS-NEW-LIMIT
           MOVE HLM-DESCRIPTION(WS-HLM-FOUND-SUB)
               TO WS-NEW-DESCRIPTION.

      *  Only the fields actually keyed on the transaction replace the
      *  work image, so a change need carry just what is changing.
       2050-OVERLAY-TRANSACTION.
           IF HTR-LIMIT NOT = SPACES
               MOVE HTR-LIMIT TO WS-NEW-LIMIT
           END-IF
           IF HTR-DESCRIPTION NOT = SPACES
               MOVE HTR-DESCRIPTION TO WS-NEW-DESCRIPTION
           END-IF.

       2060-VALIDATE-NEW-LIMIT.
           EVALUATE TRUE
               WHEN WS-NEW-TYPE NOT = "S" AND WS-NEW-TYPE NOT = "C"
                       AND WS-NEW-TYPE NOT = "*"
                   MOVE "TYPE NOT S, C OR *" TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-LIMIT NOT NUMERIC
                   MOVE "LIMIT NOT NUMERIC (5 DIGITS)"
                       TO WS-MAINT-ERROR-NOTE
               WHEN WS-NEW-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION BLANK" TO WS-MAINT-ERROR-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2070-STORE-NEW-LIMIT.
           MOVE WS-NEW-SOURCE TO HLM-SOURCE(WS-HLM-FOUND-SUB)
           MOVE WS-NEW-TYPE TO HLM-TYPE(WS-HLM-FOUND-SUB)
           MOVE WS-NEW-LIMIT TO HLM-LIMIT(WS-HLM-FOUND-SUB)
           MOVE WS-NEW-DESCRIPTION
               TO HLM-DESCRIPTION(WS-HLM-FOUND-SUB).

       2075-REPORT-APPLIED.
           ADD 1 TO WS-TRAN-APPLIED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-ACTION-NAME         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HTR-SOURCE-CODE        DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HTR-TRANS-TYPE         DELIMITED BY SIZE
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
               HTR-SOURCE-CODE        DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HTR-TRANS-TYPE         DELIMITED BY SIZE
               "  REJECTED - "        DELIMITED BY SIZE
               WS-MAINT-ERROR-NOTE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           INPUT: "   DELIMITED BY SIZE
               HTR-RECORD             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE.

       2090-REPORT-IMAGE.
           MOVE HLM-LIMIT(WS-HLM-FOUND-SUB) TO WS-LIMIT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           "          DELIMITED BY SIZE
               WS-IMAGE-LABEL         DELIMITED BY SIZE
               HLM-SOURCE(WS-HLM-FOUND-SUB) DELIMITED BY SIZE
               " TYPE="               DELIMITED BY SIZE
               HLM-TYPE(WS-HLM-FOUND-SUB) DELIMITED BY SIZE
               " LIMIT="              DELIMITED BY SIZE
               WS-LIMIT-EDIT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HLM-DESCRIPTION(WS-HLM-FOUND-SUB) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE.

       3000-FINALIZE.
           IF WS-TRAN-APPLIED-COUNT > ZERO
               PERFORM 3010-REWRITE-LIMITS
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
           MOVE HLM-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "LIMITS ON FILE:               " DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9090-WRITE-REPORT-LINE
           DISPLAY "HLDMAINT: " WS-TRAN-READ-COUNT " READ, "
               WS-TRAN-APPLIED-COUNT " APPLIED, "
               WS-TRAN-REJECTED-COUNT " REJECTED".

       3010-REWRITE-LIMITS.
           OPEN OUTPUT HOLD-LIMIT-OUT-FILE
           IF WS-LIMIT-OUT-STATUS NOT = "00"
               DISPLAY "HLDMAINT: CANNOT REWRITE HOLDLIM.DAT STATUS="
                   WS-LIMIT-OUT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           ELSE
               PERFORM VARYING WS-HLM-SUB FROM 1 BY 1
                       UNTIL WS-HLM-SUB > HLM-ENTRY-COUNT
                   COMPUTE WS-LNT-POSITION = WS-HLM-SUB - 1
                   PERFORM 3015-WRITE-LIMIT-NOTES
                   PERFORM 3020-WRITE-ONE-LIMIT
               END-PERFORM
               MOVE HLM-ENTRY-COUNT TO WS-LNT-POSITION
               PERFORM 3015-WRITE-LIMIT-NOTES
               CLOSE HOLD-LIMIT-OUT-FILE
           END-IF.

      *  The notes that stood after WS-LNT-POSITION entries; notes
      *  after the last entry on file come out ahead of new limits.
       3015-WRITE-LIMIT-NOTES.
           PERFORM VARYING WS-LNT-SUB FROM 1 BY 1
                   UNTIL WS-LNT-SUB > WS-LNT-COUNT
               IF WS-LNT-AFTER(WS-LNT-SUB) = WS-LNT-POSITION
                       OR (WS-LNT-POSITION = HLM-ENTRY-COUNT
                           AND WS-LNT-AFTER(WS-LNT-SUB)
                               > WS-LNT-POSITION)
                   MOVE WS-LNT-TEXT(WS-LNT-SUB) TO HLR-OUT-NOTE-RECORD
                   WRITE HLR-OUT-NOTE-RECORD
                   IF WS-LIMIT-OUT-STATUS NOT = "00"
                       DISPLAY "HLDMAINT: I/O FAILURE ON HOLDLIM.DAT "
                           "STATUS=" WS-LIMIT-OUT-STATUS
                       MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       3020-WRITE-ONE-LIMIT.
           MOVE HLM-SOURCE(WS-HLM-SUB) TO WS-HB-SOURCE
           MOVE HLM-TYPE(WS-HLM-SUB) TO WS-HB-TYPE
           MOVE HLM-LIMIT(WS-HLM-SUB) TO WS-HB-LIMIT
           MOVE HLM-DESCRIPTION(WS-HLM-SUB) TO WS-HB-DESCRIPTION
           MOVE WS-HLR-BUILD-REC TO HLR-OUT-RECORD
           WRITE HLR-OUT-RECORD
           IF WS-LIMIT-OUT-STATUS NOT = "00"
               DISPLAY "HLDMAINT: I/O FAILURE ON HOLDLIM.DAT STATUS="
                   WS-LIMIT-OUT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF.

       9090-WRITE-REPORT-LINE.
           IF WS-REPORT-OPENED
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "HLDMAINT: I/O FAILURE ON HLDMAINT.RPT "
                       "STATUS=" WS-REPORT-STATUS
                   MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
