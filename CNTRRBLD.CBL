       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRRBLD.
      *****************************************************************
      *  CNTRRBLD - counter checkpoint rebuild for recovery of a lost
      *  or corrupt COUNTER.DAT.
      *
      *  Driven by RBLDPARM.DAT (KEYWORD=VALUE records):
      *
      *    MODE=REPORT    rebuild and report only (the default)
      *    MODE=APPLY     rebuild and write COUNTER.DAT
      *    MODE=BASELINE  record the current checkpoint as the new
      *                   known-good baseline
      *
      *  The baseline on CNTRBASE.DAT holds each counter's value and
      *  generation together with the number of RUNHIST.DAT and
      *  CNTRADJ.DAT records it already reflects:
      *
      *    col  1-8    baseline date YYYYMMDD
      *    col 10-16   run history records reflected
      *    col 18-24   adjustment journal records reflected
      *    col 26-60   value and generation per counter slot,
      *                9(5) each, one space apart
      *
      *  With no baseline on file the rebuild starts from the initial
      *  counter values and rolls forward the whole history.
      *
      *    1. Rolls every later RUNHIST.DAT entry forward onto the
      *       baseline with the same true cumulative count arithmetic
      *       CNTRAUDT uses: generation times span plus (value -
      *       floor).  Manual adjustments arrive as CNTRADJ's own
      *       history entries (transaction count zero); the later
      *       CNTRADJ.DAT journal entries are reconciled against them
      *       per counter so a missing entry on either side is found.
      *       A reset-to-floor counter discards counts when it
      *       overflows, so it is re-anchored on the ending value of
      *       any run in which it overflowed.
      *    2. Cross-checks each rebuilt value and generation against
      *       HIST-END-VALUE/HIST-END-GEN of the last history record.
      *       A difference on a count-preserving counter, or between
      *       the journal and the history, is a discrepancy; a
      *       reset-policy counter is reported for information and
      *       takes the history ending value.
      *    3. Reports the rebuilt values next to the current
      *       checkpoint and the history on REBUILD.RPT.
      *    4. APPLY writes COUNTER.DAT with the rebuilt counters and
      *       the restart fields cleared so the next run starts
      *       clean, and logs the recovery to OVERFLOW.LOG and
      *       ALERTS.DAT.  It is refused while any discrepancy
      *       stands.
      *    5. BASELINE writes CNTRBASE.DAT from the current checkpoint
      *       only when it agrees with the rebuild and holds no
      *       restart position.
      *
      *  RETURN-CODE 00 checkpoint agrees with the rebuild (or was
      *  rewritten), 04 checkpoint differs from the rebuild in report
      *  mode, 08 discrepancy - rebuild refused, 12 invalid parm or
      *  baseline, 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBUILD-PARM-FILE
               ASSIGN TO "RBLDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBUILD-PARM-STATUS.

           SELECT OPTIONAL BASELINE-FILE
               ASSIGN TO "CNTRBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "COUNTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT OPTIONAL ADJ-JOURNAL-FILE
               ASSIGN TO "CNTRADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-JOURNAL-STATUS.

           SELECT OVERFLOW-LOG-FILE
               ASSIGN TO "OVERFLOW.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-LOG-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REBUILD-REPORT-FILE
               ASSIGN TO "REBUILD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBUILD-PARM-FILE.
       01  PARM-RECORD              PIC X(80).

       FD  BASELINE-FILE.
       01  BAS-RECORD.
           05  BAS-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  BAS-HIST-COUNT       PIC 9(7).
           05  FILLER               PIC X(1).
           05  BAS-ADJ-COUNT        PIC 9(7).
           05  BAS-COUNTER-ENTRY OCCURS 3 TIMES.
               10  FILLER           PIC X(1).
               10  BAS-VALUE        PIC 9(5).
               10  FILLER           PIC X(1).
               10  BAS-GEN          PIC 9(5).

       FD  CHECKPOINT-FILE.
       01  CK-RECORD.
           05  CK-AREA-1           PIC 9(5).
           05  CK-AREA-1-GEN       PIC 9(5).
           05  CK-INVOICE-SEQ      PIC 9(5).
           05  CK-INVOICE-GEN      PIC 9(5).
           05  CK-VOLUME-TALLY     PIC 9(5).
           05  CK-VOLUME-GEN       PIC 9(5).
           05  CK-TRANS-POSITION   PIC 9(7).
           05  CK-READ-COUNT       PIC 9(7).
           05  CK-ACCEPT-COUNT     PIC 9(7).
           05  CK-REJECT-COUNT     PIC 9(7).
           05  CK-CREDIT-COUNT     PIC 9(7).
           05  CK-OVERFLOW-COUNT   PIC 9(5).
           05  CK-UNDERFLOW-COUNT  PIC 9(5).
           05  CK-CTL-COUNT        PIC 9(9).
           05  CK-CTL-HASH         PIC 9(11).
           05  CK-ADDED-1          PIC S9(9) SIGN LEADING SEPARATE.
           05  CK-ADDED-2          PIC S9(9) SIGN LEADING SEPARATE.
           05  CK-ADDED-3          PIC S9(9) SIGN LEADING SEPARATE.
           05  CK-CNTR-OVFL-1      PIC 9(5).
           05  CK-CNTR-OVFL-2      PIC 9(5).
           05  CK-CNTR-OVFL-3      PIC 9(5).
           05  CK-WARNED-1         PIC 9(1).
           05  CK-WARNED-2         PIC 9(1).
           05  CK-WARNED-3         PIC 9(1).
           05  CK-INV-SET-COUNT    PIC 9(7).
           05  CK-INV-SET-HASH     PIC 9(11).
           05  CK-TXN-REG-COUNT    PIC 9(7).
           05  CK-HOLD-COUNT       PIC 9(7).
           05  CK-HOLD-AMOUNT      PIC 9(11).
           05  CK-HOLD-ON-FILE     PIC 9(7).

       FD  RUN-HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-RUN-DATE        PIC 9(8).
           05  HIST-TRANS-COUNT     PIC 9(7).
           05  HIST-COUNTER-ENTRY OCCURS 3 TIMES.
               10  HIST-ADDED       PIC S9(9) SIGN LEADING SEPARATE.
               10  HIST-OVFL-COUNT  PIC 9(5).
               10  HIST-END-VALUE   PIC 9(5).
               10  HIST-END-GEN     PIC 9(5).

       FD  ADJ-JOURNAL-FILE.
       01  CAJ-RECORD.
           05  CAJ-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAJ-TIME             PIC 9(6).
           05  FILLER               PIC X(1).
           05  CAJ-SLOT             PIC X(1).
           05  FILLER               PIC X(1).
           05  CAJ-COUNTER-NAME     PIC X(15).
           05  FILLER               PIC X(1).
           05  CAJ-TYPE             PIC X(1).
           05  FILLER               PIC X(1).
           05  CAJ-AMOUNT           PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  CAJ-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  CAJ-REQUESTOR        PIC X(8).
           05  FILLER               PIC X(1).
           05  CAJ-APPROVER         PIC X(8).
           05  FILLER               PIC X(1).
           05  CAJ-BEFORE-VALUE     PIC 9(5).
           05  FILLER               PIC X(1).
           05  CAJ-BEFORE-GEN       PIC 9(5).
           05  FILLER               PIC X(1).
           05  CAJ-AFTER-VALUE      PIC 9(5).
           05  FILLER               PIC X(1).
           05  CAJ-AFTER-GEN        PIC 9(5).
           05  FILLER               PIC X(1).
           05  CAJ-APPLIED-CHANGE   PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  CAJ-OUTCOME          PIC X(1).
           05  FILLER               PIC X(1).
           05  CAJ-EXTRACT-RUN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  CAJ-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAJ-NOTE             PIC X(40).

       FD  OVERFLOW-LOG-FILE.
       01  OV-LOG-RECORD            PIC X(200).

       FD  ALERT-FILE.
       01  ALR-RECORD.
           05  ALR-TIMESTAMP        PIC X(14).
           05  FILLER               PIC X(1).
           05  ALR-SEVERITY         PIC 9(2).
           05  FILLER               PIC X(1).
           05  ALR-CONDITION        PIC X(4).
           05  FILLER               PIC X(1).
           05  ALR-IDENT            PIC X(15).
           05  FILLER               PIC X(1).
           05  ALR-TEXT             PIC X(40).

       FD  REBUILD-REPORT-FILE.
       01  RBR-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CNTRCTL.

       01  WS-REBUILD-PARM-STATUS   PIC XX.
       01  WS-BASELINE-STATUS       PIC XX.
       01  WS-CHECKPOINT-STATUS     PIC XX.
       01  WS-RUN-HISTORY-STATUS    PIC XX.
       01  WS-ADJ-JOURNAL-STATUS    PIC XX.
       01  WS-OVERFLOW-LOG-STATUS   PIC XX.
       01  WS-ALERT-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
           88  WS-PARM-EOF                   VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-PARM-ERROR-FLAG       PIC X VALUE "N".
           88  WS-PARM-ERROR                 VALUE "Y".
       01  WS-REBUILD-MODE          PIC X(8) VALUE "REPORT".
           88  WS-MODE-REPORT                VALUE "REPORT".
           88  WS-MODE-APPLY                 VALUE "APPLY".
           88  WS-MODE-BASELINE              VALUE "BASELINE".

       01  WS-HIST-EOF-FLAG         PIC X VALUE "N".
           88  WS-HIST-EOF                   VALUE "Y".
       01  WS-ADJ-EOF-FLAG          PIC X VALUE "N".
           88  WS-ADJ-EOF                    VALUE "Y".
       01  WS-BASELINE-FOUND-FLAG   PIC X VALUE "N".
           88  WS-BASELINE-FOUND             VALUE "Y".
       01  WS-CHECKPOINT-FOUND-FLAG PIC X VALUE "N".
           88  WS-CHECKPOINT-FOUND           VALUE "Y".
       01  WS-CHECKPOINT-BAD-FLAG   PIC X VALUE "N".
           88  WS-CHECKPOINT-BAD             VALUE "Y".
       01  WS-RESTART-PENDING-FLAG  PIC X VALUE "N".
           88  WS-RESTART-PENDING            VALUE "Y".
       01  WS-CK-IMAGE              PIC X(193) VALUE SPACES.
       01  WS-CK-RESTART-POSITION   PIC 9(7) VALUE ZERO.

       01  WS-BASE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-BASE-HIST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-BASE-ADJ-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HIST-ROLLED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-HIST-ADJ-ENTRIES      PIC 9(7) VALUE ZERO.
       01  WS-ADJ-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ADJ-ROLLED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LAST-HIST-FLAG        PIC X VALUE "N".
           88  WS-LAST-HIST-FOUND            VALUE "Y".
       01  WS-LAST-RUN-TRANS        PIC 9(7) VALUE ZERO.
       01  WS-LAST-RUN-ADDED-TABLE.
           05  WS-LAST-RUN-ADDED OCCURS 3 TIMES
                                    PIC S9(9).

      *  Rebuild work area, one entry per control-table slot.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 3 TIMES.
               10  WS-RB-BASE-VALUE     PIC 9(5).
               10  WS-RB-BASE-GEN       PIC 9(5).
               10  WS-RB-ANCHOR-TRUE    PIC S9(11).
               10  WS-RB-ADDED          PIC S9(11).
               10  WS-RB-TOTAL-ADDED    PIC S9(11).
               10  WS-RB-ADJ-HIST       PIC S9(11).
               10  WS-RB-ADJ-JRNL       PIC S9(11).
               10  WS-RB-OVFL-TOTAL     PIC 9(7).
               10  WS-RB-ANCHOR-COUNT   PIC 9(5).
               10  WS-RB-LAST-OVFL      PIC 9(5).
               10  WS-RB-HIST-VALUE     PIC 9(5).
               10  WS-RB-HIST-GEN       PIC 9(5).
               10  WS-RB-VALUE          PIC 9(5).
               10  WS-RB-GEN            PIC 9(5).
               10  WS-RB-CK-VALUE       PIC 9(5).
               10  WS-RB-CK-GEN         PIC 9(5).
               10  WS-RB-RESULT         PIC X(1).
                   88  WS-RB-MATCHES             VALUE "M".
                   88  WS-RB-OUT-OF-PROOF        VALUE "D".
                   88  WS-RB-TAKEN-FROM-HIST     VALUE "H".
                   88  WS-RB-NOT-CHECKED         VALUE "N".

       01  WS-CNTR-SUB              PIC 9 VALUE 1.
       01  WS-ADJ-SLOT              PIC 9 VALUE ZERO.
       01  WS-COUNTER-SPAN          PIC 9(10) VALUE ZERO.
       01  WS-TRUE-COUNT            PIC S9(11) VALUE ZERO.
       01  WS-TRUE-GEN              PIC 9(11) VALUE ZERO.
       01  WS-TRUE-REMAINDER        PIC 9(10) VALUE ZERO.

       01  WS-DISCREPANCY-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-INFO-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CK-DIFFERS-FLAG       PIC X VALUE "N".
           88  WS-CK-DIFFERS                 VALUE "Y".
       01  WS-APPLIED-FLAG          PIC X VALUE "N".
           88  WS-REBUILD-APPLIED            VALUE "Y".
       01  WS-BASELINE-WRITTEN-FLAG PIC X VALUE "N".
           88  WS-BASELINE-WRITTEN           VALUE "Y".

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-DIFFERS            PIC 9(2) VALUE 04.
       01  WS-RC-DISCREPANCY        PIC 9(2) VALUE 08.
       01  WS-RC-BAD-PARM           PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-FINAL-RETURN-CODE     PIC 9(2) VALUE 00.

       01  WS-IO-CHECK-STATUS       PIC XX.
       01  WS-IO-CHECK-FILE-NAME    PIC X(20).
       01  WS-IO-CHECK-ALT-OK       PIC XX VALUE "00".

       01  WS-CNTRLOAD-MODE         PIC X(1) VALUE "L".
       01  WS-CNTRLOAD-STATUS       PIC X(2) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YEAR          PIC 9(4).
           05  WS-CDT-MONTH         PIC 9(2).
           05  WS-CDT-DAY           PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CDT-HOUR          PIC 9(2).
           05  WS-CDT-MINUTE        PIC 9(2).
           05  WS-CDT-SECOND        PIC 9(2).
           05  WS-CDT-HUNDREDTHS    PIC 9(2).
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01  WS-RESULT-NOTE           PIC X(18) VALUE SPACES.
       01  WS-CK-VALUE-EDIT         PIC ZZ,ZZ9.
       01  WS-CK-GEN-EDIT           PIC ZZ,ZZ9.
       01  WS-RB-VALUE-EDIT         PIC ZZ,ZZ9.
       01  WS-RB-GEN-EDIT           PIC ZZ,ZZ9.
       01  WS-HIST-VALUE-EDIT       PIC ZZ,ZZ9.
       01  WS-HIST-GEN-EDIT         PIC ZZ,ZZ9.
       01  WS-ADDED-EDIT            PIC --,---,---,--9.
       01  WS-ADDED-2-EDIT          PIC --,---,---,--9.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-2-EDIT          PIC Z,ZZZ,ZZ9.
       01  WS-POSITION-EDIT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM 2000-ROLL-FORWARD-HISTORY
               PERFORM 2100-SCAN-ADJ-JOURNAL
               PERFORM 2200-REBUILD-COUNTERS
               EVALUATE TRUE
                   WHEN WS-MODE-APPLY
                       PERFORM 4000-APPLY-REBUILD
                   WHEN WS-MODE-BASELINE
                       PERFORM 5000-WRITE-BASELINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 3000-WRITE-REBUILD-REPORT
               PERFORM 6000-SET-RETURN-CODE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-INITIALIZE-COUNTER-TABLE
           PERFORM 1006-LOAD-COUNTER-DEFS
           PERFORM 1010-READ-REBUILD-PARMS
           IF NOT WS-PARM-ERROR
               PERFORM 1020-READ-BASELINE
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 1030-READ-CHECKPOINT
           END-IF.

       1005-INITIALIZE-COUNTER-TABLE.
           SET CNTR-IDX TO WS-CNTR-AREA1-IDX
           MOVE "WS-AREA-1"      TO CNTR-NAME(CNTR-IDX)
           MOVE 99999            TO CNTR-MAX-VALUE(CNTR-IDX)
           MOVE 95000            TO CNTR-WARN-THRESHOLD(CNTR-IDX)
           MOVE ZERO             TO CNTR-RESET-FLOOR(CNTR-IDX)
           MOVE ZERO             TO CNTR-OVERFLOW-COUNT(CNTR-IDX)
           MOVE 0                TO CNTR-WARNED-FLAG(CNTR-IDX)
           MOVE "W"              TO CNTR-POLICY(CNTR-IDX)
           MOVE "B"              TO CNTR-UNDER-POLICY(CNTR-IDX)

           SET CNTR-IDX TO WS-CNTR-INVSEQ-IDX
           MOVE "WS-INVOICE-SEQ" TO CNTR-NAME(CNTR-IDX)
           MOVE 99999            TO CNTR-MAX-VALUE(CNTR-IDX)
           MOVE 95000            TO CNTR-WARN-THRESHOLD(CNTR-IDX)
           MOVE 10000            TO CNTR-RESET-FLOOR(CNTR-IDX)
           MOVE ZERO             TO CNTR-OVERFLOW-COUNT(CNTR-IDX)
           MOVE 0                TO CNTR-WARNED-FLAG(CNTR-IDX)
           MOVE "A"              TO CNTR-POLICY(CNTR-IDX)
           MOVE "A"              TO CNTR-UNDER-POLICY(CNTR-IDX)

           SET CNTR-IDX TO WS-CNTR-VOLUME-IDX
           MOVE "WS-VOLUME-TALLY" TO CNTR-NAME(CNTR-IDX)
           MOVE 99999            TO CNTR-MAX-VALUE(CNTR-IDX)
           MOVE 95000            TO CNTR-WARN-THRESHOLD(CNTR-IDX)
           MOVE ZERO             TO CNTR-RESET-FLOOR(CNTR-IDX)
           MOVE ZERO             TO CNTR-OVERFLOW-COUNT(CNTR-IDX)
           MOVE 0                TO CNTR-WARNED-FLAG(CNTR-IDX)
           MOVE "R"              TO CNTR-POLICY(CNTR-IDX)
           MOVE "F"              TO CNTR-UNDER-POLICY(CNTR-IDX).

       1006-LOAD-COUNTER-DEFS.
           MOVE "L" TO WS-CNTRLOAD-MODE
           CALL "CNTRLOAD" USING WS-COUNTER-CONTROL-TABLE,
               WS-CNTRLOAD-MODE, WS-CNTRLOAD-STATUS.

       1010-READ-REBUILD-PARMS.
           OPEN INPUT REBUILD-PARM-FILE
           IF WS-REBUILD-PARM-STATUS = "00"
                   OR WS-REBUILD-PARM-STATUS = "05"
               PERFORM UNTIL WS-PARM-EOF
                   READ REBUILD-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1015-APPLY-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE REBUILD-PARM-FILE
           END-IF
           DISPLAY "CNTRRBLD: MODE=" WS-REBUILD-MODE.

       1015-APPLY-ONE-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "MODE"
                   IF WS-PARM-VALUE = "REPORT" OR "APPLY"
                           OR "BASELINE"
                       MOVE WS-PARM-VALUE TO WS-REBUILD-MODE
                   ELSE
                       DISPLAY "CNTRRBLD: INVALID MODE VALUE "
                           WS-PARM-VALUE
                       SET WS-PARM-ERROR TO TRUE
                       MOVE WS-RC-BAD-PARM TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  No baseline means the initial counter values with nothing yet
      *  reflected, so the whole history is rolled forward.
       1020-READ-BASELINE.
           INITIALIZE WS-RB-TABLE
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               MOVE CNTR-RESET-FLOOR(WS-CNTR-SUB)
                   TO WS-RB-BASE-VALUE(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-BASE-GEN(WS-CNTR-SUB)
           END-PERFORM
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               READ BASELINE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1025-LOAD-BASELINE
               END-READ
               CLOSE BASELINE-FILE
           END-IF
           IF NOT WS-BASELINE-FOUND AND NOT WS-PARM-ERROR
               DISPLAY "CNTRRBLD: NO BASELINE ON CNTRBASE.DAT - "
                   "REBUILDING FROM THE START OF RUN HISTORY"
           END-IF.

       1025-LOAD-BASELINE.
           IF BAS-DATE NOT NUMERIC OR BAS-HIST-COUNT NOT NUMERIC
                   OR BAS-ADJ-COUNT NOT NUMERIC
                   OR BAS-VALUE(1) NOT NUMERIC
                   OR BAS-GEN(1) NOT NUMERIC
                   OR BAS-VALUE(2) NOT NUMERIC
                   OR BAS-GEN(2) NOT NUMERIC
                   OR BAS-VALUE(3) NOT NUMERIC
                   OR BAS-GEN(3) NOT NUMERIC
               DISPLAY "CNTRRBLD: CNTRBASE.DAT IS NOT A VALID "
                   "BASELINE: " BAS-RECORD
               SET WS-PARM-ERROR TO TRUE
               MOVE WS-RC-BAD-PARM TO WS-FINAL-RETURN-CODE
           ELSE
               SET WS-BASELINE-FOUND TO TRUE
               MOVE BAS-DATE       TO WS-BASE-DATE
               MOVE BAS-HIST-COUNT TO WS-BASE-HIST-COUNT
               MOVE BAS-ADJ-COUNT  TO WS-BASE-ADJ-COUNT
               PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                       UNTIL WS-CNTR-SUB > 3
                   MOVE BAS-VALUE(WS-CNTR-SUB)
                       TO WS-RB-BASE-VALUE(WS-CNTR-SUB)
                   MOVE BAS-GEN(WS-CNTR-SUB)
                       TO WS-RB-BASE-GEN(WS-CNTR-SUB)
               END-PERFORM
           END-IF.

      *  The current checkpoint is only compared, never trusted: a
      *  record that will not read as numbers is treated as lost.
       1030-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           EVALUATE WS-CHECKPOINT-STATUS
               WHEN "00"
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1035-LOAD-CHECKPOINT
                   END-READ
                   CLOSE CHECKPOINT-FILE
               WHEN "05"
                   CLOSE CHECKPOINT-FILE
               WHEN OTHER
                   SET WS-CHECKPOINT-BAD TO TRUE
                   DISPLAY "CNTRRBLD: COUNTER.DAT CANNOT BE OPENED "
                       "STATUS=" WS-CHECKPOINT-STATUS
           END-EVALUATE
           IF NOT WS-CHECKPOINT-FOUND AND NOT WS-CHECKPOINT-BAD
               DISPLAY "CNTRRBLD: NO CHECKPOINT ON COUNTER.DAT"
           END-IF.

       1035-LOAD-CHECKPOINT.
           IF CK-AREA-1 NOT NUMERIC OR CK-AREA-1-GEN NOT NUMERIC
                   OR CK-INVOICE-SEQ NOT NUMERIC
                   OR CK-INVOICE-GEN NOT NUMERIC
                   OR CK-VOLUME-TALLY NOT NUMERIC
                   OR CK-VOLUME-GEN NOT NUMERIC
               SET WS-CHECKPOINT-BAD TO TRUE
               DISPLAY "CNTRRBLD: COUNTER.DAT IS UNREADABLE - "
                   "TREATED AS LOST"
           ELSE
               SET WS-CHECKPOINT-FOUND TO TRUE
               MOVE CK-RECORD       TO WS-CK-IMAGE
               MOVE CK-AREA-1       TO WS-RB-CK-VALUE(1)
               MOVE CK-AREA-1-GEN   TO WS-RB-CK-GEN(1)
               MOVE CK-INVOICE-SEQ  TO WS-RB-CK-VALUE(2)
               MOVE CK-INVOICE-GEN  TO WS-RB-CK-GEN(2)
               MOVE CK-VOLUME-TALLY TO WS-RB-CK-VALUE(3)
               MOVE CK-VOLUME-GEN   TO WS-RB-CK-GEN(3)
               IF CK-TRANS-POSITION NUMERIC
                       AND CK-TRANS-POSITION > ZERO
                   SET WS-RESTART-PENDING TO TRUE
                   MOVE CK-TRANS-POSITION TO WS-CK-RESTART-POSITION
               END-IF
           END-IF.

       2000-ROLL-FORWARD-HISTORY.
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               COMPUTE WS-COUNTER-SPAN =
                   CNTR-MAX-VALUE(WS-CNTR-SUB)
                   - CNTR-RESET-FLOOR(WS-CNTR-SUB) + 1
               COMPUTE WS-RB-ANCHOR-TRUE(WS-CNTR-SUB) =
                   WS-RB-BASE-GEN(WS-CNTR-SUB) * WS-COUNTER-SPAN
                   + WS-RB-BASE-VALUE(WS-CNTR-SUB)
                   - CNTR-RESET-FLOOR(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-ADDED(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-TOTAL-ADDED(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-ADJ-HIST(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-ADJ-JRNL(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-OVFL-TOTAL(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-ANCHOR-COUNT(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-LAST-OVFL(WS-CNTR-SUB)
               MOVE WS-RB-BASE-VALUE(WS-CNTR-SUB)
                   TO WS-RB-HIST-VALUE(WS-CNTR-SUB)
               MOVE WS-RB-BASE-GEN(WS-CNTR-SUB)
                   TO WS-RB-HIST-GEN(WS-CNTR-SUB)
               MOVE ZERO TO WS-LAST-RUN-ADDED(WS-CNTR-SUB)
           END-PERFORM
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
                   OR WS-RUN-HISTORY-STATUS = "05"
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-ROLL-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-HIST-READ-COUNT < WS-BASE-HIST-COUNT
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY "CNTRRBLD: RUNHIST.DAT HOLDS FEWER RECORDS "
                   "THAN THE BASELINE REFLECTS"
           END-IF.

      *  The last history record's ending values are kept whether or
      *  not it falls after the baseline; they are what the rebuilt
      *  counters must agree with.
       2010-ROLL-ONE-RUN.
           IF HIST-RUN-DATE NUMERIC
               ADD 1 TO WS-HIST-READ-COUNT
               SET WS-LAST-HIST-FOUND TO TRUE
               PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                       UNTIL WS-CNTR-SUB > 3
                   MOVE HIST-END-VALUE(WS-CNTR-SUB)
                       TO WS-RB-HIST-VALUE(WS-CNTR-SUB)
                   MOVE HIST-END-GEN(WS-CNTR-SUB)
                       TO WS-RB-HIST-GEN(WS-CNTR-SUB)
                   MOVE HIST-OVFL-COUNT(WS-CNTR-SUB)
                       TO WS-RB-LAST-OVFL(WS-CNTR-SUB)
               END-PERFORM
               IF HIST-TRANS-COUNT > ZERO
                   MOVE HIST-TRANS-COUNT TO WS-LAST-RUN-TRANS
                   PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                           UNTIL WS-CNTR-SUB > 3
                       MOVE HIST-ADDED(WS-CNTR-SUB)
                           TO WS-LAST-RUN-ADDED(WS-CNTR-SUB)
                   END-PERFORM
               END-IF
               IF WS-HIST-READ-COUNT > WS-BASE-HIST-COUNT
                   ADD 1 TO WS-HIST-ROLLED-COUNT
                   IF HIST-TRANS-COUNT = ZERO
                       ADD 1 TO WS-HIST-ADJ-ENTRIES
                   END-IF
                   PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                           UNTIL WS-CNTR-SUB > 3
                       PERFORM 2015-ROLL-ONE-COUNTER
                   END-PERFORM
               END-IF
           END-IF.

       2015-ROLL-ONE-COUNTER.
           ADD HIST-ADDED(WS-CNTR-SUB) TO WS-RB-TOTAL-ADDED(WS-CNTR-SUB)
           ADD HIST-OVFL-COUNT(WS-CNTR-SUB)
               TO WS-RB-OVFL-TOTAL(WS-CNTR-SUB)
           IF HIST-TRANS-COUNT = ZERO
               ADD HIST-ADDED(WS-CNTR-SUB)
                   TO WS-RB-ADJ-HIST(WS-CNTR-SUB)
           END-IF
           IF CNTR-POLICY(WS-CNTR-SUB) = "R"
                   AND HIST-OVFL-COUNT(WS-CNTR-SUB) > ZERO
               COMPUTE WS-COUNTER-SPAN =
                   CNTR-MAX-VALUE(WS-CNTR-SUB)
                   - CNTR-RESET-FLOOR(WS-CNTR-SUB) + 1
               COMPUTE WS-RB-ANCHOR-TRUE(WS-CNTR-SUB) =
                   HIST-END-GEN(WS-CNTR-SUB) * WS-COUNTER-SPAN
                   + HIST-END-VALUE(WS-CNTR-SUB)
                   - CNTR-RESET-FLOOR(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-ADDED(WS-CNTR-SUB)
               ADD 1 TO WS-RB-ANCHOR-COUNT(WS-CNTR-SUB)
           ELSE
               ADD HIST-ADDED(WS-CNTR-SUB) TO WS-RB-ADDED(WS-CNTR-SUB)
           END-IF.

       2100-SCAN-ADJ-JOURNAL.
           OPEN INPUT ADJ-JOURNAL-FILE
           IF WS-ADJ-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-ADJ-EOF
                   READ ADJ-JOURNAL-FILE
                       AT END
                           SET WS-ADJ-EOF TO TRUE
                       NOT AT END
                           PERFORM 2110-SCAN-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJ-JOURNAL-FILE
           END-IF
           IF WS-ADJ-READ-COUNT < WS-BASE-ADJ-COUNT
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY "CNTRRBLD: CNTRADJ.DAT HOLDS FEWER RECORDS "
                   "THAN THE BASELINE REFLECTS"
           END-IF.

       2110-SCAN-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ-COUNT
           IF WS-ADJ-READ-COUNT > WS-BASE-ADJ-COUNT
                   AND CAJ-OUTCOME = "A"
                   AND (CAJ-SLOT = "1" OR "2" OR "3")
                   AND CAJ-APPLIED-CHANGE NUMERIC
               ADD 1 TO WS-ADJ-ROLLED-COUNT
               MOVE CAJ-SLOT TO WS-ADJ-SLOT
               ADD CAJ-APPLIED-CHANGE TO WS-RB-ADJ-JRNL(WS-ADJ-SLOT)
           END-IF.

       2200-REBUILD-COUNTERS.
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               PERFORM 2210-REBUILD-ONE-COUNTER
           END-PERFORM.

       2210-REBUILD-ONE-COUNTER.
           COMPUTE WS-COUNTER-SPAN =
               CNTR-MAX-VALUE(WS-CNTR-SUB)
               - CNTR-RESET-FLOOR(WS-CNTR-SUB) + 1
           COMPUTE WS-TRUE-COUNT =
               WS-RB-ANCHOR-TRUE(WS-CNTR-SUB) + WS-RB-ADDED(WS-CNTR-SUB)
           SET WS-RB-MATCHES(WS-CNTR-SUB) TO TRUE
           IF WS-TRUE-COUNT < ZERO
               MOVE ZERO TO WS-RB-VALUE(WS-CNTR-SUB)
               MOVE ZERO TO WS-RB-GEN(WS-CNTR-SUB)
               SET WS-RB-OUT-OF-PROOF(WS-CNTR-SUB) TO TRUE
           ELSE
               DIVIDE WS-TRUE-COUNT BY WS-COUNTER-SPAN
                   GIVING WS-TRUE-GEN REMAINDER WS-TRUE-REMAINDER
               IF WS-TRUE-GEN > 99999
                   MOVE ZERO TO WS-RB-VALUE(WS-CNTR-SUB)
                   MOVE ZERO TO WS-RB-GEN(WS-CNTR-SUB)
                   SET WS-RB-OUT-OF-PROOF(WS-CNTR-SUB) TO TRUE
               ELSE
                   MOVE WS-TRUE-GEN TO WS-RB-GEN(WS-CNTR-SUB)
                   COMPUTE WS-RB-VALUE(WS-CNTR-SUB) =
                       CNTR-RESET-FLOOR(WS-CNTR-SUB)
                       + WS-TRUE-REMAINDER
               END-IF
           END-IF
           IF NOT WS-LAST-HIST-FOUND
               IF WS-RB-MATCHES(WS-CNTR-SUB)
                   SET WS-RB-NOT-CHECKED(WS-CNTR-SUB) TO TRUE
               END-IF
           ELSE
               IF WS-RB-VALUE(WS-CNTR-SUB)
                       NOT = WS-RB-HIST-VALUE(WS-CNTR-SUB)
                       OR WS-RB-GEN(WS-CNTR-SUB)
                           NOT = WS-RB-HIST-GEN(WS-CNTR-SUB)
                   SET WS-RB-OUT-OF-PROOF(WS-CNTR-SUB) TO TRUE
               END-IF
           END-IF
           IF WS-RB-OUT-OF-PROOF(WS-CNTR-SUB)
               IF CNTR-POLICY(WS-CNTR-SUB) = "R"
                       AND WS-LAST-HIST-FOUND
                   SET WS-RB-TAKEN-FROM-HIST(WS-CNTR-SUB) TO TRUE
                   MOVE WS-RB-HIST-VALUE(WS-CNTR-SUB)
                       TO WS-RB-VALUE(WS-CNTR-SUB)
                   MOVE WS-RB-HIST-GEN(WS-CNTR-SUB)
                       TO WS-RB-GEN(WS-CNTR-SUB)
                   ADD 1 TO WS-INFO-COUNT
               ELSE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   DISPLAY "CNTRRBLD: " CNTR-NAME(WS-CNTR-SUB)
                       " REBUILD DOES NOT AGREE WITH RUN HISTORY"
               END-IF
           END-IF
           IF WS-RB-ADJ-JRNL(WS-CNTR-SUB)
                   NOT = WS-RB-ADJ-HIST(WS-CNTR-SUB)
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY "CNTRRBLD: " CNTR-NAME(WS-CNTR-SUB)
                   " ADJUSTMENT JOURNAL DOES NOT AGREE WITH RUN "
                   "HISTORY"
           END-IF
           IF NOT WS-CHECKPOINT-FOUND
               SET WS-CK-DIFFERS TO TRUE
           ELSE
               IF WS-RB-CK-VALUE(WS-CNTR-SUB)
                       NOT = WS-RB-VALUE(WS-CNTR-SUB)
                       OR WS-RB-CK-GEN(WS-CNTR-SUB)
                           NOT = WS-RB-GEN(WS-CNTR-SUB)
                   SET WS-CK-DIFFERS TO TRUE
               END-IF
           END-IF.

       3000-WRITE-REBUILD-REPORT.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           OPEN OUTPUT REBUILD-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CNTRRBLD: CANNOT OPEN REBUILD.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "COUNTER CHECKPOINT REBUILD AS OF "
                                      DELIMITED BY SIZE
               WS-CDT-YEAR            DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-MONTH           DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-DAY             DELIMITED BY SIZE
               "  MODE="              DELIMITED BY SIZE
               WS-REBUILD-MODE        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BASELINE-FOUND
               MOVE WS-BASE-HIST-COUNT TO WS-COUNT-EDIT
               MOVE WS-BASE-ADJ-COUNT  TO WS-COUNT-2-EDIT
               STRING
                   "BASELINE OF "         DELIMITED BY SIZE
                   WS-BASE-DATE           DELIMITED BY SIZE
                   " - HISTORY RECORDS"   DELIMITED BY SIZE
                   WS-COUNT-EDIT          DELIMITED BY SIZE
                   " JOURNAL RECORDS"     DELIMITED BY SIZE
                   WS-COUNT-2-EDIT        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "NO BASELINE - INITIAL COUNTER VALUES USED"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-HIST-ROLLED-COUNT TO WS-COUNT-EDIT
           MOVE WS-HIST-ADJ-ENTRIES  TO WS-COUNT-2-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "HISTORY RECORDS ROLLED FORWARD:"
                                      DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               "  ADJUSTMENT ENTRIES:" DELIMITED BY SIZE
               WS-COUNT-2-EDIT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-ADJ-ROLLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "ADJUSTMENT JOURNAL ENTRIES APPLIED SINCE BASELINE:"
                                      DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CHECKPOINT-BAD
                   MOVE "CURRENT CHECKPOINT: UNREADABLE"
                       TO WS-REPORT-LINE
               WHEN NOT WS-CHECKPOINT-FOUND
                   MOVE "CURRENT CHECKPOINT: NOT ON FILE"
                       TO WS-REPORT-LINE
               WHEN WS-RESTART-PENDING
                   MOVE WS-CK-RESTART-POSITION TO WS-POSITION-EDIT
                   STRING
                       "CURRENT CHECKPOINT: RESTART POSITION"
                                      DELIMITED BY SIZE
                       WS-POSITION-EDIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "CURRENT CHECKPOINT: NO RESTART PENDING"
                       TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "COUNTER            CHECKPOINT"
                                      DELIMITED BY SIZE
               "        REBUILT   LAST HISTORY  RESULT"
                                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "                    VALUE/GEN"
                                      DELIMITED BY SIZE
               "      VALUE/GEN      VALUE/GEN"
                                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               PERFORM 3010-REPORT-ONE-COUNTER
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-DISCREPANCY-COUNT > ZERO
                   MOVE "RESULT: *** DISCREPANCIES - NOT REBUILT ***"
                       TO WS-REPORT-LINE
               WHEN WS-REBUILD-APPLIED
                   MOVE "RESULT: COUNTER.DAT REBUILT - RESTART CLEARED"
                       TO WS-REPORT-LINE
               WHEN WS-BASELINE-WRITTEN
                   MOVE "RESULT: CNTRBASE.DAT BASELINE RECORDED"
                       TO WS-REPORT-LINE
               WHEN WS-MODE-BASELINE
                   MOVE "RESULT: BASELINE NOT RECORDED"
                       TO WS-REPORT-LINE
               WHEN WS-CK-DIFFERS
                   MOVE "RESULT: CHECKPOINT DIFFERS FROM THE REBUILD"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "RESULT: CHECKPOINT AGREES WITH THE REBUILD"
                       TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 3090-WRITE-REPORT-LINE
           CLOSE REBUILD-REPORT-FILE.

       3010-REPORT-ONE-COUNTER.
           MOVE WS-RB-CK-VALUE(WS-CNTR-SUB)   TO WS-CK-VALUE-EDIT
           MOVE WS-RB-CK-GEN(WS-CNTR-SUB)     TO WS-CK-GEN-EDIT
           MOVE WS-RB-VALUE(WS-CNTR-SUB)      TO WS-RB-VALUE-EDIT
           MOVE WS-RB-GEN(WS-CNTR-SUB)        TO WS-RB-GEN-EDIT
           MOVE WS-RB-HIST-VALUE(WS-CNTR-SUB) TO WS-HIST-VALUE-EDIT
           MOVE WS-RB-HIST-GEN(WS-CNTR-SUB)   TO WS-HIST-GEN-EDIT
           EVALUATE TRUE
               WHEN WS-RB-OUT-OF-PROOF(WS-CNTR-SUB)
                   MOVE "** OUT OF PROOF **" TO WS-RESULT-NOTE
               WHEN WS-RB-TAKEN-FROM-HIST(WS-CNTR-SUB)
                   MOVE "RESET-FROM HISTORY" TO WS-RESULT-NOTE
               WHEN WS-RB-NOT-CHECKED(WS-CNTR-SUB)
                   MOVE "NO HISTORY" TO WS-RESULT-NOTE
               WHEN OTHER
                   MOVE "IN PROOF" TO WS-RESULT-NOTE
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               CNTR-NAME(WS-CNTR-SUB) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-CK-VALUE-EDIT       DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               WS-CK-GEN-EDIT         DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-RB-VALUE-EDIT       DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               WS-RB-GEN-EDIT         DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-HIST-VALUE-EDIT     DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               WS-HIST-GEN-EDIT       DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-RESULT-NOTE         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-RB-TOTAL-ADDED(WS-CNTR-SUB) TO WS-ADDED-EDIT
           MOVE WS-RB-OVFL-TOTAL(WS-CNTR-SUB)  TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    UNITS ROLLED FORWARD " DELIMITED BY SIZE
               WS-ADDED-EDIT               DELIMITED BY SIZE
               "  OVERFLOW EVENTS"         DELIMITED BY SIZE
               WS-COUNT-EDIT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-RB-ADJ-HIST(WS-CNTR-SUB) TO WS-ADDED-EDIT
           MOVE WS-RB-ADJ-JRNL(WS-CNTR-SUB) TO WS-ADDED-2-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    ADJUSTED IN HISTORY "  DELIMITED BY SIZE
               WS-ADDED-EDIT               DELIMITED BY SIZE
               "  JOURNAL"                 DELIMITED BY SIZE
               WS-ADDED-2-EDIT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           IF WS-RB-ANCHOR-COUNT(WS-CNTR-SUB) > ZERO
               MOVE WS-RB-ANCHOR-COUNT(WS-CNTR-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "    RE-ANCHORED AFTER RESET IN"
                                           DELIMITED BY SIZE
                   WS-COUNT-EDIT           DELIMITED BY SIZE
                   " RUN(S)"               DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3090-WRITE-REPORT-LINE
           END-IF.

       3090-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RBR-RECORD
           WRITE RBR-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CNTRRBLD: I/O FAILURE ON REBUILD.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF.

      *  Run totals carry over from the current checkpoint when it can
      *  still be read (CNTRAUDT proves the extract against them);
      *  otherwise they come from the last posting run on history.
      *  The restart position and the feed and invoice-set control
      *  totals are cleared so the next run starts clean.
       4000-APPLY-REBUILD.
           IF WS-DISCREPANCY-COUNT > ZERO
               DISPLAY "CNTRRBLD: APPLY REFUSED - REBUILD DOES NOT "
                   "PROVE OUT - SEE REBUILD.RPT"
           ELSE
               PERFORM 4010-WRITE-CHECKPOINT
               IF WS-FINAL-RETURN-CODE < WS-RC-IO-ERROR
                   SET WS-REBUILD-APPLIED TO TRUE
                   PERFORM 4020-LOG-RECOVERY
                   PERFORM 4030-WRITE-ALERT
               END-IF
           END-IF.

       4010-WRITE-CHECKPOINT.
           IF WS-CHECKPOINT-FOUND
               MOVE WS-CK-IMAGE TO CK-RECORD
           ELSE
               INITIALIZE CK-RECORD
               MOVE WS-LAST-RUN-TRANS    TO CK-ACCEPT-COUNT
               MOVE WS-LAST-RUN-ADDED(1) TO CK-ADDED-1
               MOVE WS-LAST-RUN-ADDED(2) TO CK-ADDED-2
               MOVE WS-LAST-RUN-ADDED(3) TO CK-ADDED-3
           END-IF
           MOVE WS-RB-VALUE(1) TO CK-AREA-1
           MOVE WS-RB-GEN(1)   TO CK-AREA-1-GEN
           MOVE WS-RB-VALUE(2) TO CK-INVOICE-SEQ
           MOVE WS-RB-GEN(2)   TO CK-INVOICE-GEN
           MOVE WS-RB-VALUE(3) TO CK-VOLUME-TALLY
           MOVE WS-RB-GEN(3)   TO CK-VOLUME-GEN
           MOVE ZERO TO CK-TRANS-POSITION
           MOVE ZERO TO CK-CTL-COUNT
           MOVE ZERO TO CK-CTL-HASH
           MOVE ZERO TO CK-INV-SET-COUNT
           MOVE ZERO TO CK-INV-SET-HASH
           MOVE ZERO TO CK-TXN-REG-COUNT
           MOVE ZERO TO CK-HOLD-ON-FILE
           MOVE WS-RB-LAST-OVFL(1) TO CK-CNTR-OVFL-1
           MOVE WS-RB-LAST-OVFL(2) TO CK-CNTR-OVFL-2
           MOVE WS-RB-LAST-OVFL(3) TO CK-CNTR-OVFL-3
           COMPUTE CK-OVERFLOW-COUNT =
               WS-RB-LAST-OVFL(1) + WS-RB-LAST-OVFL(2)
               + WS-RB-LAST-OVFL(3)
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               IF WS-RB-VALUE(WS-CNTR-SUB)
                       >= CNTR-WARN-THRESHOLD(WS-CNTR-SUB)
                   MOVE 1 TO CNTR-WARNED-FLAG(WS-CNTR-SUB)
               ELSE
                   MOVE 0 TO CNTR-WARNED-FLAG(WS-CNTR-SUB)
               END-IF
           END-PERFORM
           MOVE CNTR-WARNED-FLAG(WS-CNTR-AREA1-IDX) TO CK-WARNED-1
           MOVE CNTR-WARNED-FLAG(WS-CNTR-INVSEQ-IDX) TO CK-WARNED-2
           MOVE CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX) TO CK-WARNED-3
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHECKPOINT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "COUNTER.DAT"        TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                 TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           WRITE CK-RECORD
           MOVE WS-CHECKPOINT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "COUNTER.DAT"        TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE CHECKPOINT-FILE
           DISPLAY "CNTRRBLD: COUNTER.DAT REWRITTEN FROM THE REBUILD".

      *  Recovery lines name the counter with COUNTER= rather than
      *  FIELD= so CAPFCST does not tally them as overflow events.
       4020-LOG-RECOVERY.
           OPEN EXTEND OVERFLOW-LOG-FILE
           IF WS-OVERFLOW-LOG-STATUS NOT = "00"
               OPEN OUTPUT OVERFLOW-LOG-FILE
           END-IF
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               PERFORM 4025-LOG-ONE-COUNTER
           END-PERFORM
           CLOSE OVERFLOW-LOG-FILE.

       4025-LOG-ONE-COUNTER.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RB-CK-VALUE(WS-CNTR-SUB) TO WS-CK-VALUE-EDIT
           MOVE WS-RB-CK-GEN(WS-CNTR-SUB)   TO WS-CK-GEN-EDIT
           MOVE WS-RB-VALUE(WS-CNTR-SUB)    TO WS-RB-VALUE-EDIT
           MOVE WS-RB-GEN(WS-CNTR-SUB)      TO WS-RB-GEN-EDIT
           MOVE SPACES TO OV-LOG-RECORD
           STRING
               WS-CDT-YEAR            DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-MONTH           DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-DAY             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-CDT-HOUR            DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-CDT-MINUTE          DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-CDT-SECOND          DELIMITED BY SIZE
               " CNTRRBLD RECOVERY: COUNTER="
                                      DELIMITED BY SIZE
               CNTR-NAME(WS-CNTR-SUB) DELIMITED BY SIZE
               " OLD-VALUE="          DELIMITED BY SIZE
               WS-CK-VALUE-EDIT       DELIMITED BY SIZE
               " OLD-GEN="            DELIMITED BY SIZE
               WS-CK-GEN-EDIT         DELIMITED BY SIZE
               " REBUILT-VALUE="      DELIMITED BY SIZE
               WS-RB-VALUE-EDIT       DELIMITED BY SIZE
               " GEN="                DELIMITED BY SIZE
               WS-RB-GEN-EDIT         DELIMITED BY SIZE
               " NOTE=CHECKPOINT REBUILT FROM BASELINE AND RUN HISTORY"
                                      DELIMITED BY SIZE
               INTO OV-LOG-RECORD
           END-STRING
           WRITE OV-LOG-RECORD
           MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
           MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       4030-WRITE-ALERT.
           MOVE WS-RC-DIFFERS TO WS-ALERT-SEVERITY
           MOVE "RBLD" TO WS-ALERT-CONDITION
           MOVE "COUNTER.DAT" TO WS-ALERT-IDENT
           MOVE "CHECKPOINT REBUILT - RESTART CLEARED"
               TO WS-ALERT-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "WARNING: ALERT FILE ALERTS.DAT UNAVAILABLE "
                   "STATUS=" WS-ALERT-STATUS
                   " - ALERTS GO TO JOB OUTPUT ONLY"
           ELSE
               ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO ALR-RECORD
               STRING
                   WS-CDT-YEAR        DELIMITED BY SIZE
                   WS-CDT-MONTH       DELIMITED BY SIZE
                   WS-CDT-DAY         DELIMITED BY SIZE
                   WS-CDT-HOUR        DELIMITED BY SIZE
                   WS-CDT-MINUTE      DELIMITED BY SIZE
                   WS-CDT-SECOND      DELIMITED BY SIZE
                   INTO ALR-TIMESTAMP
               END-STRING
               MOVE WS-ALERT-SEVERITY  TO ALR-SEVERITY
               MOVE WS-ALERT-CONDITION TO ALR-CONDITION
               MOVE WS-ALERT-IDENT     TO ALR-IDENT
               MOVE WS-ALERT-TEXT      TO ALR-TEXT
               WRITE ALR-RECORD
               MOVE WS-ALERT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "ALERTS.DAT"    TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
               CLOSE ALERT-FILE
           END-IF
           DISPLAY "CNTRRBLD: ALERT " WS-ALERT-CONDITION " - "
               WS-ALERT-TEXT.

      *  A baseline is only worth keeping if it is known good: the
      *  checkpoint must read, hold no restart position and agree
      *  with the rebuild from the previous baseline.
       5000-WRITE-BASELINE.
           EVALUATE TRUE
               WHEN WS-DISCREPANCY-COUNT > ZERO
                   DISPLAY "CNTRRBLD: BASELINE REFUSED - REBUILD DOES "
                       "NOT PROVE OUT"
               WHEN NOT WS-CHECKPOINT-FOUND
                   DISPLAY "CNTRRBLD: BASELINE REFUSED - NO READABLE "
                       "CHECKPOINT"
               WHEN WS-RESTART-PENDING
                   DISPLAY "CNTRRBLD: BASELINE REFUSED - CHECKPOINT "
                       "HOLDS A RESTART POSITION"
               WHEN WS-CK-DIFFERS
                   DISPLAY "CNTRRBLD: BASELINE REFUSED - CHECKPOINT "
                       "DIFFERS FROM THE REBUILD"
               WHEN OTHER
                   PERFORM 5010-WRITE-BASELINE-RECORD
           END-EVALUATE.

       5010-WRITE-BASELINE-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BAS-RECORD
           MOVE WS-TODAY-DATE      TO BAS-DATE
           MOVE WS-HIST-READ-COUNT TO BAS-HIST-COUNT
           MOVE WS-ADJ-READ-COUNT  TO BAS-ADJ-COUNT
           PERFORM VARYING WS-CNTR-SUB FROM 1 BY 1
                   UNTIL WS-CNTR-SUB > 3
               MOVE WS-RB-CK-VALUE(WS-CNTR-SUB)
                   TO BAS-VALUE(WS-CNTR-SUB)
               MOVE WS-RB-CK-GEN(WS-CNTR-SUB)
                   TO BAS-GEN(WS-CNTR-SUB)
           END-PERFORM
           OPEN OUTPUT BASELINE-FILE
           MOVE WS-BASELINE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "CNTRBASE.DAT"     TO WS-IO-CHECK-FILE-NAME
           MOVE "05"               TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           WRITE BAS-RECORD
           MOVE WS-BASELINE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "CNTRBASE.DAT"     TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE BASELINE-FILE
           IF WS-FINAL-RETURN-CODE < WS-RC-IO-ERROR
               SET WS-BASELINE-WRITTEN TO TRUE
               DISPLAY "CNTRRBLD: BASELINE RECORDED ON CNTRBASE.DAT"
           END-IF.

       6000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-DISCREPANCY-COUNT > ZERO
                   IF WS-FINAL-RETURN-CODE < WS-RC-DISCREPANCY
                       MOVE WS-RC-DISCREPANCY TO WS-FINAL-RETURN-CODE
                   END-IF
                   DISPLAY "CNTRRBLD: " WS-DISCREPANCY-COUNT
                       " DISCREPANCY(IES) - SEE REBUILD.RPT"
               WHEN WS-MODE-BASELINE AND NOT WS-BASELINE-WRITTEN
                   IF WS-FINAL-RETURN-CODE < WS-RC-DISCREPANCY
                       MOVE WS-RC-DISCREPANCY TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN WS-MODE-REPORT AND WS-CK-DIFFERS
                   IF WS-FINAL-RETURN-CODE < WS-RC-DIFFERS
                       MOVE WS-RC-DIFFERS TO WS-FINAL-RETURN-CODE
                   END-IF
                   DISPLAY "CNTRRBLD: CHECKPOINT DIFFERS FROM THE "
                       "REBUILD - SEE REBUILD.RPT"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
                   " STATUS=" WS-IO-CHECK-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE "00" TO WS-IO-CHECK-ALT-OK.
