       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRADJ.
      *****************************************************************
      *  CNTRADJ - controlled manual counter adjustment.
      *
      *  Moves a control-table counter on COUNTER.DAT under control
      *  instead of by hand-editing the checkpoint.  Each request on
      *  ADJREQ.DAT names one counter by its CNTRCTL table slot:
      *
      *    col  1      counter slot (1 AREA-1, 2 INVOICE-SEQ,
      *                3 VOLUME-TALLY)
      *    col  3      V = set to new value, D = apply signed delta
      *    col  5-14   new value or delta, sign leading separate
      *                (e.g. +000012000 / -000000250)
      *    col 16-19   reason code
      *    col 21-28   requestor id
      *    col 30-37   approver id (must differ from requestor)
      *    col 39-78   free-text note
      *
      *  Blank lines and lines starting '*' are ignored.
      *
      *    1. Refuses to run while RUNCTL.DAT shows a feed still
      *       incomplete, the checkpoint holds a restart position,
      *       or RUNPARM.DAT asks for a restart - the adjustment
      *       would be lost or doubled by the recovery.  A request
      *       file already carrying the applied marker is refused
      *       the same way.
      *    2. Edits each request and applies it through OVFLCHK with
      *       the counter's own overflow/underflow policies; a new
      *       value must lie between the counter's floor and maximum
      *       and a change that trips an ABEND policy is refused.
      *       Overflow and underflow events go to OVERFLOW.LOG.
      *       Requests apply in file order, each on the result of
      *       the one before.
      *    3. Writes a before/after image of every request, applied
      *       or refused, to the permanent journal CNTRADJ.DAT,
      *       stamped with the invoice extract on INVCTL.DAT at the
      *       time so CNTRAUDT can follow an invoice sequence move.
      *    4. Rewrites the counter values on COUNTER.DAT and appends
      *       one RUNHIST.DAT entry (transaction count zero) holding
      *       the true-count change per counter, so CNTRAUDT's
      *       cross-foot still proves out.  ADJREQ.DAT is then
      *       copied to ADJREQ.yyyymmdd.PST and rewritten with an
      *       applied marker so the same requests can never be
      *       applied twice.
      *
      *  RETURN-CODE 00 all requests applied, 04 one or more refused
      *  or an overflow event, 08 run refused, 12 no requests to
      *  apply, 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADJ-REQUEST-FILE
               ASSIGN TO "ADJREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-REQUEST-STATUS.

           SELECT ADJ-REQUEST-OUT-FILE
               ASSIGN TO "ADJREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-REQUEST-OUT-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL ADJ-JOURNAL-FILE
               ASSIGN TO "CNTRADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-JOURNAL-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "COUNTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OVERFLOW-LOG-FILE
               ASSIGN TO "OVERFLOW.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-LOG-STATUS.

           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL INVOICE-CONTROL-FILE
               ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-REQUEST-FILE.
       01  ARQ-RECORD.
           05  ARQ-SLOT             PIC X(1).
           05  FILLER               PIC X(1).
           05  ARQ-TYPE             PIC X(1).
           05  FILLER               PIC X(1).
           05  ARQ-AMOUNT-X         PIC X(10).
           05  ARQ-AMOUNT REDEFINES ARQ-AMOUNT-X
                                    PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  ARQ-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  ARQ-REQUESTOR        PIC X(8).
           05  FILLER               PIC X(1).
           05  ARQ-APPROVER         PIC X(8).
           05  FILLER               PIC X(1).
           05  ARQ-NOTE             PIC X(40).
           05  FILLER               PIC X(2).

       FD  ADJ-REQUEST-OUT-FILE.
       01  ARQ-OUT-RECORD           PIC X(80).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(80).

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

       FD  OVERFLOW-LOG-FILE.
       01  OV-LOG-RECORD            PIC X(200).

       FD  RUN-HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-RUN-DATE        PIC 9(8).
           05  HIST-TRANS-COUNT     PIC 9(7).
           05  HIST-COUNTER-ENTRY OCCURS 3 TIMES.
               10  HIST-ADDED       PIC S9(9) SIGN LEADING SEPARATE.
               10  HIST-OVFL-COUNT  PIC 9(5).
               10  HIST-END-VALUE   PIC 9(5).
               10  HIST-END-GEN     PIC 9(5).

       FD  RUN-CONTROL-FILE.
       01  RC-RECORD.
           05  RC-RUN-NUMBER        PIC 9(5).
           05  RC-FEED-DATE         PIC 9(8).
           05  RC-SOURCE-ID         PIC X(4).
           05  RC-RUN-STATE         PIC X(1).

       FD  RUN-PARM-FILE.
       01  PARM-RECORD              PIC X(80).

       FD  INVOICE-CONTROL-FILE.
       01  IVC-RECORD.
           05  IVC-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  IVC-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  IVC-RECORD-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  IVC-STATE            PIC X(1).

       WORKING-STORAGE SECTION.
       COPY CNTRCTL.

       01  WS-ADJ-REQUEST-STATUS    PIC XX.
       01  WS-ADJ-REQUEST-OUT-STATUS PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-ADJ-JOURNAL-STATUS    PIC XX.
       01  WS-CHECKPOINT-STATUS     PIC XX.
       01  WS-OVERFLOW-LOG-STATUS   PIC XX.
       01  WS-RUN-HISTORY-STATUS    PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-RUN-PARM-STATUS       PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.

       01  WS-RUN-BLOCKED-FLAG      PIC X VALUE "N".
           88  WS-RUN-BLOCKED                VALUE "Y".
       01  WS-CHECKPOINT-FOUND-FLAG PIC X VALUE "N".
           88  WS-CHECKPOINT-FOUND           VALUE "Y".
       01  WS-ARQ-EOF-FLAG          PIC X VALUE "N".
           88  WS-ARQ-EOF                    VALUE "Y".
       01  WS-RUN-CTL-EOF-FLAG      PIC X VALUE "N".
           88  WS-RUN-CTL-EOF                VALUE "Y".
       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
           88  WS-PARM-EOF                   VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE            PIC X(20).

      *  Working image of the counters, indexed by control-table slot.
       01  WS-ADJ-COUNTERS.
           05  WS-ADJ-CNTR-ENTRY OCCURS 3 TIMES.
               10  WS-ADJ-VALUE     PIC 9(5).
               10  WS-ADJ-GEN       PIC 9(5).
               10  WS-ADJ-NET       PIC S9(9).
       01  WS-CK-IMAGE              PIC X(193) VALUE SPACES.

       01  WS-ADJ-SLOT              PIC 9 VALUE ZERO.
       01  WS-ADJ-DELTA             PIC S9(9) VALUE ZERO.
       01  WS-ADJ-UNITS             PIC 9(5) VALUE ZERO.
       01  WS-ADJ-DIRECTION         PIC X VALUE "+".
       01  WS-ADJ-TRUE-CHANGE       PIC S9(11) VALUE ZERO.
       01  WS-COUNTER-SPAN          PIC 9(10) VALUE ZERO.
       01  WS-BEFORE-VALUE          PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-GEN            PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-WARNED         PIC 9 VALUE ZERO.
       01  WS-REFUSE-NOTE           PIC X(40) VALUE SPACES.
       01  WS-OVERFLOW-FLAG         PIC 9 VALUE 0.
       01  WS-UNDERFLOW-FLAG        PIC 9 VALUE 0.
       01  WS-WARNING-FLAG          PIC 9 VALUE 0.
       01  WS-ABEND-FLAG            PIC 9 VALUE 0.
       01  WS-PRE-OVERFLOW-VALUE    PIC 9(5) VALUE ZERO.

       01  WS-EXTRACT-RUN           PIC 9(5) VALUE ZERO.
       01  WS-EXTRACT-DATE          PIC 9(8) VALUE ZERO.

       01  WS-REQUEST-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNDERFLOW-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-APPLIED-REC.
           05  FILLER               PIC X(8) VALUE "*APPLIED".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-APPLIED-DATE      PIC 9(8) VALUE ZERO.
           05  FILLER               PIC X(63) VALUE SPACES.
       01  WS-APPLIED-TEST          PIC X(8) VALUE "*APPLIED".

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-REFUSED            PIC 9(2) VALUE 04.
       01  WS-RC-BLOCKED            PIC 9(2) VALUE 08.
       01  WS-RC-CONTROL            PIC 9(2) VALUE 12.
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
       01  WS-ARCHIVE-FILE-NAME     PIC X(30) VALUE SPACES.

       01  WS-OVERFLOW-LOG-LINE     PIC X(200) VALUE SPACES.
       01  WS-PRE-OVERFLOW-EDIT     PIC ZZ,ZZ9.
       01  WS-RESET-VALUE-EDIT      PIC ZZ,ZZ9.
       01  WS-GEN-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-OVERFLOW-NOTE         PIC X(55) VALUE "NONE".
       01  WS-APPLIED-POLICY        PIC X(1) VALUE SPACE.

       01  WS-VALUE-EDIT            PIC ZZ,ZZ9.
       01  WS-GEN-EDIT              PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-BLOCKED
               PERFORM 2000-PROCESS-REQUESTS
               PERFORM 3000-FINALIZE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-INITIALIZE-COUNTER-TABLE
           PERFORM 1006-LOAD-COUNTER-DEFS
           PERFORM 1010-READ-CHECKPOINT
           PERFORM 1015-CHECK-RUN-CONTROL
           PERFORM 1017-CHECK-RUN-PARMS
           PERFORM 1020-CHECK-REQUEST-FILE
           IF NOT WS-RUN-BLOCKED
               PERFORM 1025-READ-INVOICE-CONTROL
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

      *  The whole checkpoint image is kept so everything other than
      *  the counter values goes back exactly as the last run left it.
       1010-READ-CHECKPOINT.
           MOVE ZERO TO WS-ADJ-COUNTERS
           MOVE CNTR-RESET-FLOOR(WS-CNTR-INVSEQ-IDX)
               TO WS-ADJ-VALUE(2)
           OPEN INPUT CHECKPOINT-FILE
           EVALUATE WS-CHECKPOINT-STATUS
               WHEN "00"
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-CHECKPOINT-FOUND TO TRUE
                           MOVE CK-RECORD       TO WS-CK-IMAGE
                           PERFORM 1012-LOAD-CHECKPOINT-VALUES
                   END-READ
                   CLOSE CHECKPOINT-FILE
               WHEN "05"
                   CLOSE CHECKPOINT-FILE
               WHEN OTHER
                   MOVE WS-CHECKPOINT-STATUS TO WS-IO-CHECK-STATUS
                   MOVE "COUNTER.DAT"        TO WS-IO-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-IO-STATUS
                   SET WS-RUN-BLOCKED TO TRUE
           END-EVALUATE.

       1012-LOAD-CHECKPOINT-VALUES.
           MOVE CK-AREA-1       TO WS-ADJ-VALUE(1)
           MOVE CK-AREA-1-GEN   TO WS-ADJ-GEN(1)
           MOVE CK-INVOICE-SEQ  TO WS-ADJ-VALUE(2)
           MOVE CK-INVOICE-GEN  TO WS-ADJ-GEN(2)
           MOVE CK-VOLUME-TALLY TO WS-ADJ-VALUE(3)
           IF CK-VOLUME-GEN NUMERIC
               MOVE CK-VOLUME-GEN TO WS-ADJ-GEN(3)
           END-IF
           IF CK-WARNED-1 NUMERIC
               MOVE CK-WARNED-1 TO CNTR-WARNED-FLAG(1)
           END-IF
           IF CK-WARNED-2 NUMERIC
               MOVE CK-WARNED-2 TO CNTR-WARNED-FLAG(2)
           END-IF
           IF CK-WARNED-3 NUMERIC
               MOVE CK-WARNED-3 TO CNTR-WARNED-FLAG(3)
           END-IF
           IF CK-TRANS-POSITION NUMERIC
                   AND CK-TRANS-POSITION > ZERO
               DISPLAY "CNTRADJ: RUN REFUSED - CHECKPOINT HOLDS "
                   "RESTART POSITION " CK-TRANS-POSITION
                   " - COMPLETE THE RESTART FIRST"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF.

       1015-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-RUN-CTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUN-CTL-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-STATE = "I"
                               DISPLAY "CNTRADJ: RUN REFUSED - FEED "
                                   RC-FEED-DATE "/" RC-SOURCE-ID
                                   " OF RUN " RC-RUN-NUMBER
                                   " IS INCOMPLETE ON RUNCTL.DAT"
                               SET WS-RUN-BLOCKED TO TRUE
                               MOVE WS-RC-BLOCKED
                                   TO WS-FINAL-RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE.

       1017-CHECK-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-STATUS = "00" OR WS-RUN-PARM-STATUS = "05"
               PERFORM UNTIL WS-PARM-EOF
                   READ RUN-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1018-CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-FILE
           END-IF.

       1018-CHECK-ONE-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEYWORD = "RESTART" AND WS-PARM-VALUE = "Y"
               DISPLAY "CNTRADJ: RUN REFUSED - RUNPARM.DAT HAS A "
                   "RESTART PENDING"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF.

       1020-CHECK-REQUEST-FILE.
           OPEN INPUT ADJ-REQUEST-FILE
           IF WS-ADJ-REQUEST-STATUS NOT = "00"
               DISPLAY "CNTRADJ: NO ADJUSTMENT REQUESTS - "
                   "ADJREQ.DAT STATUS=" WS-ADJ-REQUEST-STATUS
               SET WS-RUN-BLOCKED TO TRUE
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           ELSE
               READ ADJ-REQUEST-FILE
                   AT END
                       DISPLAY "CNTRADJ: ADJREQ.DAT IS EMPTY - "
                           "NOTHING TO APPLY"
                       SET WS-RUN-BLOCKED TO TRUE
                       IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                           MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                       END-IF
                   NOT AT END
                       IF ARQ-RECORD(1:8) = WS-APPLIED-TEST
                           DISPLAY "CNTRADJ: RUN REFUSED - "
                               "ADJREQ.DAT ALREADY APPLIED ("
                               ARQ-RECORD(1:17) ")"
                           SET WS-RUN-BLOCKED TO TRUE
                           IF WS-FINAL-RETURN-CODE < WS-RC-BLOCKED
                               MOVE WS-RC-BLOCKED
                                   TO WS-FINAL-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ADJ-REQUEST-FILE.

      *  The extract on file when the counter moves is stamped on the
      *  journal; CNTRAUDT uses it to tie an invoice sequence move
      *  back to the last invoice on that extract.
       1025-READ-INVOICE-CONTROL.
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS = "00"
               READ INVOICE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IVC-RUN-NUMBER NUMERIC
                               AND IVC-EXTRACT-DATE NUMERIC
                           MOVE IVC-RUN-NUMBER   TO WS-EXTRACT-RUN
                           MOVE IVC-EXTRACT-DATE TO WS-EXTRACT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE INVOICE-CONTROL-FILE.

       2000-PROCESS-REQUESTS.
           OPEN EXTEND ADJ-JOURNAL-FILE
           IF WS-ADJ-JOURNAL-STATUS NOT = "00"
                   AND WS-ADJ-JOURNAL-STATUS NOT = "05"
               OPEN OUTPUT ADJ-JOURNAL-FILE
           END-IF
           MOVE WS-ADJ-JOURNAL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "CNTRADJ.DAT"         TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                  TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           OPEN EXTEND OVERFLOW-LOG-FILE
           IF WS-OVERFLOW-LOG-STATUS NOT = "00"
               OPEN OUTPUT OVERFLOW-LOG-FILE
           END-IF
           OPEN INPUT ADJ-REQUEST-FILE
           MOVE "N" TO WS-ARQ-EOF-FLAG
           PERFORM UNTIL WS-ARQ-EOF
               READ ADJ-REQUEST-FILE
                   AT END
                       SET WS-ARQ-EOF TO TRUE
                   NOT AT END
                       IF ARQ-RECORD NOT = SPACES
                               AND ARQ-SLOT NOT = "*"
                           PERFORM 2010-HANDLE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJ-REQUEST-FILE
           CLOSE OVERFLOW-LOG-FILE
           CLOSE ADJ-JOURNAL-FILE.

       2010-HANDLE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REFUSE-NOTE
           MOVE ZERO TO WS-ADJ-SLOT
           MOVE ZERO TO WS-ADJ-DELTA
           MOVE ZERO TO WS-ADJ-TRUE-CHANGE
           PERFORM 2020-EDIT-REQUEST
           IF WS-REFUSE-NOTE = SPACES
               PERFORM 2030-APPLY-REQUEST
           END-IF
           IF WS-REFUSE-NOTE = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               DISPLAY "CNTRADJ: REQUEST " WS-REQUEST-COUNT
                   " REFUSED - " WS-REFUSE-NOTE
           END-IF
           PERFORM 2050-WRITE-JOURNAL-RECORD.

       2020-EDIT-REQUEST.
           EVALUATE TRUE
               WHEN ARQ-SLOT NOT = "1" AND ARQ-SLOT NOT = "2"
                       AND ARQ-SLOT NOT = "3"
                   MOVE "INVALID COUNTER SLOT" TO WS-REFUSE-NOTE
               WHEN ARQ-TYPE NOT = "V" AND ARQ-TYPE NOT = "D"
                   MOVE "INVALID ADJUSTMENT TYPE - NOT V OR D"
                       TO WS-REFUSE-NOTE
               WHEN ARQ-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT A SIGNED NUMBER"
                       TO WS-REFUSE-NOTE
               WHEN ARQ-REASON-CODE = SPACES
                   MOVE "REASON CODE MISSING" TO WS-REFUSE-NOTE
               WHEN ARQ-REQUESTOR = SPACES OR ARQ-APPROVER = SPACES
                   MOVE "REQUESTOR OR APPROVER MISSING"
                       TO WS-REFUSE-NOTE
               WHEN ARQ-APPROVER = ARQ-REQUESTOR
                   MOVE "APPROVER SAME AS REQUESTOR"
                       TO WS-REFUSE-NOTE
               WHEN OTHER
                   MOVE ARQ-SLOT TO WS-ADJ-SLOT
                   PERFORM 2025-EDIT-AMOUNT
           END-EVALUATE.

       2025-EDIT-AMOUNT.
           SET CNTR-IDX TO WS-ADJ-SLOT
           IF ARQ-TYPE = "V"
               IF ARQ-AMOUNT < CNTR-RESET-FLOOR(CNTR-IDX)
                       OR ARQ-AMOUNT > CNTR-MAX-VALUE(CNTR-IDX)
                   MOVE "NEW VALUE OUTSIDE COUNTER FLOOR/MAXIMUM"
                       TO WS-REFUSE-NOTE
               ELSE
                   COMPUTE WS-ADJ-DELTA =
                       ARQ-AMOUNT - WS-ADJ-VALUE(WS-ADJ-SLOT)
               END-IF
           ELSE
               MOVE ARQ-AMOUNT TO WS-ADJ-DELTA
               IF WS-ADJ-DELTA > 99999 OR WS-ADJ-DELTA < -99999
                   MOVE "DELTA LARGER THAN 99999 UNITS"
                       TO WS-REFUSE-NOTE
               END-IF
           END-IF
           IF WS-REFUSE-NOTE = SPACES AND WS-ADJ-DELTA = ZERO
               MOVE "NO CHANGE - COUNTER ALREADY AT VALUE"
                   TO WS-REFUSE-NOTE
           END-IF.

      *  The change goes through OVFLCHK exactly as a posting would,
      *  so a wrap, reset or borrow follows the counter's own policy.
      *  An ABEND policy refuses the request and leaves the counter
      *  as it stood.
       2030-APPLY-REQUEST.
           SET CNTR-IDX TO WS-ADJ-SLOT
           MOVE WS-ADJ-VALUE(WS-ADJ-SLOT) TO WS-BEFORE-VALUE
           MOVE WS-ADJ-GEN(WS-ADJ-SLOT)   TO WS-BEFORE-GEN
           MOVE CNTR-WARNED-FLAG(CNTR-IDX) TO WS-BEFORE-WARNED
           IF WS-ADJ-DELTA < ZERO
               MOVE "-" TO WS-ADJ-DIRECTION
               COMPUTE WS-ADJ-UNITS = ZERO - WS-ADJ-DELTA
           ELSE
               MOVE "+" TO WS-ADJ-DIRECTION
               MOVE WS-ADJ-DELTA TO WS-ADJ-UNITS
           END-IF
           CALL "OVFLCHK" USING WS-ADJ-UNITS, WS-ADJ-DIRECTION,
               WS-ADJ-VALUE(WS-ADJ-SLOT), WS-ADJ-GEN(WS-ADJ-SLOT),
               CNTR-MAX-VALUE(CNTR-IDX),
               CNTR-WARN-THRESHOLD(CNTR-IDX),
               CNTR-RESET-FLOOR(CNTR-IDX),
               CNTR-POLICY(CNTR-IDX),
               CNTR-UNDER-POLICY(CNTR-IDX),
               CNTR-WARNED-FLAG(CNTR-IDX),
               WS-PRE-OVERFLOW-VALUE, WS-WARNING-FLAG,
               WS-OVERFLOW-FLAG, WS-UNDERFLOW-FLAG, WS-ABEND-FLAG
           IF WS-ABEND-FLAG = 1
               MOVE WS-BEFORE-VALUE TO WS-ADJ-VALUE(WS-ADJ-SLOT)
               MOVE WS-BEFORE-GEN   TO WS-ADJ-GEN(WS-ADJ-SLOT)
               MOVE WS-BEFORE-WARNED TO CNTR-WARNED-FLAG(CNTR-IDX)
               IF WS-OVERFLOW-FLAG = 1
                   MOVE "WOULD OVERFLOW - COUNTER POLICY IS ABEND"
                       TO WS-REFUSE-NOTE
               ELSE
                   MOVE "WOULD UNDERFLOW - COUNTER POLICY IS ABEND"
                       TO WS-REFUSE-NOTE
               END-IF
           ELSE
               COMPUTE WS-COUNTER-SPAN =
                   CNTR-MAX-VALUE(CNTR-IDX)
                   - CNTR-RESET-FLOOR(CNTR-IDX) + 1
               COMPUTE WS-ADJ-TRUE-CHANGE =
                   (WS-ADJ-GEN(WS-ADJ-SLOT) - WS-BEFORE-GEN)
                       * WS-COUNTER-SPAN
                   + WS-ADJ-VALUE(WS-ADJ-SLOT) - WS-BEFORE-VALUE
               ADD WS-ADJ-TRUE-CHANGE TO WS-ADJ-NET(WS-ADJ-SLOT)
               PERFORM 2035-TALLY-COUNTER-EVENTS
               MOVE WS-ADJ-VALUE(WS-ADJ-SLOT) TO WS-VALUE-EDIT
               MOVE WS-ADJ-GEN(WS-ADJ-SLOT)   TO WS-GEN-EDIT
               DISPLAY "CNTRADJ: " CNTR-NAME(CNTR-IDX)
                   " ADJUSTED TO " WS-VALUE-EDIT " GEN " WS-GEN-EDIT
                   " (" ARQ-REASON-CODE " BY " ARQ-REQUESTOR
                   " APPROVED " ARQ-APPROVER ")"
           END-IF.

       2035-TALLY-COUNTER-EVENTS.
           MOVE SPACES TO WS-OVERFLOW-NOTE
           STRING
               "MANUAL ADJUSTMENT "   DELIMITED BY SIZE
               ARQ-REASON-CODE        DELIMITED BY SIZE
               " BY "                 DELIMITED BY SIZE
               ARQ-REQUESTOR          DELIMITED BY SPACE
               " APPROVED "           DELIMITED BY SIZE
               ARQ-APPROVER           DELIMITED BY SPACE
               INTO WS-OVERFLOW-NOTE
           END-STRING
           IF WS-UNDERFLOW-FLAG = 1
               ADD 1 TO WS-UNDERFLOW-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE CNTR-UNDER-POLICY(CNTR-IDX)
                   TO WS-APPLIED-POLICY
               PERFORM 2070-WRITE-OVERFLOW-LOG-RECORD
           END-IF
           IF WS-OVERFLOW-FLAG = 1
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD 1 TO CNTR-OVERFLOW-COUNT(CNTR-IDX)
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE CNTR-POLICY(CNTR-IDX) TO WS-APPLIED-POLICY
               PERFORM 2070-WRITE-OVERFLOW-LOG-RECORD
           END-IF
           IF WS-WARNING-FLAG = 1
               DISPLAY "CNTRADJ: WARNING - " CNTR-NAME(CNTR-IDX)
                   " NOW AT OR ABOVE ITS WARNING THRESHOLD"
           END-IF.

       2050-WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO CAJ-RECORD
           MOVE WS-CURRENT-DATE-TIME TO CAJ-DATE
           MOVE WS-CURRENT-TIME(1:6) TO CAJ-TIME
           MOVE ARQ-SLOT             TO CAJ-SLOT
           IF WS-ADJ-SLOT > ZERO
               MOVE CNTR-NAME(WS-ADJ-SLOT) TO CAJ-COUNTER-NAME
               MOVE WS-ADJ-VALUE(WS-ADJ-SLOT) TO CAJ-AFTER-VALUE
               MOVE WS-ADJ-GEN(WS-ADJ-SLOT)   TO CAJ-AFTER-GEN
           ELSE
               MOVE ZERO TO CAJ-AFTER-VALUE
               MOVE ZERO TO CAJ-AFTER-GEN
           END-IF
           MOVE ARQ-TYPE             TO CAJ-TYPE
           IF ARQ-AMOUNT NUMERIC
               MOVE ARQ-AMOUNT TO CAJ-AMOUNT
           ELSE
               MOVE ZERO TO CAJ-AMOUNT
           END-IF
           MOVE ARQ-REASON-CODE      TO CAJ-REASON-CODE
           MOVE ARQ-REQUESTOR        TO CAJ-REQUESTOR
           MOVE ARQ-APPROVER         TO CAJ-APPROVER
           IF WS-REFUSE-NOTE = SPACES
               MOVE WS-BEFORE-VALUE  TO CAJ-BEFORE-VALUE
               MOVE WS-BEFORE-GEN    TO CAJ-BEFORE-GEN
               MOVE WS-ADJ-TRUE-CHANGE TO CAJ-APPLIED-CHANGE
               MOVE "A"              TO CAJ-OUTCOME
               MOVE ARQ-NOTE         TO CAJ-NOTE
           ELSE
               MOVE CAJ-AFTER-VALUE  TO CAJ-BEFORE-VALUE
               MOVE CAJ-AFTER-GEN    TO CAJ-BEFORE-GEN
               MOVE ZERO             TO CAJ-APPLIED-CHANGE
               MOVE "R"              TO CAJ-OUTCOME
               MOVE WS-REFUSE-NOTE   TO CAJ-NOTE
           END-IF
           MOVE WS-EXTRACT-RUN       TO CAJ-EXTRACT-RUN
           MOVE WS-EXTRACT-DATE      TO CAJ-EXTRACT-DATE
           WRITE CAJ-RECORD
           MOVE WS-ADJ-JOURNAL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "CNTRADJ.DAT"         TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       2070-WRITE-OVERFLOW-LOG-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-PRE-OVERFLOW-VALUE TO WS-PRE-OVERFLOW-EDIT
           MOVE WS-ADJ-VALUE(WS-ADJ-SLOT) TO WS-RESET-VALUE-EDIT
           MOVE WS-ADJ-GEN(WS-ADJ-SLOT) TO WS-GEN-COUNT-EDIT
           MOVE SPACES TO WS-OVERFLOW-LOG-LINE
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
               " FIELD="              DELIMITED BY SIZE
               CNTR-NAME(CNTR-IDX)    DELIMITED BY SIZE
               " PRE-OVERFLOW-VALUE=" DELIMITED BY SIZE
               WS-PRE-OVERFLOW-EDIT   DELIMITED BY SIZE
               " POLICY="             DELIMITED BY SIZE
               WS-APPLIED-POLICY      DELIMITED BY SIZE
               " RESULTING-VALUE="    DELIMITED BY SIZE
               WS-RESET-VALUE-EDIT    DELIMITED BY SIZE
               " GEN="                DELIMITED BY SIZE
               WS-GEN-COUNT-EDIT      DELIMITED BY SIZE
               " NOTE="               DELIMITED BY SIZE
               WS-OVERFLOW-NOTE       DELIMITED BY SIZE
               INTO WS-OVERFLOW-LOG-LINE
           END-STRING
           MOVE WS-OVERFLOW-LOG-LINE TO OV-LOG-RECORD
           WRITE OV-LOG-RECORD
           MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
           MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       3000-FINALIZE.
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 3010-WRITE-CHECKPOINT
               PERFORM 3020-WRITE-RUN-HISTORY
           END-IF
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY "CNTRADJ: ADJREQ.DAT HOLDS NO REQUESTS"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           ELSE
               PERFORM 3025-ARCHIVE-REQUEST-FILE
               PERFORM 3030-MARK-REQUESTS-APPLIED
           END-IF
           MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT
           DISPLAY "CNTRADJ: REQUESTS READ:    " WS-COUNT-EDIT
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           DISPLAY "CNTRADJ: REQUESTS APPLIED: " WS-COUNT-EDIT
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           DISPLAY "CNTRADJ: REQUESTS REFUSED: " WS-COUNT-EDIT.

      *  Only the counter values, generations and warned flags move;
      *  the rest of the checkpoint still describes the last run and
      *  its extract, which CNTRAUDT proves against.
       3010-WRITE-CHECKPOINT.
           IF WS-CHECKPOINT-FOUND
               MOVE WS-CK-IMAGE TO CK-RECORD
           ELSE
               INITIALIZE CK-RECORD
           END-IF
           MOVE WS-ADJ-VALUE(1) TO CK-AREA-1
           MOVE WS-ADJ-GEN(1)   TO CK-AREA-1-GEN
           MOVE WS-ADJ-VALUE(2) TO CK-INVOICE-SEQ
           MOVE WS-ADJ-GEN(2)   TO CK-INVOICE-GEN
           MOVE WS-ADJ-VALUE(3) TO CK-VOLUME-TALLY
           MOVE WS-ADJ-GEN(3)   TO CK-VOLUME-GEN
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
           CLOSE CHECKPOINT-FILE.

      *  A transaction count of zero marks an adjustment entry; the
      *  units added are the true-count change, so the cross-foot
      *  holds even where a policy wrapped or reset the counter.
       3020-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-TIME TO HIST-RUN-DATE
           MOVE ZERO TO HIST-TRANS-COUNT
           PERFORM VARYING WS-ADJ-SLOT FROM 1 BY 1
                   UNTIL WS-ADJ-SLOT > 3
               MOVE WS-ADJ-NET(WS-ADJ-SLOT)
                   TO HIST-ADDED(WS-ADJ-SLOT)
               MOVE CNTR-OVERFLOW-COUNT(WS-ADJ-SLOT)
                   TO HIST-OVFL-COUNT(WS-ADJ-SLOT)
               MOVE WS-ADJ-VALUE(WS-ADJ-SLOT)
                   TO HIST-END-VALUE(WS-ADJ-SLOT)
               MOVE WS-ADJ-GEN(WS-ADJ-SLOT)
                   TO HIST-END-GEN(WS-ADJ-SLOT)
           END-PERFORM
           WRITE HIST-RECORD
           MOVE WS-RUN-HISTORY-STATUS TO WS-IO-CHECK-STATUS
           MOVE "RUNHIST.DAT"          TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE RUN-HISTORY-FILE.

      *  The requests as submitted are kept in a dated archive before
      *  ADJREQ.DAT is overwritten with the applied marker, so every
      *  applied or refused request can still be traced to its source.
       3025-ARCHIVE-REQUEST-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING
               "ADJREQ."       DELIMITED BY SIZE
               WS-TODAY-DATE   DELIMITED BY SIZE
               ".PST"          DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN INPUT ADJ-REQUEST-FILE
           MOVE "N" TO WS-ARQ-EOF-FLAG
           PERFORM UNTIL WS-ARQ-EOF
               READ ADJ-REQUEST-FILE
                   AT END
                       SET WS-ARQ-EOF TO TRUE
                   NOT AT END
                       MOVE ARQ-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                       MOVE WS-ARCHIVE-STATUS TO WS-IO-CHECK-STATUS
                       MOVE WS-ARCHIVE-FILE-NAME
                           TO WS-IO-CHECK-FILE-NAME
                       PERFORM 9900-CHECK-IO-STATUS
               END-READ
           END-PERFORM
           CLOSE ADJ-REQUEST-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY "CNTRADJ: ADJREQ.DAT ARCHIVED TO "
               WS-ARCHIVE-FILE-NAME.

      *  Every request read is on the journal, applied or refused, so
      *  the file is closed off either way; a corrected request comes
      *  in on a fresh ADJREQ.DAT.
       3030-MARK-REQUESTS-APPLIED.
           OPEN OUTPUT ADJ-REQUEST-OUT-FILE
           MOVE WS-ADJ-REQUEST-OUT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "ADJREQ.DAT"              TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-APPLIED-DATE
           MOVE WS-APPLIED-REC TO ARQ-OUT-RECORD
           WRITE ARQ-OUT-RECORD
           MOVE WS-ADJ-REQUEST-OUT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "ADJREQ.DAT"              TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE ADJ-REQUEST-OUT-FILE
           DISPLAY "CNTRADJ: ADJREQ.DAT FLAGGED APPLIED".

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
                   " STATUS=" WS-IO-CHECK-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE "00" TO WS-IO-CHECK-ALT-OK.
