      *       (sales minus credits), and checks the last invoice's
      *       sequence and generation against the checkpoint, the
      *       record count against the accepted count, and the net
      *       amount against the volume units added.  A manual
      *       adjustment of the invoice sequence made by CNTRADJ
      *       against the current extract (stamped on CNTRADJ.DAT
      *       with the INVCTL.DAT run and extract date) carries the
      *       expected sequence on from the last invoice.
      *
      *  Findings go to AUDIT.RPT and the job log.  RETURN-CODE 08
      *  on any enforced discrepancy, 00 when the checkpoint proves
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPTIONAL INVOICE-CONTROL-FILE
               ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT OPTIONAL ADJ-JOURNAL-FILE
               ASSIGN TO "CNTRADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-JOURNAL-STATUS.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO "AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CK-WARNED-3         PIC 9(1).
           05  CK-INV-SET-COUNT    PIC 9(7).
           05  CK-INV-SET-HASH     PIC 9(11).
           05  CK-TXN-REG-COUNT    PIC 9(7).
           05  CK-HOLD-COUNT       PIC 9(7).
           05  CK-HOLD-AMOUNT      PIC 9(11).
           05  CK-HOLD-ON-FILE     PIC 9(7).

       FD  RUN-HISTORY-FILE.
       01  HIST-RECORD.
           05  INV-INVOICE-GEN      PIC 9(5).
           05  INV-INVOICE-SEQ      PIC 9(5).

       FD  INVOICE-CONTROL-FILE.
       01  IVC-RECORD.
           05  IVC-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  IVC-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  IVC-RECORD-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  IVC-STATE            PIC X(1).

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

       FD  AUDIT-REPORT-FILE.
       01  AUD-RECORD               PIC X(80).

       01  WS-RUN-HISTORY-STATUS    PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-ADJ-JOURNAL-STATUS    PIC XX.

       01  WS-HIST-EOF-FLAG         PIC X VALUE "N".
           88  WS-HIST-EOF                   VALUE "Y".
       01  WS-INV-PRESENT-FLAG      PIC X VALUE "N".
           88  WS-INV-PRESENT                VALUE "Y".

       01  WS-EXTRACT-RUN           PIC 9(5) VALUE ZERO.
       01  WS-EXTRACT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-EXPECTED-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-EXPECTED-GEN          PIC 9(5) VALUE ZERO.
       01  WS-SEQ-ADJ-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ADJ-EOF-FLAG          PIC X VALUE "N".
           88  WS-ADJ-EOF                    VALUE "Y".

       01  WS-DISCREPANCY-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-INFO-COUNT            PIC 9(3) VALUE ZERO.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-RUN-HISTORY
           PERFORM 2100-SCAN-INVOICE-FILE
           PERFORM 2200-FOLLOW-SEQ-ADJUSTMENTS
           PERFORM 3000-WRITE-AUDIT-REPORT
           IF WS-DISCREPANCY-COUNT > ZERO
                   AND WS-FINAL-RETURN-CODE < WS-RC-DISCREPANCY
               END-IF
           END-IF.

      *  Adjustments are followed in journal order, each one taking
      *  the sequence on from the value the one before left, so only
      *  moves made against this extract's last invoice count.
       2200-FOLLOW-SEQ-ADJUSTMENTS.
           MOVE WS-INV-LAST-SEQ TO WS-EXPECTED-SEQ
           MOVE WS-INV-LAST-GEN TO WS-EXPECTED-GEN
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
           CLOSE INVOICE-CONTROL-FILE
           OPEN INPUT ADJ-JOURNAL-FILE
           IF WS-ADJ-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-ADJ-EOF
                   READ ADJ-JOURNAL-FILE
                       AT END
                           SET WS-ADJ-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-FOLLOW-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADJ-JOURNAL-FILE.

       2210-FOLLOW-ONE-ADJUSTMENT.
           IF CAJ-OUTCOME = "A" AND CAJ-SLOT = "2"
                   AND CAJ-EXTRACT-RUN = WS-EXTRACT-RUN
                   AND CAJ-EXTRACT-DATE = WS-EXTRACT-DATE
                   AND CAJ-BEFORE-VALUE = WS-EXPECTED-SEQ
                   AND CAJ-BEFORE-GEN = WS-EXPECTED-GEN
               MOVE CAJ-AFTER-VALUE TO WS-EXPECTED-SEQ
               MOVE CAJ-AFTER-GEN   TO WS-EXPECTED-GEN
               ADD 1 TO WS-SEQ-ADJ-COUNT
           END-IF.

       3000-WRITE-AUDIT-REPORT.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           OPEN OUTPUT AUDIT-REPORT-FILE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3090-WRITE-REPORT-LINE
               IF WS-SEQ-ADJ-COUNT > ZERO
                   MOVE WS-EXPECTED-SEQ TO WS-SEQ-EDIT
                   MOVE WS-EXPECTED-GEN TO WS-GEN-EDIT
                   MOVE WS-SEQ-ADJ-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       "  ADJUSTED TO SEQ/GEN "  DELIMITED BY SIZE
                       WS-SEQ-EDIT               DELIMITED BY SIZE
                       " /"                      DELIMITED BY SIZE
                       WS-GEN-EDIT               DELIMITED BY SIZE
                       " BY"                     DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                       " CNTRADJ ENTRY(IES)"     DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 3090-WRITE-REPORT-LINE
               END-IF
               IF WS-EXPECTED-SEQ NOT = WS-CK-VALUE(2)
                       OR WS-EXPECTED-GEN NOT = WS-CK-GEN(2)
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE "  *** INVOICE SEQ/GEN OUT OF PROOF ***"
                       TO WS-REPORT-LINE
