       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
      *****************************************************************
      *  HOLDREL - supervisor release of held high-value transactions.
      *
      *  The batch run and SUSPPOST divert any detail over its amount
      *  limit on HOLDLIM.DAT to the hold queue HOLDQ.DAT (status P,
      *  no invoice assigned).  This program applies the supervisor
      *  decisions on HOLDDEC.DAT against that queue:
      *
      *    col  1-10   transaction id
      *    col 12-19   feed date YYYYMMDD (optional - blank matches
      *                the first pending hold for the id)
      *    col 21      R = release, D = decline
      *    col 23-30   approver id
      *    col 32-71   free-text note
      *
      *  Blank lines and lines starting '*' are ignored.
      *
      *    1. Refuses to run while RUNCTL.DAT shows a feed still
      *       incomplete, the checkpoint holds a restart position,
      *       or RUNPARM.DAT asks for a restart.  A decision file
      *       already carrying the applied marker is refused the
      *       same way, and so is any release while the invoice
      *       extract on INVCTL.DAT has already been acknowledged -
      *       released items ride on the pending extract exactly as
      *       SUSPPOST postings do.
      *    2. Each decision takes the first pending hold for its id.
      *       A released item is checked again against the closed
      *       periods on PERCTL.DAT (R007), the source master
      *       SRCMAST.DAT (R009-R011, as SUSPPOST edits it) and the
      *       TXNREG.DAT register (R012) and goes to REJECTS.DAT if
      *       any of them now fails.
      *       Otherwise it posts through OVFLCHK with the counters'
      *       own policies, takes the next invoice number on its own
      *       invoice set on INVOICES.DAT and goes on the register
      *       (run number zero).  A release that would trip an
      *       ABEND policy is refused and the item stays held.
      *    3. A declined item goes to REJECTS.DAT under reason R013.
      *    4. Every decision, applied or refused, goes on the
      *       permanent audit file HOLDAUD.DAT.  The hold queue is
      *       rewritten with each decided item marked R (released)
      *       or D (declined) with the decision date and approver.
      *    5. When anything was released the checkpoint counters,
      *       run totals and RUNHIST.DAT are brought up to date, the
      *       pending INVCTL.DAT record is extended to cover the new
      *       invoices and the set is journalled onto GLJRNL.DAT
      *       (GLJRNL).  HOLDDEC.DAT is then copied to
      *       HOLDDEC.yyyymmdd.PST and rewritten with an applied
      *       marker so the same decisions can never be applied
      *       twice.
      *
      *  RETURN-CODE 00 all decisions applied, 04 one or more refused
      *  or an overflow event, 08 run refused, 12 no decisions to
      *  apply, a GL journal that does not prove or no source master
      *  (source edits bypassed, ALERTS.DAT condition SRCM), 20 I/O
      *  failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-DECISION-FILE
               ASSIGN TO "HOLDDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-DECISION-STATUS.

           SELECT HOLD-DECISION-OUT-FILE
               ASSIGN TO "HOLDDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-DECISION-OUT-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL HOLD-QUEUE-FILE
               ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT HOLD-WORK-FILE
               ASSIGN TO "HOLDREL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-WORK-STATUS.

           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "COUNTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OVERFLOW-LOG-FILE
               ASSIGN TO "OVERFLOW.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-LOG-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

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

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT OPTIONAL INVOICE-CONTROL-FILE
               ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT OPTIONAL INVOICE-ACK-FILE
               ASSIGN TO "INVACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-ACK-STATUS.

           SELECT OPTIONAL TXN-REGISTER-FILE
               ASSIGN TO "TXNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-REGISTER-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-DECISION-FILE.
       01  HDC-RECORD.
           05  HDC-TRANS-ID         PIC X(10).
           05  FILLER               PIC X(1).
           05  HDC-FEED-DATE-X      PIC X(8).
           05  HDC-FEED-DATE REDEFINES HDC-FEED-DATE-X
                                    PIC 9(8).
           05  FILLER               PIC X(1).
           05  HDC-ACTION           PIC X(1).
           05  FILLER               PIC X(1).
           05  HDC-APPROVER         PIC X(8).
           05  FILLER               PIC X(1).
           05  HDC-NOTE             PIC X(40).
           05  FILLER               PIC X(9).

       FD  HOLD-DECISION-OUT-FILE.
       01  HDC-OUT-RECORD           PIC X(80).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(80).

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

       FD  HOLD-WORK-FILE.
       01  HOLD-WORK-RECORD         PIC X(84).

       FD  HOLD-AUDIT-FILE.
       01  HLA-RECORD.
           05  HLA-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  HLA-TIME             PIC 9(6).
           05  FILLER               PIC X(1).
           05  HLA-TRANS-ID         PIC X(10).
           05  FILLER               PIC X(1).
           05  HLA-FEED-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  HLA-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  HLA-AMOUNT           PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLA-LIMIT            PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLA-ACTION           PIC X(1).
           05  FILLER               PIC X(1).
           05  HLA-APPROVER         PIC X(8).
           05  FILLER               PIC X(1).
           05  HLA-OUTCOME          PIC X(1).
           05  FILLER               PIC X(1).
           05  HLA-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  HLA-INVOICE-GEN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLA-INVOICE-SEQ      PIC 9(5).
           05  FILLER               PIC X(1).
           05  HLA-NOTE             PIC X(40).

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

       FD  REJECT-FILE.
       01  REJ-RECORD.
           05  REJ-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  REJ-RUN-NUMBER       PIC 9(5).
           05  REJ-FEED-DATE        PIC 9(8).
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

       FD  INVOICE-FILE.
       01  INV-RECORD.
           05  INV-TRANS-ID         PIC X(10).
           05  INV-TRANS-DATE       PIC X(8).
           05  INV-SOURCE-CODE      PIC X(4).
           05  INV-TRANS-TYPE       PIC X(1).
           05  INV-AMOUNT           PIC 9(5).
           05  INV-INVOICE-GEN      PIC 9(5).
           05  INV-INVOICE-SEQ      PIC 9(5).

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

       FD  PERIOD-CONTROL-FILE.
       01  PCT-RECORD.
           05  PCT-PERIOD           PIC 9(6).
           05  FILLER               PIC X(1).
           05  PCT-STATE            PIC X(1).
           05  FILLER               PIC X(1).
           05  PCT-CLOSE-DATE       PIC 9(8).

       FD  INVOICE-CONTROL-FILE.
       01  IVC-RECORD.
           05  IVC-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  IVC-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  IVC-RECORD-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  IVC-STATE            PIC X(1).

       FD  INVOICE-ACK-FILE.
       01  ACK-RECORD.
           05  ACK-RUN-NUMBER       PIC 9(5).

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

       WORKING-STORAGE SECTION.
       COPY CNTRCTL.
       COPY SRCCTL.
       COPY TXNREG.

       01  WS-HOLD-DECISION-STATUS  PIC XX.
       01  WS-HOLD-DECISION-OUT-STATUS PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-HOLD-QUEUE-STATUS     PIC XX.
       01  WS-HOLD-WORK-STATUS      PIC XX.
       01  WS-HOLD-AUDIT-STATUS     PIC XX.
       01  WS-CHECKPOINT-STATUS     PIC XX.
       01  WS-OVERFLOW-LOG-STATUS   PIC XX.
       01  WS-REJECT-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-RUN-HISTORY-STATUS    PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-RUN-PARM-STATUS       PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-INVOICE-ACK-STATUS    PIC XX.
       01  WS-TXN-REGISTER-STATUS   PIC XX.
       01  WS-ALERT-STATUS          PIC XX.

       01  WS-RUN-BLOCKED-FLAG      PIC X VALUE "N".
           88  WS-RUN-BLOCKED                VALUE "Y".
       01  WS-CHECKPOINT-FOUND-FLAG PIC X VALUE "N".
           88  WS-CHECKPOINT-FOUND           VALUE "Y".
       01  WS-HDC-EOF-FLAG          PIC X VALUE "N".
           88  WS-HDC-EOF                    VALUE "Y".
       01  WS-HOLD-EOF-FLAG         PIC X VALUE "N".
           88  WS-HOLD-EOF                   VALUE "Y".
       01  WS-WORK-EOF-FLAG         PIC X VALUE "N".
           88  WS-WORK-EOF                   VALUE "Y".
       01  WS-RUN-CTL-EOF-FLAG      PIC X VALUE "N".
           88  WS-RUN-CTL-EOF                VALUE "Y".
       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
           88  WS-PARM-EOF                   VALUE "Y".
       01  WS-PCT-EOF-FLAG          PIC X VALUE "N".
           88  WS-PCT-EOF                    VALUE "Y".
       01  WS-ACK-EOF-FLAG          PIC X VALUE "N".
           88  WS-ACK-EOF                    VALUE "Y".
       01  WS-TXN-REG-EOF-FLAG      PIC X VALUE "N".
           88  WS-TXN-REG-EOF                VALUE "Y".
       01  WS-EXTRACT-ACKED-FLAG    PIC X VALUE "N".
           88  WS-EXTRACT-ACKED              VALUE "Y".
       01  WS-INV-SET-OPEN-FLAG     PIC X VALUE "N".
           88  WS-INV-SET-OPENED             VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-PARM-NUMBER           PIC 9(8) VALUE ZERO.
       01  WS-PARM-NUM-OK-FLAG      PIC X VALUE "N".
           88  WS-PARM-NUM-OK                VALUE "Y".
       01  WS-PARM-LEN              PIC 9(2) VALUE ZERO.
       01  WS-PARM-SUB              PIC 9(2) VALUE ZERO.
       01  WS-WINDOW-DAYS           PIC 9(5) VALUE 30.

      *  Decisions read from HOLDDEC.DAT.  WS-HDT-STATE is blank until
      *  the decision takes a hold, M once it has, E when the
      *  decision itself failed its edit.
       01  WS-HOLD-DECISION-TABLE.
           05  WS-HDT-ENTRY OCCURS 500 TIMES.
               10  WS-HDT-TRANS-ID      PIC X(10).
               10  WS-HDT-FEED-DATE-X   PIC X(8).
               10  WS-HDT-FEED-DATE REDEFINES WS-HDT-FEED-DATE-X
                                        PIC 9(8).
               10  WS-HDT-ACTION        PIC X(1).
               10  WS-HDT-APPROVER      PIC X(8).
               10  WS-HDT-NOTE          PIC X(40).
               10  WS-HDT-STATE         PIC X(1).
               10  WS-HDT-REFUSE-NOTE   PIC X(40).
       01  WS-HDT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-HDT-MAX               PIC 9(3) VALUE 500.
       01  WS-HDT-SUB               PIC 9(3) VALUE ZERO.
       01  WS-HDT-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-ASKED-COUNT   PIC 9(3) VALUE ZERO.

       01  WS-TRANS-WORK-RECORD.
           05  TR-REC-TYPE         PIC X(1).
           05  TR-TRANS-ID         PIC X(10).
           05  TR-TRANS-DATE.
               10  TR-TRANS-YEAR   PIC X(4).
               10  TR-TRANS-MONTH  PIC X(2).
               10  TR-TRANS-DAY    PIC X(2).
           05  TR-SOURCE-CODE      PIC X(4).
           05  TR-TRANS-TYPE       PIC X(1).
           05  TR-AMOUNT-X         PIC X(5).
           05  TR-AMOUNT REDEFINES TR-AMOUNT-X
                                   PIC 9(5).

       01  WS-AREA-1                PIC 9(5) VALUE ZERO.
       01  WS-AREA-1-GEN            PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-SEQ           PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-GEN           PIC 9(5) VALUE ZERO.
       01  WS-VOLUME-TALLY          PIC 9(5) VALUE ZERO.
       01  WS-VOLUME-GEN            PIC 9(5) VALUE ZERO.
       01  WS-CK-IMAGE              PIC X(193) VALUE SPACES.
       01  WS-OVERFLOW-FLAG         PIC 9 VALUE 0.
       01  WS-UNDERFLOW-FLAG        PIC 9 VALUE 0.
       01  WS-WARNING-FLAG          PIC 9 VALUE 0.
       01  WS-ABEND-FLAG            PIC 9 VALUE 0.
       01  WS-TXN-DIRECTION         PIC X VALUE "+".
       01  WS-ADD-DIRECTION         PIC X VALUE "+".
       01  WS-PRE-OVERFLOW-VALUE    PIC 9(5) VALUE ZERO.
       01  WS-ONE-UNIT              PIC 9(5) VALUE 1.

       01  WS-SAVE-AREA-1           PIC 9(5) VALUE ZERO.
       01  WS-SAVE-AREA-1-GEN       PIC 9(5) VALUE ZERO.
       01  WS-SAVE-INVOICE-SEQ      PIC 9(5) VALUE ZERO.
       01  WS-SAVE-INVOICE-GEN      PIC 9(5) VALUE ZERO.
       01  WS-SAVE-VOLUME-TALLY     PIC 9(5) VALUE ZERO.
       01  WS-SAVE-VOLUME-GEN       PIC 9(5) VALUE ZERO.
       01  WS-SAVE-OVERFLOW-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-SAVE-UNDERFLOW-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-SAVE-CNTR-OVFL-1      PIC 9(5) VALUE ZERO.
       01  WS-SAVE-CNTR-OVFL-2      PIC 9(5) VALUE ZERO.
       01  WS-SAVE-CNTR-OVFL-3      PIC 9(5) VALUE ZERO.
       01  WS-SAVE-WARNED-1         PIC 9 VALUE ZERO.
       01  WS-SAVE-WARNED-2         PIC 9 VALUE ZERO.
       01  WS-SAVE-WARNED-3         PIC 9 VALUE ZERO.

       01  WS-CLOSED-PERIOD-TABLE.
           05  WS-CLOSED-PERIOD OCCURS 120 TIMES
                                    PIC X(6).
       01  WS-CLOSED-PERIOD-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-CLOSED-PERIOD-MAX     PIC 9(3) VALUE 120.
       01  WS-CLOSED-PERIOD-SUB     PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-CLOSED-FLAG    PIC X VALUE "N".
           88  WS-PERIOD-CLOSED              VALUE "Y".

       01  WS-REFUSE-NOTE           PIC X(40) VALUE SPACES.
       01  WS-REJECT-REASON         PIC X(4) VALUE SPACES.
       01  WS-AUDIT-OUTCOME         PIC X(1) VALUE SPACE.
       01  WS-TXN-REG-ON-FILE       PIC 9(7) VALUE ZERO.

       01  WS-EXTRACT-RUN           PIC 9(5) VALUE ZERO.
       01  WS-EXTRACT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-DECISION-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DECLINED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNDERFLOW-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-RUN-ADDED-1           PIC S9(9) VALUE ZERO.
       01  WS-RUN-ADDED-2           PIC S9(9) VALUE ZERO.
       01  WS-RUN-ADDED-3           PIC S9(9) VALUE ZERO.

       01  WS-INV-POSTED-HASH       PIC 9(11) VALUE ZERO.
       01  WS-INV-HEADER-REC.
           05  FILLER               PIC X(1) VALUE "H".
           05  WS-INVH-FEED-DATE    PIC 9(8) VALUE ZERO.
           05  WS-INVH-SOURCE-ID    PIC X(4) VALUE "HOLD".
           05  WS-INVH-RUN-NUMBER   PIC 9(5) VALUE ZERO.
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-INV-TRAILER-REC.
           05  FILLER               PIC X(1) VALUE "T".
           05  WS-INVT-RECORD-COUNT PIC 9(7) VALUE ZERO.
           05  WS-INVT-HASH-TOTAL   PIC 9(11) VALUE ZERO.
           05  FILLER               PIC X(19) VALUE SPACES.

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

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-CNTRLOAD-MODE         PIC X(1) VALUE "L".
       01  WS-CNTRLOAD-STATUS       PIC X(2) VALUE SPACES.
       01  WS-SRCLOAD-STATUS        PIC X(2) VALUE SPACES.
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
       01  WS-GLJRNL-MODE           PIC X(1) VALUE "L".
       01  WS-GLJRNL-CALLER         PIC X(12) VALUE "HOLDREL".
       01  WS-GLJRNL-STATUS         PIC X(2) VALUE SPACES.

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
       01  WS-RESULT-VALUE          PIC 9(5) VALUE ZERO.
       01  WS-RESULT-GEN            PIC 9(5) VALUE ZERO.
       01  WS-RESET-VALUE-EDIT      PIC ZZ,ZZ9.
       01  WS-GEN-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-OVERFLOW-NOTE         PIC X(55) VALUE "NONE".
       01  WS-APPLIED-POLICY        PIC X(1) VALUE SPACE.

       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-BLOCKED
               PERFORM 2000-PROCESS-HOLD-QUEUE
               PERFORM 3000-FINALIZE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1005-INITIALIZE-COUNTER-TABLE
           PERFORM 1006-LOAD-COUNTER-DEFS
           PERFORM 1007-LOAD-SOURCE-MASTER
           PERFORM 1010-READ-CHECKPOINT
           PERFORM 1015-CHECK-RUN-CONTROL
           PERFORM 1017-CHECK-RUN-PARMS
           PERFORM 1020-CHECK-DECISION-FILE
           IF NOT WS-RUN-BLOCKED
               PERFORM 1030-LOAD-DECISIONS
               PERFORM 1025-CHECK-INVOICE-CONTROL
           END-IF
           IF NOT WS-RUN-BLOCKED
               PERFORM 1040-READ-PERIOD-CONTROL
               PERFORM 1045-LOAD-TXN-REGISTER
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

      *  With no source master every source passes R009-R011 as
      *  before, but that is a control condition: it is alerted and
      *  carried in the return code.
       1007-LOAD-SOURCE-MASTER.
           CALL "SRCLOAD" USING WS-SOURCE-MASTER-TABLE,
               WS-SRCLOAD-STATUS
           IF WS-SRCLOAD-STATUS = "04"
               MOVE "N" TO WS-SRC-MASTER-FLAG
               DISPLAY "HOLDREL: SOURCE MASTER SRCMAST.DAT NOT "
                   "LOADED - SOURCE EDITS BYPASSED"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE WS-RC-CONTROL TO WS-ALERT-SEVERITY
               MOVE "SRCM" TO WS-ALERT-CONDITION
               MOVE "SRCMAST.DAT" TO WS-ALERT-IDENT
               MOVE "SOURCE MASTER MISSING - EDITS BYPASSED"
                   TO WS-ALERT-TEXT
               PERFORM 9800-WRITE-ALERT
           ELSE
               SET WS-SRC-MASTER-LOADED TO TRUE
           END-IF.

      *  The whole checkpoint image is kept so the fields a release
      *  does not move go back exactly as the last run left them.
       1010-READ-CHECKPOINT.
           MOVE CNTR-RESET-FLOOR(WS-CNTR-INVSEQ-IDX) TO WS-INVOICE-SEQ
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
           MOVE CK-AREA-1       TO WS-AREA-1
           MOVE CK-AREA-1-GEN   TO WS-AREA-1-GEN
           MOVE CK-INVOICE-SEQ  TO WS-INVOICE-SEQ
           MOVE CK-INVOICE-GEN  TO WS-INVOICE-GEN
           MOVE CK-VOLUME-TALLY TO WS-VOLUME-TALLY
           IF CK-VOLUME-GEN NUMERIC
               MOVE CK-VOLUME-GEN TO WS-VOLUME-GEN
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
               DISPLAY "HOLDREL: RUN REFUSED - CHECKPOINT HOLDS "
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
                               DISPLAY "HOLDREL: RUN REFUSED - FEED "
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
               DISPLAY "HOLDREL: RUN REFUSED - RUNPARM.DAT HAS A "
                   "RESTART PENDING"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-PARM-KEYWORD = "WINDOW"
               PERFORM 9700-CONVERT-PARM-NUMBER
               IF WS-PARM-NUM-OK AND WS-PARM-NUMBER < 100000
                   MOVE WS-PARM-NUMBER TO WS-WINDOW-DAYS
               END-IF
           END-IF.

       1020-CHECK-DECISION-FILE.
           OPEN INPUT HOLD-DECISION-FILE
           IF WS-HOLD-DECISION-STATUS NOT = "00"
               DISPLAY "HOLDREL: NO HOLD DECISIONS - "
                   "HOLDDEC.DAT STATUS=" WS-HOLD-DECISION-STATUS
               SET WS-RUN-BLOCKED TO TRUE
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           ELSE
               READ HOLD-DECISION-FILE
                   AT END
                       DISPLAY "HOLDREL: HOLDDEC.DAT IS EMPTY - "
                           "NOTHING TO APPLY"
                       SET WS-RUN-BLOCKED TO TRUE
                       IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                           MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                       END-IF
                   NOT AT END
                       IF HDC-RECORD(1:8) = WS-APPLIED-TEST
                           DISPLAY "HOLDREL: RUN REFUSED - "
                               "HOLDDEC.DAT ALREADY APPLIED ("
                               HDC-RECORD(1:17) ")"
                           SET WS-RUN-BLOCKED TO TRUE
                           IF WS-FINAL-RETURN-CODE < WS-RC-BLOCKED
                               MOVE WS-RC-BLOCKED
                                   TO WS-FINAL-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE HOLD-DECISION-FILE.

      *  Released items are appended to the extract still waiting on
      *  billing; once billing has acknowledged it the next batch run
      *  overwrites it, so a release then would be lost.
       1025-CHECK-INVOICE-CONTROL.
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS = "00"
               READ INVOICE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IVC-RUN-NUMBER NUMERIC
                           MOVE IVC-RUN-NUMBER TO WS-EXTRACT-RUN
                       END-IF
                       IF IVC-RECORD-COUNT NUMERIC
                           MOVE IVC-RECORD-COUNT TO WS-EXTRACT-COUNT
                       END-IF
                       IF IVC-RUN-NUMBER NUMERIC
                               AND IVC-RUN-NUMBER > ZERO
                           PERFORM 1026-READ-INVOICE-ACK
                       END-IF
               END-READ
           END-IF
           CLOSE INVOICE-CONTROL-FILE
           IF WS-EXTRACT-ACKED AND WS-RELEASE-ASKED-COUNT > ZERO
               DISPLAY "HOLDREL: RUN REFUSED - INVOICE EXTRACT OF RUN "
                   WS-EXTRACT-RUN " ALREADY ACKNOWLEDGED - RELEASE "
                   "AFTER THE NEXT BATCH RUN"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF.

       1026-READ-INVOICE-ACK.
           OPEN INPUT INVOICE-ACK-FILE
           IF WS-INVOICE-ACK-STATUS = "00"
               PERFORM UNTIL WS-ACK-EOF
                   READ INVOICE-ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           IF ACK-RUN-NUMBER NUMERIC
                                   AND ACK-RUN-NUMBER
                                       >= WS-EXTRACT-RUN
                               SET WS-EXTRACT-ACKED TO TRUE
                               SET WS-ACK-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICE-ACK-FILE.

       1030-LOAD-DECISIONS.
           OPEN INPUT HOLD-DECISION-FILE
           PERFORM UNTIL WS-HDC-EOF
               READ HOLD-DECISION-FILE
                   AT END
                       SET WS-HDC-EOF TO TRUE
                   NOT AT END
                       IF HDC-RECORD NOT = SPACES
                               AND HDC-RECORD(1:1) NOT = "*"
                           PERFORM 1035-KEEP-ONE-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-DECISION-FILE.

       1035-KEEP-ONE-DECISION.
           IF WS-HDT-COUNT < WS-HDT-MAX
               ADD 1 TO WS-HDT-COUNT
               MOVE HDC-TRANS-ID    TO WS-HDT-TRANS-ID(WS-HDT-COUNT)
               MOVE HDC-FEED-DATE-X TO WS-HDT-FEED-DATE-X(WS-HDT-COUNT)
               MOVE HDC-ACTION      TO WS-HDT-ACTION(WS-HDT-COUNT)
               MOVE HDC-APPROVER    TO WS-HDT-APPROVER(WS-HDT-COUNT)
               MOVE HDC-NOTE        TO WS-HDT-NOTE(WS-HDT-COUNT)
               MOVE SPACE           TO WS-HDT-STATE(WS-HDT-COUNT)
               MOVE SPACES TO WS-HDT-REFUSE-NOTE(WS-HDT-COUNT)
               EVALUATE TRUE
                   WHEN HDC-TRANS-ID = SPACES
                       MOVE "TRANSACTION ID MISSING"
                           TO WS-HDT-REFUSE-NOTE(WS-HDT-COUNT)
                   WHEN HDC-FEED-DATE-X NOT = SPACES
                           AND HDC-FEED-DATE-X NOT NUMERIC
                       MOVE "FEED DATE NOT NUMERIC"
                           TO WS-HDT-REFUSE-NOTE(WS-HDT-COUNT)
                   WHEN HDC-ACTION NOT = "R" AND HDC-ACTION NOT = "D"
                       MOVE "INVALID ACTION - NOT R OR D"
                           TO WS-HDT-REFUSE-NOTE(WS-HDT-COUNT)
                   WHEN HDC-APPROVER = SPACES
                       MOVE "APPROVER MISSING"
                           TO WS-HDT-REFUSE-NOTE(WS-HDT-COUNT)
                   WHEN OTHER
                       IF HDC-ACTION = "R"
                           ADD 1 TO WS-RELEASE-ASKED-COUNT
                       END-IF
               END-EVALUATE
               IF WS-HDT-REFUSE-NOTE(WS-HDT-COUNT) NOT = SPACES
                   MOVE "E" TO WS-HDT-STATE(WS-HDT-COUNT)
               END-IF
           ELSE
               DISPLAY "HOLDREL: DECISION TABLE FULL - "
                   HDC-TRANS-ID " AND LATER NOT APPLIED"
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       1040-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-PCT-EOF
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET WS-PCT-EOF TO TRUE
                       NOT AT END
                           IF PCT-PERIOD NUMERIC AND PCT-STATE = "C"
                                   AND WS-CLOSED-PERIOD-COUNT
                                       < WS-CLOSED-PERIOD-MAX
                               ADD 1 TO WS-CLOSED-PERIOD-COUNT
                               MOVE PCT-RECORD(1:6) TO
                                   WS-CLOSED-PERIOD
                                       (WS-CLOSED-PERIOD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERIOD-CONTROL-FILE.

      *  Same register cutoff as the batch run: WS-TXN-REG-KEEP-DAYS,
      *  or two processing windows if that is longer.
       1044-SET-TXN-REG-CUTOFF.
           COMPUTE WS-TXN-REG-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-TXN-REG-KEEP-DAYS
           COMPUTE WS-TXN-REG-FLOOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
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

       1045-LOAD-TXN-REGISTER.
           PERFORM 1044-SET-TXN-REG-CUTOFF
           OPEN INPUT TXN-REGISTER-FILE
           EVALUATE WS-TXN-REGISTER-STATUS
               WHEN "00"
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
                   SET WS-RUN-BLOCKED TO TRUE
           END-EVALUATE
           IF WS-TXN-REG-AGED > ZERO
               DISPLAY "HOLDREL: " WS-TXN-REG-AGED
                   " REGISTER ENTRY(S) POSTED BEFORE "
                   WS-TXN-REG-CUTOFF-DATE " AGED OFF"
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
                   DISPLAY "HOLDREL: TRANSACTION REGISTER TABLE FULL "
                       "- ID " TXR-TRANS-ID " AND LATER NOT CHECKED"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *  The queue is copied to a work file with each decided item
      *  restamped; 3005 copies it back once every decision is in.
       2000-PROCESS-HOLD-QUEUE.
           OPEN EXTEND HOLD-AUDIT-FILE
           IF WS-HOLD-AUDIT-STATUS NOT = "00"
                   AND WS-HOLD-AUDIT-STATUS NOT = "05"
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF
           MOVE WS-HOLD-AUDIT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDAUD.DAT"        TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                 TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           OPEN EXTEND OVERFLOW-LOG-FILE
           IF WS-OVERFLOW-LOG-STATUS NOT = "00"
               OPEN OUTPUT OVERFLOW-LOG-FILE
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE WS-REJECT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "REJECTS.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           OPEN OUTPUT HOLD-WORK-FILE
           MOVE WS-HOLD-WORK-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDREL.TMP"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-QUEUE-FILE
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-HANDLE-ONE-HOLD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-QUEUE-FILE
           CLOSE HOLD-WORK-FILE
           IF WS-INV-SET-OPENED
               PERFORM 2059-CLOSE-INVOICE-SET
           END-IF
           PERFORM 2080-REFUSE-UNMATCHED-DECISION
               VARYING WS-HDT-SUB FROM 1 BY 1
               UNTIL WS-HDT-SUB > WS-HDT-COUNT
           CLOSE REJECT-FILE
           CLOSE OVERFLOW-LOG-FILE
           CLOSE HOLD-AUDIT-FILE.

       2010-HANDLE-ONE-HOLD.
           IF HLQ-STATUS = "P"
               PERFORM 2015-FIND-DECISION
               IF WS-HDT-FOUND > ZERO
                   MOVE "M" TO WS-HDT-STATE(WS-HDT-FOUND)
                   PERFORM 2020-APPLY-DECISION
               END-IF
           END-IF
           MOVE HLQ-RECORD TO HOLD-WORK-RECORD
           WRITE HOLD-WORK-RECORD
           MOVE WS-HOLD-WORK-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDREL.TMP"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

      *  The first decision not yet used for the held id; a decision
      *  naming a feed date only takes the hold from that feed.
       2015-FIND-DECISION.
           MOVE ZERO TO WS-HDT-FOUND
           MOVE HLQ-RECORD-IMAGE TO WS-TRANS-WORK-RECORD
           PERFORM VARYING WS-HDT-SUB FROM 1 BY 1
                   UNTIL WS-HDT-SUB > WS-HDT-COUNT
                       OR WS-HDT-FOUND > ZERO
               IF WS-HDT-STATE(WS-HDT-SUB) = SPACE
                       AND WS-HDT-TRANS-ID(WS-HDT-SUB) = TR-TRANS-ID
                   IF WS-HDT-FEED-DATE-X(WS-HDT-SUB) = SPACES
                       MOVE WS-HDT-SUB TO WS-HDT-FOUND
                   ELSE
                       IF WS-HDT-FEED-DATE(WS-HDT-SUB) = HLQ-FEED-DATE
                           MOVE WS-HDT-SUB TO WS-HDT-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2020-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT
           MOVE SPACES TO WS-REFUSE-NOTE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-HDT-ACTION(WS-HDT-FOUND) = "D"
               MOVE "R013" TO WS-REJECT-REASON
               PERFORM 2060-WRITE-REJECT-RECORD
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "D" TO HLQ-STATUS
               MOVE "A" TO WS-AUDIT-OUTCOME
               DISPLAY "HOLDREL: DECLINED " TR-TRANS-ID " BY "
                   WS-HDT-APPROVER(WS-HDT-FOUND)
           ELSE
               PERFORM 2030-RECHECK-RELEASE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 2060-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO HLQ-STATUS
                   MOVE "J" TO WS-AUDIT-OUTCOME
                   DISPLAY "HOLDREL: RELEASED " TR-TRANS-ID
                       " REJECTED " WS-REJECT-REASON
               ELSE
                   PERFORM 2040-POST-RELEASE
                   IF WS-REFUSE-NOTE = SPACES
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE "R" TO HLQ-STATUS
                       MOVE "A" TO WS-AUDIT-OUTCOME
                       DISPLAY "HOLDREL: RELEASED " TR-TRANS-ID
                           " INVOICE " WS-INVOICE-GEN "/"
                           WS-INVOICE-SEQ " BY "
                           WS-HDT-APPROVER(WS-HDT-FOUND)
                   END-IF
               END-IF
           END-IF
           IF WS-REFUSE-NOTE = SPACES
               MOVE WS-TODAY-DATE TO HLQ-DECISION-DATE
               MOVE WS-HDT-APPROVER(WS-HDT-FOUND) TO HLQ-APPROVER
           ELSE
               MOVE "R" TO WS-AUDIT-OUTCOME
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               DISPLAY "HOLDREL: DECISION FOR " TR-TRANS-ID
                   " REFUSED - " WS-REFUSE-NOTE
           END-IF
           PERFORM 2070-WRITE-AUDIT-RECORD.

      *  The item passed every edit when it was held; only the checks
      *  that can change while it waits are made again.
       2030-RECHECK-RELEASE.
           MOVE "N" TO WS-PERIOD-CLOSED-FLAG
           PERFORM VARYING WS-CLOSED-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-PERIOD-SUB > WS-CLOSED-PERIOD-COUNT
               IF WS-CLOSED-PERIOD(WS-CLOSED-PERIOD-SUB)
                       = TR-TRANS-DATE(1:6)
                   SET WS-PERIOD-CLOSED TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-SRC-CHECK-RESULT
           IF TR-SOURCE-CODE NOT = SPACES
                   AND TR-TRANS-DATE NUMERIC
               MOVE TR-SOURCE-CODE TO WS-SRC-CHECK-CODE
               MOVE TR-TRANS-DATE  TO WS-SRC-CHECK-DATE
               MOVE TR-TRANS-TYPE  TO WS-SRC-CHECK-TYPE
               PERFORM 2031-CHECK-SOURCE-MASTER
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIOD-CLOSED
                   MOVE "R007" TO WS-REJECT-REASON
               WHEN WS-SRC-UNKNOWN
                   MOVE "R009" TO WS-REJECT-REASON
               WHEN WS-SRC-INACTIVE
                   MOVE "R010" TO WS-REJECT-REASON
               WHEN WS-SRC-TYPE-BARRED
                   MOVE "R011" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-TXN-REG-FOUND
               PERFORM VARYING WS-TXN-REG-SUB FROM 1 BY 1
                       UNTIL WS-TXN-REG-SUB > WS-TXN-REG-COUNT
                           OR WS-TXN-REG-FOUND > ZERO
                   IF WS-TXR-TRANS-ID(WS-TXN-REG-SUB) = TR-TRANS-ID
                       MOVE WS-TXN-REG-SUB TO WS-TXN-REG-FOUND
                   END-IF
               END-PERFORM
               IF WS-TXN-REG-FOUND > ZERO
                   MOVE "R012" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *  Same source master rules as the batch driver and SUSPPOST:
      *  a '#' resubmission id matches on its first three characters
      *  and the best result of any matching entry is kept.
       2031-CHECK-SOURCE-MASTER.
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
                       PERFORM 2032-RATE-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

       2032-RATE-ONE-SOURCE.
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

      *  Same counter calls as a posting run.  A release that trips
      *  an ABEND policy is backed out and refused; the item stays
      *  on the queue for a later decision.
       2040-POST-RELEASE.
           PERFORM 2041-SAVE-COUNTER-IMAGES
           IF TR-TRANS-TYPE = "C"
               MOVE "-" TO WS-TXN-DIRECTION
           ELSE
               MOVE "+" TO WS-TXN-DIRECTION
           END-IF
           PERFORM 2042-INCREMENT-AREA-1
           IF WS-ABEND-FLAG = 0
               PERFORM 2043-INCREMENT-INVOICE-SEQ
           END-IF
           IF WS-ABEND-FLAG = 0
               PERFORM 2044-INCREMENT-VOLUME-TALLY
           END-IF
           IF WS-ABEND-FLAG = 0
               ADD 1 TO WS-RUN-ADDED-2
               IF TR-TRANS-TYPE = "C"
                   ADD 1 TO WS-CREDIT-COUNT
                   SUBTRACT 1 FROM WS-RUN-ADDED-1
                   SUBTRACT TR-AMOUNT FROM WS-RUN-ADDED-3
               ELSE
                   ADD 1 TO WS-RUN-ADDED-1
                   ADD TR-AMOUNT TO WS-RUN-ADDED-3
               END-IF
               PERFORM 2050-WRITE-INVOICE-RECORD
           ELSE
               PERFORM 2046-BACKOUT-RELEASE
               MOVE "RELEASE WOULD TRIP A COUNTER ABEND POLICY"
                   TO WS-REFUSE-NOTE
           END-IF.

       2041-SAVE-COUNTER-IMAGES.
           MOVE WS-AREA-1        TO WS-SAVE-AREA-1
           MOVE WS-AREA-1-GEN    TO WS-SAVE-AREA-1-GEN
           MOVE WS-INVOICE-SEQ   TO WS-SAVE-INVOICE-SEQ
           MOVE WS-INVOICE-GEN   TO WS-SAVE-INVOICE-GEN
           MOVE WS-VOLUME-TALLY  TO WS-SAVE-VOLUME-TALLY
           MOVE WS-VOLUME-GEN    TO WS-SAVE-VOLUME-GEN
           MOVE WS-OVERFLOW-COUNT TO WS-SAVE-OVERFLOW-COUNT
           MOVE WS-UNDERFLOW-COUNT TO WS-SAVE-UNDERFLOW-COUNT
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-AREA1-IDX)
               TO WS-SAVE-CNTR-OVFL-1
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-INVSEQ-IDX)
               TO WS-SAVE-CNTR-OVFL-2
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-VOLUME-IDX)
               TO WS-SAVE-CNTR-OVFL-3
           MOVE CNTR-WARNED-FLAG(WS-CNTR-AREA1-IDX)
               TO WS-SAVE-WARNED-1
           MOVE CNTR-WARNED-FLAG(WS-CNTR-INVSEQ-IDX)
               TO WS-SAVE-WARNED-2
           MOVE CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX)
               TO WS-SAVE-WARNED-3.

       2042-INCREMENT-AREA-1.
           SET CNTR-IDX TO WS-CNTR-AREA1-IDX
           CALL "OVFLCHK" USING WS-ONE-UNIT, WS-TXN-DIRECTION,
               WS-AREA-1, WS-AREA-1-GEN,
               CNTR-MAX-VALUE(WS-CNTR-AREA1-IDX),
               CNTR-WARN-THRESHOLD(WS-CNTR-AREA1-IDX),
               CNTR-RESET-FLOOR(WS-CNTR-AREA1-IDX),
               CNTR-POLICY(WS-CNTR-AREA1-IDX),
               CNTR-UNDER-POLICY(WS-CNTR-AREA1-IDX),
               CNTR-WARNED-FLAG(WS-CNTR-AREA1-IDX),
               WS-PRE-OVERFLOW-VALUE, WS-WARNING-FLAG,
               WS-OVERFLOW-FLAG, WS-UNDERFLOW-FLAG, WS-ABEND-FLAG
           MOVE WS-AREA-1     TO WS-RESULT-VALUE
           MOVE WS-AREA-1-GEN TO WS-RESULT-GEN
           PERFORM 2045-TALLY-COUNTER-EVENTS.

       2043-INCREMENT-INVOICE-SEQ.
           SET CNTR-IDX TO WS-CNTR-INVSEQ-IDX
           MOVE "+" TO WS-ADD-DIRECTION
           CALL "OVFLCHK" USING WS-ONE-UNIT, WS-ADD-DIRECTION,
               WS-INVOICE-SEQ,
               WS-INVOICE-GEN,
               CNTR-MAX-VALUE(WS-CNTR-INVSEQ-IDX),
               CNTR-WARN-THRESHOLD(WS-CNTR-INVSEQ-IDX),
               CNTR-RESET-FLOOR(WS-CNTR-INVSEQ-IDX),
               CNTR-POLICY(WS-CNTR-INVSEQ-IDX),
               CNTR-UNDER-POLICY(WS-CNTR-INVSEQ-IDX),
               CNTR-WARNED-FLAG(WS-CNTR-INVSEQ-IDX),
               WS-PRE-OVERFLOW-VALUE, WS-WARNING-FLAG,
               WS-OVERFLOW-FLAG, WS-UNDERFLOW-FLAG, WS-ABEND-FLAG
           MOVE WS-INVOICE-SEQ TO WS-RESULT-VALUE
           MOVE WS-INVOICE-GEN TO WS-RESULT-GEN
           PERFORM 2045-TALLY-COUNTER-EVENTS.

       2044-INCREMENT-VOLUME-TALLY.
           SET CNTR-IDX TO WS-CNTR-VOLUME-IDX
           CALL "OVFLCHK" USING TR-AMOUNT, WS-TXN-DIRECTION,
               WS-VOLUME-TALLY,
               WS-VOLUME-GEN,
               CNTR-MAX-VALUE(WS-CNTR-VOLUME-IDX),
               CNTR-WARN-THRESHOLD(WS-CNTR-VOLUME-IDX),
               CNTR-RESET-FLOOR(WS-CNTR-VOLUME-IDX),
               CNTR-POLICY(WS-CNTR-VOLUME-IDX),
               CNTR-UNDER-POLICY(WS-CNTR-VOLUME-IDX),
               CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX),
               WS-PRE-OVERFLOW-VALUE, WS-WARNING-FLAG,
               WS-OVERFLOW-FLAG, WS-UNDERFLOW-FLAG, WS-ABEND-FLAG
           MOVE WS-VOLUME-TALLY TO WS-RESULT-VALUE
           MOVE WS-VOLUME-GEN   TO WS-RESULT-GEN
           PERFORM 2045-TALLY-COUNTER-EVENTS.

       2045-TALLY-COUNTER-EVENTS.
           IF WS-UNDERFLOW-FLAG = 1
               ADD 1 TO WS-UNDERFLOW-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE "UNDERFLOW ON REVERSAL" TO WS-OVERFLOW-NOTE
               MOVE CNTR-UNDER-POLICY(CNTR-IDX)
                   TO WS-APPLIED-POLICY
               PERFORM 2090-WRITE-OVERFLOW-LOG-RECORD
           END-IF
           IF WS-OVERFLOW-FLAG = 1
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD 1 TO CNTR-OVERFLOW-COUNT(CNTR-IDX)
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE "NONE" TO WS-OVERFLOW-NOTE
               MOVE CNTR-POLICY(CNTR-IDX) TO WS-APPLIED-POLICY
               PERFORM 2090-WRITE-OVERFLOW-LOG-RECORD
           END-IF
           IF WS-WARNING-FLAG = 1
               DISPLAY "HOLDREL: WARNING - " CNTR-NAME(CNTR-IDX)
                   " NOW AT OR ABOVE ITS WARNING THRESHOLD"
           END-IF.

       2046-BACKOUT-RELEASE.
           MOVE WS-SAVE-AREA-1        TO WS-AREA-1
           MOVE WS-SAVE-AREA-1-GEN    TO WS-AREA-1-GEN
           MOVE WS-SAVE-INVOICE-SEQ   TO WS-INVOICE-SEQ
           MOVE WS-SAVE-INVOICE-GEN   TO WS-INVOICE-GEN
           MOVE WS-SAVE-VOLUME-TALLY  TO WS-VOLUME-TALLY
           MOVE WS-SAVE-VOLUME-GEN    TO WS-VOLUME-GEN
           MOVE WS-SAVE-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT
           MOVE WS-SAVE-UNDERFLOW-COUNT TO WS-UNDERFLOW-COUNT
           MOVE WS-SAVE-CNTR-OVFL-1
               TO CNTR-OVERFLOW-COUNT(WS-CNTR-AREA1-IDX)
           MOVE WS-SAVE-CNTR-OVFL-2
               TO CNTR-OVERFLOW-COUNT(WS-CNTR-INVSEQ-IDX)
           MOVE WS-SAVE-CNTR-OVFL-3
               TO CNTR-OVERFLOW-COUNT(WS-CNTR-VOLUME-IDX)
           MOVE WS-SAVE-WARNED-1
               TO CNTR-WARNED-FLAG(WS-CNTR-AREA1-IDX)
           MOVE WS-SAVE-WARNED-2
               TO CNTR-WARNED-FLAG(WS-CNTR-INVSEQ-IDX)
           MOVE WS-SAVE-WARNED-3
               TO CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX).

       2050-WRITE-INVOICE-RECORD.
           IF NOT WS-INV-SET-OPENED
               PERFORM 2055-OPEN-INVOICE-SET
           END-IF
           MOVE SPACES TO INV-RECORD
           MOVE TR-TRANS-ID    TO INV-TRANS-ID
           MOVE TR-TRANS-DATE  TO INV-TRANS-DATE
           MOVE TR-SOURCE-CODE TO INV-SOURCE-CODE
           MOVE TR-TRANS-TYPE  TO INV-TRANS-TYPE
           MOVE TR-AMOUNT      TO INV-AMOUNT
           MOVE WS-INVOICE-GEN TO INV-INVOICE-GEN
           MOVE WS-INVOICE-SEQ TO INV-INVOICE-SEQ
           WRITE INV-RECORD
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD TR-AMOUNT TO WS-INV-POSTED-HASH
           MOVE SPACES TO TXR-RECORD
           MOVE TR-TRANS-ID       TO TXR-TRANS-ID
           MOVE ZERO              TO TXR-RUN-NUMBER
           MOVE HLQ-FEED-DATE     TO TXR-FEED-DATE
           MOVE HLQ-SOURCE-ID     TO TXR-SOURCE-ID
           MOVE WS-INVOICE-GEN    TO TXR-INVOICE-GEN
           MOVE WS-INVOICE-SEQ    TO TXR-INVOICE-SEQ
           PERFORM 1046-KEEP-TXN-REG-ENTRY
           WRITE TXR-RECORD
           MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-TXN-REG-ON-FILE.

      *  Released items form one invoice set of their own, dated the
      *  day of release under the HOLD source, run number zero.
       2055-OPEN-INVOICE-SET.
           OPEN EXTEND INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-FILE
           END-IF
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           OPEN EXTEND TXN-REGISTER-FILE
           IF WS-TXN-REGISTER-STATUS NOT = "00"
                   AND WS-TXN-REGISTER-STATUS NOT = "05"
               OPEN OUTPUT TXN-REGISTER-FILE
           END-IF
           MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                   TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           MOVE WS-TODAY-DATE     TO WS-INVH-FEED-DATE
           MOVE ZERO              TO WS-INVH-RUN-NUMBER
           MOVE WS-INV-HEADER-REC TO INV-RECORD
           WRITE INV-RECORD
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           SET WS-INV-SET-OPENED TO TRUE.

       2059-CLOSE-INVOICE-SET.
           MOVE WS-RELEASED-COUNT  TO WS-INVT-RECORD-COUNT
           MOVE WS-INV-POSTED-HASH TO WS-INVT-HASH-TOTAL
           MOVE WS-INV-TRAILER-REC TO INV-RECORD
           WRITE INV-RECORD
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE INVOICE-FILE
           CLOSE TXN-REGISTER-FILE.

      *  R013 - declined by a supervisor; R007/R009-R011/R012 -
      *  released but the period closed, the source master no longer
      *  allows the item or the id posted while it was held.
       2060-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJ-RECORD
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           MOVE ZERO             TO REJ-RUN-NUMBER
           MOVE HLQ-FEED-DATE    TO REJ-FEED-DATE
           MOVE HLQ-SOURCE-ID    TO REJ-SOURCE-ID
           MOVE HLQ-RECORD-IMAGE TO REJ-RECORD-IMAGE
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
           PERFORM 9900-CHECK-IO-STATUS.

       2070-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO HLA-RECORD
           MOVE WS-CURRENT-DATE-TIME TO HLA-DATE
           MOVE WS-CURRENT-TIME(1:6) TO HLA-TIME
           MOVE TR-TRANS-ID          TO HLA-TRANS-ID
           MOVE HLQ-FEED-DATE        TO HLA-FEED-DATE
           MOVE HLQ-SOURCE-ID        TO HLA-SOURCE-ID
           MOVE TR-AMOUNT            TO HLA-AMOUNT
           MOVE HLQ-LIMIT            TO HLA-LIMIT
           MOVE WS-HDT-ACTION(WS-HDT-FOUND)   TO HLA-ACTION
           MOVE WS-HDT-APPROVER(WS-HDT-FOUND) TO HLA-APPROVER
           MOVE WS-AUDIT-OUTCOME     TO HLA-OUTCOME
           MOVE WS-REJECT-REASON     TO HLA-REASON-CODE
           IF WS-AUDIT-OUTCOME = "A"
                   AND WS-HDT-ACTION(WS-HDT-FOUND) = "R"
               MOVE WS-INVOICE-GEN   TO HLA-INVOICE-GEN
               MOVE WS-INVOICE-SEQ   TO HLA-INVOICE-SEQ
           ELSE
               MOVE ZERO             TO HLA-INVOICE-GEN
               MOVE ZERO             TO HLA-INVOICE-SEQ
           END-IF
           IF WS-REFUSE-NOTE = SPACES
               MOVE WS-HDT-NOTE(WS-HDT-FOUND) TO HLA-NOTE
           ELSE
               MOVE WS-REFUSE-NOTE   TO HLA-NOTE
           END-IF
           WRITE HLA-RECORD
           MOVE WS-HOLD-AUDIT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDAUD.DAT"        TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

      *  A decision that failed its edit or found no pending hold is
      *  still audited, as refused, so the file shows every decision
      *  the supervisor made.
       2080-REFUSE-UNMATCHED-DECISION.
           IF WS-HDT-STATE(WS-HDT-SUB) NOT = "M"
               ADD 1 TO WS-DECISION-COUNT
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-REFUSED
                   MOVE WS-RC-REFUSED TO WS-FINAL-RETURN-CODE
               END-IF
               IF WS-HDT-STATE(WS-HDT-SUB) = SPACE
                   MOVE "NO PENDING HOLD FOR THIS TRANSACTION"
                       TO WS-HDT-REFUSE-NOTE(WS-HDT-SUB)
               END-IF
               DISPLAY "HOLDREL: DECISION FOR "
                   WS-HDT-TRANS-ID(WS-HDT-SUB) " REFUSED - "
                   WS-HDT-REFUSE-NOTE(WS-HDT-SUB)
               ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO HLA-RECORD
               MOVE WS-CURRENT-DATE-TIME TO HLA-DATE
               MOVE WS-CURRENT-TIME(1:6) TO HLA-TIME
               MOVE WS-HDT-TRANS-ID(WS-HDT-SUB) TO HLA-TRANS-ID
               IF WS-HDT-FEED-DATE-X(WS-HDT-SUB) NUMERIC
                   MOVE WS-HDT-FEED-DATE(WS-HDT-SUB) TO HLA-FEED-DATE
               ELSE
                   MOVE ZERO TO HLA-FEED-DATE
               END-IF
               MOVE ZERO TO HLA-AMOUNT
               MOVE ZERO TO HLA-LIMIT
               MOVE WS-HDT-ACTION(WS-HDT-SUB)   TO HLA-ACTION
               MOVE WS-HDT-APPROVER(WS-HDT-SUB) TO HLA-APPROVER
               MOVE "R"  TO HLA-OUTCOME
               MOVE ZERO TO HLA-INVOICE-GEN
               MOVE ZERO TO HLA-INVOICE-SEQ
               MOVE WS-HDT-REFUSE-NOTE(WS-HDT-SUB) TO HLA-NOTE
               WRITE HLA-RECORD
               MOVE WS-HOLD-AUDIT-STATUS TO WS-IO-CHECK-STATUS
               MOVE "HOLDAUD.DAT"        TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-IF.

       2090-WRITE-OVERFLOW-LOG-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-PRE-OVERFLOW-VALUE TO WS-PRE-OVERFLOW-EDIT
           MOVE WS-RESULT-VALUE TO WS-RESET-VALUE-EDIT
           MOVE WS-RESULT-GEN TO WS-GEN-COUNT-EDIT
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
               " NOTE=HOLD RELEASE - " DELIMITED BY SIZE
               WS-OVERFLOW-NOTE       DELIMITED BY SIZE
               INTO WS-OVERFLOW-LOG-LINE
           END-STRING
           MOVE WS-OVERFLOW-LOG-LINE TO OV-LOG-RECORD
           WRITE OV-LOG-RECORD
           MOVE WS-OVERFLOW-LOG-STATUS TO WS-IO-CHECK-STATUS
           MOVE "OVERFLOW.LOG"         TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       3000-FINALIZE.
           IF WS-FINAL-RETURN-CODE < WS-RC-IO-ERROR
               PERFORM 3005-REWRITE-HOLD-QUEUE
           END-IF
           IF WS-RELEASED-COUNT > ZERO
               PERFORM 3010-WRITE-CHECKPOINT
               PERFORM 3020-WRITE-RUN-HISTORY
               PERFORM 3025-UPDATE-INVOICE-CONTROL
               PERFORM 3026-WRITE-GL-JOURNAL
           END-IF
           IF WS-DECISION-COUNT = ZERO
               DISPLAY "HOLDREL: HOLDDEC.DAT HOLDS NO DECISIONS"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           ELSE
               PERFORM 3028-ARCHIVE-DECISION-FILE
               PERFORM 3030-MARK-DECISIONS-APPLIED
           END-IF
           MOVE WS-DECISION-COUNT TO WS-COUNT-EDIT
           DISPLAY "HOLDREL: DECISIONS READ:      " WS-COUNT-EDIT
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           DISPLAY "HOLDREL: RELEASED AND POSTED: " WS-COUNT-EDIT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "HOLDREL: RELEASED, REJECTED:  " WS-COUNT-EDIT
           MOVE WS-DECLINED-COUNT TO WS-COUNT-EDIT
           DISPLAY "HOLDREL: DECLINED:            " WS-COUNT-EDIT
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           DISPLAY "HOLDREL: DECISIONS REFUSED:   " WS-COUNT-EDIT.

       3005-REWRITE-HOLD-QUEUE.
           OPEN INPUT HOLD-WORK-FILE
           MOVE WS-HOLD-WORK-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDREL.TMP"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           OPEN OUTPUT HOLD-QUEUE-FILE
           MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                 TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           PERFORM UNTIL WS-WORK-EOF
               READ HOLD-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-WORK-RECORD TO HLQ-RECORD
                       WRITE HLQ-RECORD
                       MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
                       MOVE "HOLDQ.DAT"      TO WS-IO-CHECK-FILE-NAME
                       PERFORM 9900-CHECK-IO-STATUS
               END-READ
           END-PERFORM
           CLOSE HOLD-WORK-FILE
           CLOSE HOLD-QUEUE-FILE.

      *  The released items now sit on the extract, so the accept
      *  count, credits and units added carry them for CNTRAUDT to
      *  prove against; restart fields are left as the last run set
      *  them apart from the register count.
       3010-WRITE-CHECKPOINT.
           IF WS-CHECKPOINT-FOUND
               MOVE WS-CK-IMAGE TO CK-RECORD
           ELSE
               INITIALIZE CK-RECORD
           END-IF
           MOVE WS-AREA-1       TO CK-AREA-1
           MOVE WS-AREA-1-GEN   TO CK-AREA-1-GEN
           MOVE WS-INVOICE-SEQ  TO CK-INVOICE-SEQ
           MOVE WS-INVOICE-GEN  TO CK-INVOICE-GEN
           MOVE WS-VOLUME-TALLY TO CK-VOLUME-TALLY
           MOVE WS-VOLUME-GEN   TO CK-VOLUME-GEN
      *  The invoice extract still holds the details already posted
      *  to it, so the accept count and volume added carry forward
      *  for the integrity audit to prove against, as SUSPPOST does;
      *  the other run totals are this run's own.
           ADD WS-RELEASED-COUNT  TO CK-ACCEPT-COUNT
           MOVE WS-CREDIT-COUNT   TO CK-CREDIT-COUNT
           MOVE WS-OVERFLOW-COUNT TO CK-OVERFLOW-COUNT
           MOVE WS-UNDERFLOW-COUNT TO CK-UNDERFLOW-COUNT
           MOVE WS-RUN-ADDED-1    TO CK-ADDED-1
           MOVE WS-RUN-ADDED-2    TO CK-ADDED-2
           ADD WS-RUN-ADDED-3     TO CK-ADDED-3
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-AREA1-IDX)
               TO CK-CNTR-OVFL-1
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-INVSEQ-IDX)
               TO CK-CNTR-OVFL-2
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-VOLUME-IDX)
               TO CK-CNTR-OVFL-3
           MOVE CNTR-WARNED-FLAG(WS-CNTR-AREA1-IDX) TO CK-WARNED-1
           MOVE CNTR-WARNED-FLAG(WS-CNTR-INVSEQ-IDX) TO CK-WARNED-2
           MOVE CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX) TO CK-WARNED-3
           MOVE WS-TXN-REG-ON-FILE TO CK-TXN-REG-COUNT
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

       3020-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-TIME TO HIST-RUN-DATE
           MOVE WS-RELEASED-COUNT TO HIST-TRANS-COUNT
           MOVE WS-RUN-ADDED-1 TO HIST-ADDED(1)
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-AREA1-IDX)
               TO HIST-OVFL-COUNT(1)
           MOVE WS-AREA-1      TO HIST-END-VALUE(1)
           MOVE WS-AREA-1-GEN  TO HIST-END-GEN(1)
           MOVE WS-RUN-ADDED-2 TO HIST-ADDED(2)
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-INVSEQ-IDX)
               TO HIST-OVFL-COUNT(2)
           MOVE WS-INVOICE-SEQ TO HIST-END-VALUE(2)
           MOVE WS-INVOICE-GEN TO HIST-END-GEN(2)
           MOVE WS-RUN-ADDED-3 TO HIST-ADDED(3)
           MOVE CNTR-OVERFLOW-COUNT(WS-CNTR-VOLUME-IDX)
               TO HIST-OVFL-COUNT(3)
           MOVE WS-VOLUME-TALLY TO HIST-END-VALUE(3)
           MOVE WS-VOLUME-GEN   TO HIST-END-GEN(3)
           WRITE HIST-RECORD
           MOVE WS-RUN-HISTORY-STATUS TO WS-IO-CHECK-STATUS
           MOVE "RUNHIST.DAT"          TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE RUN-HISTORY-FILE.

      *  As in SUSPPOST: the pending record keeps its run number and
      *  its count grows by the released invoices, so the batch run's
      *  acknowledgment check still protects them.
       3025-UPDATE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE WS-INVOICE-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVCTL.DAT"              TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                      TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           MOVE SPACES TO IVC-RECORD
           MOVE WS-EXTRACT-RUN       TO IVC-RUN-NUMBER
           MOVE WS-TODAY-DATE        TO IVC-EXTRACT-DATE
           COMPUTE IVC-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-RELEASED-COUNT
           MOVE "P"                  TO IVC-STATE
           WRITE IVC-RECORD
           MOVE WS-INVOICE-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVCTL.DAT"              TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE INVOICE-CONTROL-FILE.

       3026-WRITE-GL-JOURNAL.
           CALL "GLJRNL" USING WS-GLJRNL-MODE, WS-GLJRNL-CALLER,
               WS-RELEASED-COUNT, WS-RUN-ADDED-3, WS-GLJRNL-STATUS
           EVALUATE WS-GLJRNL-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   DISPLAY "HOLDREL: GL JOURNAL DOES NOT BALANCE OR "
                       "TIE - SEE GLPROOF.RPT"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN "12"
                   MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  The decisions as keyed are kept in a dated archive before
      *  HOLDDEC.DAT is overwritten with the applied marker.
       3028-ARCHIVE-DECISION-FILE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING
               "HOLDDEC."      DELIMITED BY SIZE
               WS-TODAY-DATE   DELIMITED BY SIZE
               ".PST"          DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN INPUT HOLD-DECISION-FILE
           MOVE "N" TO WS-HDC-EOF-FLAG
           PERFORM UNTIL WS-HDC-EOF
               READ HOLD-DECISION-FILE
                   AT END
                       SET WS-HDC-EOF TO TRUE
                   NOT AT END
                       MOVE HDC-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                       MOVE WS-ARCHIVE-STATUS TO WS-IO-CHECK-STATUS
                       MOVE WS-ARCHIVE-FILE-NAME
                           TO WS-IO-CHECK-FILE-NAME
                       PERFORM 9900-CHECK-IO-STATUS
               END-READ
           END-PERFORM
           CLOSE HOLD-DECISION-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY "HOLDREL: HOLDDEC.DAT ARCHIVED TO "
               WS-ARCHIVE-FILE-NAME.

      *  Every decision read is on the audit file, applied or
      *  refused, so the file is closed off either way; a decision
      *  that was refused comes in again on a fresh HOLDDEC.DAT.
       3030-MARK-DECISIONS-APPLIED.
           OPEN OUTPUT HOLD-DECISION-OUT-FILE
           MOVE WS-HOLD-DECISION-OUT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDDEC.DAT"               TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE WS-TODAY-DATE TO WS-APPLIED-DATE
           MOVE WS-APPLIED-REC TO HDC-OUT-RECORD
           WRITE HDC-OUT-RECORD
           MOVE WS-HOLD-DECISION-OUT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDDEC.DAT"               TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE HOLD-DECISION-OUT-FILE
           DISPLAY "HOLDREL: HOLDDEC.DAT FLAGGED APPLIED".

       9700-CONVERT-PARM-NUMBER.
           MOVE ZERO TO WS-PARM-NUMBER
           MOVE "N" TO WS-PARM-NUM-OK-FLAG
           MOVE ZERO TO WS-PARM-LEN
           PERFORM VARYING WS-PARM-SUB FROM 20 BY -1
                   UNTIL WS-PARM-SUB < 1
               IF WS-PARM-VALUE(WS-PARM-SUB:1) NOT = SPACE
                       AND WS-PARM-LEN = ZERO
                   MOVE WS-PARM-SUB TO WS-PARM-LEN
               END-IF
           END-PERFORM
           IF WS-PARM-LEN > ZERO AND WS-PARM-LEN < 9
               IF WS-PARM-VALUE(1:WS-PARM-LEN) NUMERIC
                   MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-PARM-NUMBER
                   MOVE "Y" TO WS-PARM-NUM-OK-FLAG
               END-IF
           END-IF.

       9800-WRITE-ALERT.
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
           DISPLAY "HOLDREL: ALERT " WS-ALERT-CONDITION " - "
               WS-ALERT-TEXT.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
                   " STATUS=" WS-IO-CHECK-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE "00" TO WS-IO-CHECK-ALT-OK.
