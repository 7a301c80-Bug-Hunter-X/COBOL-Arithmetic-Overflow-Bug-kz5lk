      *       (detail count and amount hash) before touching any
      *       counter; an out-of-balance file is left in place and
      *       the run ends with the control return code.
      *       The header's source must also be on the source master
      *       and active on the feed date, or the file is refused
      *       the same way.  With no SRCMAST.DAT at all the source
      *       edits are bypassed and the run ends with the control
      *       return code and an ALERTS.DAT entry (condition SRCM).
      *    2. Posts each suspended detail through the same edits,
      *       OVFLCHK counter calls and invoice assignment as the
      *       main run, appending invoices to INVOICES.DAT and
      *       rejects to REJECTS.DAT, then rewrites the counter
      *       checkpoint and appends a RUNHIST.DAT entry.  Every
      *       posted id goes on the TXNREG.DAT register (run number
      *       zero) and an id already there is rejected as R012.
      *       The posted invoice set is journalled onto GLJRNL.DAT
      *       and proved on GLPROOF.RPT (GLJRNL); a journal that does
      *       not balance or tie ends the run with the control
      *       return code.
      *    3. Archives the posted file to SUSPENSE.<YYYYMMDD>.PST and
      *       rewrites SUSPENSE.DAT with a consumed marker so the
      *       same file can never be posted twice.  A file already
      *       carrying the marker blocks the run up front.
      *
      *  A detail over its amount limit on HOLDLIM.DAT is diverted to
      *  the hold queue HOLDQ.DAT (run number zero) instead of
      *  posting, as the batch run does, for HOLDREL to release or
      *  decline.
      *
      *  If a counter trips its ABEND policy again mid-posting, the
      *  partial updates for that transaction are backed out and the
      *  unposted remainder is written back to SUSPENSE.DAT with a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL TXN-REGISTER-FILE
               ASSIGN TO "TXNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-REGISTER-STATUS.

           SELECT OPTIONAL HOLD-QUEUE-FILE
               ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE.
           05  CK-WARNED-3         PIC 9(1).
           05  CK-INV-SET-COUNT    PIC 9(7).
           05  CK-INV-SET-HASH     PIC 9(11).
           05  CK-TXN-REG-COUNT    PIC 9(7).
           05  CK-HOLD-COUNT       PIC 9(7).
           05  CK-HOLD-AMOUNT      PIC 9(11).
           05  CK-HOLD-ON-FILE     PIC 9(7).

       FD  OVERFLOW-LOG-FILE.
       01  OV-LOG-RECORD            PIC X(200).
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
           05  RC-SOURCE-ID         PIC X(4).
           05  RC-RUN-STATE         PIC X(1).

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
       COPY HLDLIM.

       01  WS-SUSPENSE-IN-STATUS    PIC XX.
       01  WS-SUSPENSE-OUT-STATUS   PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-TXN-REGISTER-STATUS   PIC XX.
       01  WS-TXN-REG-EOF-FLAG      PIC X VALUE "N".
           88  WS-TXN-REG-EOF                VALUE "Y".
       01  WS-TXN-REG-ON-FILE       PIC 9(7) VALUE ZERO.
       01  WS-HOLD-QUEUE-STATUS     PIC XX.
       01  WS-ALERT-STATUS          PIC XX.
       01  WS-HOLD-OPEN-FLAG        PIC X VALUE "N".
           88  WS-HOLD-OPENED                VALUE "Y".
       01  WS-HOLD-EOF-FLAG         PIC X VALUE "N".
           88  WS-HOLD-EOF                   VALUE "Y".
       01  WS-HOLD-ON-FILE          PIC 9(7) VALUE ZERO.

       01  WS-TRANS-WORK-RECORD.
           05  TR-REC-TYPE         PIC X(1).

       01  WS-EDIT-REJECT-FLAG      PIC X VALUE "N".
           88  WS-TRANS-REJECTED             VALUE "Y".
       01  WS-HOLD-FLAG             PIC X VALUE "N".
           88  WS-TRANS-HELD                 VALUE "Y".
       01  WS-HOLD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-HOLD-AMOUNT           PIC 9(11) VALUE ZERO.
       01  WS-PRIOR-HOLD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-HOLD-AMOUNT     PIC 9(11) VALUE ZERO.
       01  WS-REJECT-REASON         PIC X(4) VALUE SPACES.

       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
       01  WS-IO-CHECK-FILE-NAME    PIC X(20).
       01  WS-IO-CHECK-ALT-OK       PIC XX VALUE "00".

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-CNTRLOAD-MODE         PIC X(1) VALUE "L".
       01  WS-CNTRLOAD-STATUS       PIC X(2) VALUE SPACES.

       01  WS-SRCLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HLDLOAD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HLM-SUB               PIC 9(3) VALUE ZERO.
       01  WS-HLM-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-HLM-RANK              PIC 9(1) VALUE ZERO.
       01  WS-HLM-BEST-RANK         PIC 9(1) VALUE ZERO.

       01  WS-GLJRNL-MODE           PIC X(1) VALUE "L".
       01  WS-GLJRNL-CALLER         PIC X(12) VALUE "SUSPPOST".
       01  WS-GLJRNL-STATUS         PIC X(2) VALUE SPACES.
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

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YEAR          PIC 9(4).
           05  WS-CDT-MONTH         PIC 9(2).
       01  WS-POSTED-COUNT-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-REJECT-COUNT-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-RESIDUE-COUNT-EDIT    PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-HOLD-COUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
       1000-INITIALIZE.
           PERFORM 1005-INITIALIZE-COUNTER-TABLE
           PERFORM 1006-LOAD-COUNTER-DEFS
           PERFORM 1007-LOAD-SOURCE-MASTER
           PERFORM 1004-LOAD-HOLD-LIMITS
           PERFORM 1008-READ-RUN-PARMS
           PERFORM 1010-READ-CHECKPOINT
           PERFORM 1017-READ-PERIOD-CONTROL
           PERFORM 1020-CHECK-CONSUMED-MARKER
           IF NOT WS-FILE-BLOCKED
               PERFORM 1030-OPEN-OVERFLOW-LOG
               PERFORM 1040-LOAD-TXN-REGISTER
               PERFORM 1050-COUNT-HOLD-QUEUE
           END-IF.

       1004-LOAD-HOLD-LIMITS.
           CALL "HLDLOAD" USING WS-HOLD-LIMIT-TABLE,
               WS-HLDLOAD-STATUS.

       1005-INITIALIZE-COUNTER-TABLE.
           SET CNTR-IDX TO WS-CNTR-AREA1-IDX
           MOVE "WS-AREA-1"      TO CNTR-NAME(CNTR-IDX)
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
               DISPLAY "SUSPPOST: SOURCE MASTER SRCMAST.DAT NOT "
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

      *  Only the processing-window width is honored here; the other
      *  run parms steer the batch driver and do not apply to a
      *  suspense recovery.
                           IF CK-ADDED-3 NUMERIC
                               MOVE CK-ADDED-3 TO WS-PRIOR-ADDED-3
                           END-IF
                           IF CK-HOLD-COUNT NUMERIC
                               MOVE CK-HOLD-COUNT
                                   TO WS-PRIOR-HOLD-COUNT
                           END-IF
                           IF CK-HOLD-AMOUNT NUMERIC
                               MOVE CK-HOLD-AMOUNT
                                   TO WS-PRIOR-HOLD-AMOUNT
                           END-IF
                           IF CK-WARNED-1 NUMERIC
                               MOVE CK-WARNED-1
                                   TO CNTR-WARNED-FLAG(1)
               OPEN OUTPUT OVERFLOW-LOG-FILE
           END-IF.

       1040-LOAD-TXN-REGISTER.
           PERFORM 1041-SET-TXN-REG-CUTOFF
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
                                       PERFORM 1045-KEEP-TXN-REG-ENTRY
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
               DISPLAY "SUSPPOST: " WS-TXN-REG-AGED
                   " REGISTER ENTRY(S) POSTED BEFORE "
                   WS-TXN-REG-CUTOFF-DATE " AGED OFF"
           END-IF.

      *  Same register cutoff as the batch run: WS-TXN-REG-KEEP-DAYS,
      *  or two processing windows if that is longer.
       1041-SET-TXN-REG-CUTOFF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
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

       1045-KEEP-TXN-REG-ENTRY.
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
                   DISPLAY "SUSPPOST: TRANSACTION REGISTER TABLE FULL "
                       "- ID " TXR-TRANS-ID " AND LATER NOT CHECKED"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *  Only the count on file is needed; it goes on the checkpoint
      *  so a restart of the next batch run trims at the right place.
       1050-COUNT-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           EVALUATE WS-HOLD-QUEUE-STATUS
               WHEN "00"
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

       2000-VALIDATE-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-IN-FILE
           MOVE "N" TO WS-SUSP-EOF-FLAG
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF
           IF WS-FILE-BALANCED
               PERFORM 2020-CHECK-HEADER-SOURCE
           END-IF.

       2010-VALIDATE-ONE-RECORD.
                   CONTINUE
           END-EVALUATE.

      *  A balanced file is still refused if its header source is not
      *  on the source master or not active on the feed date.
       2020-CHECK-HEADER-SOURCE.
           MOVE WS-FEED-SOURCE-ID TO WS-SRC-CHECK-CODE
           MOVE WS-FEED-DATE      TO WS-SRC-CHECK-DATE
           MOVE SPACE             TO WS-SRC-CHECK-TYPE
           PERFORM 3023-CHECK-SOURCE-MASTER
           EVALUATE TRUE
               WHEN WS-SRC-UNKNOWN
                   MOVE "SUSPENSE HEADER SOURCE NOT ON MASTER"
                       TO WS-CTL-ERROR-NOTE
               WHEN WS-SRC-INACTIVE
                   MOVE "SUSPENSE HEADER SOURCE INACTIVE"
                       TO WS-CTL-ERROR-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-SRC-CHECK-OK
               MOVE "N" TO WS-FILE-BALANCED-FLAG
               DISPLAY "SUSPPOST: SUSPENSE FILE REFUSED - "
                   WS-CTL-ERROR-NOTE
               DISPLAY "SUSPPOST: FILE LEFT IN PLACE - NO "
                   "TRANSACTIONS POSTED"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       3000-POST-SUSPENSE-FILE.
           PERFORM 3001-SET-WINDOW-LIMITS
           PERFORM 3005-OPEN-POSTING-FILES
           CLOSE RESIDUE-WORK-FILE
           SET WS-POSTING-DONE TO TRUE
           CLOSE REJECT-FILE
           CLOSE TXN-REGISTER-FILE
           IF WS-HOLD-OPENED
               CLOSE HOLD-QUEUE-FILE
           END-IF
           MOVE WS-TRANS-COUNT    TO WS-INVT-RECORD-COUNT
           MOVE WS-INV-POSTED-HASH TO WS-INVT-HASH-TOTAL
           MOVE WS-INV-TRAILER-REC TO INV-RECORD
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
           MOVE WS-FEED-DATE      TO WS-INVH-FEED-DATE
           MOVE WS-FEED-SOURCE-ID TO WS-INVH-SOURCE-ID
           MOVE ZERO              TO WS-INVH-RUN-NUMBER
               IF WS-TRANS-REJECTED
                   PERFORM 3050-WRITE-REJECT-RECORD
               ELSE
                   PERFORM 3036-CHECK-HOLD-LIMIT
                   IF WS-TRANS-HELD
                       PERFORM 3037-HOLD-TRANSACTION
                   ELSE
                       PERFORM 3030-PROCESS-ONE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      *  R012 - the id is already on the register, posted by a batch
      *  run or earlier in this suspense file.
       3021-CHECK-TXN-REGISTER.
           MOVE ZERO TO WS-TXN-REG-FOUND
           PERFORM VARYING WS-TXN-REG-SUB FROM 1 BY 1
                   UNTIL WS-TXN-REG-SUB > WS-TXN-REG-COUNT
                       OR WS-TXN-REG-FOUND > ZERO
               IF WS-TXR-TRANS-ID(WS-TXN-REG-SUB) = TR-TRANS-ID
                   MOVE WS-TXN-REG-SUB TO WS-TXN-REG-FOUND
               END-IF
           END-PERFORM.

       3022-CHECK-DETAIL-SOURCE.
           MOVE SPACE TO WS-SRC-CHECK-RESULT
           IF TR-SOURCE-CODE NOT = SPACES
                   AND TR-TRANS-DATE NUMERIC
               MOVE TR-SOURCE-CODE TO WS-SRC-CHECK-CODE
               MOVE TR-TRANS-DATE  TO WS-SRC-CHECK-DATE
               MOVE TR-TRANS-TYPE  TO WS-SRC-CHECK-TYPE
               PERFORM 3023-CHECK-SOURCE-MASTER
           END-IF.

      *  Same source master rules as the batch driver: a '#'
      *  resubmission id matches on its first three characters and
      *  the best result of any matching entry is kept.
       3023-CHECK-SOURCE-MASTER.
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
                       PERFORM 3024-RATE-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

       3024-RATE-ONE-SOURCE.
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

       3025-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3026-CHECK-TRANS-DATE
           PERFORM 3027-CHECK-CLOSED-PERIOD
           PERFORM 3022-CHECK-DETAIL-SOURCE
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
               PERFORM 3021-CHECK-TXN-REGISTER
               IF WS-TXN-REG-FOUND > ZERO
                   MOVE "R012" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
               PERFORM 3070-WRITE-OVERFLOW-LOG-RECORD
           END-IF.

      *  Same limit lookup as the batch run: source and type, source
      *  with any type, any source with the type, then any source and
      *  any type.
       3036-CHECK-HOLD-LIMIT.
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

       3037-HOLD-TRANSACTION.
           IF NOT WS-HOLD-OPENED
               OPEN EXTEND HOLD-QUEUE-FILE
               IF WS-HOLD-QUEUE-STATUS NOT = "00"
                       AND WS-HOLD-QUEUE-STATUS NOT = "05"
                   OPEN OUTPUT HOLD-QUEUE-FILE
               END-IF
               MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
               MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
               MOVE "05"                 TO WS-IO-CHECK-ALT-OK
               PERFORM 9900-CHECK-IO-STATUS
               SET WS-HOLD-OPENED TO TRUE
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           ADD TR-AMOUNT TO WS-HOLD-AMOUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO HLQ-RECORD
           MOVE "P"               TO HLQ-STATUS
           MOVE ZERO              TO HLQ-RUN-NUMBER
           MOVE WS-FEED-DATE      TO HLQ-FEED-DATE
           MOVE WS-FEED-SOURCE-ID TO HLQ-SOURCE-ID
           MOVE WS-TODAY-DATE     TO HLQ-HOLD-DATE
           MOVE HLM-LIMIT(WS-HLM-FOUND) TO HLQ-LIMIT
           MOVE WS-TRANS-WORK-RECORD TO HLQ-RECORD-IMAGE
           MOVE ZERO              TO HLQ-DECISION-DATE
           WRITE HLQ-RECORD
           MOVE WS-HOLD-QUEUE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "HOLDQ.DAT"          TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-HOLD-ON-FILE
           DISPLAY "SUSPPOST: HELD " TR-TRANS-ID " AMOUNT " TR-AMOUNT
               " OVER LIMIT " HLM-LIMIT(WS-HLM-FOUND).

       3040-WRITE-INVOICE-RECORD.
           MOVE SPACES TO INV-RECORD
           MOVE TR-TRANS-ID    TO INV-TRANS-ID
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD TR-AMOUNT TO WS-INV-POSTED-HASH
           PERFORM 3041-WRITE-TXN-REGISTER.

       3041-WRITE-TXN-REGISTER.
           MOVE SPACES TO TXR-RECORD
           MOVE TR-TRANS-ID       TO TXR-TRANS-ID
           MOVE ZERO              TO TXR-RUN-NUMBER
           MOVE WS-FEED-DATE      TO TXR-FEED-DATE
           MOVE WS-FEED-SOURCE-ID TO TXR-SOURCE-ID
           MOVE WS-INVOICE-GEN    TO TXR-INVOICE-GEN
           MOVE WS-INVOICE-SEQ    TO TXR-INVOICE-SEQ
           PERFORM 1045-KEEP-TXN-REG-ENTRY
           WRITE TXR-RECORD
           MOVE WS-TXN-REGISTER-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TXNREG.DAT"           TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-TXN-REG-ON-FILE.

       3045-BACKOUT-TRANSACTION.
           MOVE WS-SAVE-AREA-1        TO WS-AREA-1
           MOVE WS-FEED-DATE     TO REJ-FEED-DATE
           MOVE WS-FEED-SOURCE-ID TO REJ-SOURCE-ID
           MOVE WS-TRANS-WORK-RECORD TO REJ-RECORD-IMAGE
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
           PERFORM 4010-WRITE-CHECKPOINT
           PERFORM 4020-WRITE-RUN-HISTORY
           PERFORM 4025-UPDATE-INVOICE-CONTROL
           PERFORM 4026-WRITE-GL-JOURNAL
           IF WS-RESIDUE-COUNT = ZERO
               PERFORM 4027-UPDATE-RUN-CONTROL
           END-IF
           MOVE WS-TRANS-COUNT TO WS-POSTED-COUNT-EDIT
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-EDIT
           MOVE WS-RESIDUE-COUNT TO WS-RESIDUE-COUNT-EDIT
           MOVE WS-HOLD-COUNT TO WS-HOLD-COUNT-EDIT
           DISPLAY "SUSPPOST: TRANSACTIONS POSTED:   "
               WS-POSTED-COUNT-EDIT
           DISPLAY "SUSPPOST: TRANSACTIONS REJECTED: "
               WS-REJECT-COUNT-EDIT
           DISPLAY "SUSPPOST: TRANSACTIONS HELD:     "
               WS-HOLD-COUNT-EDIT
           DISPLAY "SUSPPOST: LEFT IN SUSPENSE:      "
               WS-RESIDUE-COUNT-EDIT.

           MOVE CNTR-WARNED-FLAG(WS-CNTR-VOLUME-IDX) TO CK-WARNED-3
           MOVE ZERO TO CK-INV-SET-COUNT
           MOVE ZERO TO CK-INV-SET-HASH
           MOVE WS-TXN-REG-ON-FILE TO CK-TXN-REG-COUNT
           COMPUTE CK-HOLD-COUNT =
               WS-PRIOR-HOLD-COUNT + WS-HOLD-COUNT
           COMPUTE CK-HOLD-AMOUNT =
               WS-PRIOR-HOLD-AMOUNT + WS-HOLD-AMOUNT
           MOVE WS-HOLD-ON-FILE TO CK-HOLD-ON-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHECKPOINT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "COUNTER.DAT"        TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE INVOICE-CONTROL-FILE.

      *  The recovery's invoice set is the last one on the extract;
      *  its journal batch is appended to the batch run's journal.
       4026-WRITE-GL-JOURNAL.
           CALL "GLJRNL" USING WS-GLJRNL-MODE, WS-GLJRNL-CALLER,
               WS-TRANS-COUNT, WS-RUN-ADDED-3, WS-GLJRNL-STATUS
           EVALUATE WS-GLJRNL-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   DISPLAY "SUSPPOST: GL JOURNAL DOES NOT BALANCE OR "
                       "TIE - SEE GLPROOF.RPT"
                   IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                       MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN "12"
                   MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  With the suspense fully posted the abended feed is complete;
      *  leaving its run-control state at 'I' would invite an
      *  OVERRIDE=Y repost of postings this recovery already applied.
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
           DISPLAY "SUSPPOST: ALERT " WS-ALERT-CONDITION " - "
               WS-ALERT-TEXT.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
