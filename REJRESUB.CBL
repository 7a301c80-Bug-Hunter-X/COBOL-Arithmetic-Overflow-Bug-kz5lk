      *  The batch run stamps every reject on REJECTS.DAT with its
      *  reason code, run number, feed date and source alongside the
      *  raw record image.  Once the source system corrects the bad
      *  field, the repaired reject records (same layout as
      *  REJECTS.DAT, grouped by source id) are presented on
      *  REJFIXED.DAT and this utility rebuilds them into a valid
      *  transaction feed:
      *
      *    1. Each corrected image is re-edited with the same rules
      *       the batch run applies (R001-R005, the R009-R011
      *       source master checks on both the detail source and the
      *       resubmission header source, and the R012 check against
      *       the TXNREG.DAT posted-id register); records that still
      *       fail are reported and left out so a bad fix cannot
      *       cycle through the run again.  With no SRCMAST.DAT the
      *       source checks are bypassed, the return code is at
      *       least 04 and ALERTS.DAT gets an SRCM entry.
      *    2. Clean records are written to RESUBMIT.DAT as one
      *       H..T feed set per source id, with the header dated
      *       today and a regenerated trailer record count and
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-LOG-STATUS.

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
       FD  REJECT-FIXED-FILE.
           05  RFX-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  RFX-RECORD-IMAGE     PIC X(29).
           05  RFX-ORIG-POSTING     PIC X(32).

       FD  RESUBMIT-FILE.
       01  RSM-RECORD               PIC X(29).
           05  FILLER               PIC X(1).
           05  RSB-ORIG-SOURCE-ID   PIC X(4).

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
       COPY SRCCTL.
       COPY TXNREG.

       01  WS-REJECT-FIXED-STATUS   PIC XX.
       01  WS-RESUBMIT-STATUS       PIC XX.
       01  WS-RESUB-LOG-STATUS      PIC XX.
       01  WS-TXN-REGISTER-STATUS   PIC XX.
       01  WS-ALERT-STATUS          PIC XX.
       01  WS-TXN-REG-EOF-FLAG      PIC X VALUE "N".
           88  WS-TXN-REG-EOF                VALUE "Y".

       01  WS-TRANS-WORK-RECORD.
           05  TR-REC-TYPE         PIC X(1).
       01  WS-CAL-INVALID-FLAG      PIC X VALUE "N".
           88  WS-CAL-INVALID                VALUE "Y".

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

       01  WS-REGISTER-TABLE.
           05  WS-REGISTERED-ID OCCURS 5000 TIMES
                                    PIC X(10).

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-SKIPPED            PIC 9(2) VALUE 04.
       01  WS-RC-NO-SOURCE-MASTER   PIC 9(2) VALUE 04.
       01  WS-RC-REGISTER-FULL      PIC 9(2) VALUE 08.
       01  WS-RC-NO-INPUT           PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-IO-CHECK-STATUS       PIC XX.
       01  WS-IO-CHECK-FILE-NAME    PIC X(20).

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YEAR          PIC 9(4).
           05  WS-CDT-MONTH         PIC 9(2).
           05  WS-CDT-DAY           PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CDT-HOUR          PIC 9(2).
           05  WS-CDT-MINUTE        PIC 9(2).
           05  WS-CDT-SECOND        PIC 9(2).
           05  WS-CDT-HUNDREDTHS    PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1010-LOAD-RESUB-REGISTER
           PERFORM 1030-LOAD-SOURCE-MASTER
           PERFORM 1040-LOAD-TXN-REGISTER.

       1010-LOAD-RESUB-REGISTER.
           OPEN INPUT RESUB-LOG-FILE
               END-IF
           END-IF.

      *  With no source master every source passes R009-R011 as
      *  before, but that is a control condition: it is alerted and
      *  carried in the return code.
       1030-LOAD-SOURCE-MASTER.
           CALL "SRCLOAD" USING WS-SOURCE-MASTER-TABLE,
               WS-SRCLOAD-STATUS
           IF WS-SRCLOAD-STATUS = "04"
               MOVE "N" TO WS-SRC-MASTER-FLAG
               DISPLAY "REJRESUB: SOURCE MASTER SRCMAST.DAT NOT "
                   "LOADED - SOURCE EDITS BYPASSED"
               IF WS-FINAL-RETURN-CODE < WS-RC-NO-SOURCE-MASTER
                   MOVE WS-RC-NO-SOURCE-MASTER
                       TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE WS-RC-NO-SOURCE-MASTER TO WS-ALERT-SEVERITY
               MOVE "SRCM" TO WS-ALERT-CONDITION
               MOVE "SRCMAST.DAT" TO WS-ALERT-IDENT
               MOVE "SOURCE MASTER MISSING - EDITS BYPASSED"
                   TO WS-ALERT-TEXT
               PERFORM 9800-WRITE-ALERT
           ELSE
               SET WS-SRC-MASTER-LOADED TO TRUE
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
           END-EVALUATE.

      *  Same register cutoff as the batch run.  The processing
      *  window is not known here; a shorter cutoff only means an id
      *  the batch run would reject R012 is resubmitted.
       1041-SET-TXN-REG-CUTOFF.
           COMPUTE WS-TXN-REG-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-TXN-REG-KEEP-DAYS
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
                   DISPLAY "REJRESUB: TRANSACTION REGISTER TABLE FULL "
                       "- ID " TXR-TRANS-ID " AND LATER NOT CHECKED"
                   IF WS-FINAL-RETURN-CODE < WS-RC-REGISTER-FULL
                       MOVE WS-RC-REGISTER-FULL
                           TO WS-FINAL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2000-REBUILD-FEED.
           OPEN INPUT REJECT-FIXED-FILE
           IF WS-REJECT-FIXED-STATUS NOT = "00"
           MOVE "N" TO WS-EDIT-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2021-CHECK-CALENDAR-DATE
           PERFORM 2024-CHECK-DETAIL-SOURCE
           EVALUATE TRUE
               WHEN TR-REC-TYPE NOT = "D"
                   MOVE "R006" TO WS-REJECT-REASON
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
               PERFORM 2025-CHECK-HEADER-SOURCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2028-CHECK-TXN-REGISTER
               IF WS-TXN-REG-FOUND > ZERO
                   MOVE "R012" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
               END-IF
           END-IF.

       2024-CHECK-DETAIL-SOURCE.
           MOVE SPACE TO WS-SRC-CHECK-RESULT
           IF TR-SOURCE-CODE NOT = SPACES
                   AND TR-TRANS-DATE NUMERIC
               MOVE TR-SOURCE-CODE TO WS-SRC-CHECK-CODE
               MOVE TR-TRANS-DATE  TO WS-SRC-CHECK-DATE
               MOVE TR-TRANS-TYPE  TO WS-SRC-CHECK-TYPE
               PERFORM 2026-CHECK-SOURCE-MASTER
           END-IF.

      *  The rebuilt set goes out under the '#' resubmission id dated
      *  today; if the batch run would refuse that header, the
      *  record is left out now rather than blocking the whole feed.
       2025-CHECK-HEADER-SOURCE.
           MOVE RFX-SOURCE-ID TO WS-SRC-CHECK-CODE
           MOVE "#" TO WS-SRC-CHECK-CODE(4:1)
           MOVE WS-TODAY-DATE TO WS-SRC-CHECK-DATE
           MOVE SPACE TO WS-SRC-CHECK-TYPE
           PERFORM 2026-CHECK-SOURCE-MASTER
           EVALUATE TRUE
               WHEN WS-SRC-UNKNOWN
                   MOVE "R009" TO WS-REJECT-REASON
               WHEN WS-SRC-INACTIVE
                   MOVE "R010" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  Same source master rules as the batch run: a '#'
      *  resubmission id matches on its first three characters and
      *  the best result of any matching entry is kept.
       2026-CHECK-SOURCE-MASTER.
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
                       PERFORM 2027-RATE-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

       2027-RATE-ONE-SOURCE.
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

      *  R012 - the (possibly corrected) id has already posted, so
      *  resubmitting it would only bill it twice.
       2028-CHECK-TXN-REGISTER.
           MOVE ZERO TO WS-TXN-REG-FOUND
           PERFORM VARYING WS-TXN-REG-SUB FROM 1 BY 1
                   UNTIL WS-TXN-REG-SUB > WS-TXN-REG-COUNT
                       OR WS-TXN-REG-FOUND > ZERO
               IF WS-TXR-TRANS-ID(WS-TXN-REG-SUB) = TR-TRANS-ID
                   MOVE WS-TXN-REG-SUB TO WS-TXN-REG-FOUND
               END-IF
           END-PERFORM.

       2030-CHECK-RESUB-REGISTER.
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
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
           DISPLAY "REJRESUB: ALERT " WS-ALERT-CONDITION " - "
               WS-ALERT-TEXT.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
