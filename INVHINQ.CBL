       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVHINQ.
      *****************************************************************
      *  INVHINQ - invoice history inquiry.
      *
      *  Answers inquiries against the permanent invoice history
      *  master INVHIST.DAT (loaded by INVHLOAD, layout there).  The
      *  inquiries are read from INVHREQ.DAT, one per line:
      *
      *    col  1      T = by transaction id
      *                I = by invoice number
      *                S = by transaction source and date range
      *    T:  col  3-12  transaction id
      *    I:  col  3-7   invoice generation
      *        col  9-13  invoice sequence
      *    S:  col  3-6   transaction source ('****' = any source)
      *        col  8-15  from transaction date YYYYMMDD
      *        col 17-24  to transaction date (blank = from date)
      *
      *  Blank lines and lines starting '*' are ignored.
      *
      *  Each inquiry prints its matching invoice lines on
      *  INVHINQ.RPT in master order with the line count, sales,
      *  credits and net amount.  A credit is printed straight after
      *  the sale it reverses (the pairing INVHLOAD recorded), and
      *  when only one of the pair was selected the other is printed
      *  beside it in parentheses for reference - reference lines
      *  are not in the totals.
      *
      *  RETURN-CODE 00 every inquiry answered, 04 one or more
      *  inquiries invalid or more lines than the report holds,
      *  12 no inquiries or no history master, 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INQUIRY-REQUEST-FILE
               ASSIGN TO "INVHREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-REQUEST-STATUS.

           SELECT OPTIONAL INVOICE-HISTORY-FILE
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HISTORY-STATUS.

           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "INVHINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-REQUEST-FILE.
       01  IRQ-RECORD.
           05  IRQ-TYPE             PIC X(1).
           05  FILLER               PIC X(1).
           05  IRQ-KEY              PIC X(22).
           05  IRQ-BY-TRANS REDEFINES IRQ-KEY.
               10  IRQ-TRANS-ID     PIC X(10).
               10  FILLER           PIC X(12).
           05  IRQ-BY-INVOICE REDEFINES IRQ-KEY.
               10  IRQ-INVOICE-GEN  PIC X(5).
               10  FILLER           PIC X(1).
               10  IRQ-INVOICE-SEQ  PIC X(5).
               10  FILLER           PIC X(11).
           05  IRQ-BY-SOURCE REDEFINES IRQ-KEY.
               10  IRQ-SOURCE       PIC X(4).
               10  FILLER           PIC X(1).
               10  IRQ-FROM-DATE    PIC X(8).
               10  FILLER           PIC X(1).
               10  IRQ-TO-DATE      PIC X(8).
           05  FILLER               PIC X(56).

       FD  INVOICE-HISTORY-FILE.
       01  IHM-RECORD.
           05  IHM-EXTRACT-RUN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-RUN-NUMBER       PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-FEED-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  IHM-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  IHM-TRANS-ID         PIC X(10).
           05  FILLER               PIC X(1).
           05  IHM-TRANS-DATE       PIC X(8).
           05  FILLER               PIC X(1).
           05  IHM-TRANS-SOURCE     PIC X(4).
           05  FILLER               PIC X(1).
           05  IHM-TRANS-TYPE       PIC X(1).
           05  FILLER               PIC X(1).
           05  IHM-AMOUNT           PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-INVOICE-GEN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-INVOICE-SEQ      PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-REV-GEN          PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-REV-SEQ          PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHM-LOAD-DATE        PIC 9(8).

       FD  INQUIRY-REPORT-FILE.
       01  IQR-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-REQUEST-STATUS PIC XX.
       01  WS-INVOICE-HISTORY-STATUS PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-IRQ-EOF-FLAG          PIC X VALUE "N".
           88  WS-IRQ-EOF                    VALUE "Y".
       01  WS-IHM-EOF-FLAG          PIC X VALUE "N".
           88  WS-IHM-EOF                    VALUE "Y".
       01  WS-MASTER-PRESENT-FLAG   PIC X VALUE "N".
           88  WS-MASTER-PRESENT             VALUE "Y".
       01  WS-REQUEST-VALID-FLAG    PIC X VALUE "N".
           88  WS-REQUEST-VALID              VALUE "Y".
       01  WS-SELECTED-FLAG         PIC X VALUE "N".
           88  WS-SELECTED                   VALUE "Y".
       01  WS-TABLE-FULL-FLAG       PIC X VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

      *  Current inquiry, edited.
       01  WS-REQ-TYPE              PIC X(1) VALUE SPACE.
       01  WS-REQ-TRANS-ID          PIC X(10) VALUE SPACES.
       01  WS-REQ-INVOICE-GEN       PIC 9(5) VALUE ZERO.
       01  WS-REQ-INVOICE-SEQ       PIC 9(5) VALUE ZERO.
       01  WS-REQ-SOURCE            PIC X(4) VALUE SPACES.
       01  WS-REQ-FROM-DATE         PIC X(8) VALUE SPACES.
       01  WS-REQ-TO-DATE           PIC X(8) VALUE SPACES.
       01  WS-REQ-ERROR-TEXT        PIC X(40) VALUE SPACES.

      *  Lines selected by the inquiry, in master order.
       01  WS-MATCH-TABLE.
           05  WS-MTC-ENTRY OCCURS 1000 TIMES.
               10  WS-MTC-IMAGE         PIC X(91).
               10  WS-MTC-PRINTED-FLAG  PIC X(1).
       01  WS-MTC-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-MTC-MAX               PIC 9(4) VALUE 1000.
       01  WS-MTC-SUB               PIC 9(4) VALUE ZERO.
       01  WS-MTC-SUB-2             PIC 9(4) VALUE ZERO.
       01  WS-MTC-FOUND             PIC 9(4) VALUE ZERO.

      *  The other half of a sale/credit pair where only one half
      *  was selected.
       01  WS-PARTNER-TABLE.
           05  WS-PTN-ENTRY OCCURS 1000 TIMES.
               10  WS-PTN-IMAGE         PIC X(91).
       01  WS-PTN-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-PTN-MAX               PIC 9(4) VALUE 1000.
       01  WS-PTN-SUB               PIC 9(4) VALUE ZERO.

      *  Work view of one history record taken from either table.
       01  WS-LINE-IMAGE.
           05  WS-LN-EXTRACT-RUN    PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-RUN-NUMBER     PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-FEED-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  WS-LN-SOURCE-ID      PIC X(4).
           05  FILLER               PIC X(1).
           05  WS-LN-TRANS-ID       PIC X(10).
           05  FILLER               PIC X(1).
           05  WS-LN-TRANS-DATE     PIC X(8).
           05  FILLER               PIC X(1).
           05  WS-LN-TRANS-SOURCE   PIC X(4).
           05  FILLER               PIC X(1).
           05  WS-LN-TRANS-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-LN-AMOUNT         PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-INVOICE-GEN    PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-INVOICE-SEQ    PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-REV-GEN        PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-REV-SEQ        PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-LN-LOAD-DATE      PIC 9(8).
       01  WS-PAIR-IMAGE            PIC X(91) VALUE SPACES.
       01  WS-PAIR-GEN              PIC 9(5) VALUE ZERO.
       01  WS-PAIR-SEQ              PIC 9(5) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-TAG            PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TRANS-ID       PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TRANS-DATE     PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TRANS-SOURCE   PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TRANS-TYPE     PIC X(1).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-INVOICE-GEN    PIC 9(5).
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-DL-INVOICE-SEQ    PIC 9(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-RUN-NUMBER     PIC 9(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-FEED-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-SOURCE-ID      PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.

       01  WS-LINE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SALE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SALE-AMOUNT           PIC 9(11) VALUE ZERO.
       01  WS-CREDIT-AMOUNT         PIC 9(11) VALUE ZERO.
       01  WS-NET-AMOUNT            PIC S9(11) VALUE ZERO.
       01  WS-REQUEST-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-INVALID-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-MASTER-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-WARNING            PIC 9(2) VALUE 04.
       01  WS-RC-CONTROL            PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-FINAL-RETURN-CODE     PIC 9(2) VALUE 00.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YEAR          PIC 9(4).
           05  WS-CDT-MONTH         PIC 9(2).
           05  WS-CDT-DAY           PIC 9(2).

       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01  WS-REQUEST-EDIT          PIC ZZZZ9.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-NET-EDIT              PIC --,---,---,--9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
               PERFORM 2000-ANSWER-INQUIRIES
           END-IF
           PERFORM 3000-FINALIZE
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "INVHINQ: CANNOT OPEN INVHINQ.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "INVOICE HISTORY INQUIRY AS OF "
                                      DELIMITED BY SIZE
               WS-CDT-YEAR            DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-MONTH           DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-DAY             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-INVOICE-HISTORY-STATUS = "00"
               READ INVOICE-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-MASTER-PRESENT TO TRUE
               END-READ
           END-IF
           CLOSE INVOICE-HISTORY-FILE
           IF NOT WS-MASTER-PRESENT
               MOVE "NO INVOICE HISTORY ON FILE - INVHIST.DAT EMPTY"
                   TO WS-REPORT-LINE
               PERFORM 3090-WRITE-REPORT-LINE
               DISPLAY "INVHINQ: NO INVOICE HISTORY ON INVHIST.DAT"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       2000-ANSWER-INQUIRIES.
           OPEN INPUT INQUIRY-REQUEST-FILE
           IF WS-INQUIRY-REQUEST-STATUS = "00"
               PERFORM UNTIL WS-IRQ-EOF
                       OR WS-FINAL-RETURN-CODE = WS-RC-IO-ERROR
                   READ INQUIRY-REQUEST-FILE
                       AT END
                           SET WS-IRQ-EOF TO TRUE
                       NOT AT END
                           IF IRQ-RECORD NOT = SPACES
                                   AND IRQ-RECORD(1:1) NOT = "*"
                               PERFORM 2010-ANSWER-ONE-INQUIRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INQUIRY-REQUEST-FILE
           IF WS-REQUEST-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 3090-WRITE-REPORT-LINE
               MOVE "NO INQUIRIES ON INVHREQ.DAT" TO WS-REPORT-LINE
               PERFORM 3090-WRITE-REPORT-LINE
               DISPLAY "INVHINQ: NO INQUIRIES ON INVHREQ.DAT"
               IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       2010-ANSWER-ONE-INQUIRY.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM 2020-EDIT-INQUIRY
           PERFORM 2030-PRINT-INQUIRY-HEADING
           IF WS-REQUEST-VALID
               PERFORM 2040-SELECT-LINES
               IF WS-MTC-COUNT > ZERO
                   PERFORM 2050-FIND-PARTNERS
                   PERFORM 2060-PRINT-SELECTED-LINES
               END-IF
               PERFORM 2080-PRINT-INQUIRY-TOTALS
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               IF WS-FINAL-RETURN-CODE < WS-RC-WARNING
                   MOVE WS-RC-WARNING TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       2020-EDIT-INQUIRY.
           MOVE "N" TO WS-REQUEST-VALID-FLAG
           MOVE SPACES TO WS-REQ-ERROR-TEXT
           MOVE IRQ-TYPE TO WS-REQ-TYPE
           EVALUATE IRQ-TYPE
               WHEN "T"
                   IF IRQ-TRANS-ID = SPACES
                       MOVE "TRANSACTION ID MISSING"
                           TO WS-REQ-ERROR-TEXT
                   ELSE
                       MOVE IRQ-TRANS-ID TO WS-REQ-TRANS-ID
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN "I"
                   IF IRQ-INVOICE-GEN NUMERIC
                           AND IRQ-INVOICE-SEQ NUMERIC
                       MOVE IRQ-INVOICE-GEN TO WS-REQ-INVOICE-GEN
                       MOVE IRQ-INVOICE-SEQ TO WS-REQ-INVOICE-SEQ
                       SET WS-REQUEST-VALID TO TRUE
                   ELSE
                       MOVE "INVOICE GEN/SEQ NOT NUMERIC"
                           TO WS-REQ-ERROR-TEXT
                   END-IF
               WHEN "S"
                   MOVE IRQ-SOURCE    TO WS-REQ-SOURCE
                   MOVE IRQ-FROM-DATE TO WS-REQ-FROM-DATE
                   IF IRQ-TO-DATE = SPACES
                       MOVE IRQ-FROM-DATE TO WS-REQ-TO-DATE
                   ELSE
                       MOVE IRQ-TO-DATE TO WS-REQ-TO-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN IRQ-SOURCE = SPACES
                           MOVE "SOURCE MISSING" TO WS-REQ-ERROR-TEXT
                       WHEN WS-REQ-FROM-DATE NOT NUMERIC
                               OR WS-REQ-TO-DATE NOT NUMERIC
                           MOVE "DATE RANGE NOT NUMERIC"
                               TO WS-REQ-ERROR-TEXT
                       WHEN WS-REQ-FROM-DATE > WS-REQ-TO-DATE
                           MOVE "FROM DATE AFTER TO DATE"
                               TO WS-REQ-ERROR-TEXT
                       WHEN OTHER
                           SET WS-REQUEST-VALID TO TRUE
                   END-EVALUATE
               WHEN OTHER
                   MOVE "INQUIRY TYPE NOT T, I OR S"
                       TO WS-REQ-ERROR-TEXT
           END-EVALUATE.

       2030-PRINT-INQUIRY-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-REQUEST-COUNT TO WS-REQUEST-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           IF NOT WS-REQUEST-VALID
               STRING
                   "INQUIRY "             DELIMITED BY SIZE
                   WS-REQUEST-EDIT        DELIMITED BY SIZE
                   ": "                   DELIMITED BY SIZE
                   IRQ-RECORD(1:24)       DELIMITED BY SIZE
                   " REFUSED - "          DELIMITED BY SIZE
                   WS-REQ-ERROR-TEXT      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY "INVHINQ: INQUIRY " WS-REQUEST-EDIT
                   " REFUSED - " WS-REQ-ERROR-TEXT
           ELSE
               EVALUATE WS-REQ-TYPE
                   WHEN "T"
                       STRING
                           "INQUIRY "         DELIMITED BY SIZE
                           WS-REQUEST-EDIT    DELIMITED BY SIZE
                           ": TRANSACTION ID " DELIMITED BY SIZE
                           WS-REQ-TRANS-ID    DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   WHEN "I"
                       STRING
                           "INQUIRY "         DELIMITED BY SIZE
                           WS-REQUEST-EDIT    DELIMITED BY SIZE
                           ": INVOICE "       DELIMITED BY SIZE
                           WS-REQ-INVOICE-GEN DELIMITED BY SIZE
                           "/"                DELIMITED BY SIZE
                           WS-REQ-INVOICE-SEQ DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING
                           "INQUIRY "         DELIMITED BY SIZE
                           WS-REQUEST-EDIT    DELIMITED BY SIZE
                           ": SOURCE "        DELIMITED BY SIZE
                           WS-REQ-SOURCE      DELIMITED BY SIZE
                           " DATED "          DELIMITED BY SIZE
                           WS-REQ-FROM-DATE   DELIMITED BY SIZE
                           " TO "             DELIMITED BY SIZE
                           WS-REQ-TO-DATE     DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 3090-WRITE-REPORT-LINE
           IF WS-REQUEST-VALID
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "           TRANS ID   DATE     SRC  T "
                                          DELIMITED BY SIZE
                   "AMOUNT INVOICE     RUN   FEED     SET"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3090-WRITE-REPORT-LINE
           END-IF.

      *  First pass: every master record the inquiry selects.  The
      *  totals count them all even when the table cannot hold them.
       2040-SELECT-LINES.
           MOVE ZERO TO WS-MTC-COUNT
           MOVE ZERO TO WS-PTN-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-SALE-COUNT
           MOVE ZERO TO WS-CREDIT-COUNT
           MOVE ZERO TO WS-SALE-AMOUNT
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE "N" TO WS-TABLE-FULL-FLAG
           MOVE "N" TO WS-IHM-EOF-FLAG
           OPEN INPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL WS-IHM-EOF
               READ INVOICE-HISTORY-FILE
                   AT END
                       SET WS-IHM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2045-CHECK-ONE-MASTER
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE.

       2045-CHECK-ONE-MASTER.
           MOVE "N" TO WS-SELECTED-FLAG
           EVALUATE WS-REQ-TYPE
               WHEN "T"
                   IF IHM-TRANS-ID = WS-REQ-TRANS-ID
                       SET WS-SELECTED TO TRUE
                   END-IF
               WHEN "I"
                   IF IHM-INVOICE-GEN = WS-REQ-INVOICE-GEN
                           AND IHM-INVOICE-SEQ = WS-REQ-INVOICE-SEQ
                       SET WS-SELECTED TO TRUE
                   END-IF
               WHEN OTHER
                   IF (WS-REQ-SOURCE = "****"
                           OR IHM-TRANS-SOURCE = WS-REQ-SOURCE)
                           AND IHM-TRANS-DATE NOT < WS-REQ-FROM-DATE
                           AND IHM-TRANS-DATE NOT > WS-REQ-TO-DATE
                       SET WS-SELECTED TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-SELECTED
               ADD 1 TO WS-LINE-COUNT
               IF IHM-TRANS-TYPE = "C"
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD IHM-AMOUNT TO WS-CREDIT-AMOUNT
               ELSE
                   ADD 1 TO WS-SALE-COUNT
                   ADD IHM-AMOUNT TO WS-SALE-AMOUNT
               END-IF
               IF WS-MTC-COUNT < WS-MTC-MAX
                   ADD 1 TO WS-MTC-COUNT
                   MOVE IHM-RECORD TO WS-MTC-IMAGE(WS-MTC-COUNT)
                   MOVE "N" TO WS-MTC-PRINTED-FLAG(WS-MTC-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      *  Second pass: the unselected half of any pair with one half
      *  selected - a credit reversing a selected sale, or the sale
      *  a selected credit reverses.
       2050-FIND-PARTNERS.
           MOVE "N" TO WS-IHM-EOF-FLAG
           OPEN INPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL WS-IHM-EOF
               READ INVOICE-HISTORY-FILE
                   AT END
                       SET WS-IHM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2055-CHECK-ONE-PARTNER
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE.

       2055-CHECK-ONE-PARTNER.
           MOVE ZERO TO WS-MTC-FOUND
           PERFORM VARYING WS-MTC-SUB FROM 1 BY 1
                   UNTIL WS-MTC-SUB > WS-MTC-COUNT
                       OR WS-MTC-FOUND > ZERO
               MOVE WS-MTC-IMAGE(WS-MTC-SUB) TO WS-LINE-IMAGE
               IF WS-LN-INVOICE-GEN = IHM-INVOICE-GEN
                       AND WS-LN-INVOICE-SEQ = IHM-INVOICE-SEQ
                   MOVE WS-MTC-SUB TO WS-MTC-FOUND
               END-IF
           END-PERFORM
           IF WS-MTC-FOUND = ZERO
               MOVE "N" TO WS-SELECTED-FLAG
               PERFORM VARYING WS-MTC-SUB FROM 1 BY 1
                       UNTIL WS-MTC-SUB > WS-MTC-COUNT
                           OR WS-SELECTED
                   MOVE WS-MTC-IMAGE(WS-MTC-SUB) TO WS-LINE-IMAGE
                   IF IHM-TRANS-TYPE = "C"
                       IF WS-LN-TRANS-TYPE NOT = "C"
                               AND IHM-REV-GEN = WS-LN-INVOICE-GEN
                               AND IHM-REV-SEQ = WS-LN-INVOICE-SEQ
                           SET WS-SELECTED TO TRUE
                       END-IF
                   ELSE
                       IF WS-LN-TRANS-TYPE = "C"
                               AND WS-LN-REV-SEQ > ZERO
                               AND WS-LN-REV-GEN = IHM-INVOICE-GEN
                               AND WS-LN-REV-SEQ = IHM-INVOICE-SEQ
                           SET WS-SELECTED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SELECTED AND WS-PTN-COUNT < WS-PTN-MAX
                   ADD 1 TO WS-PTN-COUNT
                   MOVE IHM-RECORD TO WS-PTN-IMAGE(WS-PTN-COUNT)
               END-IF
           END-IF.

      *  Sales print with their reversing credits straight after; a
      *  credit whose sale was selected is printed there, not again.
       2060-PRINT-SELECTED-LINES.
           PERFORM VARYING WS-MTC-SUB FROM 1 BY 1
                   UNTIL WS-MTC-SUB > WS-MTC-COUNT
               IF WS-MTC-PRINTED-FLAG(WS-MTC-SUB) = "N"
                   MOVE "Y" TO WS-MTC-PRINTED-FLAG(WS-MTC-SUB)
                   MOVE WS-MTC-IMAGE(WS-MTC-SUB) TO WS-LINE-IMAGE
                   MOVE SPACES TO WS-DL-TAG
                   PERFORM 2070-PRINT-ONE-LINE
                   IF WS-LN-TRANS-TYPE = "C"
                       PERFORM 2066-PRINT-REVERSED-SALE
                   ELSE
                       PERFORM 2062-PRINT-REVERSING-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TABLE-FULL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MTC-MAX TO WS-COUNT-EDIT
               STRING
                   "*** ONLY THE FIRST"   DELIMITED BY SIZE
                   WS-COUNT-EDIT          DELIMITED BY SIZE
                   " LINES PRINTED - NARROW THE INQUIRY ***"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 3090-WRITE-REPORT-LINE
               IF WS-FINAL-RETURN-CODE < WS-RC-WARNING
                   MOVE WS-RC-WARNING TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       2062-PRINT-REVERSING-CREDITS.
           MOVE WS-LN-INVOICE-GEN TO WS-PAIR-GEN
           MOVE WS-LN-INVOICE-SEQ TO WS-PAIR-SEQ
           PERFORM VARYING WS-MTC-SUB-2 FROM 1 BY 1
                   UNTIL WS-MTC-SUB-2 > WS-MTC-COUNT
               MOVE WS-MTC-IMAGE(WS-MTC-SUB-2) TO WS-LINE-IMAGE
               IF WS-MTC-PRINTED-FLAG(WS-MTC-SUB-2) = "N"
                       AND WS-LN-TRANS-TYPE = "C"
                       AND WS-LN-REV-GEN = WS-PAIR-GEN
                       AND WS-LN-REV-SEQ = WS-PAIR-SEQ
                   MOVE "Y" TO WS-MTC-PRINTED-FLAG(WS-MTC-SUB-2)
                   MOVE "  REVERSAL" TO WS-DL-TAG
                   PERFORM 2070-PRINT-ONE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-COUNT
               MOVE WS-PTN-IMAGE(WS-PTN-SUB) TO WS-LINE-IMAGE
               IF WS-LN-TRANS-TYPE = "C"
                       AND WS-LN-REV-GEN = WS-PAIR-GEN
                       AND WS-LN-REV-SEQ = WS-PAIR-SEQ
                   MOVE "(REVERSAL)" TO WS-DL-TAG
                   PERFORM 2070-PRINT-ONE-LINE
               END-IF
           END-PERFORM.

       2066-PRINT-REVERSED-SALE.
           IF WS-LN-REV-SEQ > ZERO
               MOVE WS-LN-REV-GEN TO WS-PAIR-GEN
               MOVE WS-LN-REV-SEQ TO WS-PAIR-SEQ
               PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                       UNTIL WS-PTN-SUB > WS-PTN-COUNT
                   MOVE WS-PTN-IMAGE(WS-PTN-SUB) TO WS-LINE-IMAGE
                   IF WS-LN-TRANS-TYPE NOT = "C"
                           AND WS-LN-INVOICE-GEN = WS-PAIR-GEN
                           AND WS-LN-INVOICE-SEQ = WS-PAIR-SEQ
                       MOVE "(REVERSES)" TO WS-DL-TAG
                       PERFORM 2070-PRINT-ONE-LINE
                   END-IF
               END-PERFORM
           ELSE
               MOVE "    (NO SALE ON HISTORY FOR THIS CREDIT)"
                   TO WS-REPORT-LINE
               PERFORM 3090-WRITE-REPORT-LINE
           END-IF.

       2070-PRINT-ONE-LINE.
           MOVE WS-LN-TRANS-ID     TO WS-DL-TRANS-ID
           MOVE WS-LN-TRANS-DATE   TO WS-DL-TRANS-DATE
           MOVE WS-LN-TRANS-SOURCE TO WS-DL-TRANS-SOURCE
           MOVE WS-LN-TRANS-TYPE   TO WS-DL-TRANS-TYPE
           MOVE WS-LN-AMOUNT       TO WS-DL-AMOUNT
           MOVE WS-LN-INVOICE-GEN  TO WS-DL-INVOICE-GEN
           MOVE WS-LN-INVOICE-SEQ  TO WS-DL-INVOICE-SEQ
           MOVE WS-LN-RUN-NUMBER   TO WS-DL-RUN-NUMBER
           MOVE WS-LN-FEED-DATE    TO WS-DL-FEED-DATE
           MOVE WS-LN-SOURCE-ID    TO WS-DL-SOURCE-ID
           MOVE WS-DETAIL-LINE     TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE.

       2080-PRINT-INQUIRY-TOTALS.
           IF WS-LINE-COUNT = ZERO
               MOVE "    NO INVOICES ON HISTORY FOR THIS INQUIRY"
                   TO WS-REPORT-LINE
               PERFORM 3090-WRITE-REPORT-LINE
           END-IF
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    LINES SELECTED:"  DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-SALE-COUNT  TO WS-COUNT-EDIT
           MOVE WS-SALE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    SALES (S):    "   DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               "  AMOUNT"             DELIMITED BY SIZE
               WS-AMOUNT-EDIT         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-CREDIT-COUNT  TO WS-COUNT-EDIT
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    CREDITS (C):  "   DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               "  AMOUNT"             DELIMITED BY SIZE
               WS-AMOUNT-EDIT         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           COMPUTE WS-NET-AMOUNT = WS-SALE-AMOUNT - WS-CREDIT-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "    NET AMOUNT:                    "
                                      DELIMITED BY SIZE
               WS-NET-EDIT            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE "( ) = NOT SELECTED - SHOWN WITH ITS PAIR ONLY"
               TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "INQUIRIES READ:   "   DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE WS-INVALID-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "INQUIRIES REFUSED:"   DELIMITED BY SIZE
               WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           CLOSE INQUIRY-REPORT-FILE
           MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHINQ: INQUIRIES ANSWERED:" WS-COUNT-EDIT
               " - SEE INVHINQ.RPT".

       3090-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO IQR-RECORD
           WRITE IQR-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "INVHINQ: I/O FAILURE ON INVHINQ.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF.
