       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVHLOAD.
      *****************************************************************
      *  INVHLOAD - load the acknowledged invoice extract into the
      *  permanent invoice history master.
      *
      *  INVOICES.DAT is replaced by every new batch run, so once
      *  billing has acknowledged an extract on INVACK.DAT this
      *  program copies its detail records onto INVHIST.DAT, which is
      *  never rewritten.  One record per invoice, keyed by invoice
      *  generation and sequence:
      *
      *    col  1-5    extract run number (INVCTL.DAT - the load key)
      *    col  7-11   run number of the invoice set (zero = SUSPPOST
      *                or HOLDREL posting)
      *    col 13-20   feed date of the invoice set YYYYMMDD
      *    col 22-25   feed source id of the invoice set
      *    col 27-36   transaction id
      *    col 38-45   transaction date YYYYMMDD
      *    col 47-50   transaction source code
      *    col 52      transaction type S / C
      *    col 54-58   amount
      *    col 60-64   invoice generation
      *    col 66-70   invoice sequence
      *    col 72-76   reversed invoice generation  (credits only)
      *    col 78-82   reversed invoice sequence    (credits only)
      *    col 84-91   load date YYYYMMDD
      *
      *    1. Refuses to run while RUNCTL.DAT shows a feed still
      *       incomplete, the checkpoint holds a restart position or
      *       RUNPARM.DAT asks for a restart - the extract on file is
      *       then not the one INVCTL.DAT describes.
      *    2. The extract named on INVCTL.DAT must be acknowledged
      *       (an INVACK.DAT record for its run or a later one) and
      *       its detail count must agree with the INVCTL.DAT count.
      *    3. Every load is recorded on INVHCTL.DAT with the extract
      *       run and the number of details it has been loaded
      *       through.  A run already loaded through its full count
      *       is not loaded again; a run whose extract grew after it
      *       was loaded (SUSPPOST or HOLDREL postings) has only the
      *       new details added.  A load cut short before its
      *       INVHCTL.DAT record was written resumes after the details
      *       of that run already on the master; a master that does
      *       not agree with INVHCTL.DAT or the INVCTL.DAT count is
      *       not loaded.
      *    4. Each credit is tied to the sale it reverses: the most
      *       recent sale on the master (or earlier in the same
      *       extract) with the same transaction source and amount,
      *       dated on or before the credit, that no other credit has
      *       already reversed.  The sale's invoice number is kept on
      *       the credit record; zero means no such sale was found.
      *       Only sales dated within WS-OSL-KEEP-DAYS of the load
      *       are candidates; a sale leaves the open-sale table once a
      *       credit reverses it, and if the table still fills the
      *       oldest sales in it are dropped to make room.
      *
      *  RETURN-CODE 00 loaded, 04 already loaded or the open-sale
      *  table filled, 08 run refused or extract not yet
      *  acknowledged, 12 no extract or a count that does not agree
      *  (INVCTL.DAT, INVOICES.DAT, INVHCTL.DAT and the master),
      *  20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPTIONAL INVOICE-HISTORY-FILE
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HISTORY-STATUS.

           SELECT OPTIONAL HISTORY-LOAD-CONTROL-FILE
               ASSIGN TO "INVHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-LOAD-CTL-STATUS.

           SELECT OPTIONAL INVOICE-CONTROL-FILE
               ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT OPTIONAL INVOICE-ACK-FILE
               ASSIGN TO "INVACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-ACK-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "COUNTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INV-RECORD.
           05  INV-TRANS-ID         PIC X(10).
           05  INV-TRANS-DATE       PIC X(8).
           05  INV-SOURCE-CODE      PIC X(4).
           05  INV-TRANS-TYPE       PIC X(1).
           05  INV-AMOUNT           PIC 9(5).
           05  INV-INVOICE-GEN      PIC 9(5).
           05  INV-INVOICE-SEQ      PIC 9(5).

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

       FD  HISTORY-LOAD-CONTROL-FILE.
       01  IHC-RECORD.
           05  IHC-EXTRACT-RUN      PIC 9(5).
           05  FILLER               PIC X(1).
           05  IHC-EXTRACT-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  IHC-EXTRACT-COUNT    PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOADED-THROUGH   PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOADED-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  IHC-LOAD-DATE        PIC 9(8).

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

       FD  CHECKPOINT-FILE.
       01  CK-RECORD.
           05  CK-AREA-1           PIC 9(5).
           05  CK-AREA-1-GEN       PIC 9(5).
           05  CK-INVOICE-SEQ      PIC 9(5).
           05  CK-INVOICE-GEN      PIC 9(5).
           05  CK-VOLUME-TALLY     PIC 9(5).
           05  CK-VOLUME-GEN       PIC 9(5).
           05  CK-TRANS-POSITION   PIC 9(7).
           05  FILLER              PIC X(156).

       FD  RUN-CONTROL-FILE.
       01  RC-RECORD.
           05  RC-RUN-NUMBER        PIC 9(5).
           05  RC-FEED-DATE         PIC 9(8).
           05  RC-SOURCE-ID         PIC X(4).
           05  RC-RUN-STATE         PIC X(1).

       FD  RUN-PARM-FILE.
       01  PARM-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-INVOICE-HISTORY-STATUS PIC XX.
       01  WS-HISTORY-LOAD-CTL-STATUS PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-INVOICE-ACK-STATUS    PIC XX.
       01  WS-CHECKPOINT-STATUS     PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-RUN-PARM-STATUS       PIC XX.

       01  WS-RUN-BLOCKED-FLAG      PIC X VALUE "N".
           88  WS-RUN-BLOCKED                VALUE "Y".
       01  WS-INV-EOF-FLAG          PIC X VALUE "N".
           88  WS-INV-EOF                    VALUE "Y".
       01  WS-IHM-EOF-FLAG          PIC X VALUE "N".
           88  WS-IHM-EOF                    VALUE "Y".
       01  WS-IHC-EOF-FLAG          PIC X VALUE "N".
           88  WS-IHC-EOF                    VALUE "Y".
       01  WS-ACK-EOF-FLAG          PIC X VALUE "N".
           88  WS-ACK-EOF                    VALUE "Y".
       01  WS-RUN-CTL-EOF-FLAG      PIC X VALUE "N".
           88  WS-RUN-CTL-EOF                VALUE "Y".
       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
           88  WS-PARM-EOF                   VALUE "Y".
       01  WS-EXTRACT-ACKED-FLAG    PIC X VALUE "N".
           88  WS-EXTRACT-ACKED              VALUE "Y".
       01  WS-INV-CTL-REC-FLAG      PIC X VALUE "N".
           88  WS-INV-CTL-REC                VALUE "Y".
       01  WS-OPEN-SALE-FULL-FLAG   PIC X VALUE "N".
           88  WS-OPEN-SALE-TABLE-FULL       VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE            PIC X(20).

       01  WS-EXTRACT-RUN           PIC 9(5) VALUE ZERO.
       01  WS-EXTRACT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-LOADED-THROUGH        PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-DETAILS       PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-POSITION       PIC 9(7) VALUE ZERO.

      *  Invoice set header fields, carried onto each detail.
       01  WS-SET-RUN-NUMBER        PIC 9(5) VALUE ZERO.
       01  WS-SET-FEED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-SET-SOURCE-ID         PIC X(4) VALUE SPACES.

      *  Sales on the master that no credit has yet reversed, in
      *  master order, so a search from the end finds the latest.
      *  Sales dated before WS-OSL-CUTOFF-DATE are not kept; when the
      *  table fills, its oldest WS-OSL-DROP-BLOCK entries are
      *  dropped.
       01  WS-OPEN-SALE-TABLE.
           05  WS-OSL-ENTRY OCCURS 50000 TIMES.
               10  WS-OSL-INVOICE-GEN   PIC 9(5).
               10  WS-OSL-INVOICE-SEQ   PIC 9(5).
               10  WS-OSL-TRANS-SOURCE  PIC X(4).
               10  WS-OSL-AMOUNT        PIC 9(5).
               10  WS-OSL-TRANS-DATE    PIC X(8).
       01  WS-OSL-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-OSL-MAX               PIC 9(5) VALUE 50000.
       01  WS-OSL-DROP-BLOCK        PIC 9(5) VALUE 5000.
       01  WS-OSL-SUB               PIC 9(5) VALUE ZERO.
       01  WS-OSL-FROM-SUB          PIC 9(5) VALUE ZERO.
       01  WS-OSL-FOUND             PIC 9(5) VALUE ZERO.
       01  WS-OSL-KEEP-DAYS         PIC 9(5) VALUE 400.
       01  WS-OSL-CUTOFF-INT        PIC S9(8) VALUE ZERO.
       01  WS-OSL-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
       01  WS-OSL-DROPPED           PIC 9(7) VALUE ZERO.

       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SALE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PAIRED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNPAIRED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-MASTER-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-MASTER-RUN-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-WARNING            PIC 9(2) VALUE 04.
       01  WS-RC-BLOCKED            PIC 9(2) VALUE 08.
       01  WS-RC-CONTROL            PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-FINAL-RETURN-CODE     PIC 9(2) VALUE 00.

       01  WS-IO-CHECK-STATUS       PIC XX.
       01  WS-IO-CHECK-FILE-NAME    PIC X(20).
       01  WS-IO-CHECK-ALT-OK       PIC XX VALUE "00".

       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-BLOCKED
               PERFORM 2000-LOAD-EXTRACT
               PERFORM 3000-FINALIZE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1010-CHECK-CHECKPOINT
           PERFORM 1015-CHECK-RUN-CONTROL
           PERFORM 1017-CHECK-RUN-PARMS
           IF NOT WS-RUN-BLOCKED
               PERFORM 1020-READ-INVOICE-CONTROL
           END-IF
           IF NOT WS-RUN-BLOCKED
               PERFORM 1030-READ-LOAD-CONTROL
           END-IF
           IF NOT WS-RUN-BLOCKED
               PERFORM 1040-COUNT-EXTRACT-DETAILS
           END-IF
           IF NOT WS-RUN-BLOCKED
               PERFORM 1050-LOAD-OPEN-SALES
               PERFORM 1060-CHECK-LOAD-POSITION
           END-IF.

       1010-CHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-TRANS-POSITION NUMERIC
                               AND CK-TRANS-POSITION > ZERO
                           DISPLAY "INVHLOAD: RUN REFUSED - CHECKPOINT "
                               "HOLDS RESTART POSITION "
                               CK-TRANS-POSITION
                               " - COMPLETE THE RESTART FIRST"
                           SET WS-RUN-BLOCKED TO TRUE
                           MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE.

       1015-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-RUN-CTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUN-CTL-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-STATE = "I"
                               DISPLAY "INVHLOAD: RUN REFUSED - FEED "
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
               DISPLAY "INVHLOAD: RUN REFUSED - RUNPARM.DAT HAS A "
                   "RESTART PENDING"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF.

       1020-READ-INVOICE-CONTROL.
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS = "00"
               READ INVOICE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IVC-RUN-NUMBER NUMERIC
                               AND IVC-RECORD-COUNT NUMERIC
                           MOVE IVC-RUN-NUMBER   TO WS-EXTRACT-RUN
                           MOVE IVC-RECORD-COUNT TO WS-EXTRACT-COUNT
                       END-IF
                       IF IVC-EXTRACT-DATE NUMERIC
                           MOVE IVC-EXTRACT-DATE TO WS-EXTRACT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE INVOICE-CONTROL-FILE
           IF WS-EXTRACT-COUNT = ZERO
               DISPLAY "INVHLOAD: NO INVOICE EXTRACT ON INVCTL.DAT - "
                   "NOTHING TO LOAD"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
           ELSE
               PERFORM 1025-READ-INVOICE-ACK
               IF NOT WS-EXTRACT-ACKED
                   DISPLAY "INVHLOAD: INVOICE EXTRACT OF RUN "
                       WS-EXTRACT-RUN " NOT YET ACKNOWLEDGED - "
                       "NOT LOADED"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       1025-READ-INVOICE-ACK.
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

      *  The highest count any earlier load of this extract run
      *  reached; details up to it are already on the master.
       1030-READ-LOAD-CONTROL.
           OPEN INPUT HISTORY-LOAD-CONTROL-FILE
           IF WS-HISTORY-LOAD-CTL-STATUS = "00"
               PERFORM UNTIL WS-IHC-EOF
                   READ HISTORY-LOAD-CONTROL-FILE
                       AT END
                           SET WS-IHC-EOF TO TRUE
                       NOT AT END
                           IF IHC-EXTRACT-RUN NUMERIC
                                   AND IHC-EXTRACT-RUN = WS-EXTRACT-RUN
                                   AND IHC-LOADED-THROUGH NUMERIC
                                   AND IHC-LOADED-THROUGH
                                       > WS-LOADED-THROUGH
                               MOVE IHC-LOADED-THROUGH
                                   TO WS-LOADED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-LOAD-CONTROL-FILE.

       1040-COUNT-EXTRACT-DETAILS.
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               PERFORM UNTIL WS-INV-EOF
                   READ INVOICE-FILE
                       AT END
                           SET WS-INV-EOF TO TRUE
                       NOT AT END
                           PERFORM 1045-CHECK-INV-CONTROL-REC
                           IF NOT WS-INV-CTL-REC
                               ADD 1 TO WS-EXTRACT-DETAILS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICE-FILE
           IF WS-EXTRACT-DETAILS NOT = WS-EXTRACT-COUNT
               DISPLAY "INVHLOAD: INVOICES.DAT HOLDS "
                   WS-EXTRACT-DETAILS " DETAILS, INVCTL.DAT COUNT "
                   WS-EXTRACT-COUNT " - NOT LOADED"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
           END-IF.

       1045-CHECK-INV-CONTROL-REC.
           MOVE "N" TO WS-INV-CTL-REC-FLAG
           IF INV-RECORD(1:1) = "H" AND INV-RECORD(2:8) NUMERIC
                   AND INV-RECORD(19:4) = SPACES
               SET WS-INV-CTL-REC TO TRUE
           END-IF
           IF INV-RECORD(1:1) = "T" AND INV-RECORD(2:7) NUMERIC
                   AND INV-RECORD(20:4) = SPACES
               SET WS-INV-CTL-REC TO TRUE
           END-IF.

       1050-LOAD-OPEN-SALES.
           COMPUTE WS-OSL-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-OSL-KEEP-DAYS
           IF WS-OSL-CUTOFF-INT > ZERO
               COMPUTE WS-OSL-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-OSL-CUTOFF-INT)
           END-IF
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-INVOICE-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-IHM-EOF
                   READ INVOICE-HISTORY-FILE
                       AT END
                           SET WS-IHM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-COUNT
                           IF IHM-EXTRACT-RUN NUMERIC
                                   AND IHM-EXTRACT-RUN = WS-EXTRACT-RUN
                               ADD 1 TO WS-MASTER-RUN-COUNT
                           END-IF
                           PERFORM 1055-APPLY-ONE-MASTER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICE-HISTORY-FILE.

       1055-APPLY-ONE-MASTER.
           IF IHM-TRANS-TYPE = "C"
               IF IHM-REV-SEQ NUMERIC AND IHM-REV-SEQ > ZERO
                   PERFORM 1056-DROP-REVERSED-SALE
               END-IF
           ELSE
               PERFORM 1057-KEEP-OPEN-SALE
           END-IF.

      *  A sale is reversed at most once, and usually not long after
      *  it was made, so the search runs from the latest entry.
       1056-DROP-REVERSED-SALE.
           MOVE ZERO TO WS-OSL-FOUND
           PERFORM VARYING WS-OSL-SUB FROM WS-OSL-COUNT BY -1
                   UNTIL WS-OSL-SUB < 1 OR WS-OSL-FOUND > ZERO
               IF WS-OSL-INVOICE-GEN(WS-OSL-SUB) = IHM-REV-GEN
                       AND WS-OSL-INVOICE-SEQ(WS-OSL-SUB) = IHM-REV-SEQ
                   MOVE WS-OSL-SUB TO WS-OSL-FOUND
               END-IF
           END-PERFORM
           IF WS-OSL-FOUND > ZERO
               PERFORM 1058-DROP-OPEN-SALE
           END-IF.

       1057-KEEP-OPEN-SALE.
           IF IHM-TRANS-DATE NOT < WS-OSL-CUTOFF-DATE
               IF WS-OSL-COUNT NOT < WS-OSL-MAX
                   PERFORM 1059-DROP-OLDEST-SALES
               END-IF
               ADD 1 TO WS-OSL-COUNT
               MOVE IHM-INVOICE-GEN TO WS-OSL-INVOICE-GEN(WS-OSL-COUNT)
               MOVE IHM-INVOICE-SEQ TO WS-OSL-INVOICE-SEQ(WS-OSL-COUNT)
               MOVE IHM-TRANS-SOURCE
                   TO WS-OSL-TRANS-SOURCE(WS-OSL-COUNT)
               MOVE IHM-AMOUNT      TO WS-OSL-AMOUNT(WS-OSL-COUNT)
               MOVE IHM-TRANS-DATE  TO WS-OSL-TRANS-DATE(WS-OSL-COUNT)
           END-IF.

       1058-DROP-OPEN-SALE.
           PERFORM VARYING WS-OSL-SUB FROM WS-OSL-FOUND BY 1
                   UNTIL WS-OSL-SUB NOT < WS-OSL-COUNT
               MOVE WS-OSL-ENTRY(WS-OSL-SUB + 1)
                   TO WS-OSL-ENTRY(WS-OSL-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-OSL-COUNT.

      *  A block at a time, so a master with more open sales than the
      *  table holds does not shift the whole table for every sale.
       1059-DROP-OLDEST-SALES.
           PERFORM VARYING WS-OSL-SUB FROM 1 BY 1
                   UNTIL WS-OSL-SUB > WS-OSL-COUNT - WS-OSL-DROP-BLOCK
               COMPUTE WS-OSL-FROM-SUB = WS-OSL-SUB + WS-OSL-DROP-BLOCK
               MOVE WS-OSL-ENTRY(WS-OSL-FROM-SUB)
                   TO WS-OSL-ENTRY(WS-OSL-SUB)
           END-PERFORM
           SUBTRACT WS-OSL-DROP-BLOCK FROM WS-OSL-COUNT
           ADD WS-OSL-DROP-BLOCK TO WS-OSL-DROPPED
           IF NOT WS-OPEN-SALE-TABLE-FULL
               SET WS-OPEN-SALE-TABLE-FULL TO TRUE
               DISPLAY "INVHLOAD: OPEN SALE TABLE FULL AT SALE "
                   IHM-TRANS-ID " - OLDEST OPEN SALES DROPPED"
               IF WS-FINAL-RETURN-CODE < WS-RC-WARNING
                   MOVE WS-RC-WARNING TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

      *  Each load writes the details after the last one loaded, in
      *  extract order, so the master's own count for the run is the
      *  true position.  It runs ahead of INVHCTL.DAT only when a load
      *  stopped before 3010 recorded it; the load then resumes after
      *  those details, and a rerun that finds them all writes the
      *  missing control record and nothing else.
       1060-CHECK-LOAD-POSITION.
           EVALUATE TRUE
               WHEN WS-MASTER-RUN-COUNT > WS-EXTRACT-COUNT
                   DISPLAY "INVHLOAD: INVHIST.DAT HOLDS "
                       WS-MASTER-RUN-COUNT " DETAILS OF RUN "
                       WS-EXTRACT-RUN ", INVCTL.DAT COUNT "
                       WS-EXTRACT-COUNT " - NOT LOADED"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               WHEN WS-MASTER-RUN-COUNT < WS-LOADED-THROUGH
                   DISPLAY "INVHLOAD: INVHIST.DAT HOLDS "
                       WS-MASTER-RUN-COUNT " DETAILS OF RUN "
                       WS-EXTRACT-RUN ", INVHCTL.DAT SHOWS "
                       WS-LOADED-THROUGH " LOADED - NOT LOADED"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
               WHEN WS-MASTER-RUN-COUNT > WS-LOADED-THROUGH
                   DISPLAY "INVHLOAD: " WS-MASTER-RUN-COUNT
                       " DETAILS OF RUN " WS-EXTRACT-RUN
                       " ALREADY ON INVHIST.DAT - LOAD RESUMES "
                       "AFTER THEM"
                   MOVE WS-MASTER-RUN-COUNT TO WS-LOADED-THROUGH
               WHEN WS-LOADED-THROUGH >= WS-EXTRACT-COUNT
                   MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT
                   DISPLAY "INVHLOAD: EXTRACT OF RUN " WS-EXTRACT-RUN
                       " ALREADY LOADED -" WS-COUNT-EDIT " DETAILS"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-WARNING TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-LOAD-EXTRACT.
           OPEN EXTEND INVOICE-HISTORY-FILE
           IF WS-INVOICE-HISTORY-STATUS NOT = "00"
                   AND WS-INVOICE-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF
           MOVE WS-INVOICE-HISTORY-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVHIST.DAT"             TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                      TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           MOVE "N" TO WS-INV-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           MOVE WS-INVOICE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVOICES.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           PERFORM UNTIL WS-INV-EOF
                   OR WS-FINAL-RETURN-CODE = WS-RC-IO-ERROR
               READ INVOICE-FILE
                   AT END
                       SET WS-INV-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE INVOICE-HISTORY-FILE.

       2010-LOAD-ONE-RECORD.
           PERFORM 1045-CHECK-INV-CONTROL-REC
           IF WS-INV-CTL-REC
               IF INV-RECORD(1:1) = "H"
                   MOVE INV-RECORD(2:8) TO WS-SET-FEED-DATE
                   MOVE INV-RECORD(10:4) TO WS-SET-SOURCE-ID
                   IF INV-RECORD(14:5) NUMERIC
                       MOVE INV-RECORD(14:5) TO WS-SET-RUN-NUMBER
                   ELSE
                       MOVE ZERO TO WS-SET-RUN-NUMBER
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-DETAIL-POSITION
               IF WS-DETAIL-POSITION > WS-LOADED-THROUGH
                   PERFORM 2020-WRITE-MASTER-RECORD
               END-IF
           END-IF.

       2020-WRITE-MASTER-RECORD.
           MOVE SPACES TO IHM-RECORD
           MOVE WS-EXTRACT-RUN    TO IHM-EXTRACT-RUN
           MOVE WS-SET-RUN-NUMBER TO IHM-RUN-NUMBER
           MOVE WS-SET-FEED-DATE  TO IHM-FEED-DATE
           MOVE WS-SET-SOURCE-ID  TO IHM-SOURCE-ID
           MOVE INV-TRANS-ID      TO IHM-TRANS-ID
           MOVE INV-TRANS-DATE    TO IHM-TRANS-DATE
           MOVE INV-SOURCE-CODE   TO IHM-TRANS-SOURCE
           MOVE INV-TRANS-TYPE    TO IHM-TRANS-TYPE
           MOVE INV-AMOUNT        TO IHM-AMOUNT
           MOVE INV-INVOICE-GEN   TO IHM-INVOICE-GEN
           MOVE INV-INVOICE-SEQ   TO IHM-INVOICE-SEQ
           MOVE ZERO              TO IHM-REV-GEN
           MOVE ZERO              TO IHM-REV-SEQ
           MOVE WS-TODAY-DATE     TO IHM-LOAD-DATE
           IF INV-TRANS-TYPE = "C"
               ADD 1 TO WS-CREDIT-COUNT
               PERFORM 2030-PAIR-CREDIT
           ELSE
               ADD 1 TO WS-SALE-COUNT
               PERFORM 1057-KEEP-OPEN-SALE
           END-IF
           WRITE IHM-RECORD
           MOVE WS-INVOICE-HISTORY-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVHIST.DAT"             TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-LOADED-COUNT.

      *  Latest open sale first: a credit normally reverses the most
      *  recent matching sale, not one from months before.
       2030-PAIR-CREDIT.
           MOVE ZERO TO WS-OSL-FOUND
           PERFORM VARYING WS-OSL-SUB FROM WS-OSL-COUNT BY -1
                   UNTIL WS-OSL-SUB < 1 OR WS-OSL-FOUND > ZERO
               IF WS-OSL-TRANS-SOURCE(WS-OSL-SUB) = INV-SOURCE-CODE
                       AND WS-OSL-AMOUNT(WS-OSL-SUB) = INV-AMOUNT
                       AND WS-OSL-TRANS-DATE(WS-OSL-SUB)
                           NOT > INV-TRANS-DATE
                   MOVE WS-OSL-SUB TO WS-OSL-FOUND
               END-IF
           END-PERFORM
           IF WS-OSL-FOUND > ZERO
               MOVE WS-OSL-INVOICE-GEN(WS-OSL-FOUND) TO IHM-REV-GEN
               MOVE WS-OSL-INVOICE-SEQ(WS-OSL-FOUND) TO IHM-REV-SEQ
               PERFORM 1058-DROP-OPEN-SALE
               ADD 1 TO WS-PAIRED-COUNT
           ELSE
               ADD 1 TO WS-UNPAIRED-COUNT
           END-IF.

       3000-FINALIZE.
           IF WS-FINAL-RETURN-CODE < WS-RC-IO-ERROR
               PERFORM 3010-WRITE-LOAD-CONTROL
           END-IF
           DISPLAY "INVHLOAD: EXTRACT RUN " WS-EXTRACT-RUN
               " OF " WS-EXTRACT-DATE
           MOVE WS-LOADED-THROUGH TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: DETAILS ALREADY LOADED: " WS-COUNT-EDIT
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: DETAILS LOADED:         " WS-COUNT-EDIT
           MOVE WS-SALE-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: SALES:                  " WS-COUNT-EDIT
           MOVE WS-CREDIT-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: CREDITS:                " WS-COUNT-EDIT
           MOVE WS-PAIRED-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: CREDITS TIED TO A SALE: " WS-COUNT-EDIT
           MOVE WS-UNPAIRED-COUNT TO WS-COUNT-EDIT
           DISPLAY "INVHLOAD: CREDITS WITH NO SALE:   " WS-COUNT-EDIT
           IF WS-OSL-DROPPED > ZERO
               MOVE WS-OSL-DROPPED TO WS-COUNT-EDIT
               DISPLAY "INVHLOAD: OPEN SALES DROPPED:     "
                   WS-COUNT-EDIT
           END-IF.

       3010-WRITE-LOAD-CONTROL.
           OPEN EXTEND HISTORY-LOAD-CONTROL-FILE
           IF WS-HISTORY-LOAD-CTL-STATUS NOT = "00"
                   AND WS-HISTORY-LOAD-CTL-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-LOAD-CONTROL-FILE
           END-IF
           MOVE WS-HISTORY-LOAD-CTL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVHCTL.DAT"              TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                       TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           MOVE SPACES TO IHC-RECORD
           MOVE WS-EXTRACT-RUN     TO IHC-EXTRACT-RUN
           MOVE WS-EXTRACT-DATE    TO IHC-EXTRACT-DATE
           MOVE WS-EXTRACT-COUNT   TO IHC-EXTRACT-COUNT
           MOVE WS-DETAIL-POSITION TO IHC-LOADED-THROUGH
           MOVE WS-LOADED-COUNT    TO IHC-LOADED-COUNT
           MOVE WS-TODAY-DATE      TO IHC-LOAD-DATE
           WRITE IHC-RECORD
           MOVE WS-HISTORY-LOAD-CTL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INVHCTL.DAT"              TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE HISTORY-LOAD-CONTROL-FILE.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
                   " STATUS=" WS-IO-CHECK-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE "00" TO WS-IO-CHECK-ALT-OK.
