       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDINTK.
      *****************************************************************
      *  FEEDINTK - feed intake and merge ahead of the batch run.
      *
      *  Each source system sends its own feed file.  FEEDLIST.DAT
      *  names the files received for the night, one per record
      *  (col 1-40; blank lines and lines starting '*' are ignored).
      *  Every file is checked on its own before anything is merged:
      *
      *    1. Each H..T set in the file is balanced the way
      *       2050-BALANCE-FEED in the batch run balances it: the
      *       count of D records and the hash of their amounts must
      *       match the set's trailer.  A missing or out-of-place
      *       header or trailer fails the file.
      *    2. Each set's feed date and source is checked against
      *       RUNCTL.DAT and against the sets already accepted in
      *       this intake; a feed seen before is a duplicate.
      *    3. A file failing either check is quarantined: its
      *       records are appended to INTKQUAR.DAT under the file
      *       name and reason, an ALERTS.DAT entry is raised, and it
      *       is listed as an exception on INTAKE.RPT.
      *    4. The accepted files are put in source-priority order
      *       (INTKPRI.DAT: source code col 1-4, priority 001-999
      *       col 6-8, lowest first; a source not listed ranks 999)
      *       then by feed date, and copied whole into a new
      *       TRANSACTIONS.DAT as consecutive H..T sets.
      *    5. The intake manifest INTKMAN.DAT lists every file
      *       received with its disposition, sets, detail count and
      *       hash total (F records), followed by one T record with
      *       the accepted totals.  The batch run ties its feed-set
      *       totals back to that T record on SUMMARY.RPT.  With
      *       nothing named on FEEDLIST.DAT the manifest is emptied,
      *       so an earlier intake's totals are not tied to a feed
      *       this intake did not produce.
      *
      *  The merge replaces TRANSACTIONS.DAT, so intake is refused
      *  while RUNCTL.DAT shows an incomplete run or RUNPARM.DAT
      *  carries RESTART=Y: the feed on file is still needed to
      *  resume.
      *
      *  Reason codes: OOB  out of balance or out of structure,
      *  DUPR feed already on RUNCTL.DAT, DUPI feed already in this
      *  intake, MISS file missing or empty.
      *
      *  RETURN-CODE 00 all files accepted, 04 one or more files
      *  quarantined, 08 no file accepted or intake refused, 12 no
      *  feed list, 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-LIST-FILE
               ASSIGN TO "FEEDLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-LIST-STATUS.

           SELECT INTAKE-FEED-FILE
               ASSIGN USING WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FEED-STATUS.

           SELECT OPTIONAL PRIORITY-FILE
               ASSIGN TO "INTKPRI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITY-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT MERGED-FEED-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-FEED-STATUS.

           SELECT QUARANTINE-FILE
               ASSIGN TO "INTKQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO "INTKMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT INTAKE-REPORT-FILE
               ASSIGN TO "INTAKE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE.
       01  FLS-RECORD.
           05  FLS-FILE-NAME        PIC X(40).
           05  FILLER               PIC X(40).

       FD  INTAKE-FEED-FILE.
       01  IFD-RECORD.
           05  IFD-REC-TYPE         PIC X(1).
           05  IFD-DETAIL-FIELDS.
               10  IFD-TRANS-ID         PIC X(10).
               10  IFD-TRANS-DATE       PIC X(8).
               10  IFD-SOURCE-CODE      PIC X(4).
               10  IFD-TRANS-TYPE       PIC X(1).
               10  IFD-AMOUNT-X         PIC X(5).
               10  IFD-AMOUNT REDEFINES IFD-AMOUNT-X
                                        PIC 9(5).
           05  IFD-HEADER-FIELDS REDEFINES IFD-DETAIL-FIELDS.
               10  IFD-HDR-FEED-DATE    PIC X(8).
               10  IFD-HDR-FEED-DATE-N REDEFINES IFD-HDR-FEED-DATE
                                        PIC 9(8).
               10  IFD-HDR-SOURCE-ID    PIC X(4).
               10  FILLER               PIC X(16).
           05  IFD-TRAILER-FIELDS REDEFINES IFD-DETAIL-FIELDS.
               10  IFD-TRL-RECORD-COUNT PIC 9(7).
               10  IFD-TRL-HASH-TOTAL   PIC 9(11).
               10  FILLER               PIC X(10).

       FD  PRIORITY-FILE.
       01  PRI-RECORD.
           05  PRI-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  PRI-PRIORITY-X       PIC X(3).
           05  PRI-PRIORITY REDEFINES PRI-PRIORITY-X
                                    PIC 9(3).
           05  FILLER               PIC X(72).

       FD  RUN-CONTROL-FILE.
       01  RC-RECORD.
           05  RC-RUN-NUMBER        PIC 9(5).
           05  RC-FEED-DATE         PIC 9(8).
           05  RC-SOURCE-ID         PIC X(4).
           05  RC-RUN-STATE         PIC X(1).

       FD  RUN-PARM-FILE.
       01  PARM-RECORD              PIC X(80).

       FD  MERGED-FEED-FILE.
       01  MRG-RECORD               PIC X(29).

       FD  QUARANTINE-FILE.
       01  QUA-RECORD.
           05  QUA-INTAKE-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  QUA-FILE-NAME        PIC X(40).
           05  FILLER               PIC X(1).
           05  QUA-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  QUA-RECORD-IMAGE     PIC X(29).

       FD  MANIFEST-FILE.
       01  MAN-FILE-RECORD.
           05  MAN-REC-TYPE         PIC X(1).
           05  FILLER               PIC X(1).
           05  MAN-FILE-NAME        PIC X(40).
           05  FILLER               PIC X(1).
           05  MAN-FEED-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  MAN-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(1).
           05  MAN-SET-COUNT        PIC 9(3).
           05  FILLER               PIC X(1).
           05  MAN-DETAIL-COUNT     PIC 9(7).
           05  FILLER               PIC X(1).
           05  MAN-HASH-TOTAL       PIC 9(11).
           05  FILLER               PIC X(1).
           05  MAN-DISPOSITION      PIC X(1).
           05  FILLER               PIC X(1).
           05  MAN-REASON-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  MAN-MERGE-POSITION   PIC 9(3).
       01  MAN-TOTAL-RECORD.
           05  MANT-REC-TYPE        PIC X(1).
           05  FILLER               PIC X(1).
           05  MANT-INTAKE-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  MANT-FILES-RECEIVED  PIC 9(3).
           05  FILLER               PIC X(1).
           05  MANT-FILES-ACCEPTED  PIC 9(3).
           05  FILLER               PIC X(1).
           05  MANT-FILES-QUARANTINED PIC 9(3).
           05  FILLER               PIC X(1).
           05  MANT-SET-COUNT       PIC 9(5).
           05  FILLER               PIC X(1).
           05  MANT-DETAIL-COUNT    PIC 9(9).
           05  FILLER               PIC X(1).
           05  MANT-HASH-TOTAL      PIC 9(13).
           05  FILLER               PIC X(39).

       FD  INTAKE-REPORT-FILE.
       01  IRP-RECORD               PIC X(80).

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
       01  WS-FEED-LIST-STATUS      PIC XX.
       01  WS-INTAKE-FEED-STATUS    PIC XX.
       01  WS-PRIORITY-STATUS       PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-RUN-PARM-STATUS       PIC XX.
       01  WS-MERGED-FEED-STATUS    PIC XX.
       01  WS-QUARANTINE-STATUS     PIC XX.
       01  WS-MANIFEST-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-ALERT-STATUS          PIC XX.

       01  WS-FEED-FILE-NAME        PIC X(40) VALUE SPACES.

       01  WS-LIST-EOF-FLAG         PIC X VALUE "N".
           88  WS-LIST-EOF                   VALUE "Y".
       01  WS-FEED-EOF-FLAG         PIC X VALUE "N".
           88  WS-FEED-EOF                   VALUE "Y".
       01  WS-PRI-EOF-FLAG          PIC X VALUE "N".
           88  WS-PRI-EOF                    VALUE "Y".
       01  WS-RUN-CTL-EOF-FLAG      PIC X VALUE "N".
           88  WS-RUN-CTL-EOF                VALUE "Y".
       01  WS-PARM-EOF-FLAG         PIC X VALUE "N".
           88  WS-PARM-EOF                   VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-RUN-BLOCKED-FLAG      PIC X VALUE "N".
           88  WS-RUN-BLOCKED                VALUE "Y".
       01  WS-ALERT-OPEN-FLAG       PIC X VALUE "N".
           88  WS-ALERT-OPENED               VALUE "Y".

      *  One entry per file named on FEEDLIST.DAT, in list order.
       01  WS-INTAKE-TABLE.
           05  WS-INT-ENTRY OCCURS 50 TIMES.
               10  WS-INT-FILE-NAME     PIC X(40).
               10  WS-INT-FEED-DATE     PIC 9(8).
               10  WS-INT-SOURCE-ID     PIC X(4).
               10  WS-INT-SET-COUNT     PIC 9(3).
               10  WS-INT-DETAIL-COUNT  PIC 9(7).
               10  WS-INT-HASH-TOTAL    PIC 9(11).
               10  WS-INT-RECORD-COUNT  PIC 9(7).
               10  WS-INT-DISPOSITION   PIC X(1).
                   88  WS-INT-ACCEPTED           VALUE "A".
                   88  WS-INT-QUARANTINED        VALUE "Q".
               10  WS-INT-REASON-CODE   PIC X(4).
               10  WS-INT-NOTE          PIC X(40).
               10  WS-INT-PRIORITY      PIC 9(3).
               10  WS-INT-MERGE-POSITION PIC 9(3).
       01  WS-INT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-INT-MAX               PIC 9(3) VALUE 50.
       01  WS-INT-SUB               PIC 9(3) VALUE ZERO.

      *  Accepted files in merge order (subscripts into the table
      *  above).
       01  WS-MERGE-ORDER-TABLE.
           05  WS-MERGE-ORDER OCCURS 50 TIMES PIC 9(3).
       01  WS-MERGE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-MERGE-SUB             PIC 9(3) VALUE ZERO.
       01  WS-SORT-PASS             PIC 9(3) VALUE ZERO.
       01  WS-SORT-SUB              PIC 9(3) VALUE ZERO.
       01  WS-SORT-NEXT             PIC 9(3) VALUE ZERO.
       01  WS-SORT-HOLD             PIC 9(3) VALUE ZERO.
       01  WS-SORT-SWAP-FLAG        PIC X VALUE "N".
           88  WS-SORT-SWAP                  VALUE "Y".
       01  WS-SORT-KEY-A            PIC 9(11) VALUE ZERO.
       01  WS-SORT-KEY-B            PIC 9(11) VALUE ZERO.

      *  Feed sets taken by accepted files so far, for the
      *  within-intake duplicate check.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 500 TIMES.
               10  WS-SET-FEED-DATE     PIC 9(8).
               10  WS-SET-SOURCE-ID     PIC X(4).
       01  WS-SET-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SET-MAX               PIC 9(3) VALUE 500.
       01  WS-SET-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SET-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-SET-FILE-START        PIC 9(3) VALUE ZERO.

       01  WS-RUN-CTL-TABLE.
           05  WS-RUN-CTL-ENTRY OCCURS 500 TIMES.
               10  WS-RCT-RUN-NUMBER    PIC 9(5).
               10  WS-RCT-FEED-DATE     PIC 9(8).
               10  WS-RCT-SOURCE-ID     PIC X(4).
       01  WS-RUN-CTL-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-RUN-CTL-MAX           PIC 9(3) VALUE 500.
       01  WS-RUN-CTL-SUB           PIC 9(3) VALUE ZERO.
       01  WS-RUN-CTL-FOUND         PIC 9(3) VALUE ZERO.

       01  WS-PRIORITY-TABLE.
           05  WS-PRI-ENTRY OCCURS 200 TIMES.
               10  WS-PRI-SOURCE-ID     PIC X(4).
               10  WS-PRI-PRIORITY      PIC 9(3).
       01  WS-PRI-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PRI-MAX               PIC 9(3) VALUE 200.
       01  WS-PRI-SUB               PIC 9(3) VALUE ZERO.
       01  WS-DEFAULT-PRIORITY      PIC 9(3) VALUE 999.

      *  Per-file balancing state.
       01  WS-IN-SET-FLAG           PIC X VALUE "N".
           88  WS-IN-SET                     VALUE "Y".
       01  WS-SET-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SET-HASH-TOTAL        PIC 9(11) VALUE ZERO.
       01  WS-CUR-FEED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CUR-SOURCE-ID         PIC X(4) VALUE SPACES.
       01  WS-ERR-REASON-CODE       PIC X(4) VALUE SPACES.
       01  WS-ERR-NOTE              PIC X(40) VALUE SPACES.
       01  WS-RUN-NUMBER-EDIT       PIC 9(5).

       01  WS-FILES-ACCEPTED        PIC 9(3) VALUE ZERO.
       01  WS-FILES-QUARANTINED     PIC 9(3) VALUE ZERO.
       01  WS-ACCEPTED-SETS         PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-DETAILS      PIC 9(9) VALUE ZERO.
       01  WS-ACCEPTED-HASH         PIC 9(13) VALUE ZERO.
       01  WS-MERGED-RECORDS        PIC 9(9) VALUE ZERO.
       01  WS-QUARANTINED-RECORDS   PIC 9(9) VALUE ZERO.

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-QUARANTINE         PIC 9(2) VALUE 04.
       01  WS-RC-BLOCKED            PIC 9(2) VALUE 08.
       01  WS-RC-NO-LIST            PIC 9(2) VALUE 12.
       01  WS-RC-IO-ERROR           PIC 9(2) VALUE 20.
       01  WS-FINAL-RETURN-CODE     PIC 9(2) VALUE 00.

       01  WS-IO-CHECK-STATUS       PIC XX.
       01  WS-IO-CHECK-FILE-NAME    PIC X(20).
       01  WS-IO-CHECK-ALT-OK       PIC XX VALUE "00".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YEAR          PIC 9(4).
           05  WS-CDT-MONTH         PIC 9(2).
           05  WS-CDT-DAY           PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CDT-HOUR          PIC 9(2).
           05  WS-CDT-MINUTE        PIC 9(2).
           05  WS-CDT-SECOND        PIC 9(2).
           05  WS-CDT-HUNDREDTHS    PIC 9(2).
       01  WS-INTAKE-DATE           PIC 9(8) VALUE ZERO.

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01  WS-POSITION-TEXT         PIC X(3).
       01  WS-POSITION-EDIT REDEFINES WS-POSITION-TEXT PIC ZZ9.
       01  WS-SETS-EDIT             PIC ZZ9.
       01  WS-DETAILS-EDIT          PIC Z,ZZZ,ZZ9.
       01  WS-HASH-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-SETS-EDIT       PIC ZZ,ZZ9.
       01  WS-TOTAL-DETAILS-EDIT    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-HASH-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-FILES-EDIT            PIC ZZ9.
       01  WS-FILES-2-EDIT          PIC ZZ9.
       01  WS-FILES-3-EDIT          PIC ZZ9.
       01  WS-DISPOSITION-TEXT      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-BLOCKED
               PERFORM 2000-BALANCE-INTAKE-FILES
               PERFORM 3000-ORDER-ACCEPTED-FILES
               PERFORM 4000-MERGE-ACCEPTED-FILES
               PERFORM 4500-QUARANTINE-FILES
               PERFORM 5000-WRITE-MANIFEST
               PERFORM 6000-WRITE-INTAKE-REPORT
               PERFORM 7000-SET-RETURN-CODE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-INTAKE-DATE FROM DATE YYYYMMDD
           PERFORM 1010-CHECK-RUN-PARMS
           PERFORM 1015-LOAD-RUN-CONTROL
           IF NOT WS-RUN-BLOCKED
               PERFORM 1020-LOAD-PRIORITIES
               PERFORM 1030-LOAD-FEED-LIST
           END-IF.

       1010-CHECK-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-STATUS = "00" OR WS-RUN-PARM-STATUS = "05"
               PERFORM UNTIL WS-PARM-EOF
                   READ RUN-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1012-CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-FILE
           END-IF.

       1012-CHECK-ONE-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEYWORD = "RESTART" AND WS-PARM-VALUE = "Y"
               DISPLAY "FEEDINTK: INTAKE REFUSED - RUNPARM.DAT HAS A "
                   "RESTART PENDING"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
           END-IF.

      *  Every run-control entry is kept for the duplicate check; an
      *  incomplete one means the feed on file is still needed.
       1015-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-RUN-CTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUN-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1016-KEEP-RUN-CTL-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *  A refused intake (an incomplete run here, or RESTART=Y in
      *  1012) leaves the manifest as it is: it still describes the
      *  feed on file that the restart will resume.
       1016-KEEP-RUN-CTL-ENTRY.
           IF RC-RUN-NUMBER NUMERIC AND RC-FEED-DATE NUMERIC
               IF RC-RUN-STATE = "I"
                   DISPLAY "FEEDINTK: INTAKE REFUSED - FEED "
                       RC-FEED-DATE "/" RC-SOURCE-ID " OF RUN "
                       RC-RUN-NUMBER " IS INCOMPLETE ON RUNCTL.DAT"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
               END-IF
               IF WS-RUN-CTL-COUNT < WS-RUN-CTL-MAX
                   ADD 1 TO WS-RUN-CTL-COUNT
                   MOVE RC-RUN-NUMBER
                       TO WS-RCT-RUN-NUMBER(WS-RUN-CTL-COUNT)
                   MOVE RC-FEED-DATE
                       TO WS-RCT-FEED-DATE(WS-RUN-CTL-COUNT)
                   MOVE RC-SOURCE-ID
                       TO WS-RCT-SOURCE-ID(WS-RUN-CTL-COUNT)
               ELSE
                   DISPLAY "FEEDINTK: RUN CONTROL TABLE FULL - "
                       "INTAKE REFUSED"
                   SET WS-RUN-BLOCKED TO TRUE
                   MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       1020-LOAD-PRIORITIES.
           OPEN INPUT PRIORITY-FILE
           IF WS-PRIORITY-STATUS = "00"
               PERFORM UNTIL WS-PRI-EOF
                   READ PRIORITY-FILE
                       AT END
                           SET WS-PRI-EOF TO TRUE
                       NOT AT END
                           PERFORM 1025-KEEP-ONE-PRIORITY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "FEEDINTK: INTKPRI.DAT NOT PRESENT - FILES "
                   "MERGED IN FEED DATE ORDER"
           END-IF
           CLOSE PRIORITY-FILE.

       1025-KEEP-ONE-PRIORITY.
           EVALUATE TRUE
               WHEN PRI-RECORD = SPACES OR PRI-SOURCE-ID(1:1) = "*"
                   CONTINUE
               WHEN PRI-PRIORITY-X NOT NUMERIC
                   DISPLAY "FEEDINTK: INVALID PRIORITY FOR SOURCE "
                       PRI-SOURCE-ID " - RANKED LAST"
               WHEN WS-PRI-COUNT >= WS-PRI-MAX
                   DISPLAY "FEEDINTK: PRIORITY TABLE FULL - "
                       PRI-SOURCE-ID " RANKED LAST"
               WHEN OTHER
                   ADD 1 TO WS-PRI-COUNT
                   MOVE PRI-SOURCE-ID TO WS-PRI-SOURCE-ID(WS-PRI-COUNT)
                   MOVE PRI-PRIORITY  TO WS-PRI-PRIORITY(WS-PRI-COUNT)
           END-EVALUATE.

       1030-LOAD-FEED-LIST.
           OPEN INPUT FEED-LIST-FILE
           IF WS-FEED-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-EOF
                   READ FEED-LIST-FILE
                       AT END
                           SET WS-LIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 1035-KEEP-ONE-FILE-NAME
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEED-LIST-FILE
           IF WS-INT-COUNT = ZERO
               DISPLAY "FEEDINTK: NO FEED FILES NAMED ON FEEDLIST.DAT"
                   " - NOTHING TO TAKE IN"
               SET WS-RUN-BLOCKED TO TRUE
               PERFORM 5010-CLEAR-MANIFEST
               IF WS-FINAL-RETURN-CODE < WS-RC-NO-LIST
                   MOVE WS-RC-NO-LIST TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

       1035-KEEP-ONE-FILE-NAME.
           EVALUATE TRUE
               WHEN FLS-FILE-NAME = SPACES
                       OR FLS-FILE-NAME(1:1) = "*"
                   CONTINUE
               WHEN WS-INT-COUNT >= WS-INT-MAX
                   DISPLAY "FEEDINTK: FEED LIST TABLE FULL - "
                       FLS-FILE-NAME " NOT TAKEN IN"
                   IF WS-FINAL-RETURN-CODE < WS-RC-QUARANTINE
                       MOVE WS-RC-QUARANTINE TO WS-FINAL-RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-INT-COUNT
                   MOVE WS-INT-COUNT TO WS-INT-SUB
                   MOVE FLS-FILE-NAME TO WS-INT-FILE-NAME(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-FEED-DATE(WS-INT-SUB)
                   MOVE SPACES TO WS-INT-SOURCE-ID(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-SET-COUNT(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-DETAIL-COUNT(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-HASH-TOTAL(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-RECORD-COUNT(WS-INT-SUB)
                   MOVE SPACE  TO WS-INT-DISPOSITION(WS-INT-SUB)
                   MOVE SPACES TO WS-INT-REASON-CODE(WS-INT-SUB)
                   MOVE SPACES TO WS-INT-NOTE(WS-INT-SUB)
                   MOVE WS-DEFAULT-PRIORITY
                       TO WS-INT-PRIORITY(WS-INT-SUB)
                   MOVE ZERO   TO WS-INT-MERGE-POSITION(WS-INT-SUB)
           END-EVALUATE.

       2000-BALANCE-INTAKE-FILES.
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-INT-COUNT
               PERFORM 2010-BALANCE-ONE-FILE
           END-PERFORM.

      *  The first fault found in a file is the one reported; the
      *  file is still read to the end so the manifest shows what
      *  was received.
       2010-BALANCE-ONE-FILE.
           MOVE "N" TO WS-IN-SET-FLAG
           MOVE "N" TO WS-FEED-EOF-FLAG
           MOVE WS-SET-COUNT TO WS-SET-FILE-START
           MOVE WS-INT-FILE-NAME(WS-INT-SUB) TO WS-FEED-FILE-NAME
           OPEN INPUT INTAKE-FEED-FILE
           IF WS-INTAKE-FEED-STATUS NOT = "00"
               MOVE "MISS" TO WS-ERR-REASON-CODE
               MOVE "FEED FILE NOT FOUND OR NOT READABLE"
                   TO WS-ERR-NOTE
               PERFORM 2090-FLAG-FILE-FAULT
           ELSE
               PERFORM UNTIL WS-FEED-EOF
                   READ INTAKE-FEED-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           PERFORM 2020-CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FEED-FILE
               PERFORM 2050-CHECK-END-OF-FILE
           END-IF
           IF WS-INT-REASON-CODE(WS-INT-SUB) = SPACES
               SET WS-INT-ACCEPTED(WS-INT-SUB) TO TRUE
               ADD 1 TO WS-FILES-ACCEPTED
               ADD WS-INT-SET-COUNT(WS-INT-SUB) TO WS-ACCEPTED-SETS
               ADD WS-INT-DETAIL-COUNT(WS-INT-SUB)
                   TO WS-ACCEPTED-DETAILS
               ADD WS-INT-HASH-TOTAL(WS-INT-SUB) TO WS-ACCEPTED-HASH
           ELSE
               SET WS-INT-QUARANTINED(WS-INT-SUB) TO TRUE
               ADD 1 TO WS-FILES-QUARANTINED
               MOVE WS-SET-FILE-START TO WS-SET-COUNT
               DISPLAY "FEEDINTK: " WS-INT-FILE-NAME(WS-INT-SUB)
                   " QUARANTINED - " WS-INT-REASON-CODE(WS-INT-SUB)
                   " " WS-INT-NOTE(WS-INT-SUB)
           END-IF.

       2020-CHECK-ONE-RECORD.
           ADD 1 TO WS-INT-RECORD-COUNT(WS-INT-SUB)
           EVALUATE IFD-REC-TYPE
               WHEN "H"
                   PERFORM 2030-CHECK-HEADER
               WHEN "T"
                   PERFORM 2040-CHECK-TRAILER
               WHEN "D"
                   IF WS-IN-SET
                       ADD 1 TO WS-SET-DETAIL-COUNT
                       IF IFD-AMOUNT-X NUMERIC
                           ADD IFD-AMOUNT TO WS-SET-HASH-TOTAL
                       END-IF
                   ELSE
                       MOVE "OOB " TO WS-ERR-REASON-CODE
                       MOVE "DETAIL RECORD OUTSIDE A FEED SET"
                           TO WS-ERR-NOTE
                       PERFORM 2090-FLAG-FILE-FAULT
                   END-IF
               WHEN OTHER
      *  Other records inside a set travel with it; the batch run
      *  rejects them (R006) without counting them in the trailer.
                   IF NOT WS-IN-SET
                       MOVE "OOB " TO WS-ERR-REASON-CODE
                       MOVE "RECORD OUTSIDE A FEED SET"
                           TO WS-ERR-NOTE
                       PERFORM 2090-FLAG-FILE-FAULT
                   END-IF
           END-EVALUATE.

       2030-CHECK-HEADER.
           EVALUATE TRUE
               WHEN WS-IN-SET
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED TRAILER RECORD MISSING"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN IFD-HDR-FEED-DATE NOT NUMERIC
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED HEADER DATE NOT NUMERIC"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN IFD-HDR-SOURCE-ID = SPACES
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED HEADER SOURCE ID MISSING"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           SET WS-IN-SET TO TRUE
           MOVE ZERO TO WS-SET-DETAIL-COUNT
           MOVE ZERO TO WS-SET-HASH-TOTAL
           ADD 1 TO WS-INT-SET-COUNT(WS-INT-SUB)
           IF IFD-HDR-FEED-DATE NUMERIC
                   AND IFD-HDR-SOURCE-ID NOT = SPACES
               MOVE IFD-HDR-FEED-DATE-N TO WS-CUR-FEED-DATE
               MOVE IFD-HDR-SOURCE-ID   TO WS-CUR-SOURCE-ID
               IF WS-INT-SET-COUNT(WS-INT-SUB) = 1
                   MOVE WS-CUR-FEED-DATE
                       TO WS-INT-FEED-DATE(WS-INT-SUB)
                   MOVE WS-CUR-SOURCE-ID
                       TO WS-INT-SOURCE-ID(WS-INT-SUB)
               END-IF
               PERFORM 2035-CHECK-DUPLICATE-SET
           END-IF.

       2035-CHECK-DUPLICATE-SET.
           MOVE ZERO TO WS-RUN-CTL-FOUND
           PERFORM VARYING WS-RUN-CTL-SUB FROM 1 BY 1
                   UNTIL WS-RUN-CTL-SUB > WS-RUN-CTL-COUNT
               IF WS-RCT-FEED-DATE(WS-RUN-CTL-SUB) = WS-CUR-FEED-DATE
                       AND WS-RCT-SOURCE-ID(WS-RUN-CTL-SUB)
                           = WS-CUR-SOURCE-ID
                   MOVE WS-RUN-CTL-SUB TO WS-RUN-CTL-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-CTL-FOUND > ZERO
               MOVE WS-RCT-RUN-NUMBER(WS-RUN-CTL-FOUND)
                   TO WS-RUN-NUMBER-EDIT
               MOVE "DUPR" TO WS-ERR-REASON-CODE
               MOVE SPACES TO WS-ERR-NOTE
               STRING
                   "FEED ALREADY POSTED BY RUN "
                                              DELIMITED BY SIZE
                   WS-RUN-NUMBER-EDIT         DELIMITED BY SIZE
                   INTO WS-ERR-NOTE
               END-STRING
               PERFORM 2090-FLAG-FILE-FAULT
           ELSE
               MOVE ZERO TO WS-SET-FOUND
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                       UNTIL WS-SET-SUB > WS-SET-COUNT
                   IF WS-SET-FEED-DATE(WS-SET-SUB) = WS-CUR-FEED-DATE
                           AND WS-SET-SOURCE-ID(WS-SET-SUB)
                               = WS-CUR-SOURCE-ID
                       MOVE WS-SET-SUB TO WS-SET-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-SET-FOUND > ZERO
                       MOVE "DUPI" TO WS-ERR-REASON-CODE
                       MOVE "FEED ALREADY RECEIVED IN THIS INTAKE"
                           TO WS-ERR-NOTE
                       PERFORM 2090-FLAG-FILE-FAULT
                   WHEN WS-SET-COUNT >= WS-SET-MAX
                       MOVE "OOB " TO WS-ERR-REASON-CODE
                       MOVE "TOO MANY FEED SETS FOR ONE INTAKE"
                           TO WS-ERR-NOTE
                       PERFORM 2090-FLAG-FILE-FAULT
                   WHEN OTHER
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-CUR-FEED-DATE
                           TO WS-SET-FEED-DATE(WS-SET-COUNT)
                       MOVE WS-CUR-SOURCE-ID
                           TO WS-SET-SOURCE-ID(WS-SET-COUNT)
               END-EVALUATE
           END-IF.

       2040-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-IN-SET
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED HEADER RECORD MISSING"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN IFD-TRL-RECORD-COUNT NOT NUMERIC
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED TRAILER COUNT NOT NUMERIC"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN IFD-TRL-HASH-TOTAL NOT NUMERIC
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED TRAILER HASH NOT NUMERIC"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN WS-SET-DETAIL-COUNT NOT = IFD-TRL-RECORD-COUNT
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN WS-SET-HASH-TOTAL NOT = IFD-TRL-HASH-TOTAL
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "AMOUNT HASH DOES NOT MATCH TRAILER"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "N" TO WS-IN-SET-FLAG
           ADD WS-SET-DETAIL-COUNT TO WS-INT-DETAIL-COUNT(WS-INT-SUB)
           ADD WS-SET-HASH-TOTAL   TO WS-INT-HASH-TOTAL(WS-INT-SUB)
           MOVE ZERO TO WS-SET-DETAIL-COUNT
           MOVE ZERO TO WS-SET-HASH-TOTAL.

       2050-CHECK-END-OF-FILE.
           EVALUATE TRUE
               WHEN WS-INT-RECORD-COUNT(WS-INT-SUB) = ZERO
                   MOVE "MISS" TO WS-ERR-REASON-CODE
                   MOVE "FEED FILE IS EMPTY" TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
               WHEN WS-IN-SET
                   MOVE "OOB " TO WS-ERR-REASON-CODE
                   MOVE "FEED TRAILER RECORD MISSING"
                       TO WS-ERR-NOTE
                   PERFORM 2090-FLAG-FILE-FAULT
                   ADD WS-SET-DETAIL-COUNT
                       TO WS-INT-DETAIL-COUNT(WS-INT-SUB)
                   ADD WS-SET-HASH-TOTAL
                       TO WS-INT-HASH-TOTAL(WS-INT-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2090-FLAG-FILE-FAULT.
           IF WS-INT-REASON-CODE(WS-INT-SUB) = SPACES
               MOVE WS-ERR-REASON-CODE
                   TO WS-INT-REASON-CODE(WS-INT-SUB)
               MOVE WS-ERR-NOTE TO WS-INT-NOTE(WS-INT-SUB)
           END-IF.

      *  Accepted files are ranked by source priority, then feed
      *  date, then their place on the feed list; the table is small
      *  so a simple exchange sort is enough.
       3000-ORDER-ACCEPTED-FILES.
           MOVE ZERO TO WS-MERGE-COUNT
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-INT-COUNT
               IF WS-INT-ACCEPTED(WS-INT-SUB)
                   PERFORM 3005-SET-FILE-PRIORITY
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE WS-INT-SUB TO WS-MERGE-ORDER(WS-MERGE-COUNT)
               END-IF
           END-PERFORM
           SET WS-SORT-SWAP TO TRUE
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-MERGE-COUNT
                       OR NOT WS-SORT-SWAP
               MOVE "N" TO WS-SORT-SWAP-FLAG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB > WS-MERGE-COUNT - WS-SORT-PASS
                   PERFORM 3010-COMPARE-ADJACENT
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               MOVE WS-MERGE-ORDER(WS-MERGE-SUB) TO WS-INT-SUB
               MOVE WS-MERGE-SUB TO WS-INT-MERGE-POSITION(WS-INT-SUB)
           END-PERFORM.

       3005-SET-FILE-PRIORITY.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-COUNT
               IF WS-PRI-SOURCE-ID(WS-PRI-SUB)
                       = WS-INT-SOURCE-ID(WS-INT-SUB)
                   MOVE WS-PRI-PRIORITY(WS-PRI-SUB)
                       TO WS-INT-PRIORITY(WS-INT-SUB)
               END-IF
           END-PERFORM.

       3010-COMPARE-ADJACENT.
           COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1
           MOVE WS-MERGE-ORDER(WS-SORT-SUB) TO WS-INT-SUB
           COMPUTE WS-SORT-KEY-A =
               WS-INT-PRIORITY(WS-INT-SUB) * 100000000
               + WS-INT-FEED-DATE(WS-INT-SUB)
           MOVE WS-MERGE-ORDER(WS-SORT-NEXT) TO WS-INT-SUB
           COMPUTE WS-SORT-KEY-B =
               WS-INT-PRIORITY(WS-INT-SUB) * 100000000
               + WS-INT-FEED-DATE(WS-INT-SUB)
           IF WS-SORT-KEY-A > WS-SORT-KEY-B
                   OR (WS-SORT-KEY-A = WS-SORT-KEY-B
                       AND WS-MERGE-ORDER(WS-SORT-SUB)
                           > WS-MERGE-ORDER(WS-SORT-NEXT))
               MOVE WS-MERGE-ORDER(WS-SORT-SUB) TO WS-SORT-HOLD
               MOVE WS-MERGE-ORDER(WS-SORT-NEXT)
                   TO WS-MERGE-ORDER(WS-SORT-SUB)
               MOVE WS-SORT-HOLD TO WS-MERGE-ORDER(WS-SORT-NEXT)
               SET WS-SORT-SWAP TO TRUE
           END-IF.

      *  TRANSACTIONS.DAT is always rewritten, even with nothing
      *  accepted, so a feed from an earlier night cannot be
      *  mistaken for tonight's.
       4000-MERGE-ACCEPTED-FILES.
           OPEN OUTPUT MERGED-FEED-FILE
           MOVE WS-MERGED-FEED-STATUS TO WS-IO-CHECK-STATUS
           MOVE "TRANSACTIONS.DAT"    TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               MOVE WS-MERGE-ORDER(WS-MERGE-SUB) TO WS-INT-SUB
               PERFORM 4010-COPY-ONE-FILE
           END-PERFORM
           CLOSE MERGED-FEED-FILE
           DISPLAY "FEEDINTK: " WS-FILES-ACCEPTED " FILE(S) MERGED - "
               WS-MERGED-RECORDS " RECORD(S) ON TRANSACTIONS.DAT".

       4010-COPY-ONE-FILE.
           MOVE WS-INT-FILE-NAME(WS-INT-SUB) TO WS-FEED-FILE-NAME
           MOVE "N" TO WS-FEED-EOF-FLAG
           OPEN INPUT INTAKE-FEED-FILE
           MOVE WS-INTAKE-FEED-STATUS TO WS-IO-CHECK-STATUS
           MOVE WS-FEED-FILE-NAME     TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           IF WS-INTAKE-FEED-STATUS = "00"
               PERFORM UNTIL WS-FEED-EOF
                   READ INTAKE-FEED-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE IFD-RECORD TO MRG-RECORD
                           WRITE MRG-RECORD
                           MOVE WS-MERGED-FEED-STATUS
                               TO WS-IO-CHECK-STATUS
                           MOVE "TRANSACTIONS.DAT"
                               TO WS-IO-CHECK-FILE-NAME
                           PERFORM 9900-CHECK-IO-STATUS
                           ADD 1 TO WS-MERGED-RECORDS
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FEED-FILE
           END-IF.

       4500-QUARANTINE-FILES.
           IF WS-FILES-QUARANTINED > ZERO
               OPEN EXTEND QUARANTINE-FILE
               IF WS-QUARANTINE-STATUS NOT = "00"
                   OPEN OUTPUT QUARANTINE-FILE
               END-IF
               MOVE WS-QUARANTINE-STATUS TO WS-IO-CHECK-STATUS
               MOVE "INTKQUAR.DAT"       TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
               PERFORM 4520-OPEN-ALERT-FILE
               PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                       UNTIL WS-INT-SUB > WS-INT-COUNT
                   IF WS-INT-QUARANTINED(WS-INT-SUB)
                       PERFORM 4510-QUARANTINE-ONE-FILE
                       PERFORM 4530-WRITE-QUARANTINE-ALERT
                   END-IF
               END-PERFORM
               CLOSE QUARANTINE-FILE
               IF WS-ALERT-OPENED
                   CLOSE ALERT-FILE
               END-IF
           END-IF.

       4510-QUARANTINE-ONE-FILE.
           IF WS-INT-RECORD-COUNT(WS-INT-SUB) > ZERO
               MOVE WS-INT-FILE-NAME(WS-INT-SUB) TO WS-FEED-FILE-NAME
               MOVE "N" TO WS-FEED-EOF-FLAG
               OPEN INPUT INTAKE-FEED-FILE
               IF WS-INTAKE-FEED-STATUS = "00"
                   PERFORM UNTIL WS-FEED-EOF
                       READ INTAKE-FEED-FILE
                           AT END
                               SET WS-FEED-EOF TO TRUE
                           NOT AT END
                               PERFORM 4515-WRITE-QUARANTINE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE INTAKE-FEED-FILE
               END-IF
           END-IF.

       4515-WRITE-QUARANTINE-RECORD.
           MOVE SPACES TO QUA-RECORD
           MOVE WS-INTAKE-DATE TO QUA-INTAKE-DATE
           MOVE WS-INT-FILE-NAME(WS-INT-SUB)   TO QUA-FILE-NAME
           MOVE WS-INT-REASON-CODE(WS-INT-SUB) TO QUA-REASON-CODE
           MOVE IFD-RECORD TO QUA-RECORD-IMAGE
           WRITE QUA-RECORD
           MOVE WS-QUARANTINE-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTKQUAR.DAT"       TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           ADD 1 TO WS-QUARANTINED-RECORDS.

       4520-OPEN-ALERT-FILE.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = "00"
               SET WS-ALERT-OPENED TO TRUE
           ELSE
               DISPLAY "WARNING: ALERT FILE ALERTS.DAT UNAVAILABLE "
                   "STATUS=" WS-ALERT-STATUS
                   " - ALERTS GO TO JOB OUTPUT ONLY"
           END-IF.

       4530-WRITE-QUARANTINE-ALERT.
           MOVE WS-RC-QUARANTINE TO WS-ALERT-SEVERITY
           MOVE "QUAR" TO WS-ALERT-CONDITION
           MOVE SPACES TO WS-ALERT-IDENT
           IF WS-INT-SOURCE-ID(WS-INT-SUB) = SPACES
               MOVE WS-INT-FILE-NAME(WS-INT-SUB) TO WS-ALERT-IDENT
           ELSE
               STRING
                   WS-INT-FEED-DATE(WS-INT-SUB) DELIMITED BY SIZE
                   "/"                          DELIMITED BY SIZE
                   WS-INT-SOURCE-ID(WS-INT-SUB) DELIMITED BY SIZE
                   INTO WS-ALERT-IDENT
               END-STRING
           END-IF
           MOVE WS-INT-NOTE(WS-INT-SUB) TO WS-ALERT-TEXT
           IF WS-ALERT-OPENED
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
           END-IF.

       5000-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-MANIFEST-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTKMAN.DAT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-INT-COUNT
               MOVE SPACES TO MAN-FILE-RECORD
               MOVE "F" TO MAN-REC-TYPE
               MOVE WS-INT-FILE-NAME(WS-INT-SUB)    TO MAN-FILE-NAME
               MOVE WS-INT-FEED-DATE(WS-INT-SUB)    TO MAN-FEED-DATE
               MOVE WS-INT-SOURCE-ID(WS-INT-SUB)    TO MAN-SOURCE-ID
               MOVE WS-INT-SET-COUNT(WS-INT-SUB)    TO MAN-SET-COUNT
               MOVE WS-INT-DETAIL-COUNT(WS-INT-SUB)
                   TO MAN-DETAIL-COUNT
               MOVE WS-INT-HASH-TOTAL(WS-INT-SUB)   TO MAN-HASH-TOTAL
               MOVE WS-INT-DISPOSITION(WS-INT-SUB)
                   TO MAN-DISPOSITION
               MOVE WS-INT-REASON-CODE(WS-INT-SUB)
                   TO MAN-REASON-CODE
               MOVE WS-INT-MERGE-POSITION(WS-INT-SUB)
                   TO MAN-MERGE-POSITION
               WRITE MAN-FILE-RECORD
               MOVE WS-MANIFEST-STATUS TO WS-IO-CHECK-STATUS
               MOVE "INTKMAN.DAT"      TO WS-IO-CHECK-FILE-NAME
               PERFORM 9900-CHECK-IO-STATUS
           END-PERFORM
           MOVE SPACES TO MAN-TOTAL-RECORD
           MOVE "T" TO MANT-REC-TYPE
           MOVE WS-INTAKE-DATE       TO MANT-INTAKE-DATE
           MOVE WS-INT-COUNT         TO MANT-FILES-RECEIVED
           MOVE WS-FILES-ACCEPTED    TO MANT-FILES-ACCEPTED
           MOVE WS-FILES-QUARANTINED TO MANT-FILES-QUARANTINED
           MOVE WS-ACCEPTED-SETS     TO MANT-SET-COUNT
           MOVE WS-ACCEPTED-DETAILS  TO MANT-DETAIL-COUNT
           MOVE WS-ACCEPTED-HASH     TO MANT-HASH-TOTAL
           WRITE MAN-TOTAL-RECORD
           MOVE WS-MANIFEST-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTKMAN.DAT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE MANIFEST-FILE.

      *  A run with no feed list empties the manifest so the batch
      *  run cannot tie to a stale one.
       5010-CLEAR-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-MANIFEST-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTKMAN.DAT"      TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           IF WS-MANIFEST-STATUS = "00"
               CLOSE MANIFEST-FILE
           END-IF.

       6000-WRITE-INTAKE-REPORT.
           OPEN OUTPUT INTAKE-REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTAKE.RPT"     TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           MOVE WS-INTAKE-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "FEED INTAKE AND EXCEPTION REPORT FOR "
                                      DELIMITED BY SIZE
               WS-CDT-YEAR            DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-MONTH           DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-CDT-DAY             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE WS-INT-COUNT         TO WS-FILES-EDIT
           MOVE WS-FILES-ACCEPTED    TO WS-FILES-2-EDIT
           MOVE WS-FILES-QUARANTINED TO WS-FILES-3-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "FILES RECEIVED/ACCEPTED/QUARANTINED: "
                                      DELIMITED BY SIZE
               WS-FILES-EDIT          DELIMITED BY SIZE
               " / "                  DELIMITED BY SIZE
               WS-FILES-2-EDIT        DELIMITED BY SIZE
               " / "                  DELIMITED BY SIZE
               WS-FILES-3-EDIT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "POS FEED FILE              FEED DATE SRC  SETS"
                                      DELIMITED BY SIZE
               "  DETAILS    HASH TOTAL DISP"
                                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-INT-COUNT
               PERFORM 6010-REPORT-ONE-FILE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE WS-ACCEPTED-SETS    TO WS-TOTAL-SETS-EDIT
           MOVE WS-ACCEPTED-DETAILS TO WS-TOTAL-DETAILS-EDIT
           MOVE WS-ACCEPTED-HASH    TO WS-TOTAL-HASH-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "MERGED TO TRANSACTIONS.DAT - SETS:"
                                      DELIMITED BY SIZE
               WS-TOTAL-SETS-EDIT     DELIMITED BY SIZE
               "  DETAILS:"           DELIMITED BY SIZE
               WS-TOTAL-DETAILS-EDIT  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "                           HASH TOTAL:"
                                      DELIMITED BY SIZE
               WS-TOTAL-HASH-EDIT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FILES-QUARANTINED = ZERO
               MOVE "INTAKE EXCEPTIONS: NONE" TO WS-REPORT-LINE
           ELSE
               STRING
                   "INTAKE EXCEPTIONS:"   DELIMITED BY SIZE
                   WS-FILES-3-EDIT        DELIMITED BY SIZE
                   " FILE(S) QUARANTINED TO INTKQUAR.DAT"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 6090-WRITE-REPORT-LINE
           CLOSE INTAKE-REPORT-FILE.

       6010-REPORT-ONE-FILE.
           MOVE WS-INT-SET-COUNT(WS-INT-SUB)    TO WS-SETS-EDIT
           MOVE WS-INT-DETAIL-COUNT(WS-INT-SUB) TO WS-DETAILS-EDIT
           MOVE WS-INT-HASH-TOTAL(WS-INT-SUB)   TO WS-HASH-EDIT
           IF WS-INT-ACCEPTED(WS-INT-SUB)
               MOVE WS-INT-MERGE-POSITION(WS-INT-SUB)
                   TO WS-POSITION-EDIT
               MOVE "ACCEPTED" TO WS-DISPOSITION-TEXT
           ELSE
               MOVE "  -" TO WS-POSITION-TEXT
               MOVE "QUARANT." TO WS-DISPOSITION-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-POSITION-EDIT              DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-INT-FILE-NAME(WS-INT-SUB)(1:22)
                                             DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-INT-FEED-DATE(WS-INT-SUB)  DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               WS-INT-SOURCE-ID(WS-INT-SUB)  DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               WS-SETS-EDIT                  DELIMITED BY SIZE
               WS-DETAILS-EDIT               DELIMITED BY SIZE
               WS-HASH-EDIT                  DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-DISPOSITION-TEXT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 6090-WRITE-REPORT-LINE
           IF WS-INT-QUARANTINED(WS-INT-SUB)
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "    *** EXCEPTION "         DELIMITED BY SIZE
                   WS-INT-REASON-CODE(WS-INT-SUB)
                                                DELIMITED BY SIZE
                   " - "                        DELIMITED BY SIZE
                   WS-INT-NOTE(WS-INT-SUB)      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 6090-WRITE-REPORT-LINE
           END-IF.

       6090-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO IRP-RECORD
           WRITE IRP-RECORD
           MOVE WS-REPORT-STATUS TO WS-IO-CHECK-STATUS
           MOVE "INTAKE.RPT"     TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS.

       7000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-FILES-ACCEPTED = ZERO
                   IF WS-FINAL-RETURN-CODE < WS-RC-BLOCKED
                       MOVE WS-RC-BLOCKED TO WS-FINAL-RETURN-CODE
                   END-IF
                   DISPLAY "FEEDINTK: NO FEED FILE ACCEPTED - "
                       "SEE INTAKE.RPT"
               WHEN WS-FILES-QUARANTINED > ZERO
                   IF WS-FINAL-RETURN-CODE < WS-RC-QUARANTINE
                       MOVE WS-RC-QUARANTINE TO WS-FINAL-RETURN-CODE
                   END-IF
                   DISPLAY "FEEDINTK: " WS-FILES-QUARANTINED
                       " FILE(S) QUARANTINED - SEE INTAKE.RPT"
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
