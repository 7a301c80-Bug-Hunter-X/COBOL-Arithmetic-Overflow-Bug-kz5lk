       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCLOAD.
      *****************************************************************
      *  SRCLOAD - shared loader for the source master table.
      *
      *  The feed source systems allowed to post are owned by
      *  operations on SRCMAST.DAT (maintained by SRCMAINT), one
      *  record per source:
      *
      *    col  1-4    source code
      *    col  6-35   description
      *    col 37      status (A active / I inactive)
      *    col 39-46   effective date YYYYMMDD
      *    col 48-55   expiry date YYYYMMDD (zero = no expiry)
      *    col 57      sale (S) transactions allowed   (Y/N)
      *    col 59      credit (C) transactions allowed (Y/N)
      *
      *  Blank lines and lines starting '*' are ignored.  Callers pass
      *  the SRCCTL.CPY table and receive a status:
      *
      *    '00'  master loaded
      *    '04'  no SRCMAST.DAT - table empty, callers skip source
      *          validation and raise it as a control condition
      *          (ALERTS.DAT condition SRCM)
      *    '08'  one or more records invalid, duplicated or beyond the
      *          table size.  Those records are left out of the table,
      *          so their sources fail validation as unknown; the
      *          rest of the master is loaded normally.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-MASTER-FILE
               ASSIGN TO "SRCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER-FILE.
       01  SMR-RECORD.
           05  SMR-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  SMR-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(1).
           05  SMR-STATUS           PIC X(1).
           05  FILLER               PIC X(1).
           05  SMR-EFFECTIVE-DATE   PIC X(8).
           05  FILLER               PIC X(1).
           05  SMR-EXPIRY-DATE      PIC X(8).
           05  FILLER               PIC X(1).
           05  SMR-ALLOW-SALE       PIC X(1).
           05  FILLER               PIC X(1).
           05  SMR-ALLOW-CREDIT     PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-MASTER-STATUS  PIC XX.

       01  WS-SRC-EOF-FLAG          PIC X VALUE "N".
           88  WS-SRC-EOF                    VALUE "Y".
       01  WS-SRC-ERROR-FLAG        PIC X VALUE "N".
           88  WS-SRC-ERROR                  VALUE "Y".
       01  WS-SRC-DUP-FLAG          PIC X VALUE "N".
           88  WS-SRC-DUP                    VALUE "Y".

       01  WS-SRC-SUB               PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SOURCE-MASTER-TABLE.
           05  LS-SRC-ENTRY-COUNT           PIC 9(3).
           05  LS-SRC-ENTRY OCCURS 200 TIMES.
               10  LS-SRC-CODE              PIC X(4).
               10  LS-SRC-DESCRIPTION       PIC X(30).
               10  LS-SRC-STATUS            PIC X(1).
               10  LS-SRC-EFFECTIVE-DATE    PIC 9(8).
               10  LS-SRC-EXPIRY-DATE       PIC 9(8).
               10  LS-SRC-ALLOW-SALE        PIC X(1).
               10  LS-SRC-ALLOW-CREDIT      PIC X(1).
       01  LS-LOAD-STATUS           PIC X(2).

       PROCEDURE DIVISION USING LS-SOURCE-MASTER-TABLE,
               LS-LOAD-STATUS.

       0000-SRCLOAD-MAIN.
           MOVE ZERO TO LS-SRC-ENTRY-COUNT
           MOVE "N" TO WS-SRC-EOF-FLAG
           MOVE "N" TO WS-SRC-ERROR-FLAG
           MOVE "04" TO LS-LOAD-STATUS
           OPEN INPUT SOURCE-MASTER-FILE
           IF WS-SOURCE-MASTER-STATUS NOT = "00"
               DISPLAY "SRCLOAD: SRCMAST.DAT NOT PRESENT (STATUS="
                   WS-SOURCE-MASTER-STATUS ") - SOURCE CODES NOT "
                   "VALIDATED"
           ELSE
               PERFORM 2000-LOAD-SOURCES
               IF WS-SRC-ERROR
                   MOVE "08" TO LS-LOAD-STATUS
                   DISPLAY "SRCLOAD: SRCMAST.DAT HAS INVALID RECORDS - "
                       "THOSE SOURCES WILL NOT VALIDATE"
               ELSE
                   MOVE "00" TO LS-LOAD-STATUS
               END-IF
           END-IF
           CLOSE SOURCE-MASTER-FILE
           GOBACK.

       2000-LOAD-SOURCES.
           PERFORM UNTIL WS-SRC-EOF
               READ SOURCE-MASTER-FILE
                   AT END
                       SET WS-SRC-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-VALIDATE-ONE-SOURCE
               END-READ
           END-PERFORM.

       2010-VALIDATE-ONE-SOURCE.
           EVALUATE TRUE
               WHEN SMR-RECORD = SPACES OR SMR-SOURCE-CODE(1:1) = "*"
                   CONTINUE
               WHEN SMR-SOURCE-CODE = SPACES
                   DISPLAY "SRCLOAD: BLANK SOURCE CODE: " SMR-RECORD
                   SET WS-SRC-ERROR TO TRUE
               WHEN SMR-STATUS NOT = "A" AND SMR-STATUS NOT = "I"
                   DISPLAY "SRCLOAD: UNRECOGNIZED STATUS "
                       SMR-STATUS " FOR SOURCE " SMR-SOURCE-CODE
                   SET WS-SRC-ERROR TO TRUE
               WHEN SMR-EFFECTIVE-DATE NOT NUMERIC
                       OR SMR-EXPIRY-DATE NOT NUMERIC
                   DISPLAY "SRCLOAD: NON-NUMERIC DATE FOR SOURCE "
                       SMR-SOURCE-CODE
                   SET WS-SRC-ERROR TO TRUE
               WHEN SMR-EXPIRY-DATE NOT = ZERO
                       AND SMR-EXPIRY-DATE < SMR-EFFECTIVE-DATE
                   DISPLAY "SRCLOAD: EXPIRY BEFORE EFFECTIVE DATE FOR "
                       "SOURCE " SMR-SOURCE-CODE
                   SET WS-SRC-ERROR TO TRUE
               WHEN (SMR-ALLOW-SALE NOT = "Y"
                           AND SMR-ALLOW-SALE NOT = "N")
                       OR (SMR-ALLOW-CREDIT NOT = "Y"
                           AND SMR-ALLOW-CREDIT NOT = "N")
                   DISPLAY "SRCLOAD: ALLOWED TYPES NOT Y/N FOR SOURCE "
                       SMR-SOURCE-CODE
                   SET WS-SRC-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 2020-ADD-ONE-SOURCE
           END-EVALUATE.

       2020-ADD-ONE-SOURCE.
           MOVE "N" TO WS-SRC-DUP-FLAG
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > LS-SRC-ENTRY-COUNT
               IF LS-SRC-CODE(WS-SRC-SUB) = SMR-SOURCE-CODE
                   SET WS-SRC-DUP TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SRC-DUP
                   DISPLAY "SRCLOAD: DUPLICATE SOURCE CODE "
                       SMR-SOURCE-CODE " - LATER RECORD IGNORED"
                   SET WS-SRC-ERROR TO TRUE
               WHEN LS-SRC-ENTRY-COUNT >= 200
                   DISPLAY "SRCLOAD: SOURCE TABLE FULL - "
                       SMR-SOURCE-CODE " NOT LOADED"
                   SET WS-SRC-ERROR TO TRUE
               WHEN OTHER
                   ADD 1 TO LS-SRC-ENTRY-COUNT
                   MOVE LS-SRC-ENTRY-COUNT TO WS-SRC-SUB
                   MOVE SMR-SOURCE-CODE
                       TO LS-SRC-CODE(WS-SRC-SUB)
                   MOVE SMR-DESCRIPTION
                       TO LS-SRC-DESCRIPTION(WS-SRC-SUB)
                   MOVE SMR-STATUS
                       TO LS-SRC-STATUS(WS-SRC-SUB)
                   MOVE SMR-EFFECTIVE-DATE
                       TO LS-SRC-EFFECTIVE-DATE(WS-SRC-SUB)
                   MOVE SMR-EXPIRY-DATE
                       TO LS-SRC-EXPIRY-DATE(WS-SRC-SUB)
                   MOVE SMR-ALLOW-SALE
                       TO LS-SRC-ALLOW-SALE(WS-SRC-SUB)
                   MOVE SMR-ALLOW-CREDIT
                       TO LS-SRC-ALLOW-CREDIT(WS-SRC-SUB)
           END-EVALUATE.
