       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDLOAD.
      *****************************************************************
      *  HLDLOAD - shared loader for the hold limit table.
      *
      *  The amount limits above which a detail is held for
      *  supervisor release are owned by operations on HOLDLIM.DAT
      *  (maintained by HLDMAINT), one record per limit:
      *
      *    col  1-4    source code ('****' = any source)
      *    col  6      transaction type S / C ('*' = any type)
      *    col  8-12   amount limit - amounts above it are held
      *    col 14-43   description
      *
      *  Blank lines and lines starting '*' are ignored, except that
      *  '****' in columns 1-4 is the any-source key.  Callers pass
      *  the HLDLIM.CPY table and receive a status:
      *
      *    '00'  limits loaded
      *    '04'  no HOLDLIM.DAT - table empty, nothing is held
      *    '08'  one or more records invalid, duplicated or beyond the
      *          table size.  Those records are left out of the table;
      *          the rest of the limits are loaded normally.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-LIMIT-FILE
               ASSIGN TO "HOLDLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-LIMIT-FILE.
       01  HLR-RECORD.
           05  HLR-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(1).
           05  HLR-TRANS-TYPE       PIC X(1).
           05  FILLER               PIC X(1).
           05  HLR-LIMIT            PIC X(5).
           05  FILLER               PIC X(1).
           05  HLR-DESCRIPTION      PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-LIMIT-STATUS     PIC XX.

       01  WS-HLM-EOF-FLAG          PIC X VALUE "N".
           88  WS-HLM-EOF                    VALUE "Y".
       01  WS-HLM-ERROR-FLAG        PIC X VALUE "N".
           88  WS-HLM-ERROR                  VALUE "Y".
       01  WS-HLM-DUP-FLAG          PIC X VALUE "N".
           88  WS-HLM-DUP                    VALUE "Y".

       01  WS-HLM-SUB               PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-HOLD-LIMIT-TABLE.
           05  LS-HLM-ENTRY-COUNT           PIC 9(3).
           05  LS-HLM-ENTRY OCCURS 200 TIMES.
               10  LS-HLM-SOURCE            PIC X(4).
               10  LS-HLM-TYPE              PIC X(1).
               10  LS-HLM-LIMIT             PIC 9(5).
               10  LS-HLM-DESCRIPTION       PIC X(30).
       01  LS-LOAD-STATUS           PIC X(2).

       PROCEDURE DIVISION USING LS-HOLD-LIMIT-TABLE,
               LS-LOAD-STATUS.

       0000-HLDLOAD-MAIN.
           MOVE ZERO TO LS-HLM-ENTRY-COUNT
           MOVE "N" TO WS-HLM-EOF-FLAG
           MOVE "N" TO WS-HLM-ERROR-FLAG
           MOVE "04" TO LS-LOAD-STATUS
           OPEN INPUT HOLD-LIMIT-FILE
           IF WS-HOLD-LIMIT-STATUS NOT = "00"
               DISPLAY "HLDLOAD: HOLDLIM.DAT NOT PRESENT (STATUS="
                   WS-HOLD-LIMIT-STATUS ") - NO AMOUNT LIMITS APPLIED"
           ELSE
               PERFORM 2000-LOAD-LIMITS
               IF WS-HLM-ERROR
                   MOVE "08" TO LS-LOAD-STATUS
                   DISPLAY "HLDLOAD: HOLDLIM.DAT HAS INVALID RECORDS - "
                       "THOSE LIMITS NOT APPLIED"
               ELSE
                   MOVE "00" TO LS-LOAD-STATUS
               END-IF
           END-IF
           CLOSE HOLD-LIMIT-FILE
           GOBACK.

       2000-LOAD-LIMITS.
           PERFORM UNTIL WS-HLM-EOF
               READ HOLD-LIMIT-FILE
                   AT END
                       SET WS-HLM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-VALIDATE-ONE-LIMIT
               END-READ
           END-PERFORM.

       2010-VALIDATE-ONE-LIMIT.
           EVALUATE TRUE
               WHEN HLR-RECORD = SPACES
                   CONTINUE
               WHEN HLR-SOURCE-CODE(1:1) = "*"
                       AND HLR-SOURCE-CODE NOT = "****"
                   CONTINUE
               WHEN HLR-SOURCE-CODE = SPACES
                   DISPLAY "HLDLOAD: BLANK SOURCE CODE: " HLR-RECORD
                   SET WS-HLM-ERROR TO TRUE
               WHEN HLR-TRANS-TYPE NOT = "S"
                       AND HLR-TRANS-TYPE NOT = "C"
                       AND HLR-TRANS-TYPE NOT = "*"
                   DISPLAY "HLDLOAD: UNRECOGNIZED TYPE "
                       HLR-TRANS-TYPE " FOR SOURCE " HLR-SOURCE-CODE
                   SET WS-HLM-ERROR TO TRUE
               WHEN HLR-LIMIT NOT NUMERIC
                   DISPLAY "HLDLOAD: NON-NUMERIC LIMIT FOR SOURCE "
                       HLR-SOURCE-CODE " TYPE " HLR-TRANS-TYPE
                   SET WS-HLM-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 2020-ADD-ONE-LIMIT
           END-EVALUATE.

       2020-ADD-ONE-LIMIT.
           MOVE "N" TO WS-HLM-DUP-FLAG
           PERFORM VARYING WS-HLM-SUB FROM 1 BY 1
                   UNTIL WS-HLM-SUB > LS-HLM-ENTRY-COUNT
               IF LS-HLM-SOURCE(WS-HLM-SUB) = HLR-SOURCE-CODE
                       AND LS-HLM-TYPE(WS-HLM-SUB) = HLR-TRANS-TYPE
                   SET WS-HLM-DUP TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HLM-DUP
                   DISPLAY "HLDLOAD: DUPLICATE LIMIT FOR SOURCE "
                       HLR-SOURCE-CODE " TYPE " HLR-TRANS-TYPE
                       " - LATER RECORD IGNORED"
                   SET WS-HLM-ERROR TO TRUE
               WHEN LS-HLM-ENTRY-COUNT >= 200
                   DISPLAY "HLDLOAD: LIMIT TABLE FULL - "
                       HLR-SOURCE-CODE " " HLR-TRANS-TYPE
                       " NOT LOADED"
                   SET WS-HLM-ERROR TO TRUE
               WHEN OTHER
                   ADD 1 TO LS-HLM-ENTRY-COUNT
                   MOVE LS-HLM-ENTRY-COUNT TO WS-HLM-SUB
                   MOVE HLR-SOURCE-CODE
                       TO LS-HLM-SOURCE(WS-HLM-SUB)
                   MOVE HLR-TRANS-TYPE
                       TO LS-HLM-TYPE(WS-HLM-SUB)
                   MOVE HLR-LIMIT
                       TO LS-HLM-LIMIT(WS-HLM-SUB)
                   MOVE HLR-DESCRIPTION
                       TO LS-HLM-DESCRIPTION(WS-HLM-SUB)
           END-EVALUATE.
