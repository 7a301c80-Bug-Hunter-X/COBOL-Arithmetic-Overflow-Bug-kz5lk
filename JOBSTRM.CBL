       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
      *****************************************************************
      *  JOBSTRM - nightly job-stream controller.
      *
      *  Runs the nightly steps in the order given on the job-stream
      *  definition JOBDEF.DAT, one record per step:
      *
      *    col  1-3    step number (ascending)
      *    col  5-12   program name
      *    col 14-27   acceptable return codes - up to five two-digit
      *                codes in cols 14-15, 17-18, 20-21, 23-24 and
      *                26-27
      *    col 29-30   routing return code (blank = none)
      *    col 32-34   step the routing code sends the stream to
      *    col 36      C = conditional step - runs only when a
      *                routing code sends the stream to it
      *    col 38      calendar  A (or blank) every night
      *                          P processing days only
      *                          M month end only
      *    col 40-79   command that runs the step
      *
      *  Blank lines and lines starting '*' are ignored.  BUSCAL.DAT
      *  marks the non-processing days (day type N); month end is the
      *  last processing day of the month.
      *
      *  The nightly stream is normally CNTRAUDT, INVHLOAD, the
      *  BUGSOLUTION run, SUSPPOST (conditional - routed to by a
      *  batch RC 16), CAPFCST, LOGMAINT and PERCLOSE (month end).
      *  INVHLOAD comes before the batch run: the batch run holds
      *  (RC 08) while the last acknowledged invoice extract is not
      *  yet on the invoice history master.  INVHLOAD's 04 (already
      *  loaded) and 08 (not yet acknowledged - the batch run holds
      *  on that itself) are acceptable codes for its step.
      *
      *    1. Every step run, skipped or bypassed is recorded with its
      *       start, end and return code on the permanent job-status
      *       file JOBSTAT.DAT under the stream number.
      *    2. A return code on the step's acceptable list completes
      *       the step.  The routing code sends the stream to the
      *       named step (e.g. a batch RC 16 to SUSPPOST) and the
      *       stream carries on from there.  Any other code stops
      *       the stream with an ALERTS.DAT entry (condition JOBF).
      *    3. The stream state is kept on JOBCTL.DAT.  Resubmitted
      *       after a stop (or after the controller itself failed)
      *       the same stream resumes at the step that did not
      *       complete, with the stream date it started with; the
      *       steps already complete are not run again.
      *    4. A one-page completion report for the shift log is
      *       written to JOBSTRM.RPT.
      *
      *  RETURN-CODE 00 stream complete, 04 complete after a routed
      *  step, 08 stream stopped on a step, 12 no definition or an
      *  invalid one, 20 I/O failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-DEFINITION-FILE
               ASSIGN TO "JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-DEFINITION-STATUS.

           SELECT OPTIONAL JOB-CONTROL-FILE
               ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CONTROL-STATUS.

           SELECT OPTIONAL JOB-STATUS-FILE
               ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-STATUS.

           SELECT OPTIONAL BUSINESS-CALENDAR-FILE
               ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-CALENDAR-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT STREAM-REPORT-FILE
               ASSIGN TO "JOBSTRM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEFINITION-FILE.
       01  JDF-RECORD.
           05  JDF-STEP-NUMBER-X    PIC X(3).
           05  JDF-STEP-NUMBER REDEFINES JDF-STEP-NUMBER-X
                                    PIC 9(3).
           05  FILLER               PIC X(1).
           05  JDF-PROGRAM          PIC X(8).
           05  FILLER               PIC X(1).
           05  JDF-ACCEPT-LIST.
               10  JDF-ACCEPT-ENTRY OCCURS 5 TIMES.
                   15  JDF-ACCEPT-RC    PIC X(2).
                   15  FILLER           PIC X(1).
           05  JDF-ROUTE-RC         PIC X(2).
           05  FILLER               PIC X(1).
           05  JDF-ROUTE-STEP-X     PIC X(3).
           05  JDF-ROUTE-STEP REDEFINES JDF-ROUTE-STEP-X
                                    PIC 9(3).
           05  FILLER               PIC X(1).
           05  JDF-STEP-TYPE        PIC X(1).
           05  FILLER               PIC X(1).
           05  JDF-CALENDAR         PIC X(1).
           05  FILLER               PIC X(1).
           05  JDF-COMMAND          PIC X(40).

       FD  JOB-CONTROL-FILE.
       01  JCT-RECORD.
           05  JCT-STREAM-NUMBER    PIC 9(5).
           05  FILLER               PIC X(1).
           05  JCT-STREAM-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  JCT-STATE            PIC X(1).
           05  FILLER               PIC X(1).
           05  JCT-RESUME-STEP      PIC 9(3).
           05  FILLER               PIC X(1).
           05  JCT-UPDATE-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  JCT-UPDATE-TIME      PIC 9(6).

       FD  JOB-STATUS-FILE.
       01  JST-RECORD.
           05  JST-STREAM-NUMBER    PIC 9(5).
           05  FILLER               PIC X(1).
           05  JST-STREAM-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  JST-STEP-NUMBER      PIC 9(3).
           05  FILLER               PIC X(1).
           05  JST-PROGRAM          PIC X(8).
           05  FILLER               PIC X(1).
           05  JST-START-DATE       PIC 9(8).
           05  FILLER               PIC X(1).
           05  JST-START-TIME       PIC 9(6).
           05  FILLER               PIC X(1).
           05  JST-END-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  JST-END-TIME         PIC 9(6).
           05  FILLER               PIC X(1).
           05  JST-RETURN-CODE      PIC 9(3).
           05  FILLER               PIC X(1).
           05  JST-STATUS           PIC X(1).

       FD  BUSINESS-CALENDAR-FILE.
       01  BCAL-RECORD.
           05  BCAL-DATE            PIC 9(8).
           05  FILLER               PIC X(1).
           05  BCAL-DAY-TYPE        PIC X(1).

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

       FD  STREAM-REPORT-FILE.
       01  JSR-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-DEFINITION-STATUS PIC XX.
       01  WS-JOB-CONTROL-STATUS    PIC XX.
       01  WS-JOB-STATUS-STATUS     PIC XX.
       01  WS-BUS-CALENDAR-STATUS   PIC XX.
       01  WS-ALERT-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-DEF-INVALID-FLAG      PIC X VALUE "N".
           88  WS-DEF-INVALID                VALUE "Y".
       01  WS-JDF-EOF-FLAG          PIC X VALUE "N".
           88  WS-JDF-EOF                    VALUE "Y".
       01  WS-JST-EOF-FLAG          PIC X VALUE "N".
           88  WS-JST-EOF                    VALUE "Y".
       01  WS-BCAL-EOF-FLAG         PIC X VALUE "N".
           88  WS-BCAL-EOF                   VALUE "Y".
       01  WS-RESUME-FLAG           PIC X VALUE "N".
           88  WS-RESUME-MODE                VALUE "Y".
       01  WS-STREAM-STOPPED-FLAG   PIC X VALUE "N".
           88  WS-STREAM-STOPPED             VALUE "Y".
       01  WS-ROUTED-FLAG           PIC X VALUE "N".
           88  WS-STREAM-ROUTED              VALUE "Y".
       01  WS-PROCESSING-DAY-FLAG   PIC X VALUE "Y".
           88  WS-PROCESSING-DAY             VALUE "Y".
       01  WS-MONTH-END-FLAG        PIC X VALUE "N".
           88  WS-MONTH-END                  VALUE "Y".
       01  WS-RC-ACCEPTED-FLAG      PIC X VALUE "N".
           88  WS-RC-ACCEPTED                VALUE "Y".

      *  The stream as defined, with what happened to each step.
      *  WS-STP-RESULT: C complete, R routed, F failed, S skipped by
      *  the calendar, N conditional and not routed to, B bypassed
      *  by a route, blank not reached.  WS-STP-EARLIER is Y for a
      *  step completed by an earlier attempt at the same stream.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-NUMBER        PIC 9(3).
               10  WS-STP-PROGRAM       PIC X(8).
               10  WS-STP-ACCEPT-RC     PIC X(2) OCCURS 5 TIMES.
               10  WS-STP-ROUTE-RC      PIC X(2).
               10  WS-STP-ROUTE-STEP    PIC 9(3).
               10  WS-STP-TYPE          PIC X(1).
               10  WS-STP-CALENDAR      PIC X(1).
               10  WS-STP-COMMAND       PIC X(40).
               10  WS-STP-RESULT        PIC X(1).
               10  WS-STP-EARLIER       PIC X(1).
               10  WS-STP-START-TIME    PIC 9(6).
               10  WS-STP-END-TIME      PIC 9(6).
               10  WS-STP-RETURN-CODE   PIC 9(3).
       01  WS-STP-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-STP-MAX               PIC 9(3) VALUE 50.
       01  WS-STP-SUB               PIC 9(3) VALUE ZERO.
       01  WS-STP-NEXT              PIC 9(3) VALUE ZERO.
       01  WS-STP-SEARCH            PIC 9(3) VALUE ZERO.
       01  WS-STP-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-ACC-SUB               PIC 9(1) VALUE ZERO.
       01  WS-ACC-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-PRIOR-STEP-NUMBER     PIC 9(3) VALUE ZERO.
       01  WS-JDF-LINE-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-STREAM-NUMBER         PIC 9(5) VALUE ZERO.
       01  WS-STREAM-DATE           PIC 9(8) VALUE ZERO.
       01  WS-STREAM-DATE-X REDEFINES WS-STREAM-DATE.
           05  WS-STREAM-YEAR       PIC 9(4).
           05  WS-STREAM-MONTH      PIC 9(2).
           05  WS-STREAM-DAY        PIC 9(2).
       01  WS-RESUME-STEP           PIC 9(3) VALUE ZERO.
       01  WS-ROUTE-TARGET          PIC 9(3) VALUE ZERO.
       01  WS-STOPPED-STEP          PIC 9(3) VALUE ZERO.
       01  WS-RESUMED-AT-STEP       PIC 9(3) VALUE ZERO.
       01  WS-CTL-STATE             PIC X(1) VALUE SPACE.
       01  WS-CTL-RESUME-STEP       PIC 9(3) VALUE ZERO.

       01  WS-NONPROC-DAY-TABLE.
           05  WS-NONPROC-DAY OCCURS 400 TIMES
                                    PIC 9(8).
       01  WS-NONPROC-DAY-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-NONPROC-DAY-MAX       PIC 9(3) VALUE 400.
       01  WS-NONPROC-DAY-SUB       PIC 9(3) VALUE ZERO.
       01  WS-CHECK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CHECK-DAY             PIC 9(2) VALUE ZERO.
       01  WS-MONTH-LAST-DAY        PIC 9(2) VALUE ZERO.
       01  WS-CHECK-NONPROC-FLAG    PIC X VALUE "N".
           88  WS-CHECK-NONPROC              VALUE "Y".
       01  WS-LEAP-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER-4      PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER-100    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER-400    PIC 9(4) VALUE ZERO.

       01  WS-STEP-COMMAND          PIC X(41) VALUE SPACES.
       01  WS-SYSTEM-STATUS         PIC S9(9) VALUE ZERO.
       01  WS-SYSTEM-SIGNAL         PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC               PIC 9(3) VALUE ZERO.
       01  WS-STEP-RC-X             PIC X(2) VALUE SPACES.
       01  WS-STEP-START-DATE       PIC 9(8) VALUE ZERO.
       01  WS-STEP-END-DATE         PIC 9(8) VALUE ZERO.

       01  WS-RAN-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-EARLIER-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-RC-CLEAN              PIC 9(2) VALUE 00.
       01  WS-RC-ROUTED             PIC 9(2) VALUE 04.
       01  WS-RC-STOPPED            PIC 9(2) VALUE 08.
       01  WS-RC-CONTROL            PIC 9(2) VALUE 12.
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
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME              PIC 9(6) VALUE ZERO.

       01  WS-ALERT-SEVERITY        PIC 9(2) VALUE ZERO.
       01  WS-ALERT-CONDITION       PIC X(4) VALUE SPACES.
       01  WS-ALERT-IDENT           PIC X(15) VALUE SPACES.
       01  WS-ALERT-TEXT            PIC X(40) VALUE SPACES.

       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01  WS-RESULT-NOTE           PIC X(24) VALUE SPACES.
       01  WS-TIME-EDIT.
           05  WS-TE-HOUR           PIC 9(2).
           05  FILLER               PIC X(1) VALUE ":".
           05  WS-TE-MINUTE         PIC 9(2).
           05  FILLER               PIC X(1) VALUE ":".
           05  WS-TE-SECOND         PIC 9(2).
       01  WS-TIME-WORK.
           05  WS-TW-HOUR           PIC 9(2).
           05  WS-TW-MINUTE         PIC 9(2).
           05  WS-TW-SECOND         PIC 9(2).
       01  WS-START-EDIT            PIC X(8) VALUE SPACES.
       01  WS-END-EDIT              PIC X(8) VALUE SPACES.
       01  WS-RC-EDIT               PIC X(3) VALUE SPACES.
       01  WS-COUNT-EDIT            PIC ZZ9.

       01  WS-STEP-LINE.
           05  WS-SL-STEP           PIC 9(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-PROGRAM        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-CALENDAR       PIC X(1).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-TYPE           PIC X(1).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-START          PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-END            PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RC             PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RESULT         PIC X(24).
           05  FILLER               PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-RC-CLEAN TO WS-FINAL-RETURN-CODE
           PERFORM 1000-INITIALIZE
           IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
               PERFORM 2000-RUN-STREAM
               PERFORM 3000-FINALIZE
           END-IF
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1010-LOAD-DEFINITION
           IF WS-FINAL-RETURN-CODE < WS-RC-CONTROL
               PERFORM 1030-READ-JOB-CONTROL
               PERFORM 1040-READ-BUSINESS-CALENDAR
               PERFORM 1045-CHECK-CALENDAR-DAY
               IF WS-RESUME-MODE
                   PERFORM 1050-LOAD-EARLIER-STATUS
               END-IF
           END-IF.

       1010-LOAD-DEFINITION.
           OPEN INPUT JOB-DEFINITION-FILE
           IF WS-JOB-DEFINITION-STATUS = "00"
               PERFORM UNTIL WS-JDF-EOF
                   READ JOB-DEFINITION-FILE
                       AT END
                           SET WS-JDF-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JDF-LINE-COUNT
                           IF JDF-RECORD NOT = SPACES
                                   AND JDF-RECORD(1:1) NOT = "*"
                               PERFORM 1015-KEEP-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-DEFINITION-FILE
           IF WS-STP-COUNT = ZERO
               DISPLAY "JOBSTRM: NO STEPS ON JOBDEF.DAT - "
                   "STREAM NOT RUN"
               SET WS-DEF-INVALID TO TRUE
           ELSE
               PERFORM 1020-CHECK-ROUTES
                   VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
           END-IF
           IF WS-DEF-INVALID
               MOVE WS-RC-CONTROL TO WS-FINAL-RETURN-CODE
           END-IF.

       1015-KEEP-ONE-STEP.
           MOVE ZERO TO WS-ACC-COUNT
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > 5
               IF JDF-ACCEPT-RC(WS-ACC-SUB) NOT = SPACES
                   IF JDF-ACCEPT-RC(WS-ACC-SUB) NUMERIC
                       ADD 1 TO WS-ACC-COUNT
                   ELSE
                       MOVE ZERO TO WS-ACC-COUNT
                       MOVE 5 TO WS-ACC-SUB
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN JDF-STEP-NUMBER-X NOT NUMERIC
                   DISPLAY "JOBSTRM: JOBDEF.DAT LINE "
                       WS-JDF-LINE-COUNT " - STEP NUMBER NOT NUMERIC"
                   SET WS-DEF-INVALID TO TRUE
               WHEN JDF-STEP-NUMBER NOT > WS-PRIOR-STEP-NUMBER
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - OUT OF SEQUENCE"
                   SET WS-DEF-INVALID TO TRUE
               WHEN JDF-PROGRAM = SPACES OR JDF-COMMAND = SPACES
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - PROGRAM OR COMMAND MISSING"
                   SET WS-DEF-INVALID TO TRUE
               WHEN WS-ACC-COUNT = ZERO
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - NO VALID ACCEPTABLE CODES"
                   SET WS-DEF-INVALID TO TRUE
               WHEN JDF-ROUTE-RC NOT = SPACES
                       AND (JDF-ROUTE-RC NOT NUMERIC
                           OR JDF-ROUTE-STEP-X NOT NUMERIC)
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - ROUTING CODE OR STEP "
                       "NOT NUMERIC"
                   SET WS-DEF-INVALID TO TRUE
               WHEN JDF-STEP-TYPE NOT = SPACE
                       AND JDF-STEP-TYPE NOT = "C"
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - STEP TYPE NOT C OR BLANK"
                   SET WS-DEF-INVALID TO TRUE
               WHEN JDF-CALENDAR NOT = SPACE AND JDF-CALENDAR NOT = "A"
                       AND JDF-CALENDAR NOT = "P"
                       AND JDF-CALENDAR NOT = "M"
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - CALENDAR NOT A, P OR M"
                   SET WS-DEF-INVALID TO TRUE
               WHEN WS-STP-COUNT NOT < WS-STP-MAX
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       JDF-STEP-NUMBER " - MORE THAN " WS-STP-MAX
                       " STEPS"
                   SET WS-DEF-INVALID TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-STP-COUNT
                   MOVE JDF-STEP-NUMBER TO WS-STP-NUMBER(WS-STP-COUNT)
                   MOVE JDF-STEP-NUMBER TO WS-PRIOR-STEP-NUMBER
                   MOVE JDF-PROGRAM  TO WS-STP-PROGRAM(WS-STP-COUNT)
                   PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                           UNTIL WS-ACC-SUB > 5
                       MOVE JDF-ACCEPT-RC(WS-ACC-SUB)
                           TO WS-STP-ACCEPT-RC(WS-STP-COUNT, WS-ACC-SUB)
                   END-PERFORM
                   MOVE JDF-ROUTE-RC TO WS-STP-ROUTE-RC(WS-STP-COUNT)
                   IF JDF-ROUTE-RC = SPACES
                       MOVE ZERO TO WS-STP-ROUTE-STEP(WS-STP-COUNT)
                   ELSE
                       MOVE JDF-ROUTE-STEP
                           TO WS-STP-ROUTE-STEP(WS-STP-COUNT)
                   END-IF
                   MOVE JDF-STEP-TYPE TO WS-STP-TYPE(WS-STP-COUNT)
                   IF JDF-CALENDAR = SPACE
                       MOVE "A" TO WS-STP-CALENDAR(WS-STP-COUNT)
                   ELSE
                       MOVE JDF-CALENDAR
                           TO WS-STP-CALENDAR(WS-STP-COUNT)
                   END-IF
                   MOVE JDF-COMMAND  TO WS-STP-COMMAND(WS-STP-COUNT)
                   MOVE SPACE TO WS-STP-RESULT(WS-STP-COUNT)
                   MOVE "N"   TO WS-STP-EARLIER(WS-STP-COUNT)
                   MOVE ZERO  TO WS-STP-START-TIME(WS-STP-COUNT)
                   MOVE ZERO  TO WS-STP-END-TIME(WS-STP-COUNT)
                   MOVE ZERO  TO WS-STP-RETURN-CODE(WS-STP-COUNT)
           END-EVALUATE.

      *  A route may only go forward, to a step that is defined.
       1020-CHECK-ROUTES.
           IF WS-STP-ROUTE-RC(WS-STP-SUB) NOT = SPACES
               MOVE WS-STP-ROUTE-STEP(WS-STP-SUB) TO WS-RESUME-STEP
               PERFORM 1025-FIND-STEP
               IF WS-STP-FOUND NOT > WS-STP-SUB
                   DISPLAY "JOBSTRM: JOBDEF.DAT STEP "
                       WS-STP-NUMBER(WS-STP-SUB) " - ROUTES TO STEP "
                       WS-STP-ROUTE-STEP(WS-STP-SUB)
                       " WHICH IS NOT A LATER STEP"
                   SET WS-DEF-INVALID TO TRUE
               END-IF
               MOVE ZERO TO WS-RESUME-STEP
           END-IF.

       1025-FIND-STEP.
           MOVE ZERO TO WS-STP-FOUND
           PERFORM VARYING WS-STP-SEARCH FROM 1 BY 1
                   UNTIL WS-STP-SEARCH > WS-STP-COUNT
                       OR WS-STP-FOUND > ZERO
               IF WS-STP-NUMBER(WS-STP-SEARCH) = WS-RESUME-STEP
                   MOVE WS-STP-SEARCH TO WS-STP-FOUND
               END-IF
           END-PERFORM.

      *  A stream left failed or still running resumes; anything else
      *  starts the next stream.
       1030-READ-JOB-CONTROL.
           OPEN INPUT JOB-CONTROL-FILE
           IF WS-JOB-CONTROL-STATUS = "00"
               READ JOB-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCT-STREAM-NUMBER NUMERIC
                           MOVE JCT-STREAM-NUMBER TO WS-STREAM-NUMBER
                       END-IF
                       IF (JCT-STATE = "F" OR JCT-STATE = "R")
                               AND JCT-STREAM-DATE NUMERIC
                               AND JCT-RESUME-STEP NUMERIC
                           MOVE JCT-RESUME-STEP TO WS-RESUME-STEP
                           PERFORM 1025-FIND-STEP
                           IF WS-STP-FOUND > ZERO
                               SET WS-RESUME-MODE TO TRUE
                               MOVE JCT-STREAM-DATE TO WS-STREAM-DATE
                           ELSE
                               DISPLAY "JOBSTRM: RESUME STEP "
                                   JCT-RESUME-STEP " OF STREAM "
                                   JCT-STREAM-NUMBER
                                   " NO LONGER DEFINED - NEW STREAM"
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE JOB-CONTROL-FILE
           IF WS-RESUME-MODE
               DISPLAY "JOBSTRM: RESUMING STREAM " WS-STREAM-NUMBER
                   " OF " WS-STREAM-DATE " AT STEP " WS-RESUME-STEP
           ELSE
               ADD 1 TO WS-STREAM-NUMBER
               MOVE WS-TODAY-DATE TO WS-STREAM-DATE
               MOVE ZERO TO WS-RESUME-STEP
               DISPLAY "JOBSTRM: STARTING STREAM " WS-STREAM-NUMBER
                   " OF " WS-STREAM-DATE
           END-IF.

       1040-READ-BUSINESS-CALENDAR.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-BCAL-EOF
                   READ BUSINESS-CALENDAR-FILE
                       AT END
                           SET WS-BCAL-EOF TO TRUE
                       NOT AT END
                           IF BCAL-DATE NUMERIC
                                   AND BCAL-DAY-TYPE = "N"
                                   AND WS-NONPROC-DAY-COUNT
                                       < WS-NONPROC-DAY-MAX
                               ADD 1 TO WS-NONPROC-DAY-COUNT
                               MOVE BCAL-DATE
                                   TO WS-NONPROC-DAY
                                       (WS-NONPROC-DAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUSINESS-CALENDAR-FILE.

      *  Month end is the last processing day of the month: the
      *  stream date is one and every later day of the month is a
      *  non-processing day on the calendar.
       1045-CHECK-CALENDAR-DAY.
           MOVE WS-STREAM-DATE TO WS-CHECK-DATE
           PERFORM 1048-CHECK-NONPROC-DATE
           IF WS-CHECK-NONPROC
               MOVE "N" TO WS-PROCESSING-DAY-FLAG
           END-IF
           EVALUATE WS-STREAM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LAST-DAY
               WHEN 2
                   DIVIDE WS-STREAM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-4
                   DIVIDE WS-STREAM-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-100
                   DIVIDE WS-STREAM-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-400
                   IF WS-LEAP-REMAINDER-400 = ZERO
                           OR (WS-LEAP-REMAINDER-4 = ZERO
                               AND WS-LEAP-REMAINDER-100 NOT = ZERO)
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LAST-DAY
           END-EVALUATE
           IF WS-PROCESSING-DAY
               SET WS-MONTH-END TO TRUE
               MOVE WS-STREAM-DAY TO WS-CHECK-DAY
               PERFORM UNTIL WS-CHECK-DAY NOT < WS-MONTH-LAST-DAY
                       OR NOT WS-MONTH-END
                   ADD 1 TO WS-CHECK-DAY
                   COMPUTE WS-CHECK-DATE = WS-STREAM-YEAR * 10000
                       + WS-STREAM-MONTH * 100 + WS-CHECK-DAY
                   PERFORM 1048-CHECK-NONPROC-DATE
                   IF NOT WS-CHECK-NONPROC
                       MOVE "N" TO WS-MONTH-END-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       1048-CHECK-NONPROC-DATE.
           MOVE "N" TO WS-CHECK-NONPROC-FLAG
           PERFORM VARYING WS-NONPROC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-NONPROC-DAY-SUB > WS-NONPROC-DAY-COUNT
                       OR WS-CHECK-NONPROC
               IF WS-NONPROC-DAY(WS-NONPROC-DAY-SUB) = WS-CHECK-DATE
                   SET WS-CHECK-NONPROC TO TRUE
               END-IF
           END-PERFORM.

      *  The steps of this stream already settled by earlier
      *  attempts, so the report shows the whole night.
       1050-LOAD-EARLIER-STATUS.
           OPEN INPUT JOB-STATUS-FILE
           IF WS-JOB-STATUS-STATUS = "00"
               PERFORM UNTIL WS-JST-EOF
                   READ JOB-STATUS-FILE
                       AT END
                           SET WS-JST-EOF TO TRUE
                       NOT AT END
                           IF JST-STREAM-NUMBER = WS-STREAM-NUMBER
                                   AND JST-STEP-NUMBER
                                       < WS-RESUME-STEP
                               PERFORM 1055-KEEP-EARLIER-STEP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-STATUS-FILE.

       1055-KEEP-EARLIER-STEP.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
               IF WS-STP-NUMBER(WS-STP-SUB) = JST-STEP-NUMBER
                   MOVE JST-STATUS      TO WS-STP-RESULT(WS-STP-SUB)
                   MOVE "Y"             TO WS-STP-EARLIER(WS-STP-SUB)
                   MOVE JST-START-TIME  TO WS-STP-START-TIME(WS-STP-SUB)
                   MOVE JST-END-TIME    TO WS-STP-END-TIME(WS-STP-SUB)
                   MOVE JST-RETURN-CODE
                       TO WS-STP-RETURN-CODE(WS-STP-SUB)
                   IF JST-STATUS = "R"
                       SET WS-STREAM-ROUTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2000-RUN-STREAM.
           IF WS-RESUME-MODE
               MOVE WS-RESUME-STEP TO WS-RESUMED-AT-STEP
               MOVE WS-RESUME-STEP TO WS-ROUTE-TARGET
               PERFORM 1025-FIND-STEP
               MOVE WS-STP-FOUND TO WS-STP-SUB
           ELSE
               MOVE 1 TO WS-STP-SUB
           END-IF
           PERFORM UNTIL WS-STP-SUB > WS-STP-COUNT
                   OR WS-STREAM-STOPPED
                   OR WS-FINAL-RETURN-CODE = WS-RC-IO-ERROR
               PERFORM 2010-HANDLE-ONE-STEP
           END-PERFORM.

      *  Each step either runs, or is recorded as passed over; the
      *  step after it is chosen here (2030 may move it on to a
      *  routed step).  The stream state is saved before a step
      *  starts, so a controller that dies mid-step resumes at that
      *  step; a step is not started unless that state is on file.
      *  An I/O failure on the control or status file stops the
      *  stream at the step in hand.
       2010-HANDLE-ONE-STEP.
           COMPUTE WS-STP-NEXT = WS-STP-SUB + 1
           EVALUATE TRUE
               WHEN WS-STP-TYPE(WS-STP-SUB) = "C"
                       AND WS-STP-NUMBER(WS-STP-SUB)
                           NOT = WS-ROUTE-TARGET
                   MOVE "N" TO WS-STP-RESULT(WS-STP-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM 2050-WRITE-PASSED-STATUS
               WHEN WS-STP-CALENDAR(WS-STP-SUB) = "M"
                       AND NOT WS-MONTH-END
                   MOVE "S" TO WS-STP-RESULT(WS-STP-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM 2050-WRITE-PASSED-STATUS
               WHEN WS-STP-CALENDAR(WS-STP-SUB) = "P"
                       AND NOT WS-PROCESSING-DAY
                   MOVE "S" TO WS-STP-RESULT(WS-STP-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM 2050-WRITE-PASSED-STATUS
               WHEN OTHER
                   MOVE "R" TO WS-CTL-STATE
                   MOVE WS-STP-NUMBER(WS-STP-SUB) TO WS-CTL-RESUME-STEP
                   PERFORM 2080-WRITE-JOB-CONTROL
                   IF WS-FINAL-RETURN-CODE < WS-RC-IO-ERROR
                       PERFORM 2020-RUN-ONE-STEP
                       PERFORM 2030-EVALUATE-STEP-RC
                   END-IF
           END-EVALUATE
           IF WS-FINAL-RETURN-CODE = WS-RC-IO-ERROR
                   AND NOT WS-STREAM-STOPPED
               SET WS-STREAM-STOPPED TO TRUE
               MOVE WS-STP-NUMBER(WS-STP-SUB) TO WS-STOPPED-STEP
           END-IF
           MOVE WS-STP-NEXT TO WS-STP-SUB.

       2020-RUN-ONE-STEP.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-STP-START-TIME(WS-STP-SUB)
           DISPLAY "JOBSTRM: STEP " WS-STP-NUMBER(WS-STP-SUB) " "
               WS-STP-PROGRAM(WS-STP-SUB) " STARTED"
           MOVE SPACES TO WS-STEP-COMMAND
           MOVE WS-STP-COMMAND(WS-STP-SUB) TO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-STP-END-TIME(WS-STP-SUB)
           ADD 1 TO WS-RAN-COUNT
      *  The shell hands back the wait status: the step's return code
      *  times 256, or a signal number when the step was killed,
      *  which is taken as return code 999.
           IF WS-SYSTEM-STATUS < ZERO
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-SYSTEM-SIGNAL
               IF WS-SYSTEM-SIGNAL NOT = ZERO
                   MOVE 999 TO WS-STEP-RC
               END-IF
           END-IF
           MOVE WS-STEP-RC TO WS-STP-RETURN-CODE(WS-STP-SUB)
           DISPLAY "JOBSTRM: STEP " WS-STP-NUMBER(WS-STP-SUB) " "
               WS-STP-PROGRAM(WS-STP-SUB) " ENDED RC=" WS-STEP-RC.

       2030-EVALUATE-STEP-RC.
           MOVE "N" TO WS-RC-ACCEPTED-FLAG
           MOVE SPACES TO WS-STEP-RC-X
           IF WS-STEP-RC < 100
               MOVE WS-STEP-RC(2:2) TO WS-STEP-RC-X
           END-IF
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > 5 OR WS-RC-ACCEPTED
               IF WS-STP-ACCEPT-RC(WS-STP-SUB, WS-ACC-SUB) NOT = SPACES
                       AND WS-STP-ACCEPT-RC(WS-STP-SUB, WS-ACC-SUB)
                           = WS-STEP-RC-X
                   SET WS-RC-ACCEPTED TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-STP-ROUTE-RC(WS-STP-SUB) NOT = SPACES
                       AND WS-STP-ROUTE-RC(WS-STP-SUB) = WS-STEP-RC-X
                   MOVE "R" TO WS-STP-RESULT(WS-STP-SUB)
                   SET WS-STREAM-ROUTED TO TRUE
                   MOVE WS-STP-ROUTE-STEP(WS-STP-SUB)
                       TO WS-ROUTE-TARGET
                   PERFORM 2040-WRITE-STEP-STATUS
                   PERFORM 2035-BYPASS-TO-ROUTE
               WHEN WS-RC-ACCEPTED
                   MOVE "C" TO WS-STP-RESULT(WS-STP-SUB)
                   PERFORM 2040-WRITE-STEP-STATUS
               WHEN OTHER
                   MOVE "F" TO WS-STP-RESULT(WS-STP-SUB)
                   PERFORM 2040-WRITE-STEP-STATUS
                   SET WS-STREAM-STOPPED TO TRUE
                   MOVE WS-STP-NUMBER(WS-STP-SUB) TO WS-STOPPED-STEP
                   MOVE "F" TO WS-CTL-STATE
                   MOVE WS-STP-NUMBER(WS-STP-SUB) TO WS-CTL-RESUME-STEP
                   PERFORM 2080-WRITE-JOB-CONTROL
                   PERFORM 2090-WRITE-ALERT
                   IF WS-FINAL-RETURN-CODE < WS-RC-STOPPED
                       MOVE WS-RC-STOPPED TO WS-FINAL-RETURN-CODE
                   END-IF
           END-EVALUATE.

      *  Steps between a routing step and its target are passed over.
       2035-BYPASS-TO-ROUTE.
           MOVE WS-ROUTE-TARGET TO WS-RESUME-STEP
           PERFORM 1025-FIND-STEP
           PERFORM VARYING WS-STP-SUB FROM WS-STP-NEXT BY 1
                   UNTIL WS-STP-SUB NOT < WS-STP-FOUND
               MOVE "B" TO WS-STP-RESULT(WS-STP-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM 2050-WRITE-PASSED-STATUS
           END-PERFORM
           MOVE WS-STP-FOUND TO WS-STP-NEXT.

       2040-WRITE-STEP-STATUS.
           MOVE SPACES TO JST-RECORD
           MOVE WS-STREAM-NUMBER          TO JST-STREAM-NUMBER
           MOVE WS-STREAM-DATE            TO JST-STREAM-DATE
           MOVE WS-STP-NUMBER(WS-STP-SUB)  TO JST-STEP-NUMBER
           MOVE WS-STP-PROGRAM(WS-STP-SUB) TO JST-PROGRAM
           MOVE WS-STEP-START-DATE        TO JST-START-DATE
           MOVE WS-STP-START-TIME(WS-STP-SUB) TO JST-START-TIME
           MOVE WS-STEP-END-DATE          TO JST-END-DATE
           MOVE WS-STP-END-TIME(WS-STP-SUB) TO JST-END-TIME
           MOVE WS-STP-RETURN-CODE(WS-STP-SUB) TO JST-RETURN-CODE
           MOVE WS-STP-RESULT(WS-STP-SUB) TO JST-STATUS
           PERFORM 2060-APPEND-STATUS-RECORD.

       2050-WRITE-PASSED-STATUS.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO JST-RECORD
           MOVE WS-STREAM-NUMBER          TO JST-STREAM-NUMBER
           MOVE WS-STREAM-DATE            TO JST-STREAM-DATE
           MOVE WS-STP-NUMBER(WS-STP-SUB)  TO JST-STEP-NUMBER
           MOVE WS-STP-PROGRAM(WS-STP-SUB) TO JST-PROGRAM
           ACCEPT JST-START-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-TIME(1:6)      TO JST-START-TIME
           MOVE JST-START-DATE            TO JST-END-DATE
           MOVE WS-CURRENT-TIME(1:6)      TO JST-END-TIME
           MOVE ZERO                      TO JST-RETURN-CODE
           MOVE WS-STP-RESULT(WS-STP-SUB) TO JST-STATUS
           PERFORM 2060-APPEND-STATUS-RECORD.

       2060-APPEND-STATUS-RECORD.
           OPEN EXTEND JOB-STATUS-FILE
           IF WS-JOB-STATUS-STATUS NOT = "00"
                   AND WS-JOB-STATUS-STATUS NOT = "05"
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF
           MOVE WS-JOB-STATUS-STATUS TO WS-IO-CHECK-STATUS
           MOVE "JOBSTAT.DAT"        TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                 TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           WRITE JST-RECORD
           MOVE WS-JOB-STATUS-STATUS TO WS-IO-CHECK-STATUS
           MOVE "JOBSTAT.DAT"        TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE JOB-STATUS-FILE.

       2080-WRITE-JOB-CONTROL.
           MOVE SPACES TO JCT-RECORD
           MOVE WS-STREAM-NUMBER TO JCT-STREAM-NUMBER
           MOVE WS-STREAM-DATE   TO JCT-STREAM-DATE
           MOVE WS-CTL-STATE     TO JCT-STATE
           MOVE WS-CTL-RESUME-STEP TO JCT-RESUME-STEP
           ACCEPT JCT-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO JCT-UPDATE-TIME
           OPEN OUTPUT JOB-CONTROL-FILE
           MOVE WS-JOB-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "JOBCTL.DAT"          TO WS-IO-CHECK-FILE-NAME
           MOVE "05"                  TO WS-IO-CHECK-ALT-OK
           PERFORM 9900-CHECK-IO-STATUS
           WRITE JCT-RECORD
           MOVE WS-JOB-CONTROL-STATUS TO WS-IO-CHECK-STATUS
           MOVE "JOBCTL.DAT"          TO WS-IO-CHECK-FILE-NAME
           PERFORM 9900-CHECK-IO-STATUS
           CLOSE JOB-CONTROL-FILE.

       2090-WRITE-ALERT.
           IF WS-STEP-RC > 99
               MOVE 99 TO WS-ALERT-SEVERITY
           ELSE
               MOVE WS-STEP-RC TO WS-ALERT-SEVERITY
           END-IF
           MOVE "JOBF" TO WS-ALERT-CONDITION
           MOVE SPACES TO WS-ALERT-IDENT
           STRING
               WS-STP-PROGRAM(WS-STP-SUB) DELIMITED BY SPACE
               "/"                        DELIMITED BY SIZE
               WS-STP-NUMBER(WS-STP-SUB)  DELIMITED BY SIZE
               INTO WS-ALERT-IDENT
           END-STRING
           MOVE SPACES TO WS-ALERT-TEXT
           STRING
               "RC="                      DELIMITED BY SIZE
               WS-STEP-RC                 DELIMITED BY SIZE
               " NOT ACCEPTABLE - STREAM STOPPED"
                                          DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING
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
           DISPLAY "JOBSTRM: ALERT " WS-ALERT-CONDITION " "
               WS-ALERT-IDENT " - " WS-ALERT-TEXT.

       3000-FINALIZE.
           IF NOT WS-STREAM-STOPPED
               MOVE "C" TO WS-CTL-STATE
               MOVE ZERO TO WS-CTL-RESUME-STEP
               PERFORM 2080-WRITE-JOB-CONTROL
               IF WS-STREAM-ROUTED
                       AND WS-FINAL-RETURN-CODE < WS-RC-ROUTED
                   MOVE WS-RC-ROUTED TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF
           PERFORM 3010-WRITE-STREAM-REPORT
           IF WS-STREAM-STOPPED
               DISPLAY "JOBSTRM: STREAM " WS-STREAM-NUMBER
                   " STOPPED AT STEP " WS-STOPPED-STEP
                   " - RESUBMIT TO RESUME"
           ELSE
               DISPLAY "JOBSTRM: STREAM " WS-STREAM-NUMBER
                   " COMPLETE"
           END-IF.

       3010-WRITE-STREAM-REPORT.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           OPEN OUTPUT STREAM-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "JOBSTRM: CANNOT OPEN JOBSTRM.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "NIGHTLY JOB STREAM COMPLETION - STREAM "
                                      DELIMITED BY SIZE
               WS-STREAM-NUMBER       DELIMITED BY SIZE
               " OF "                 DELIMITED BY SIZE
               WS-STREAM-YEAR         DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-STREAM-MONTH        DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-STREAM-DAY          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RESUME-MODE
               STRING
                   "RESUMED AT STEP "     DELIMITED BY SIZE
                   WS-RESUMED-AT-STEP     DELIMITED BY SIZE
                   " ON "                 DELIMITED BY SIZE
                   WS-CDT-YEAR            DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   WS-CDT-MONTH           DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   WS-CDT-DAY             DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "NEW STREAM" TO WS-REPORT-LINE
           END-IF
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-PROCESSING-DAY
                   MOVE "CALENDAR: NON-PROCESSING DAY"
                       TO WS-REPORT-LINE
               WHEN WS-MONTH-END
                   MOVE "CALENDAR: PROCESSING DAY - MONTH END"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "CALENDAR: PROCESSING DAY" TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           STRING
               "STEP PROGRAM   CAL  TYP  "   DELIMITED BY SIZE
               "START     END       RC   RESULT"
                                             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           PERFORM 3020-REPORT-ONE-STEP
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RAN-COUNT TO WS-COUNT-EDIT
           STRING
               "STEPS RUN THIS ATTEMPT: " DELIMITED BY SIZE
               WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           STRING
               "STEPS PASSED OVER:      " DELIMITED BY SIZE
               WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EARLIER-COUNT TO WS-COUNT-EDIT
           STRING
               "STEPS FROM EARLIER RUN: " DELIMITED BY SIZE
               WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-STREAM-STOPPED
               STRING
                   "RESULT: *** STREAM STOPPED AT STEP "
                                          DELIMITED BY SIZE
                   WS-STOPPED-STEP        DELIMITED BY SIZE
                   " - RESUBMIT TO RESUME ***"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               IF WS-STREAM-ROUTED
                   MOVE "RESULT: STREAM COMPLETE - ROUTED STEP RUN"
                       TO WS-REPORT-LINE
               ELSE
                   MOVE "RESULT: STREAM COMPLETE" TO WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM 3090-WRITE-REPORT-LINE
           CLOSE STREAM-REPORT-FILE.

       3020-REPORT-ONE-STEP.
           MOVE WS-STP-NUMBER(WS-STP-SUB)   TO WS-SL-STEP
           MOVE WS-STP-PROGRAM(WS-STP-SUB)  TO WS-SL-PROGRAM
           MOVE WS-STP-CALENDAR(WS-STP-SUB) TO WS-SL-CALENDAR
           MOVE WS-STP-TYPE(WS-STP-SUB)     TO WS-SL-TYPE
           MOVE SPACES TO WS-SL-START
           MOVE SPACES TO WS-SL-END
           MOVE SPACES TO WS-SL-RC
           EVALUATE WS-STP-RESULT(WS-STP-SUB)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-RESULT-NOTE
               WHEN "R"
                   MOVE "ROUTED" TO WS-RESULT-NOTE
               WHEN "F"
                   MOVE "*** FAILED ***" TO WS-RESULT-NOTE
               WHEN "S"
                   MOVE "SKIPPED - CALENDAR" TO WS-RESULT-NOTE
               WHEN "N"
                   MOVE "NOT ROUTED TO" TO WS-RESULT-NOTE
               WHEN "B"
                   MOVE "BYPASSED BY ROUTE" TO WS-RESULT-NOTE
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-RESULT-NOTE
           END-EVALUATE
           IF WS-STP-RESULT(WS-STP-SUB) = "C"
                   OR WS-STP-RESULT(WS-STP-SUB) = "R"
                   OR WS-STP-RESULT(WS-STP-SUB) = "F"
               MOVE WS-STP-START-TIME(WS-STP-SUB) TO WS-TIME-WORK
               PERFORM 3030-EDIT-TIME
               MOVE WS-TIME-EDIT TO WS-SL-START
               MOVE WS-STP-END-TIME(WS-STP-SUB) TO WS-TIME-WORK
               PERFORM 3030-EDIT-TIME
               MOVE WS-TIME-EDIT TO WS-SL-END
               MOVE WS-STP-RETURN-CODE(WS-STP-SUB) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-SL-RC
           END-IF
           IF WS-STP-EARLIER(WS-STP-SUB) = "Y"
               ADD 1 TO WS-EARLIER-COUNT
               MOVE SPACES TO WS-SL-RESULT
               STRING
                   WS-RESULT-NOTE         DELIMITED BY "  "
                   " (EARLIER)"           DELIMITED BY SIZE
                   INTO WS-SL-RESULT
               END-STRING
           ELSE
               MOVE WS-RESULT-NOTE TO WS-SL-RESULT
           END-IF
           MOVE WS-STEP-LINE TO WS-REPORT-LINE
           PERFORM 3090-WRITE-REPORT-LINE.

       3030-EDIT-TIME.
           MOVE WS-TW-HOUR   TO WS-TE-HOUR
           MOVE WS-TW-MINUTE TO WS-TE-MINUTE
           MOVE WS-TW-SECOND TO WS-TE-SECOND.

       3090-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO JSR-RECORD
           WRITE JSR-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "JOBSTRM: I/O FAILURE ON JOBSTRM.RPT STATUS="
                   WS-REPORT-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF.

       9900-CHECK-IO-STATUS.
           IF WS-IO-CHECK-STATUS NOT = "00"
                   AND WS-IO-CHECK-STATUS NOT = WS-IO-CHECK-ALT-OK
               DISPLAY "ERROR: I/O FAILURE ON " WS-IO-CHECK-FILE-NAME
                   " STATUS=" WS-IO-CHECK-STATUS
               MOVE WS-RC-IO-ERROR TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE "00" TO WS-IO-CHECK-ALT-OK.
