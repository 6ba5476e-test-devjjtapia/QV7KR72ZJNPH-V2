       AUTHOR. Javier J. Tapia 2026.

      *> Nightly schedule driver. Runs the end-of-day sequence in its
      *> fixed order - STAND-GEN, TRANS-RELEASE, CYCLE-GEN (cycle end
      *> only), HOLD-RELEASE, TRANS-SCRUB, TRANS-PROCESSOR,
      *> GL-EXTRACT, CONTROL-RPT, RECON-RPT, COMPLIANCE, SUSP-AGING,
      *> CLOSE-CONFIRM, CLR-OUTBOUND, CLR-RECON, DISP-AGING,
      *> BAL-SNAPSHOT, PORTFOLIO-RPT (cycle end only) - instead of an
      *> operator running the steps by hand. Every step's completion
      *> and return code is recorded in RUNSTAT.DAT stamped with the
      *> posting date, and the whole status file is rewritten after
      *> each step, so a re-invocation resumes from the first step
      *> that is not complete instead of rerunning steps that already
      *> ran. Any step ending RC=8 halts the schedule right there, and
      *> a new posting date is refused outright while the previous
      *> date's schedule is unfinished. The step programs terminate
      *> with GOBACK (the MASTER-BACKUP convention for CALLed
      *> programs), so control and RETURN-CODE come back here after
      *> every step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT SCHED-REPORT-FILE ASSIGN TO 'SCHED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-REPORT-FILE.
       01  SCHED-REPORT-RECORD         PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-STATUS       PIC X(02).
           88  WS-STATUS-FILE-FOUND    VALUE '00'.
           05  FILLER                  PIC X(15) VALUE 'CONTROL-RPT'.
           05  FILLER                  PIC X(15) VALUE 'RECON-RPT'.
           05  FILLER                  PIC X(15) VALUE 'COMPLIANCE'.
           05  FILLER                  PIC X(15) VALUE 'SUSP-AGING'.
           05  FILLER                  PIC X(15) VALUE 'CLOSE-CONFIRM'.
           05  FILLER                  PIC X(15) VALUE 'CLR-OUTBOUND'.
           05  FILLER                  PIC X(15) VALUE 'CLR-RECON'.
           05  FILLER                  PIC X(15) VALUE 'DISP-AGING'.
           05  FILLER                  PIC X(15) VALUE 'BAL-SNAPSHOT'.
           05  FILLER                  PIC X(15) VALUE 'PORTFOLIO-RPT'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES-DATA.
           05  WS-STEP-PROGRAM         OCCURS 17 TIMES
                                       PIC X(15).
       01  WS-STEP-COUNT               PIC 9(02) VALUE 17.

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE           OCCURS 17 TIMES.
               10  WS-STEP-STATUS      PIC X(01).
                   88  WS-STEP-COMPLETE    VALUE 'C'.
               10  WS-STEP-RC          PIC 9(02).

       01  WS-STATUS-DATE              PIC 9(08) VALUE ZERO.
       01  WS-STATUS-RECORD-COUNT      PIC 9(02) VALUE ZERO.
      *> Highest step number the status file on disk knows about. A
      *> status file written before a step was added to the table has
      *> no line for it; that step never ran under the old schedule
      *> and must not make a finished prior date look unfinished.
       01  WS-STATUS-HIGH-STEP         PIC 9(02) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT         PIC 9(02) VALUE ZERO.

       01  WS-SCHEDULE-HALT            PIC X(01) VALUE 'N'.
       01  WS-CALL-FAILED              PIC X(01).
           88  WS-STEP-CALL-FAILED     VALUE 'Y'.

      *> Month end for the schedule is the cycle end CYCLE-GEN dates
      *> its records with: the last business day of the month on the
      *> house (USD) calendar.
       01  WS-MONTH-END                PIC X(01) VALUE 'N'.
           88  WS-IS-MONTH-END         VALUE 'Y'.
       01  WS-CYCLE-END-DATE           PIC 9(08).
       01  WS-NEXT-MONTH-START.
           05  WS-NEXT-YEAR            PIC 9(04).
           05  WS-NEXT-MONTH           PIC 9(02).
           05  WS-NEXT-DAY             PIC 9(02).
       01  WS-NEXT-MONTH-START-NUM REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(08).
       01  WS-HOUSE-CALENDAR           PIC X(03) VALUE 'USD'.

      *> Business-day test against CALENDAR.DAT. WS-CALENDAR-CODE
      *> names the currency calendar and WS-TEST-DATE the day asked
      *> about; 2720 leaves WS-TEST-DATE on the nearest business day
      *> at or before it.
       01  WS-CALENDAR-CODE            PIC X(03).
       01  WS-TEST-DATE                PIC 9(08).
       01  WS-TEST-DATE-INTEGER        PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-BUSINESS-DAY-FLAG        PIC X(01).
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.

       01  WS-RC-ED                    PIC Z9.

                       AND RS-STEP-NUMBER <= WS-STEP-COUNT
                   ADD 1 TO WS-STATUS-RECORD-COUNT
                   MOVE RS-RUN-DATE TO WS-STATUS-DATE
                   IF RS-STEP-NUMBER > WS-STATUS-HIGH-STEP
                       MOVE RS-STEP-NUMBER TO WS-STATUS-HIGH-STEP
                   END-IF
                   MOVE RS-STEP-STATUS
                       TO WS-STEP-STATUS(RS-STEP-NUMBER)
                   IF RS-RETURN-CODE NUMERIC
           WRITE RUN-STATUS-RECORD.

       1400-CHECK-MONTH-END.
           OPEN INPUT CALENDAR-FILE.
           MOVE WS-RUN-YEAR TO WS-NEXT-YEAR.
           MOVE 01 TO WS-NEXT-DAY.
           IF WS-RUN-MONTH = 12
               MOVE 01 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1
           END-IF.
           COMPUTE WS-TEST-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
               TO WS-TEST-DATE.
           MOVE WS-HOUSE-CALENDAR TO WS-CALENDAR-CODE.
           PERFORM 2720-ROLL-BACK.
           MOVE WS-TEST-DATE TO WS-CYCLE-END-DATE.
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.
           CLOSE CALENDAR-FILE.
           IF WS-RUN-DATE = WS-CYCLE-END-DATE
               SET WS-IS-MONTH-END TO TRUE
           END-IF.
           MOVE SPACES TO SCHED-REPORT-RECORD.
           IF WS-IS-BUSINESS-DAY
               STRING 'Dia habil     - cierre de ciclo '
                      WS-CYCLE-END-DATE
                      DELIMITED BY SIZE INTO SCHED-REPORT-RECORD
           ELSE
               STRING 'Dia NO habil  - cierre de ciclo '
                      WS-CYCLE-END-DATE
                      DELIMITED BY SIZE INTO SCHED-REPORT-RECORD
           END-IF.
           WRITE SCHED-REPORT-RECORD.

      *> Three cases out of the recorded status: no schedule (or one
      *> fully complete) starts today fresh; today's own schedule
           END-IF.

       1610-COUNT-INCOMPLETE-STEPS.
           IF WS-LOAD-INDEX <= WS-STATUS-HIGH-STEP
                   AND NOT WS-STEP-COMPLETE(WS-LOAD-INDEX)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF.

           IF WS-STEP-COMPLETE(WS-STEP-INDEX)
               PERFORM 2300-REPORT-STEP-SKIPPED
           ELSE
               IF (WS-STEP-PROGRAM(WS-STEP-INDEX) = 'CYCLE-GEN'
                       OR WS-STEP-PROGRAM(WS-STEP-INDEX) =
                           'PORTFOLIO-RPT')
                       AND NOT WS-IS-MONTH-END
                   PERFORM 2400-MARK-STEP-NOT-DUE
               ELSE
                  DELIMITED BY SIZE INTO SCHED-REPORT-RECORD.
           WRITE SCHED-REPORT-RECORD.

      *> CYCLE-GEN and PORTFOLIO-RPT only belong to the cycle-end
      *> schedule; on any other night the step completes without
      *> running so the resume logic never waits on it.
       2400-MARK-STEP-NOT-DUE.
           MOVE 'C' TO WS-STEP-STATUS(WS-STEP-INDEX).
           MOVE ZERO TO WS-STEP-RC(WS-STEP-INDEX).
           MOVE SPACES TO SCHED-REPORT-RECORD.
           STRING 'Paso ' WS-STEP-INDEX ' '
                  WS-STEP-PROGRAM(WS-STEP-INDEX)
                  ' no es cierre de ciclo - omitido.'
                  DELIMITED BY SIZE INTO SCHED-REPORT-RECORD.
           WRITE SCHED-REPORT-RECORD.

           END-IF.
           WRITE SCHED-REPORT-RECORD.

      *> Monday to Friday are business days unless the calendar marks
      *> the date a holiday; Saturday and Sunday are not unless it
      *> marks the date a business day. Day 1 of the integer calendar
      *> (1601-01-01) was a Monday, so the integer date modulo 7 is 6
      *> on a Saturday and 0 on a Sunday.
       2700-TEST-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-FLAG.
           COMPUTE WS-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-TEST-DATE), 7).
           IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF.
           MOVE WS-CALENDAR-CODE TO CL-CALENDAR-CODE.
           MOVE WS-TEST-DATE TO CL-CALENDAR-DATE.
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CL-DAY-HOLIDAY
                       MOVE 'N' TO WS-BUSINESS-DAY-FLAG
                   END-IF
                   IF CL-DAY-BUSINESS
                       SET WS-IS-BUSINESS-DAY TO TRUE
                   END-IF
           END-READ.

       2720-ROLL-BACK.
           PERFORM 2700-TEST-BUSINESS-DAY.
           PERFORM 2725-STEP-BACK UNTIL WS-IS-BUSINESS-DAY.

       2725-STEP-BACK.
           COMPUTE WS-TEST-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
               TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.

       3000-WRITE-SCHEDULE-SUMMARY.
           MOVE SPACES TO SCHED-REPORT-RECORD.
           IF WS-SCHEDULE-HALTED
