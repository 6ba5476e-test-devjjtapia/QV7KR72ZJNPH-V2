      *> next-execution date is advanced by its frequency. An order
      *> that is several periods overdue - a skipped schedule, a long
      *> weekend - emits one transfer per missed period, so nothing is
      *> silently dropped. An order falls due on its execution date
      *> moved onto a business day of its currency's calendar - to
      *> the next one or the one before, as the order says - and the
      *> transfer carries that moved date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDGEN-REPORT-FILE ASSIGN TO 'STANDGEN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDGEN-REPORT-FILE.
       01  STANDGEN-REPORT-RECORD      PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-STANDING-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-STANDING-FILE    VALUE 'Y'.
                                       PIC 9(08).
       01  WS-DATE-INTEGER             PIC 9(08).
       01  WS-MONTH-LIMIT              PIC 9(02).
       01  WS-EXEC-DATE                PIC 9(08).

      *> Business-day test against CALENDAR.DAT. WS-CALENDAR-CODE
      *> names the currency calendar and WS-TEST-DATE the day asked
      *> about; the roll paragraphs leave WS-TEST-DATE on the nearest
      *> business day at or after (forward) or at or before (back).
       01  WS-CALENDAR-CODE            PIC X(03).
       01  WS-TEST-DATE                PIC 9(08).
       01  WS-TEST-DATE-INTEGER        PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-BUSINESS-DAY-FLAG        PIC X(01).
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.

      *> Days per month for clamping a monthly/quarterly advance that
      *> lands past the end of the shorter target month (the 31st
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O STANDING-ORDER-FILE
                EXTEND TRANS-GENERATED-FILE
                OUTPUT STANDGEN-REPORT-FILE
                INPUT CALENDAR-FILE.
           MOVE LOW-VALUES TO SO-ORDER-ID.
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SO-ORDER-ID
       2000-PROCESS-STANDING-ORDERS.
           ADD 1 TO WS-ORDER-COUNT.
           IF SO-ORDER-ACTIVE
               PERFORM 2400-SET-EXEC-DATE
               PERFORM 2100-GENERATE-DUE-TRANSFERS
                   UNTIL WS-EXEC-DATE > WS-RUN-DATE
           END-IF.
           PERFORM 1100-READ-STANDING-ORDER.

           PERFORM 2200-EMIT-TRANSFER-RECORD.
           PERFORM 2300-ADVANCE-NEXT-DATE.
           REWRITE STANDING-ORDER-RECORD.
           PERFORM 2400-SET-EXEC-DATE.

       2200-EMIT-TRANSFER-RECORD.
           MOVE SPACES TO TRANS-RECORD-IN.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE SO-DEST-ACCOUNT TO TR-DEST-ACCOUNT-NUMBER.
           MOVE SO-CURRENCY-CODE TO TR-CURRENCY-CODE.
           MOVE WS-EXEC-DATE TO TR-EFFECTIVE-DATE.
           WRITE TRANS-RECORD-IN.
           ADD 1 TO WS-GENERATED-COUNT.

               MOVE WS-MONTH-LIMIT TO WS-NEXT-DAY
           END-IF.

      *> The order's own execution date moved onto a business day of
      *> its currency's calendar, in the direction the order chose.
       2400-SET-EXEC-DATE.
           MOVE SO-CURRENCY-CODE TO WS-CALENDAR-CODE.
           MOVE SO-NEXT-EXEC-DATE TO WS-TEST-DATE.
           IF SO-ROLL-BACK
               PERFORM 2720-ROLL-BACK
           ELSE
               PERFORM 2710-ROLL-FORWARD
           END-IF.
           MOVE WS-TEST-DATE TO WS-EXEC-DATE.

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

       2710-ROLL-FORWARD.
           PERFORM 2700-TEST-BUSINESS-DAY.
           PERFORM 2715-STEP-FORWARD UNTIL WS-IS-BUSINESS-DAY.

       2715-STEP-FORWARD.
           COMPUTE WS-TEST-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
               TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.

       2720-ROLL-BACK.
           PERFORM 2700-TEST-BUSINESS-DAY.
           PERFORM 2725-STEP-BACK UNTIL WS-IS-BUSINESS-DAY.

       2725-STEP-BACK.
           COMPUTE WS-TEST-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
               TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.

       3000-WRITE-GEN-REPORT.
           MOVE WS-ORDER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STANDGEN-REPORT-RECORD.
       4000-TERMINATE-SYSTEM.
           CLOSE STANDING-ORDER-FILE
                 TRANS-GENERATED-FILE
                 STANDGEN-REPORT-FILE
                 CALENDAR-FILE.
