      *> TRANS.WHS; this program runs ahead of TRANS-SCRUB, moves the
      *> ones that have come due into TRANS.REL (which TRANS-SCRUB
      *> consumes alongside the keyed feed) and rewrites TRANS.WHS
      *> with only the still-future ones. An item dated on a day that
      *> is not a business day on its currency's calendar comes due
      *> on the next business day - it keeps the date it carries, so
      *> posting still sees its true effective date.
      *> The whole warehouse is classified into the TRANS.RLW and
      *> TRANS.WHN work files before TRANS.REL or TRANS.WHS is
      *> touched, so a sweep that dies classifying leaves both real
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-REPORT-FILE ASSIGN TO 'RELEASE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD       PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-WAREHOUSE-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-WAREHOUSE-FILE   VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-EFFECTIVE-DATE           PIC 9(08).
       01  WS-HOUSE-CALENDAR           PIC X(03) VALUE 'USD'.

      *> Business-day test against CALENDAR.DAT. WS-CALENDAR-CODE
      *> names the currency calendar and WS-TEST-DATE the day asked
      *> about; 2710 leaves WS-TEST-DATE on the nearest business day
      *> at or after it.
       01  WS-CALENDAR-CODE            PIC X(03).
       01  WS-TEST-DATE                PIC 9(08).
       01  WS-TEST-DATE-INTEGER        PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-BUSINESS-DAY-FLAG        PIC X(01).
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.

       01  WS-RELEASED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-RETAINED-COUNT           PIC 9(07) VALUE ZERO.
           OPEN INPUT TRANS-WAREHOUSE-FILE
                OUTPUT RELEASE-WORK-FILE
                OUTPUT RETAIN-WORK-FILE
                OUTPUT RELEASE-REPORT-FILE
                INPUT CALENDAR-FILE.
           PERFORM 1100-READ-WAREHOUSE-RECORD.

       1100-READ-WAREHOUSE-RECORD.
           ELSE
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE <= WS-RUN-DATE
               PERFORM 2100-ROLL-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE <= WS-RUN-DATE
               ADD 1 TO WS-RELEASED-COUNT
               WRITE RELEASE-WORK-RECORD FROM TRANS-RECORD-IN
           END-IF.
           PERFORM 1100-READ-WAREHOUSE-RECORD.

      *> An item with no currency follows the house (USD) calendar.
       2100-ROLL-EFFECTIVE-DATE.
           IF TR-CURRENCY-CODE = SPACES
               MOVE WS-HOUSE-CALENDAR TO WS-CALENDAR-CODE
           ELSE
               MOVE TR-CURRENCY-CODE TO WS-CALENDAR-CODE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO WS-TEST-DATE.
           PERFORM 2710-ROLL-FORWARD.
           MOVE WS-TEST-DATE TO WS-EFFECTIVE-DATE.

       2500-CLOSE-CLASSIFY-PASS.
           CLOSE TRANS-WAREHOUSE-FILE
                 RELEASE-WORK-FILE
                 RETAIN-WORK-FILE
                 CALENDAR-FILE.

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

       3000-APPEND-RELEASED-RECORDS.
           MOVE 'N' TO WS-EOF-WORK-FILE.
