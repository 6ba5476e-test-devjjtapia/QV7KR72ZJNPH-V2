      *> arrived is deleted, which by itself makes the held amount
      *> spendable again - TRANS-PROCESSOR's sufficiency test only
      *> counts the holds still on file. HOLDREL.RPT reports each
      *> released hold and the day's released/retained totals. Funds
      *> only become available on a business day of the house (USD)
      *> calendar: on any other day every hold is retained, and the
      *> ones that came due wait for the next business day's run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS HD-HOLD-KEY.
           SELECT HOLD-REPORT-FILE ASSIGN TO 'HOLDREL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD          PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-HOLDS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-HOLDS-FILE       VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-HOUSE-CALENDAR           PIC X(03) VALUE 'USD'.

      *> Business-day test against CALENDAR.DAT. WS-CALENDAR-CODE
      *> names the currency calendar and WS-TEST-DATE the day asked
      *> about.
       01  WS-CALENDAR-CODE            PIC X(03).
       01  WS-TEST-DATE                PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-BUSINESS-DAY-FLAG        PIC X(01).
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.

       01  WS-RELEASED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-RELEASED-TOTAL           PIC S9(10)V99 VALUE ZERO.
       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O HOLDS-FILE
                OUTPUT HOLD-REPORT-FILE
                INPUT CALENDAR-FILE.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           STRING 'LIBERACION DE RETENCIONES - fecha ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE WS-HOUSE-CALENDAR TO WS-CALENDAR-CODE.
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.
           IF NOT WS-IS-BUSINESS-DAY
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING 'Dia no habil - no se liberan retenciones.'
                      DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
           END-IF.
           MOVE LOW-VALUES TO HD-HOLD-KEY.
           START HOLDS-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY SET END-OF-HOLDS-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLDS-FILE
               IF HD-RELEASE-DATE <= WS-RUN-DATE
                       AND WS-IS-BUSINESS-DAY
                   PERFORM 2100-RELEASE-ONE-HOLD
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
               INVALID KEY CONTINUE
           END-DELETE.

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

       3000-WRITE-RELEASE-REPORT.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED.
           MOVE WS-RELEASED-TOTAL TO WS-AMOUNT-ED.

       4000-TERMINATE-SYSTEM.
           CLOSE HOLDS-FILE
                 HOLD-REPORT-FILE
                 CALENDAR-FILE.
