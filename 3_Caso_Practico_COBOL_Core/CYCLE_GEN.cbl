      *> product's monthly service fee - into TRANS.GEN for normal
      *> scrubbing and posting. Accounts that are not active, have no
      *> product on file, or earn less than one cent generate nothing,
      *> and every skip is visible in the counts on CYCLEGEN.RPT. The
      *> cycle ends on the last business day of the month on the house
      *> (USD) calendar, and every record is dated that day: run on
      *> the cycle end or after it they post at once, and a run ahead
      *> of it leaves them in the warehouse until the cycle closes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLEGEN-REPORT-FILE ASSIGN TO 'CYCLEGEN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLEGEN-REPORT-FILE.
       01  CYCLEGEN-REPORT-RECORD      PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-MASTER-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE      VALUE 'Y'.
           88  WS-PRODUCT-ON-FILE      VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
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

       01  WS-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-INTEREST-COUNT           PIC 9(07) VALUE ZERO.
           OPEN INPUT MASTER-FILE
                INPUT PRODUCT-TERMS-FILE
                EXTEND TRANS-GENERATED-FILE
                OUTPUT CYCLEGEN-REPORT-FILE
                INPUT CALENDAR-FILE.
           PERFORM 1200-FIND-CYCLE-END.
           PERFORM 1100-READ-MASTER-RECORD.

       1100-READ-MASTER-RECORD.
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

      *> The day before the first of next month is the month's last
      *> calendar day; stepping back from it to a business day gives
      *> the cycle end.
       1200-FIND-CYCLE-END.
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

       2000-PROCESS-ACCOUNTS.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF MR-ACCOUNT-ACTIVE
           MOVE MR-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE MR-CURRENCY-CODE TO TR-CURRENCY-CODE.
           MOVE WS-CYCLE-END-DATE TO TR-EFFECTIVE-DATE.
           WRITE TRANS-RECORD-IN.

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

       3000-WRITE-CYCLE-REPORT.
           MOVE SPACES TO CYCLEGEN-REPORT-RECORD.
           STRING 'Cierre de ciclo: fecha ' WS-CYCLE-END-DATE
                  DELIMITED BY SIZE INTO CYCLEGEN-REPORT-RECORD.
           WRITE CYCLEGEN-REPORT-RECORD.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CYCLEGEN-REPORT-RECORD.
           STRING 'Cuentas leidas: cant ' WS-COUNT-ED
           CLOSE MASTER-FILE
                 PRODUCT-TERMS-FILE
                 TRANS-GENERATED-FILE
                 CYCLEGEN-REPORT-FILE
                 CALENDAR-FILE.
