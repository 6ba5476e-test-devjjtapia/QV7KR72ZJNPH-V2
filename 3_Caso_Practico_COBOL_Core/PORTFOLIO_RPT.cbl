       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO-RPT.
       AUTHOR. Javier J. Tapia 2026.

      *> Month-end product portfolio report. Runs in the nightly
      *> schedule on the cycle end only, after BAL-SNAPSHOT has taken
      *> the day's snapshot. It answers per product code and currency:
      *> accounts at the start and end of the month, accounts opened,
      *> closed and frozen during it, closing and average daily
      *> balance, interest paid and fees earned. Each figure is also
      *> shown in USD at the CURRATE.DAT rate on file at month end,
      *> and is compared against the previous month so growth and
      *> attrition show. PORTFOLIO.RPT is the report.
      *> The month runs from the day after the previous report's
      *> period end (its records in PORTHIST.DAT) through today. The
      *> first report ever starts on the first of the month.
      *> The opening position is the first snapshot on or after the
      *> previous period end - that night's snapshot, normally.
      *> Accounts and balances come from BALSNAP.DAT alone. An account
      *> is counted while its status is not closed. It was opened in
      *> the month when the opening snapshot does not hold it, frozen
      *> or closed when a snapshot in the month shows it frozen or
      *> closed and the snapshot before did not. The average daily
      *> balance is the sum of the daily snapshots in the month
      *> divided by the number of days snapshotted; an account only
      *> adds to the days it exists. Interest and fees are the 'I'
      *> and 'F' legs on ACCTHIST.DAT posted in the month, net of the
      *> reversals ('R' legs) of such legs; they are grouped by the
      *> account's product and currency in MASTER.DAT.
      *> This month's figures are written to PORTHIST.DAT as the base
      *> of next month's comparison. A rerun on the same day replaces
      *> them. A currency with no rate on file is reported in its own
      *> currency and left out of the USD totals, and the report
      *> says so. Without today's snapshot nothing is reported and
      *> the step ends RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-SNAPSHOT-FILE ASSIGN TO 'BALSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SNAPSHOT-KEY.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT OPTIONAL ACCOUNT-HISTORY-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO 'CURRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CURRENCY-CODE.
           SELECT OPTIONAL PORTFOLIO-HISTORY-FILE
               ASSIGN TO 'PORTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PORTFOLIO-KEY.
           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO 'PORTFOLIO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PORTFOLIO-SORT-FILE ASSIGN TO 'PORTFOLIO.SRT'.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  ACCOUNT-HISTORY-FILE.
           COPY HISTREC.

       FD  CURRENCY-RATE-FILE.
           COPY RATEREC.

       FD  PORTFOLIO-HISTORY-FILE.
           COPY PORTREC.

       FD  PORTFOLIO-REPORT-FILE.
       01  PORTFOLIO-REPORT-RECORD     PIC X(80).

      *> One sorted record per fact about an account, grouped by the
      *> product and currency it belongs to. The tag orders the facts
      *> of one day: 1 the day's snapshot, 2 an interest leg, 3 a fee
      *> leg (both signed - a reversal counts against its original).
       SD  PORTFOLIO-SORT-FILE.
       01  PORTFOLIO-SORT-RECORD.
           05  SR-PRODUCT-CODE         PIC X(04).
           05  SR-CURRENCY-CODE        PIC X(03).
           05  SR-ACCOUNT-NUMBER       PIC X(10).
           05  SR-ENTRY-DATE           PIC 9(08).
           05  SR-SOURCE-TAG           PIC 9(01).
           05  SR-ACCOUNT-STATUS       PIC X(01).
               88  SR-ACCOUNT-FROZEN   VALUE 'F'.
               88  SR-ACCOUNT-CLOSED   VALUE 'C'.
           05  SR-AMOUNT               PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SNAPSHOT-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SNAPSHOT-FILE    VALUE 'Y'.
       01  WS-EOF-MASTER-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE      VALUE 'Y'.
       01  WS-EOF-HISTORY-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-FILE     VALUE 'Y'.
       01  WS-EOF-PORTFOLIO-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-PORTFOLIO-FILE   VALUE 'Y'.
       01  WS-EOF-SORT-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-SORT-FILE        VALUE 'Y'.

       01  WS-ERROR-MESSAGE            PIC X(60) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YEAR     PIC 9(04).
           05  WS-MONTH-START-MONTH    PIC 9(02).
           05  WS-MONTH-START-DAY      PIC 9(02).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
                                       PIC 9(08).
       01  WS-DATE-INTEGER             PIC 9(08).

      *> The reporting period. WS-RANGE-START is where the snapshot
      *> read begins (the previous period end, to pick up the opening
      *> position), WS-OPENING-DATE the first snapshot actually found
      *> from there.
       01  WS-PRIOR-PERIOD-END         PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-START             PIC 9(08).
       01  WS-RANGE-START              PIC 9(08).
       01  WS-OPENING-DATE             PIC 9(08) VALUE ZERO.
       01  WS-LAST-SNAPSHOT-DATE       PIC 9(08) VALUE ZERO.
       01  WS-SNAPSHOT-DAYS            PIC 9(05) VALUE ZERO.

      *> State of the product/currency group and of the account being
      *> summarised out of the sorted stream.
       01  WS-GROUP-OPEN               PIC X(01) VALUE 'N'.
           88  WS-PRODUCT-GROUP-OPEN   VALUE 'Y'.
       01  WS-GROUP-PRODUCT            PIC X(04).
       01  WS-GROUP-CURRENCY           PIC X(03).
       01  WS-PRODUCT-LABEL            PIC X(14).

       01  WS-ACCT-NUMBER              PIC X(10).
       01  WS-ACCT-FIRST-DATE          PIC 9(08).
       01  WS-ACCT-LAST-DATE           PIC 9(08).
       01  WS-ACCT-LAST-STATUS         PIC X(01).
       01  WS-ACCT-LAST-BALANCE        PIC S9(10)V99.
       01  WS-ACCT-OPEN-AT-START       PIC X(01).
       01  WS-ACCT-FROZE               PIC X(01).
       01  WS-ACCT-CLOSED              PIC X(01).

       01  WS-GROUP-TOTALS.
           05  WS-GRP-OPENING-COUNT    PIC 9(07).
           05  WS-GRP-CLOSING-COUNT    PIC 9(07).
           05  WS-GRP-OPENED-COUNT     PIC 9(07).
           05  WS-GRP-CLOSED-COUNT     PIC 9(07).
           05  WS-GRP-FROZEN-COUNT     PIC 9(07).
           05  WS-GRP-BALANCE-DAYS     PIC S9(14)V99.
           05  WS-GRP-CLOSING-BALANCE  PIC S9(12)V99.
           05  WS-GRP-AVERAGE-BALANCE  PIC S9(12)V99.
           05  WS-GRP-INTEREST         PIC S9(10)V99.
           05  WS-GRP-FEES             PIC S9(10)V99.

      *> Month-end rate of the group's currency and the group's
      *> figures converted at it.
       01  WS-GRP-RATE                 PIC 9(06)V9999.
       01  WS-GRP-RATE-DATE            PIC 9(08).
       01  WS-USD-CLOSING              PIC S9(12)V99.
       01  WS-USD-AVERAGE              PIC S9(12)V99.
       01  WS-USD-INTEREST             PIC S9(12)V99.
       01  WS-USD-FEES                 PIC S9(12)V99.

       01  WS-PRIOR-FOUND              PIC X(01).
           88  WS-PRIOR-ON-FILE        VALUE 'Y'.
       01  WS-PRIOR-CLOSING-COUNT      PIC 9(07).
       01  WS-PRIOR-CLOSING-BALANCE    PIC S9(12)V99.

       01  WS-TOT-OPENING-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TOT-CLOSING-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TOT-OPENED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TOT-CLOSED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TOT-FROZEN-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TOT-USD-CLOSING          PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-AVERAGE          PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-INTEREST         PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-FEES             PIC S9(12)V99 VALUE ZERO.
       01  WS-GROUP-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-NO-RATE-COUNT            PIC 9(05) VALUE ZERO.
      *> The previous month as a whole, summed from every one of its
      *> PORTHIST.DAT records - including products that have no
      *> accounts left this month - each at its own month-end rate.
       01  WS-TOT-PRIOR-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TOT-PRIOR-USD-CLOSING    PIC S9(12)V99 VALUE ZERO.
       01  WS-PRIOR-USD-AMOUNT         PIC S9(12)V99.

      *> Percentage change of WS-PCT-CHANGE over WS-PCT-BASE, edited
      *> into WS-PCT-TEXT by 2850. A base of zero or less has no
      *> meaningful percentage and reads n/d. A change of more than
      *> a thousand times the base (over +99999%) or of more than a
      *> hundred times it downwards (under -9999%) is shown as out of
      *> range; it is caught before dividing, as the quotient of a
      *> large change over a base of a few cents would not fit
      *> WS-PCT-VALUE.
       01  WS-PCT-BASE                 PIC S9(14)V99.
       01  WS-PCT-CHANGE               PIC S9(14)V99.
       01  WS-PCT-VALUE                PIC S9(09)V99.
       01  WS-PCT-TEXT                 PIC X(09).
       01  WS-COUNT-CHANGE             PIC S9(07).
       01  WS-BALANCE-CHANGE           PIC S9(12)V99.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-COUNT-ED-2           PIC Z(06)9.
           05  WS-COUNT-ED-3           PIC Z(06)9.
           05  WS-CHANGE-ED            PIC -(6)9.
           05  WS-DAYS-ED              PIC Z(04)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-AMOUNT-ED-2          PIC -(10)9.99.
           05  WS-TOTAL-ED             PIC -(12)9.99.
           05  WS-TOTAL-ED-2           PIC -(12)9.99.
           05  WS-PCT-ED               PIC -(5)9.99.
           05  WS-RATE-ED              PIC 9(06).9(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           IF WS-ERROR-MESSAGE = SPACES
               SORT PORTFOLIO-SORT-FILE
                   ON ASCENDING KEY SR-PRODUCT-CODE
                                    SR-CURRENCY-CODE
                                    SR-ACCOUNT-NUMBER
                                    SR-ENTRY-DATE
                                    SR-SOURCE-TAG
                   INPUT PROCEDURE IS 1500-RELEASE-SORT-INPUTS
                       THRU 1599-RELEASE-INPUTS-EXIT
                   OUTPUT PROCEDURE IS 2500-SUMMARISE-PORTFOLIO
                       THRU 2599-SUMMARISE-EXIT
               PERFORM 3000-WRITE-PORTFOLIO-TOTALS
           ELSE
               PERFORM 1900-REPORT-NOT-ISSUED
           END-IF.
           PERFORM 4000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BALANCE-SNAPSHOT-FILE
                INPUT MASTER-FILE
                INPUT ACCOUNT-HISTORY-FILE
                INPUT CURRENCY-RATE-FILE
                I-O PORTFOLIO-HISTORY-FILE
                OUTPUT PORTFOLIO-REPORT-FILE.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'CARTERA POR PRODUCTO Y MONEDA - cierre ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           PERFORM 1100-FIND-PRIOR-PERIOD.
           PERFORM 1200-SET-REPORTING-PERIOD.
           PERFORM 1300-CHECK-TODAY-SNAPSHOT.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Periodo       : ' WS-PERIOD-START ' a ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           IF WS-PRIOR-PERIOD-END = ZERO
               STRING 'Mes previo    : sin cierre anterior en '
                      'PORTHIST.DAT'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           ELSE
               STRING 'Mes previo    : cierre ' WS-PRIOR-PERIOD-END
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           END-IF.
           WRITE PORTFOLIO-REPORT-RECORD.

      *> The latest period end on file before today is the previous
      *> report; a same-day record is this report's own earlier run.
       1100-FIND-PRIOR-PERIOD.
           MOVE LOW-VALUES TO PH-PORTFOLIO-KEY.
           START PORTFOLIO-HISTORY-FILE
               KEY IS NOT LESS THAN PH-PORTFOLIO-KEY
               INVALID KEY SET END-OF-PORTFOLIO-FILE TO TRUE
           END-START.
           PERFORM 1110-SCAN-PERIOD-END UNTIL END-OF-PORTFOLIO-FILE.
           IF WS-PRIOR-PERIOD-END NOT = ZERO
               PERFORM 1150-SUM-PRIOR-PERIOD
           END-IF.

       1110-SCAN-PERIOD-END.
           READ PORTFOLIO-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-PORTFOLIO-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PORTFOLIO-FILE
               IF PH-PERIOD-END < WS-RUN-DATE
                       AND PH-PERIOD-END > WS-PRIOR-PERIOD-END
                   MOVE PH-PERIOD-END TO WS-PRIOR-PERIOD-END
               END-IF
           END-IF.

       1150-SUM-PRIOR-PERIOD.
           MOVE 'N' TO WS-EOF-PORTFOLIO-FILE.
           MOVE WS-PRIOR-PERIOD-END TO PH-PERIOD-END.
           MOVE LOW-VALUES TO PH-PRODUCT-CODE.
           MOVE LOW-VALUES TO PH-CURRENCY-CODE.
           START PORTFOLIO-HISTORY-FILE
               KEY IS NOT LESS THAN PH-PORTFOLIO-KEY
               INVALID KEY SET END-OF-PORTFOLIO-FILE TO TRUE
           END-START.
           PERFORM 1160-ADD-PRIOR-RECORD UNTIL END-OF-PORTFOLIO-FILE.

       1160-ADD-PRIOR-RECORD.
           READ PORTFOLIO-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-PORTFOLIO-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PORTFOLIO-FILE
               IF PH-PERIOD-END NOT = WS-PRIOR-PERIOD-END
                   SET END-OF-PORTFOLIO-FILE TO TRUE
               ELSE
                   ADD PH-CLOSING-COUNT TO WS-TOT-PRIOR-COUNT
                   IF PH-RATE-PER-USD > ZERO
                       COMPUTE WS-PRIOR-USD-AMOUNT ROUNDED =
                           PH-CLOSING-BALANCE / PH-RATE-PER-USD
                       ADD WS-PRIOR-USD-AMOUNT
                           TO WS-TOT-PRIOR-USD-CLOSING
                   END-IF
               END-IF
           END-IF.

      *> Following on from the previous report, the snapshot read
      *> starts on its period end for the opening position. With no
      *> previous report the month starts on the 1st, and the first
      *> snapshot of the month is both the opening position and the
      *> month's first day.
       1200-SET-REPORTING-PERIOD.
           IF WS-PRIOR-PERIOD-END = ZERO
               MOVE WS-RUN-YEAR TO WS-MONTH-START-YEAR
               MOVE WS-RUN-MONTH TO WS-MONTH-START-MONTH
               MOVE 01 TO WS-MONTH-START-DAY
               MOVE WS-MONTH-START-NUM TO WS-PERIOD-START
               MOVE WS-PERIOD-START TO WS-RANGE-START
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-PERIOD-END) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-PERIOD-START
               MOVE WS-PRIOR-PERIOD-END TO WS-RANGE-START
           END-IF.

      *> The closing position is today's snapshot; without it there
      *> is no month end to report.
       1300-CHECK-TODAY-SNAPSHOT.
           MOVE WS-RUN-DATE TO SN-SNAPSHOT-DATE.
           MOVE LOW-VALUES TO SN-ACCOUNT-NUMBER.
           START BALANCE-SNAPSHOT-FILE
               KEY IS NOT LESS THAN SN-SNAPSHOT-KEY
               INVALID KEY SET END-OF-SNAPSHOT-FILE TO TRUE
           END-START.
           IF NOT END-OF-SNAPSHOT-FILE
               READ BALANCE-SNAPSHOT-FILE NEXT RECORD
                   AT END SET END-OF-SNAPSHOT-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-SNAPSHOT-FILE
               IF SN-SNAPSHOT-DATE NOT = WS-RUN-DATE
                   SET END-OF-SNAPSHOT-FILE TO TRUE
               END-IF
           END-IF.
           IF END-OF-SNAPSHOT-FILE
               MOVE 'Sin instantánea del día en BALSNAP.DAT.'
                   TO WS-ERROR-MESSAGE
           END-IF.
           MOVE 'N' TO WS-EOF-SNAPSHOT-FILE.

      *> The worker paragraphs sit inside the THRU range, so the
      *> driver must leave through the exit paragraph - falling off
      *> its own end would run the workers once more after end of
      *> file.
       1500-RELEASE-SORT-INPUTS.
           MOVE WS-RANGE-START TO SN-SNAPSHOT-DATE.
           MOVE LOW-VALUES TO SN-ACCOUNT-NUMBER.
           START BALANCE-SNAPSHOT-FILE
               KEY IS NOT LESS THAN SN-SNAPSHOT-KEY
               INVALID KEY SET END-OF-SNAPSHOT-FILE TO TRUE
           END-START.
           PERFORM 1510-RELEASE-SNAPSHOT-RECORD
               UNTIL END-OF-SNAPSHOT-FILE.
           PERFORM 1530-RELEASE-ACCOUNT-LEGS
               UNTIL END-OF-MASTER-FILE.
           GO TO 1599-RELEASE-INPUTS-EXIT.

      *> The snapshot key is date first, so the days arrive in order
      *> and each new date is one more day snapshotted.
       1510-RELEASE-SNAPSHOT-RECORD.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END SET END-OF-SNAPSHOT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SNAPSHOT-FILE
               IF SN-SNAPSHOT-DATE > WS-RUN-DATE
                   SET END-OF-SNAPSHOT-FILE TO TRUE
               ELSE
                   IF SN-SNAPSHOT-DATE NOT = WS-LAST-SNAPSHOT-DATE
                       PERFORM 1520-COUNT-SNAPSHOT-DAY
                   END-IF
                   MOVE SN-PRODUCT-CODE TO SR-PRODUCT-CODE
                   MOVE SN-CURRENCY-CODE TO SR-CURRENCY-CODE
                   MOVE SN-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
                   MOVE SN-SNAPSHOT-DATE TO SR-ENTRY-DATE
                   MOVE 1 TO SR-SOURCE-TAG
                   MOVE SN-ACCOUNT-STATUS TO SR-ACCOUNT-STATUS
                   MOVE SN-ACCOUNT-BALANCE TO SR-AMOUNT
                   RELEASE PORTFOLIO-SORT-RECORD
               END-IF
           END-IF.

       1520-COUNT-SNAPSHOT-DAY.
           IF WS-OPENING-DATE = ZERO
               MOVE SN-SNAPSHOT-DATE TO WS-OPENING-DATE
           END-IF.
           IF SN-SNAPSHOT-DATE >= WS-PERIOD-START
               ADD 1 TO WS-SNAPSHOT-DAYS
           END-IF.
           MOVE SN-SNAPSHOT-DATE TO WS-LAST-SNAPSHOT-DATE.

      *> The history key is account first, so each account's legs for
      *> the month are one START and a short read.
       1530-RELEASE-ACCOUNT-LEGS.
           READ MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.
           IF NOT END-OF-MASTER-FILE
               MOVE 'N' TO WS-EOF-HISTORY-FILE
               MOVE MR-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER
               MOVE WS-PERIOD-START TO HR-POSTING-DATE
               MOVE ZERO TO HR-SEQUENCE-NUMBER
               START ACCOUNT-HISTORY-FILE
                   KEY IS NOT LESS THAN HR-HISTORY-KEY
                   INVALID KEY SET END-OF-HISTORY-FILE TO TRUE
               END-START
               PERFORM 1540-RELEASE-HISTORY-LEG
                   UNTIL END-OF-HISTORY-FILE
           END-IF.

       1540-RELEASE-HISTORY-LEG.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY-FILE
               IF HR-ACCOUNT-NUMBER NOT = MR-ACCOUNT-NUMBER
                       OR HR-POSTING-DATE > WS-RUN-DATE
                   SET END-OF-HISTORY-FILE TO TRUE
               ELSE
                   PERFORM 1550-CLASSIFY-HISTORY-LEG
               END-IF
           END-IF.

      *> Interest is paid to the account (a credit), a fee is taken
      *> from it (a debit); the reversal of either posts the other
      *> side and so comes off the total.
       1550-CLASSIFY-HISTORY-LEG.
           MOVE ZERO TO SR-SOURCE-TAG.
           IF HR-TRANSACTION-TYPE = 'I'
                   OR (HR-TRANSACTION-TYPE = 'R'
                       AND HR-REVERSED-TYPE = 'I')
               MOVE 2 TO SR-SOURCE-TAG
               IF HR-SIDE-CREDIT
                   MOVE HR-AMOUNT TO SR-AMOUNT
               ELSE
                   COMPUTE SR-AMOUNT = ZERO - HR-AMOUNT
               END-IF
           ELSE IF HR-TRANSACTION-TYPE = 'F'
                   OR (HR-TRANSACTION-TYPE = 'R'
                       AND HR-REVERSED-TYPE = 'F')
               MOVE 3 TO SR-SOURCE-TAG
               IF HR-SIDE-DEBIT
                   MOVE HR-AMOUNT TO SR-AMOUNT
               ELSE
                   COMPUTE SR-AMOUNT = ZERO - HR-AMOUNT
               END-IF
           END-IF.
           IF SR-SOURCE-TAG NOT = ZERO
               MOVE MR-PRODUCT-CODE TO SR-PRODUCT-CODE
               MOVE MR-CURRENCY-CODE TO SR-CURRENCY-CODE
               MOVE MR-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
               MOVE HR-POSTING-DATE TO SR-ENTRY-DATE
               MOVE SPACE TO SR-ACCOUNT-STATUS
               RELEASE PORTFOLIO-SORT-RECORD
           END-IF.

       1599-RELEASE-INPUTS-EXIT.
           EXIT.

       1900-REPORT-NOT-ISSUED.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'ERROR         : ' WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Estado        : NO EMITIDO - ejecute BAL-SNAPSHOT'
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE 8 TO RETURN-CODE.

      *> Like the input side, the driver leaves through the exit
      *> paragraph so the worker paragraphs inside the range never
      *> run on the stale last record.
       2500-SUMMARISE-PORTFOLIO.
           PERFORM 2510-RETURN-SORTED-RECORD.
           PERFORM 2520-PROCESS-SORTED-RECORD
               UNTIL END-OF-SORT-FILE.
           IF WS-PRODUCT-GROUP-OPEN
               PERFORM 2570-CLOSE-ACCOUNT
               PERFORM 2580-CLOSE-PRODUCT-GROUP
           END-IF.
           GO TO 2599-SUMMARISE-EXIT.

       2510-RETURN-SORTED-RECORD.
           RETURN PORTFOLIO-SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       2520-PROCESS-SORTED-RECORD.
           IF NOT WS-PRODUCT-GROUP-OPEN
                   OR SR-PRODUCT-CODE NOT = WS-GROUP-PRODUCT
                   OR SR-CURRENCY-CODE NOT = WS-GROUP-CURRENCY
               IF WS-PRODUCT-GROUP-OPEN
                   PERFORM 2570-CLOSE-ACCOUNT
                   PERFORM 2580-CLOSE-PRODUCT-GROUP
               END-IF
               PERFORM 2530-OPEN-PRODUCT-GROUP
               PERFORM 2540-OPEN-ACCOUNT
           ELSE IF SR-ACCOUNT-NUMBER NOT = WS-ACCT-NUMBER
               PERFORM 2570-CLOSE-ACCOUNT
               PERFORM 2540-OPEN-ACCOUNT
           END-IF.
           IF SR-SOURCE-TAG = 1
               PERFORM 2550-APPLY-SNAPSHOT-DAY
           ELSE IF SR-SOURCE-TAG = 2
               ADD SR-AMOUNT TO WS-GRP-INTEREST
           ELSE
               ADD SR-AMOUNT TO WS-GRP-FEES
           END-IF.
           PERFORM 2510-RETURN-SORTED-RECORD.

       2530-OPEN-PRODUCT-GROUP.
           MOVE SR-PRODUCT-CODE TO WS-GROUP-PRODUCT.
           MOVE SR-CURRENCY-CODE TO WS-GROUP-CURRENCY.
           SET WS-PRODUCT-GROUP-OPEN TO TRUE.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GRP-OPENING-COUNT
                        WS-GRP-CLOSING-COUNT
                        WS-GRP-OPENED-COUNT
                        WS-GRP-CLOSED-COUNT
                        WS-GRP-FROZEN-COUNT
                        WS-GRP-BALANCE-DAYS
                        WS-GRP-CLOSING-BALANCE
                        WS-GRP-AVERAGE-BALANCE
                        WS-GRP-INTEREST
                        WS-GRP-FEES.

       2540-OPEN-ACCOUNT.
           MOVE SR-ACCOUNT-NUMBER TO WS-ACCT-NUMBER.
           MOVE ZERO TO WS-ACCT-FIRST-DATE.
           MOVE ZERO TO WS-ACCT-LAST-DATE.
           MOVE SPACE TO WS-ACCT-LAST-STATUS.
           MOVE ZERO TO WS-ACCT-LAST-BALANCE.
           MOVE 'N' TO WS-ACCT-OPEN-AT-START.
           MOVE 'N' TO WS-ACCT-FROZE.
           MOVE 'N' TO WS-ACCT-CLOSED.

      *> The opening snapshot only sets where the account started;
      *> a freeze or closure counts from the first day of the month
      *> on, against the snapshot before it.
       2550-APPLY-SNAPSHOT-DAY.
           IF WS-ACCT-FIRST-DATE = ZERO
               MOVE SR-ENTRY-DATE TO WS-ACCT-FIRST-DATE
           END-IF.
           IF SR-ENTRY-DATE = WS-OPENING-DATE
               IF NOT SR-ACCOUNT-CLOSED
                   MOVE 'Y' TO WS-ACCT-OPEN-AT-START
               END-IF
           ELSE
               IF SR-ACCOUNT-FROZEN AND WS-ACCT-LAST-STATUS NOT = 'F'
                   MOVE 'Y' TO WS-ACCT-FROZE
               END-IF
               IF SR-ACCOUNT-CLOSED AND WS-ACCT-LAST-STATUS NOT = 'C'
                   MOVE 'Y' TO WS-ACCT-CLOSED
               END-IF
           END-IF.
           IF SR-ENTRY-DATE >= WS-PERIOD-START
               ADD SR-AMOUNT TO WS-GRP-BALANCE-DAYS
           END-IF.
           MOVE SR-ENTRY-DATE TO WS-ACCT-LAST-DATE.
           MOVE SR-ACCOUNT-STATUS TO WS-ACCT-LAST-STATUS.
           MOVE SR-AMOUNT TO WS-ACCT-LAST-BALANCE.

      *> An account with legs but no snapshot in the group (it moved
      *> to another product during the month) adds only its interest
      *> and fees.
       2570-CLOSE-ACCOUNT.
           IF WS-ACCT-FIRST-DATE NOT = ZERO
               IF WS-ACCT-OPEN-AT-START = 'Y'
                   ADD 1 TO WS-GRP-OPENING-COUNT
               END-IF
               IF WS-ACCT-FIRST-DATE > WS-OPENING-DATE
                   ADD 1 TO WS-GRP-OPENED-COUNT
               END-IF
               IF WS-ACCT-FROZE = 'Y'
                   ADD 1 TO WS-GRP-FROZEN-COUNT
               END-IF
               IF WS-ACCT-CLOSED = 'Y'
                   ADD 1 TO WS-GRP-CLOSED-COUNT
               END-IF
               IF WS-ACCT-LAST-DATE = WS-RUN-DATE
                   ADD WS-ACCT-LAST-BALANCE TO WS-GRP-CLOSING-BALANCE
                   IF WS-ACCT-LAST-STATUS NOT = 'C'
                       ADD 1 TO WS-GRP-CLOSING-COUNT
                   END-IF
               END-IF
           END-IF.

       2580-CLOSE-PRODUCT-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN.
           IF WS-SNAPSHOT-DAYS > ZERO
               COMPUTE WS-GRP-AVERAGE-BALANCE ROUNDED =
                   WS-GRP-BALANCE-DAYS / WS-SNAPSHOT-DAYS
           END-IF.
           ADD WS-GRP-OPENING-COUNT TO WS-TOT-OPENING-COUNT.
           ADD WS-GRP-CLOSING-COUNT TO WS-TOT-CLOSING-COUNT.
           ADD WS-GRP-OPENED-COUNT TO WS-TOT-OPENED-COUNT.
           ADD WS-GRP-CLOSED-COUNT TO WS-TOT-CLOSED-COUNT.
           ADD WS-GRP-FROZEN-COUNT TO WS-TOT-FROZEN-COUNT.
           PERFORM 2600-CONVERT-TO-USD.
           PERFORM 2700-FIND-PRIOR-FIGURES.
           PERFORM 2800-WRITE-PRODUCT-LINES.
           PERFORM 2900-SAVE-PORTFOLIO-HISTORY.

       2599-SUMMARISE-EXIT.
           EXIT.

       2600-CONVERT-TO-USD.
           MOVE ZERO TO WS-GRP-RATE.
           MOVE ZERO TO WS-GRP-RATE-DATE.
           MOVE WS-GROUP-CURRENCY TO RR-CURRENCY-CODE.
           READ CURRENCY-RATE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RR-RATE-PER-USD TO WS-GRP-RATE
                   MOVE RR-VALUE-DATE TO WS-GRP-RATE-DATE
           END-READ.
           IF WS-GRP-RATE > ZERO
               COMPUTE WS-USD-CLOSING ROUNDED =
                   WS-GRP-CLOSING-BALANCE / WS-GRP-RATE
               COMPUTE WS-USD-AVERAGE ROUNDED =
                   WS-GRP-AVERAGE-BALANCE / WS-GRP-RATE
               COMPUTE WS-USD-INTEREST ROUNDED =
                   WS-GRP-INTEREST / WS-GRP-RATE
               COMPUTE WS-USD-FEES ROUNDED =
                   WS-GRP-FEES / WS-GRP-RATE
               ADD WS-USD-CLOSING TO WS-TOT-USD-CLOSING
               ADD WS-USD-AVERAGE TO WS-TOT-USD-AVERAGE
               ADD WS-USD-INTEREST TO WS-TOT-USD-INTEREST
               ADD WS-USD-FEES TO WS-TOT-USD-FEES
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

       2700-FIND-PRIOR-FIGURES.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE ZERO TO WS-PRIOR-CLOSING-COUNT.
           MOVE ZERO TO WS-PRIOR-CLOSING-BALANCE.
           IF WS-PRIOR-PERIOD-END NOT = ZERO
               MOVE WS-PRIOR-PERIOD-END TO PH-PERIOD-END
               MOVE WS-GROUP-PRODUCT TO PH-PRODUCT-CODE
               MOVE WS-GROUP-CURRENCY TO PH-CURRENCY-CODE
               READ PORTFOLIO-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-PRIOR-ON-FILE TO TRUE
                       MOVE PH-CLOSING-COUNT TO WS-PRIOR-CLOSING-COUNT
                       MOVE PH-CLOSING-BALANCE
                           TO WS-PRIOR-CLOSING-BALANCE
               END-READ
           END-IF.

       2800-WRITE-PRODUCT-LINES.
           IF WS-GROUP-PRODUCT = SPACES
               MOVE '(sin producto)' TO WS-PRODUCT-LABEL
           ELSE
               MOVE WS-GROUP-PRODUCT TO WS-PRODUCT-LABEL
           END-IF.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Producto ' WS-PRODUCT-LABEL
                  ' moneda ' WS-GROUP-CURRENCY
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-GRP-OPENING-COUNT TO WS-COUNT-ED.
           MOVE WS-GRP-CLOSING-COUNT TO WS-COUNT-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING '  Cuentas    : inicio ' WS-COUNT-ED
                  ' cierre ' WS-COUNT-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-GRP-OPENED-COUNT TO WS-COUNT-ED.
           MOVE WS-GRP-CLOSED-COUNT TO WS-COUNT-ED-2.
           MOVE WS-GRP-FROZEN-COUNT TO WS-COUNT-ED-3.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING '  Movimiento : altas ' WS-COUNT-ED
                  ' bajas ' WS-COUNT-ED-2
                  ' congeladas ' WS-COUNT-ED-3
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-GRP-CLOSING-BALANCE TO WS-TOTAL-ED.
           MOVE WS-GRP-AVERAGE-BALANCE TO WS-TOTAL-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING '  Saldo      : cierre ' WS-TOTAL-ED
                  ' promedio ' WS-TOTAL-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-GRP-INTEREST TO WS-AMOUNT-ED.
           MOVE WS-GRP-FEES TO WS-AMOUNT-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING '  Resultado  : intereses ' WS-AMOUNT-ED
                  ' comisiones ' WS-AMOUNT-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           PERFORM 2810-WRITE-USD-LINES.
           PERFORM 2820-WRITE-COMPARISON-LINES.

       2810-WRITE-USD-LINES.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           IF WS-GRP-RATE = ZERO
               STRING '  En USD     : moneda sin tasa en CURRATE.DAT'
                      ' - fuera de totales'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           ELSE
               MOVE WS-GRP-RATE TO WS-RATE-ED
               STRING '  Tasa USD   : ' WS-RATE-ED
                      ' por USD, fecha valor ' WS-GRP-RATE-DATE
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               MOVE WS-USD-CLOSING TO WS-TOTAL-ED
               MOVE WS-USD-AVERAGE TO WS-TOTAL-ED-2
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING '  Saldo USD  : cierre ' WS-TOTAL-ED
                      ' promedio ' WS-TOTAL-ED-2
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               MOVE WS-USD-INTEREST TO WS-AMOUNT-ED
               MOVE WS-USD-FEES TO WS-AMOUNT-ED-2
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING '  Result. USD: intereses ' WS-AMOUNT-ED
                      ' comisiones ' WS-AMOUNT-ED-2
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF.

      *> Growth and attrition against the previous month, in the
      *> account currency so a rate move does not show as growth.
       2820-WRITE-COMPARISON-LINES.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           IF NOT WS-PRIOR-ON-FILE
               STRING '  Mes previo : sin datos del producto'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           ELSE
               MOVE WS-PRIOR-CLOSING-COUNT TO WS-COUNT-ED
               MOVE WS-PRIOR-CLOSING-BALANCE TO WS-TOTAL-ED
               STRING '  Mes previo : cuentas ' WS-COUNT-ED
                      ' saldo ' WS-TOTAL-ED
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               COMPUTE WS-COUNT-CHANGE =
                   WS-GRP-CLOSING-COUNT - WS-PRIOR-CLOSING-COUNT
               MOVE WS-PRIOR-CLOSING-COUNT TO WS-PCT-BASE
               MOVE WS-COUNT-CHANGE TO WS-PCT-CHANGE
               PERFORM 2850-EDIT-PERCENT
               MOVE WS-COUNT-CHANGE TO WS-CHANGE-ED
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING '  Variación  : cuentas ' WS-CHANGE-ED
                      ' (' WS-PCT-TEXT '%)'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               COMPUTE WS-BALANCE-CHANGE =
                   WS-GRP-CLOSING-BALANCE - WS-PRIOR-CLOSING-BALANCE
               MOVE WS-PRIOR-CLOSING-BALANCE TO WS-PCT-BASE
               MOVE WS-BALANCE-CHANGE TO WS-PCT-CHANGE
               PERFORM 2850-EDIT-PERCENT
               MOVE WS-BALANCE-CHANGE TO WS-TOTAL-ED
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING '               saldo   ' WS-TOTAL-ED
                      ' (' WS-PCT-TEXT '%)'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF.

       2850-EDIT-PERCENT.
           IF WS-PCT-BASE NOT > ZERO
               MOVE '      n/d' TO WS-PCT-TEXT
           ELSE IF WS-PCT-CHANGE > WS-PCT-BASE * 1000
               MOVE '   >99999' TO WS-PCT-TEXT
           ELSE IF WS-PCT-CHANGE < WS-PCT-BASE * -100
               MOVE '   <-9999' TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   WS-PCT-CHANGE * 100 / WS-PCT-BASE
               IF WS-PCT-VALUE > 99999.99
                   MOVE '   >99999' TO WS-PCT-TEXT
               ELSE IF WS-PCT-VALUE < -9999.99
                   MOVE '   <-9999' TO WS-PCT-TEXT
               ELSE
                   MOVE WS-PCT-VALUE TO WS-PCT-ED
                   MOVE WS-PCT-ED TO WS-PCT-TEXT
               END-IF
           END-IF.

      *> A record from an earlier run today is replaced.
       2900-SAVE-PORTFOLIO-HISTORY.
           MOVE WS-RUN-DATE TO PH-PERIOD-END.
           MOVE WS-GROUP-PRODUCT TO PH-PRODUCT-CODE.
           MOVE WS-GROUP-CURRENCY TO PH-CURRENCY-CODE.
           MOVE WS-PERIOD-START TO PH-PERIOD-START.
           MOVE WS-GRP-OPENING-COUNT TO PH-OPENING-COUNT.
           MOVE WS-GRP-CLOSING-COUNT TO PH-CLOSING-COUNT.
           MOVE WS-GRP-OPENED-COUNT TO PH-OPENED-COUNT.
           MOVE WS-GRP-CLOSED-COUNT TO PH-CLOSED-COUNT.
           MOVE WS-GRP-FROZEN-COUNT TO PH-FROZEN-COUNT.
           MOVE WS-GRP-CLOSING-BALANCE TO PH-CLOSING-BALANCE.
           MOVE WS-GRP-AVERAGE-BALANCE TO PH-AVERAGE-BALANCE.
           MOVE WS-GRP-INTEREST TO PH-INTEREST-PAID.
           MOVE WS-GRP-FEES TO PH-FEES-EARNED.
           MOVE WS-GRP-RATE TO PH-RATE-PER-USD.
           WRITE PORTFOLIO-HISTORY-RECORD
               INVALID KEY REWRITE PORTFOLIO-HISTORY-RECORD
           END-WRITE.

       3000-WRITE-PORTFOLIO-TOTALS.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'TOTAL CARTERA' DELIMITED BY SIZE
                  INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-GROUP-COUNT TO WS-COUNT-ED.
           MOVE WS-SNAPSHOT-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Grupos        : cant ' WS-COUNT-ED
                  ' - días con instantánea ' WS-DAYS-ED
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-TOT-OPENING-COUNT TO WS-COUNT-ED.
           MOVE WS-TOT-CLOSING-COUNT TO WS-COUNT-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Cuentas       : inicio ' WS-COUNT-ED
                  ' cierre ' WS-COUNT-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-TOT-OPENED-COUNT TO WS-COUNT-ED.
           MOVE WS-TOT-CLOSED-COUNT TO WS-COUNT-ED-2.
           MOVE WS-TOT-FROZEN-COUNT TO WS-COUNT-ED-3.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Movimiento    : altas ' WS-COUNT-ED
                  ' bajas ' WS-COUNT-ED-2
                  ' congeladas ' WS-COUNT-ED-3
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-TOT-USD-CLOSING TO WS-TOTAL-ED.
           MOVE WS-TOT-USD-AVERAGE TO WS-TOTAL-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Saldo USD     : cierre ' WS-TOTAL-ED
                  ' promedio ' WS-TOTAL-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE WS-TOT-USD-INTEREST TO WS-TOTAL-ED.
           MOVE WS-TOT-USD-FEES TO WS-TOTAL-ED-2.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING 'Result. USD   : intereses ' WS-TOTAL-ED
                  ' comisiones ' WS-TOTAL-ED-2
                  DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           IF WS-NO-RATE-COUNT > ZERO
               MOVE WS-NO-RATE-COUNT TO WS-COUNT-ED
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING 'Sin tasa USD  : grupos ' WS-COUNT-ED
                      ' fuera de los totales USD'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF.
           PERFORM 3100-WRITE-TOTAL-COMPARISON.

      *> The month-on-month USD comparison converts each month at its
      *> own month-end rate, so it includes the effect of rate moves.
       3100-WRITE-TOTAL-COMPARISON.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           IF WS-PRIOR-PERIOD-END = ZERO
               STRING 'Mes previo    : sin datos'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           ELSE
               MOVE WS-TOT-PRIOR-COUNT TO WS-COUNT-ED
               MOVE WS-TOT-PRIOR-USD-CLOSING TO WS-TOTAL-ED
               STRING 'Mes previo    : cuentas ' WS-COUNT-ED
                      ' saldo USD ' WS-TOTAL-ED
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               COMPUTE WS-COUNT-CHANGE =
                   WS-TOT-CLOSING-COUNT - WS-TOT-PRIOR-COUNT
               MOVE WS-TOT-PRIOR-COUNT TO WS-PCT-BASE
               MOVE WS-COUNT-CHANGE TO WS-PCT-CHANGE
               PERFORM 2850-EDIT-PERCENT
               MOVE WS-COUNT-CHANGE TO WS-CHANGE-ED
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING 'Variación     : cuentas ' WS-CHANGE-ED
                      ' (' WS-PCT-TEXT '%)'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
               COMPUTE WS-BALANCE-CHANGE =
                   WS-TOT-USD-CLOSING - WS-TOT-PRIOR-USD-CLOSING
               MOVE WS-TOT-PRIOR-USD-CLOSING TO WS-PCT-BASE
               MOVE WS-BALANCE-CHANGE TO WS-PCT-CHANGE
               PERFORM 2850-EDIT-PERCENT
               MOVE WS-BALANCE-CHANGE TO WS-TOTAL-ED
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING '                saldo USD ' WS-TOTAL-ED
                      ' (' WS-PCT-TEXT '%)'
                      DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF.

       4000-TERMINATE-SYSTEM.
           CLOSE BALANCE-SNAPSHOT-FILE
                 MASTER-FILE
                 ACCOUNT-HISTORY-FILE
                 CURRENCY-RATE-FILE
                 PORTFOLIO-HISTORY-FILE
                 PORTFOLIO-REPORT-FILE.
