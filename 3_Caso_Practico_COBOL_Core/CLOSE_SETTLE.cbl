       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-SETTLE.
       AUTHOR. Javier J. Tapia 2026.

      *> Account closure settlement. Each CLOSEREQ.DAT line names an
      *> account to close and where its remaining funds go - another
      *> account on MASTER.DAT ('A'), a cheque ('C') or a payee of
      *> another bank on EXTPAYEE.DAT, paid through the interbank
      *> clearing ('E'). Closures move money, so they are under the
      *> same dual control as the maintenance programs: a line is
      *> only checked and filed in MNTPEND.DAT, and the settlement is
      *> made by the run after a second operator approves it through
      *> MNT-APPROVE. Settling an account refuses it while HOLDS.DAT
      *> still holds funds of it unreleased or TRANS.WHS still has
      *> future-dated movements for it; otherwise it accrues interest
      *> from the last cycle end to today on the PRODUCT.DAT terms,
      *> charges the product's closing fee, and writes the 'I', the
      *> 'F' and the final sweep of whatever is left - a 'T' to the
      *> payout account or payee, or a 'W' for the cheque - into
      *> TRANS.GEN for the night's normal posting run. Every active
      *> standing order the account is source or destination of is
      *> cancelled and audited. The account is not closed here: the
      *> settlement goes on CLOSURE.DAT and CLOSE-CONFIRM closes the
      *> account and prints the closure advice once the sweep has
      *> posted. Settling on the cycle end itself is refused, as
      *> CYCLE-GEN would pay and charge the account again that night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSEREQ-FILE ASSIGN TO 'CLOSEREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT OPTIONAL PRODUCT-TERMS-FILE ASSIGN TO 'PRODUCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PRODUCT-CODE.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY.
           SELECT OPTIONAL TRANS-WAREHOUSE-FILE ASSIGN TO 'TRANS.WHS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-GENERATED-FILE ASSIGN TO 'TRANS.GEN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO 'STANDING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID.
           SELECT OPTIONAL EXTERNAL-PAYEE-FILE ASSIGN TO 'EXTPAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID.
           SELECT OPTIONAL CLEARING-PARM-FILE ASSIGN TO 'CLEARING.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO 'CLOSURE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ACCOUNT-NUMBER.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.
           SELECT CLOSESET-REPORT-FILE ASSIGN TO 'CLOSESET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSEREQ-FILE.
       01  CLOSEREQ-FILE-RECORD        PIC X(21).

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  PRODUCT-TERMS-FILE.
           COPY PRODREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  TRANS-WAREHOUSE-FILE.
       01  TRANS-WAREHOUSE-RECORD      PIC X(42).

       FD  TRANS-GENERATED-FILE.
       01  TRANS-GENERATED-RECORD      PIC X(42).

       FD  STANDING-ORDER-FILE.
           COPY STANDREC.

       FD  EXTERNAL-PAYEE-FILE.
           COPY PAYEREC.

       FD  CLEARING-PARM-FILE.
           COPY CLRPARM.

       FD  CLOSURE-FILE.
           COPY CLOSREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CLOSESET-REPORT-FILE.
       01  CLOSESET-REPORT-RECORD      PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-CLOSEREQ-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-CLOSEREQ-FILE    VALUE 'Y'.
       01  WS-EOF-MASTER-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE      VALUE 'Y'.
       01  WS-EOF-HOLDS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-HOLDS-FILE       VALUE 'Y'.
       01  WS-EOF-WAREHOUSE-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-WAREHOUSE-FILE   VALUE 'Y'.
       01  WS-EOF-STANDING-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-STANDING-FILE    VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.
       01  WS-PRODUCT-FOUND            PIC X(01).
           88  WS-PRODUCT-ON-FILE      VALUE 'Y'.

      *> The closure line is worked on here rather than in the file
      *> area, because an approved closure comes back from MNTPEND.DAT
      *> in this same layout and is settled through the same
      *> paragraphs as it would have been when it was read. The
      *> payout account is required for an 'A' payout, and holds the
      *> payee reference ('E' and nine digits) for an 'E' payout.
       01  CLOSEREQ-RECORD-IN.
           05  CQ-ACCOUNT-NUMBER       PIC X(10).
           05  CQ-PAYOUT-TYPE          PIC X(01).
               88  CQ-PAYOUT-TO-ACCOUNT VALUE 'A'.
               88  CQ-PAYOUT-EXTERNAL  VALUE 'E'.
               88  CQ-PAYOUT-VALID     VALUE 'A' 'C' 'E'.
           05  CQ-PAYOUT-ACCOUNT       PIC X(10).
           05  CQ-PAYOUT-PAYEE-VIEW REDEFINES CQ-PAYOUT-ACCOUNT.
               10  CQ-PAYOUT-PAYEE-PREFIX PIC X(01).
                   88  CQ-PAYOUT-PAYEE-REF VALUE 'E'.
               10  CQ-PAYOUT-PAYEE-NUMBER PIC X(09).

      *> The feed layout the warehouse is read into and the settlement
      *> records are built in.
           COPY TRANSREC.

       01  WS-CLOSE-DATA.
           05  WS-CLOSE-BALANCE        PIC S9(08)V99.
           05  WS-CLOSE-CURRENCY       PIC X(03).
           05  WS-CLOSE-PRODUCT        PIC X(04).
           05  WS-INTEREST-DAYS        PIC 9(03).
           05  WS-INTEREST-AMOUNT      PIC 9(08)V99.
           05  WS-CLOSING-FEE          PIC 9(06)V99.
           05  WS-SWEEP-BALANCE        PIC S9(08)V99.
           05  WS-SWEEP-AMOUNT         PIC 9(08)V99.
           05  WS-ORDERS-CANCELLED     PIC 9(05).
           05  WS-HELD-COUNT           PIC 9(05).
           05  WS-WAREHOUSED-COUNT     PIC 9(05).
       01  WS-CLOSURE-FOUND            PIC X(01).
           88  WS-CLOSURE-IN-PROGRESS  VALUE 'Y'.
       01  WS-PAYEE-FOUND              PIC X(01).
           88  WS-PAYEE-ON-FILE        VALUE 'Y'.

      *> An 'E' payout leaves through the clearing, which only carries
      *> the currency of its suspense account; spaces when the bank
      *> is not in the clearing.
       01  WS-CLEARING-CURRENCY        PIC X(03) VALUE SPACES.

       01  WS-TIER-INDEX               PIC 9(02).
       01  WS-APPLIED-RATE             PIC 9(02)V9(04).
      *> The amount column of a TRANS.GEN record carries seven
      *> integer digits; a larger interest or sweep cannot be written
      *> there and the account has to be settled by hand.
       01  WS-AMOUNT-DISP              PIC 9(07).99.
       01  WS-TRANS-AMOUNT-MAX         PIC 9(08)V99 VALUE 9999999.99.

       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

      *> Interest accrues from the last cycle end CYCLE-GEN paid it to:
      *> this month's cycle end once it has passed, the previous
      *> month's before that. Both are the last business day of their
      *> month on the house (USD) calendar.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-CYCLE-END-DATE           PIC 9(08).
       01  WS-INTEREST-FROM-DATE       PIC 9(08).
       01  WS-NEXT-MONTH-START.
           05  WS-NEXT-YEAR            PIC 9(04).
           05  WS-NEXT-MONTH           PIC 9(02).
           05  WS-NEXT-DAY             PIC 9(02).
       01  WS-NEXT-MONTH-START-NUM REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(08).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YEAR     PIC 9(04).
           05  WS-MONTH-START-MONTH    PIC 9(02).
           05  WS-MONTH-START-DAY      PIC 9(02).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
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

       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-AFTER-IMAGE              PIC X(100).

      *> Dual-control fields. The operator running the program is the
      *> maker of every closure it reads; the sequence numbers today's
      *> pending items after those already filed today.
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-PENDING-SEQUENCE         PIC 9(06) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-DAYS-ED              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-CLOSEREQ-RECORDS
               UNTIL END-OF-CLOSEREQ-FILE.
           PERFORM 3000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT CLOSEREQ-FILE
                INPUT MASTER-FILE
                INPUT PRODUCT-TERMS-FILE
                INPUT HOLDS-FILE
                INPUT EXTERNAL-PAYEE-FILE
                EXTEND TRANS-GENERATED-FILE
                I-O STANDING-ORDER-FILE
                I-O CLOSURE-FILE
                INPUT CALENDAR-FILE
                OUTPUT CLOSESET-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE.
           PERFORM 1200-FIND-INTEREST-PERIOD.
           PERFORM 1300-LOAD-CLEARING-CURRENCY.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-CLOSEREQ-FILE
               PERFORM 1100-READ-CLOSEREQ-RECORD
           END-IF.

       1100-READ-CLOSEREQ-RECORD.
           READ CLOSEREQ-FILE INTO CLOSEREQ-RECORD-IN
               AT END SET END-OF-CLOSEREQ-FILE TO TRUE
           END-READ.

      *> The day before the first of a month is the previous month's
      *> last calendar day; stepping back from it to a business day
      *> gives that month's cycle end.
       1200-FIND-INTEREST-PERIOD.
           MOVE WS-HOUSE-CALENDAR TO WS-CALENDAR-CODE.
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
           PERFORM 2720-ROLL-BACK.
           MOVE WS-TEST-DATE TO WS-CYCLE-END-DATE.
           IF WS-RUN-DATE > WS-CYCLE-END-DATE
               MOVE WS-CYCLE-END-DATE TO WS-INTEREST-FROM-DATE
           ELSE
               MOVE WS-RUN-YEAR TO WS-MONTH-START-YEAR
               MOVE WS-RUN-MONTH TO WS-MONTH-START-MONTH
               MOVE 01 TO WS-MONTH-START-DAY
               COMPUTE WS-TEST-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
                   TO WS-TEST-DATE
               PERFORM 2720-ROLL-BACK
               MOVE WS-TEST-DATE TO WS-INTEREST-FROM-DATE
           END-IF.

       1300-LOAD-CLEARING-CURRENCY.
           OPEN INPUT CLEARING-PARM-FILE.
           READ CLEARING-PARM-FILE
               AT END MOVE SPACES TO CP-SUSPENSE-ACCOUNT
           END-READ.
           IF CP-SUSPENSE-ACCOUNT NUMERIC
               MOVE CP-SUSPENSE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MR-CURRENCY-CODE TO WS-CLEARING-CURRENCY
               END-READ
           END-IF.
           CLOSE CLEARING-PARM-FILE.

      *> Closures a checker approved through MNT-APPROVE since the last
      *> run are settled first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the account can no longer be settled (funds
      *> still held, a future-dated movement, an overdrawn balance).
      *> A failed item is not retried; the maker keys it again once
      *> the obstacle has cleared.
       1500-APPLY-APPROVED-ITEMS.
           MOVE 'N' TO WS-EOF-PENDING-FILE.
           MOVE LOW-VALUES TO PN-PENDING-KEY.
           START MAINT-PENDING-FILE KEY IS NOT LESS THAN PN-PENDING-KEY
               INVALID KEY SET END-OF-PENDING-FILE TO TRUE
           END-START.
           PERFORM 1510-APPLY-NEXT-ITEM
               UNTIL END-OF-PENDING-FILE.

       1510-APPLY-NEXT-ITEM.
           READ MAINT-PENDING-FILE NEXT RECORD
               AT END SET END-OF-PENDING-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PENDING-FILE
               IF PN-PROGRAM-ID = 'CLOSE-SETTLE' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO CLOSEREQ-RECORD-IN.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING 'Liquidación '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                  ' cuenta ' CQ-ACCOUNT-NUMBER
                  ' pago ' CQ-PAYOUT-TYPE ' ' CQ-PAYOUT-ACCOUNT
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 2050-APPLY-CLOSURE.
           MOVE WS-RUN-DATE TO PN-APPLIED-DATE.
           IF WS-ERROR-MESSAGE = SPACES
               SET PN-ITEM-APPLIED TO TRUE
               MOVE 'Liquidado - cierre tras el barrido.'
               TO WS-RESULT-TEXT
           ELSE
               SET PN-ITEM-FAILED TO TRUE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE WS-RESULT-TEXT TO PN-RESULT.
           REWRITE MAINT-PENDING-RECORD.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.

      *> Keys ascend within the day, so the last item already on file
      *> for today - from this program or any other maintenance run -
      *> carries the highest sequence.
       1600-SEED-PENDING-SEQUENCE.
           MOVE 'N' TO WS-EOF-PENDING-FILE.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE ZERO TO PN-ENTRY-SEQUENCE.
           START MAINT-PENDING-FILE KEY IS NOT LESS THAN PN-PENDING-KEY
               INVALID KEY SET END-OF-PENDING-FILE TO TRUE
           END-START.
           PERFORM 1610-SCAN-TODAY-PENDING
               UNTIL END-OF-PENDING-FILE.

       1610-SCAN-TODAY-PENDING.
           READ MAINT-PENDING-FILE NEXT RECORD
               AT END SET END-OF-PENDING-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PENDING-FILE
               IF PN-ENTRY-DATE NOT = WS-RUN-DATE
                   SET END-OF-PENDING-FILE TO TRUE
               ELSE
                   MOVE PN-ENTRY-SEQUENCE TO WS-PENDING-SEQUENCE
               END-IF
           END-IF.

      *> A closure line is only checked for what it says about itself
      *> here and filed as pending; nothing is settled until a second
      *> operator approves it, and the account is judged on the
      *> files as they stand on the day it is settled.
       2000-PROCESS-CLOSEREQ-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE
               PERFORM 2100-VALIDATE-CLOSURE-REQUEST
               IF WS-ERROR-MESSAGE = SPACES
                   PERFORM 2800-FILE-PENDING-ITEM
               END-IF
           END-IF.
           PERFORM 2900-WRITE-CLOSESET-REPORT.
           PERFORM 1100-READ-CLOSEREQ-RECORD.

       2050-APPLY-CLOSURE.
           PERFORM 2100-VALIDATE-CLOSURE-REQUEST.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2200-CHECK-CLOSING-ACCOUNT
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2250-CHECK-PAYOUT-ACCOUNT
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2300-CHECK-UNRELEASED-HOLDS
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2350-CHECK-WAREHOUSED-ITEMS
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2400-COMPUTE-SETTLEMENT
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2500-GENERATE-SETTLEMENT
               PERFORM 2600-CANCEL-STANDING-ORDERS
               PERFORM 2650-RECORD-CLOSURE
           END-IF.

       2100-VALIDATE-CLOSURE-REQUEST.
           IF CQ-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'CUENTA: número de cuenta no numérico.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT CQ-PAYOUT-VALID
               MOVE 'PAGO: tipo debe ser A, C o E.'
               TO WS-ERROR-MESSAGE
           ELSE IF CQ-PAYOUT-TO-ACCOUNT
               IF CQ-PAYOUT-ACCOUNT NOT NUMERIC
                   MOVE 'PAGO: cuenta destino no numérica.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   IF CQ-PAYOUT-ACCOUNT = CQ-ACCOUNT-NUMBER
                       MOVE 'PAGO: cuenta destino igual a la cuenta.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           ELSE IF CQ-PAYOUT-EXTERNAL
               IF NOT CQ-PAYOUT-PAYEE-REF
                       OR CQ-PAYOUT-PAYEE-NUMBER NOT NUMERIC
                   MOVE 'PAGO: beneficiario debe ser E y 9 dígitos.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      *> CLOSURE.DAT is read for the account before anything else is,
      *> so a settlement already waiting on its sweep is never made
      *> twice; a residual one on file is replaced by this one.
       2200-CHECK-CLOSING-ACCOUNT.
           MOVE 'N' TO WS-EOF-MASTER-FILE.
           MOVE CQ-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY SET END-OF-MASTER-FILE TO TRUE
           END-READ.
           IF END-OF-MASTER-FILE
               MOVE 'Cuenta no encontrada para cierre.'
               TO WS-ERROR-MESSAGE
           ELSE IF MR-ACCOUNT-CLOSED
               MOVE 'Cuenta ya cerrada.'
               TO WS-ERROR-MESSAGE
           ELSE IF MR-ACCOUNT-FROZEN
               MOVE 'Cuenta congelada - cierre rechazado.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE MR-ACCOUNT-BALANCE TO WS-CLOSE-BALANCE
               MOVE MR-CURRENCY-CODE TO WS-CLOSE-CURRENCY
               MOVE MR-PRODUCT-CODE TO WS-CLOSE-PRODUCT
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE 'N' TO WS-CLOSURE-FOUND
               MOVE CQ-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER
               READ CLOSURE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CS-SETTLING
                           SET WS-CLOSURE-IN-PROGRESS TO TRUE
                       END-IF
               END-READ
               IF WS-CLOSURE-IN-PROGRESS
                   MOVE 'Cierre ya en liquidación.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF WS-RUN-DATE = WS-CYCLE-END-DATE
                   MOVE 'CICLO: cierre de ciclo hoy - liquidar mañana.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       2250-CHECK-PAYOUT-ACCOUNT.
           IF CQ-PAYOUT-TO-ACCOUNT
               MOVE 'N' TO WS-EOF-MASTER-FILE
               MOVE CQ-PAYOUT-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY SET END-OF-MASTER-FILE TO TRUE
               END-READ
               IF END-OF-MASTER-FILE
                   MOVE 'PAGO: cuenta destino no encontrada.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   IF NOT MR-ACCOUNT-ACTIVE
                       MOVE 'PAGO: cuenta destino no activa.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES AND CQ-PAYOUT-TO-ACCOUNT
               MOVE 'N' TO WS-CLOSURE-FOUND
               MOVE CQ-PAYOUT-ACCOUNT TO CS-ACCOUNT-NUMBER
               READ CLOSURE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CS-SETTLING
                           SET WS-CLOSURE-IN-PROGRESS TO TRUE
                       END-IF
               END-READ
               IF WS-CLOSURE-IN-PROGRESS
                   MOVE 'PAGO: cuenta destino en liquidación.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF CQ-PAYOUT-EXTERNAL
               PERFORM 2260-CHECK-PAYOUT-PAYEE
           END-IF.

      *> TRANS-PROCESSOR refuses a transfer to a payee that is not
      *> active or in another currency than the clearing's; the
      *> settlement is refused here rather than left to fail there.
       2260-CHECK-PAYOUT-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND.
           MOVE CQ-PAYOUT-ACCOUNT TO EP-PAYEE-ID.
           READ EXTERNAL-PAYEE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PAYEE-ON-FILE TO TRUE
           END-READ.
           IF NOT WS-PAYEE-ON-FILE
               MOVE 'PAGO: beneficiario no registrado.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT EP-PAYEE-ACTIVE
               MOVE 'PAGO: beneficiario dado de baja.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-CLEARING-CURRENCY = SPACES
               MOVE 'PAGO: banco fuera de la cámara de compensación.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-CLOSE-CURRENCY NOT = WS-CLEARING-CURRENCY
               MOVE 'PAGO: moneda distinta de la cámara.'
               TO WS-ERROR-MESSAGE
           END-IF.

      *> The TRANS-PROCESSOR rule for what is still held: a hold whose
      *> release date is ahead of today. One due today is released by
      *> HOLD-RELEASE ahead of tonight's posting, before the sweep.
       2300-CHECK-UNRELEASED-HOLDS.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE 'N' TO WS-EOF-HOLDS-FILE.
           MOVE CQ-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE ZERO TO HD-RELEASE-DATE.
           MOVE ZERO TO HD-SEQUENCE-NUMBER.
           START HOLDS-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY SET END-OF-HOLDS-FILE TO TRUE
           END-START.
           PERFORM 2310-COUNT-UNRELEASED-HOLD
               UNTIL END-OF-HOLDS-FILE.
           IF WS-HELD-COUNT > ZERO
               MOVE 'RETENCIONES: fondos retenidos sin liberar.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2310-COUNT-UNRELEASED-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-HOLDS-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLDS-FILE
               IF HD-ACCOUNT-NUMBER NOT = CQ-ACCOUNT-NUMBER
                   SET END-OF-HOLDS-FILE TO TRUE
               ELSE
                   IF HD-RELEASE-DATE > WS-RUN-DATE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-IF.

      *> A future-dated movement either side of the account would post
      *> after the sweep - into a closed account, or out of one.
       2350-CHECK-WAREHOUSED-ITEMS.
           MOVE ZERO TO WS-WAREHOUSED-COUNT.
           MOVE 'N' TO WS-EOF-WAREHOUSE-FILE.
           OPEN INPUT TRANS-WAREHOUSE-FILE.
           PERFORM 2360-COUNT-WAREHOUSED-ITEM
               UNTIL END-OF-WAREHOUSE-FILE.
           CLOSE TRANS-WAREHOUSE-FILE.
           IF WS-WAREHOUSED-COUNT > ZERO
               MOVE 'DIFERIDAS: operaciones pendientes en TRANS.WHS.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2360-COUNT-WAREHOUSED-ITEM.
           READ TRANS-WAREHOUSE-FILE INTO TRANS-RECORD-IN
               AT END SET END-OF-WAREHOUSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-WAREHOUSE-FILE
               IF TR-ACCOUNT-NUMBER = CQ-ACCOUNT-NUMBER
                       OR (TR-TRANSFER
                           AND TR-DEST-ACCOUNT-NUMBER
                               = CQ-ACCOUNT-NUMBER)
                   ADD 1 TO WS-WAREHOUSED-COUNT
               END-IF
           END-IF.

      *> Interest to date is the CYCLE-GEN rule pro rata: the annual
      *> rate of the balance band the account falls in, for the days
      *> since the last cycle end over a 365-day year. An account
      *> whose product is not on file earns nothing and pays no fee,
      *> as at cycle end. What is left after interest and fee is the
      *> sweep, and an account that would be left owing cannot be
      *> closed this way - nor one whose interest or sweep is too
      *> large for a TRANS.GEN record.
       2400-COMPUTE-SETTLEMENT.
           MOVE ZERO TO WS-INTEREST-AMOUNT.
           MOVE ZERO TO WS-CLOSING-FEE.
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM-DATE).
           MOVE 'N' TO WS-PRODUCT-FOUND.
           MOVE WS-CLOSE-PRODUCT TO PT-PRODUCT-CODE.
           READ PRODUCT-TERMS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PRODUCT-ON-FILE TO TRUE
           END-READ.
           IF WS-PRODUCT-ON-FILE
               IF WS-CLOSE-BALANCE > ZERO
                   MOVE ZERO TO WS-APPLIED-RATE
                   PERFORM 2410-SELECT-RATE-TIER
                       VARYING WS-TIER-INDEX FROM 1 BY 1
                           UNTIL WS-TIER-INDEX > 3
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-CLOSE-BALANCE * WS-APPLIED-RATE
                       * WS-INTEREST-DAYS / 36500
                   IF WS-INTEREST-AMOUNT < 0.01
                       MOVE ZERO TO WS-INTEREST-AMOUNT
                   END-IF
               END-IF
               MOVE PT-CLOSING-FEE TO WS-CLOSING-FEE
           END-IF.
           COMPUTE WS-SWEEP-BALANCE =
               WS-CLOSE-BALANCE + WS-INTEREST-AMOUNT - WS-CLOSING-FEE.
           IF WS-SWEEP-BALANCE < ZERO
               MOVE 'SALDO: deudor tras liquidación - regularizar.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-SWEEP-BALANCE > WS-TRANS-AMOUNT-MAX
                   OR WS-INTEREST-AMOUNT > WS-TRANS-AMOUNT-MAX
               MOVE WS-SWEEP-BALANCE TO WS-AMOUNT-ED
               MOVE SPACES TO CLOSESET-REPORT-RECORD
               STRING '    Barrido de ' WS-AMOUNT-ED ' '
                      WS-CLOSE-CURRENCY
                      ' supera el máximo de un movimiento'
                      DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD
               WRITE CLOSESET-REPORT-RECORD
               MOVE 'IMPORTE: supera 9999999.99 - manual.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-SWEEP-BALANCE TO WS-SWEEP-AMOUNT
           END-IF.

       2410-SELECT-RATE-TIER.
           IF WS-APPLIED-RATE = ZERO
               IF WS-CLOSE-BALANCE <= PT-TIER-LIMIT(WS-TIER-INDEX)
                       OR WS-TIER-INDEX = 3
                   MOVE PT-TIER-ANNUAL-RATE(WS-TIER-INDEX)
                       TO WS-APPLIED-RATE
                   MOVE 4 TO WS-TIER-INDEX
               END-IF
           END-IF.

      *> Interest, fee and sweep go out in that order, so the sweep
      *> posts against the balance the first two leave behind.
       2500-GENERATE-SETTLEMENT.
           MOVE WS-CLOSE-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Saldo a la fecha      : ' WS-AMOUNT-ED ' '
                  WS-CLOSE-CURRENCY
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.
           MOVE WS-INTEREST-DAYS TO WS-DAYS-ED.
           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Intereses ' WS-DAYS-ED ' dias    : '
                  WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-DISP
               MOVE 'I' TO TR-TRANSACTION-TYPE
               MOVE SPACES TO TR-DEST-ACCOUNT-NUMBER
               PERFORM 2550-EMIT-SETTLEMENT-RECORD
           END-IF.
           MOVE WS-CLOSING-FEE TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Comisión de cierre    : ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.
           IF WS-CLOSING-FEE > ZERO
               MOVE WS-CLOSING-FEE TO WS-AMOUNT-DISP
               MOVE 'F' TO TR-TRANSACTION-TYPE
               MOVE SPACES TO TR-DEST-ACCOUNT-NUMBER
               PERFORM 2550-EMIT-SETTLEMENT-RECORD
           END-IF.
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Barrido final         : ' WS-AMOUNT-ED
                  ' pago ' CQ-PAYOUT-TYPE ' ' CQ-PAYOUT-ACCOUNT
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.
           IF WS-SWEEP-AMOUNT > ZERO
               MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-DISP
               IF CQ-PAYOUT-TO-ACCOUNT OR CQ-PAYOUT-EXTERNAL
                   MOVE 'T' TO TR-TRANSACTION-TYPE
                   MOVE CQ-PAYOUT-ACCOUNT TO TR-DEST-ACCOUNT-NUMBER
               ELSE
                   MOVE 'W' TO TR-TRANSACTION-TYPE
                   MOVE SPACES TO TR-DEST-ACCOUNT-NUMBER
               END-IF
               PERFORM 2550-EMIT-SETTLEMENT-RECORD
           END-IF.

       2550-EMIT-SETTLEMENT-RECORD.
           MOVE CQ-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE WS-CLOSE-CURRENCY TO TR-CURRENCY-CODE.
           MOVE WS-RUN-DATE TO TR-EFFECTIVE-DATE.
           WRITE TRANS-GENERATED-RECORD FROM TRANS-RECORD-IN.

      *> STANDING.DAT is keyed by order, not by account, so the whole
      *> file is read for the orders the account pays or receives.
       2600-CANCEL-STANDING-ORDERS.
           MOVE ZERO TO WS-ORDERS-CANCELLED.
           MOVE 'N' TO WS-EOF-STANDING-FILE.
           MOVE LOW-VALUES TO SO-ORDER-ID.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY SET END-OF-STANDING-FILE TO TRUE
           END-START.
           PERFORM 2610-CANCEL-NEXT-ORDER
               UNTIL END-OF-STANDING-FILE.
           MOVE WS-ORDERS-CANCELLED TO WS-COUNT-ED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Ordenes anuladas      : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.

       2610-CANCEL-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END SET END-OF-STANDING-FILE TO TRUE
           END-READ.
           IF NOT END-OF-STANDING-FILE
               IF SO-ORDER-ACTIVE
                       AND (SO-SOURCE-ACCOUNT = CQ-ACCOUNT-NUMBER
                            OR SO-DEST-ACCOUNT = CQ-ACCOUNT-NUMBER)
                   PERFORM 2620-CANCEL-ORDER
               END-IF
           END-IF.

       2620-CANCEL-ORDER.
           MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE.
           SET SO-ORDER-CANCELLED TO TRUE.
           REWRITE STANDING-ORDER-RECORD.
           MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-ORDERS-CANCELLED.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING '    Orden anulada ' SO-ORDER-ID
                  ' origen ' SO-SOURCE-ACCOUNT
                  ' destino ' SO-DEST-ACCOUNT
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.

      *> A residual or written-off settlement already on file for the
      *> account is replaced; CLOSE-CONFIRM only ever looks at the
      *> latest one.
       2650-RECORD-CLOSURE.
           MOVE SPACES TO CLOSURE-RECORD.
           MOVE CQ-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
           SET CS-SETTLING TO TRUE.
           MOVE CQ-PAYOUT-TYPE TO CS-PAYOUT-TYPE.
           MOVE CQ-PAYOUT-ACCOUNT TO CS-PAYOUT-ACCOUNT.
           MOVE WS-RUN-DATE TO CS-REQUEST-DATE.
           MOVE WS-CLOSE-CURRENCY TO CS-CURRENCY-CODE.
           MOVE WS-CLOSE-BALANCE TO CS-OPENING-BALANCE.
           MOVE WS-INTEREST-DAYS TO CS-INTEREST-DAYS.
           MOVE WS-INTEREST-AMOUNT TO CS-INTEREST-AMOUNT.
           MOVE WS-CLOSING-FEE TO CS-CLOSING-FEE.
           MOVE WS-SWEEP-AMOUNT TO CS-SWEEP-AMOUNT.
           MOVE WS-ORDERS-CANCELLED TO CS-ORDERS-CANCELLED.
           MOVE ZERO TO CS-SWEEP-DATE.
           MOVE ZERO TO CS-SWEEP-SEQUENCE.
           MOVE ZERO TO CS-CLOSED-DATE.
           MOVE PN-MAKER-ID TO CS-MAKER-ID.
           MOVE PN-CHECKER-ID TO CS-CHECKER-ID.
           WRITE CLOSURE-RECORD
               INVALID KEY REWRITE CLOSURE-RECORD
           END-WRITE.

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

       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'CLOSE-SETTLE' TO PN-PROGRAM-ID.
           MOVE 'C' TO PN-ACTION.
           MOVE CQ-ACCOUNT-NUMBER TO PN-RECORD-KEY.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE CLOSEREQ-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-CLOSESET-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO CLOSESET-REPORT-RECORD.
           STRING 'Cierre: '
                  CQ-ACCOUNT-NUMBER ' '
                  CQ-PAYOUT-TYPE ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO CLOSESET-REPORT-RECORD.
           WRITE CLOSESET-REPORT-RECORD.

       2950-WRITE-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AU-RUN-DATE.
           MOVE 'CLOSE-SETTLE' TO AU-PROGRAM-ID.
           MOVE 'C' TO AU-ACTION.
           MOVE SO-ORDER-ID TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

       3000-TERMINATE-SYSTEM.
           CLOSE CLOSEREQ-FILE
                 MASTER-FILE
                 PRODUCT-TERMS-FILE
                 HOLDS-FILE
                 EXTERNAL-PAYEE-FILE
                 TRANS-GENERATED-FILE
                 STANDING-ORDER-FILE
                 CLOSURE-FILE
                 CALENDAR-FILE
                 CLOSESET-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE.
