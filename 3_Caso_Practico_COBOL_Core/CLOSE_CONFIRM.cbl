       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-CONFIRM.
       AUTHOR. Javier J. Tapia 2026.

      *> Closure confirmation. Runs after the night's posting, so the
      *> interest, fee and final sweep CLOSE-SETTLE put into TRANS.GEN
      *> have been through TRANS-SCRUB and TRANS-PROCESSOR. Every
      *> settlement still waiting on CLOSURE.DAT is looked up on
      *> ACCTHIST.DAT: once the sweep's debit leg is found there and
      *> the account's balance stands at zero, the account is marked
      *> closed on MASTER.DAT, the change is audited under the two
      *> operators who made and approved the closure, and a closure
      *> advice listing each step of the settlement is printed to
      *> CLOSEADV.RPT for the customer file. A sweep not yet posted
      *> (refused, or sent to suspense) leaves the settlement waiting
      *> for the next run; a sweep that posted but left a balance
      *> behind marks it residual, so the back office can settle the
      *> account again. A sweep that will never post - the sweep, the
      *> interest or the fee of the settlement written off in
      *> SUSP-REPAIR - is found on SUSPENSE.DAT and marks the
      *> settlement written off, with the item named on the report, so
      *> the account can likewise be put through settlement again
      *> instead of waiting for good.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO 'CLOSURE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ACCOUNT-NUMBER.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT CLOSE-ADVICE-FILE ASSIGN TO 'CLOSEADV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE.
           COPY CLOSREC.

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  ACCOUNT-HISTORY-FILE.
           COPY HISTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CLOSE-ADVICE-FILE.
       01  CLOSE-ADVICE-RECORD         PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-CLOSURE-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-CLOSURE-FILE     VALUE 'Y'.
       01  WS-EOF-HISTORY-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-FILE     VALUE 'Y'.
       01  WS-MASTER-FOUND             PIC X(01).
           88  WS-MASTER-ON-FILE       VALUE 'Y'.
       01  WS-SWEEP-FOUND              PIC X(01).
           88  WS-SWEEP-POSTED         VALUE 'Y'.
       01  WS-EOF-SUSPENSE-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SUSPENSE-FILE    VALUE 'Y'.
       01  WS-WRITEOFF-FOUND           PIC X(01).
           88  WS-SETTLEMENT-WRITTEN-OFF VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-CUSTOMER-NAME            PIC X(30).
       01  WS-PAYOUT-TEXT              PIC X(30).

      *> The written-off item as it was refused; an amount that is
      *> not numeric counts as zero and so matches no settlement.
           COPY TRANSREC.
       01  WS-ITEM-AMOUNT              PIC S9(08)V99.
       01  WS-WRITEOFF-TYPE            PIC X(01).
       01  WS-WRITEOFF-DATE            PIC 9(08).

       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-AFTER-IMAGE              PIC X(100).

       01  WS-CLOSED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-RESIDUAL-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-DAYS-ED              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-CLOSURE-RECORDS
               UNTIL END-OF-CLOSURE-FILE.
           PERFORM 3000-WRITE-CONFIRM-SUMMARY.
           PERFORM 4000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O CLOSURE-FILE
                I-O MASTER-FILE
                INPUT ACCOUNT-HISTORY-FILE
                INPUT CUSTOMER-FILE
                INPUT SUSPENSE-FILE
                OUTPUT CLOSE-ADVICE-FILE
                EXTEND MAINT-AUDIT-FILE.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'CONFIRMACION DE CIERRES DE CUENTA - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE LOW-VALUES TO CS-ACCOUNT-NUMBER.
           START CLOSURE-FILE KEY IS NOT LESS THAN CS-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-CLOSURE-FILE TO TRUE
           END-START.

       2000-PROCESS-CLOSURE-RECORDS.
           READ CLOSURE-FILE NEXT RECORD
               AT END SET END-OF-CLOSURE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CLOSURE-FILE
               IF CS-SETTLING
                   PERFORM 2100-CONFIRM-SETTLEMENT
               END-IF
           END-IF.

       2100-CONFIRM-SETTLEMENT.
           MOVE 'N' TO WS-MASTER-FOUND.
           MOVE CS-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-MASTER-ON-FILE TO TRUE
           END-READ.
           PERFORM 2200-FIND-SWEEP-LEG.
           MOVE 'N' TO WS-WRITEOFF-FOUND.
           IF NOT WS-SWEEP-POSTED
               PERFORM 2250-FIND-WRITTEN-OFF-ITEM
           END-IF.
           IF NOT WS-MASTER-ON-FILE
               ADD 1 TO WS-WAITING-COUNT
               MOVE SPACES TO CLOSE-ADVICE-RECORD
               STRING 'Cuenta ' CS-ACCOUNT-NUMBER
                      ' - no encontrada en maestro, sin cerrar.'
                      DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD
               WRITE CLOSE-ADVICE-RECORD
           ELSE IF WS-SETTLEMENT-WRITTEN-OFF
               PERFORM 2450-MARK-WRITTEN-OFF
           ELSE IF NOT WS-SWEEP-POSTED
               ADD 1 TO WS-WAITING-COUNT
               MOVE SPACES TO CLOSE-ADVICE-RECORD
               STRING 'Cuenta ' CS-ACCOUNT-NUMBER
                      ' - barrido de ' CS-REQUEST-DATE
                      ' aún no contabilizado.'
                      DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD
               WRITE CLOSE-ADVICE-RECORD
           ELSE IF MR-ACCOUNT-BALANCE NOT = ZERO
               PERFORM 2400-MARK-RESIDUAL
           ELSE
               PERFORM 2300-CLOSE-ACCOUNT
               PERFORM 2500-WRITE-CLOSURE-ADVICE
           END-IF.

      *> A settlement with nothing to sweep has no leg to find. The
      *> sweep is otherwise the debit 'W' or 'T' of exactly its amount
      *> (to the payout account, for a 'T') posted on or after the day
      *> the closure was settled.
       2200-FIND-SWEEP-LEG.
           MOVE 'N' TO WS-SWEEP-FOUND.
           IF CS-SWEEP-AMOUNT = ZERO
               SET WS-SWEEP-POSTED TO TRUE
               MOVE CS-REQUEST-DATE TO CS-SWEEP-DATE
               MOVE ZERO TO CS-SWEEP-SEQUENCE
           ELSE
               MOVE 'N' TO WS-EOF-HISTORY-FILE
               MOVE CS-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER
               MOVE CS-REQUEST-DATE TO HR-POSTING-DATE
               MOVE ZERO TO HR-SEQUENCE-NUMBER
               START ACCOUNT-HISTORY-FILE
                   KEY IS NOT LESS THAN HR-HISTORY-KEY
                   INVALID KEY SET END-OF-HISTORY-FILE TO TRUE
               END-START
               PERFORM 2210-TEST-NEXT-LEG
                   UNTIL END-OF-HISTORY-FILE
           END-IF.

       2210-TEST-NEXT-LEG.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY-FILE
               IF HR-ACCOUNT-NUMBER NOT = CS-ACCOUNT-NUMBER
                   SET END-OF-HISTORY-FILE TO TRUE
               ELSE
                   IF HR-SIDE-DEBIT
                           AND HR-AMOUNT = CS-SWEEP-AMOUNT
                           AND ((NOT CS-PAYOUT-CHEQUE
                                 AND HR-TRANSACTION-TYPE = 'T'
                                 AND HR-DEST-ACCOUNT-NUMBER
                                     = CS-PAYOUT-ACCOUNT)
                             OR (CS-PAYOUT-CHEQUE
                                 AND HR-TRANSACTION-TYPE = 'W'))
                       SET WS-SWEEP-POSTED TO TRUE
                       MOVE HR-POSTING-DATE TO CS-SWEEP-DATE
                       MOVE HR-SEQUENCE-NUMBER TO CS-SWEEP-SEQUENCE
                       SET END-OF-HISTORY-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Every item CLOSE-SETTLE writes carries the settlement day as
      *> its effective date, and no item enters suspense before the
      *> day it was written, so the search starts at that day. An
      *> item of the settlement is the 'I' of its interest, the 'F'
      *> of its fee or the sweep, each of exactly its amount.
       2250-FIND-WRITTEN-OFF-ITEM.
           MOVE 'N' TO WS-EOF-SUSPENSE-FILE.
           MOVE CS-REQUEST-DATE TO SP-ENTRY-DATE.
           MOVE LOW-VALUES TO SP-SOURCE-STEP.
           MOVE ZERO TO SP-ENTRY-SEQUENCE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY SET END-OF-SUSPENSE-FILE TO TRUE
           END-START.
           PERFORM 2260-TEST-NEXT-ITEM
               UNTIL END-OF-SUSPENSE-FILE.

       2260-TEST-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SUSPENSE-FILE AND SP-ITEM-WRITTEN-OFF
               MOVE SP-TRANS-IMAGE TO TRANS-RECORD-IN
               MOVE ZERO TO WS-ITEM-AMOUNT
               IF FUNCTION TEST-NUMVAL(TR-AMOUNT-STR) = 0
                   COMPUTE WS-ITEM-AMOUNT =
                       FUNCTION NUMVAL(TR-AMOUNT-STR)
               END-IF
               IF TR-ACCOUNT-NUMBER = CS-ACCOUNT-NUMBER
                       AND TR-EFFECTIVE-DATE = CS-REQUEST-DATE
                       AND ((TR-INTEREST
                             AND WS-ITEM-AMOUNT = CS-INTEREST-AMOUNT)
                         OR (TR-FEE
                             AND WS-ITEM-AMOUNT = CS-CLOSING-FEE)
                         OR (WS-ITEM-AMOUNT = CS-SWEEP-AMOUNT
                             AND ((NOT CS-PAYOUT-CHEQUE
                                   AND TR-TRANSFER
                                   AND TR-DEST-ACCOUNT-NUMBER
                                       = CS-PAYOUT-ACCOUNT)
                               OR (CS-PAYOUT-CHEQUE
                                   AND TR-WITHDRAWAL))))
                   SET WS-SETTLEMENT-WRITTEN-OFF TO TRUE
                   MOVE TR-TRANSACTION-TYPE TO WS-WRITEOFF-TYPE
                   MOVE SP-RESOLVED-DATE TO WS-WRITEOFF-DATE
                   SET END-OF-SUSPENSE-FILE TO TRUE
               END-IF
           END-IF.

      *> The account is closed under the operators who made and
      *> approved the closure, so MNTAUDIT.DAT shows who closed it.
       2300-CLOSE-ACCOUNT.
           MOVE MASTER-RECORD-IN TO WS-BEFORE-IMAGE.
           SET MR-ACCOUNT-CLOSED TO TRUE.
           REWRITE MASTER-RECORD-IN.
           MOVE MASTER-RECORD-IN TO WS-AFTER-IMAGE.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AU-RUN-DATE.
           MOVE 'CLOSE-CONFIRM' TO AU-PROGRAM-ID.
           MOVE 'C' TO AU-ACTION.
           MOVE CS-ACCOUNT-NUMBER TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE CS-MAKER-ID TO AU-MAKER-ID.
           MOVE CS-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.
           SET CS-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO CS-CLOSED-DATE.
           REWRITE CLOSURE-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.

       2400-MARK-RESIDUAL.
           SET CS-RESIDUAL TO TRUE.
           REWRITE CLOSURE-RECORD.
           ADD 1 TO WS-RESIDUAL-COUNT.
           MOVE MR-ACCOUNT-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Cuenta ' CS-ACCOUNT-NUMBER
                  ' - barrido contabilizado, saldo residual '
                  WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    Cuenta sigue abierta - liquidar nuevamente.'
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.

      *> Nothing of the settlement is undone here: whatever of it did
      *> post stays on the account, and the next settlement is made
      *> on the balance as it then stands.
       2450-MARK-WRITTEN-OFF.
           SET CS-WRITTEN-OFF TO TRUE.
           REWRITE CLOSURE-RECORD.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Cuenta ' CS-ACCOUNT-NUMBER
                  ' - partida ' WS-WRITEOFF-TYPE ' de la liquidación '
                  CS-REQUEST-DATE
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    dada de baja en suspenso el ' WS-WRITEOFF-DATE
                  ' - liquidar nuevamente.'
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.

       2500-WRITE-CLOSURE-ADVICE.
           MOVE '(cliente no registrado)' TO WS-CUSTOMER-NAME.
           IF MR-CUSTOMER-ID NOT = SPACES
               MOVE MR-CUSTOMER-ID TO CU-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.
           IF CS-PAYOUT-TO-ACCOUNT
               MOVE SPACES TO WS-PAYOUT-TEXT
               STRING 'a la cuenta ' CS-PAYOUT-ACCOUNT
                      DELIMITED BY SIZE INTO WS-PAYOUT-TEXT
           ELSE IF CS-PAYOUT-CHEQUE
               MOVE 'por cheque' TO WS-PAYOUT-TEXT
           ELSE
               MOVE SPACES TO WS-PAYOUT-TEXT
               STRING 'al beneficiario ' CS-PAYOUT-ACCOUNT
                      DELIMITED BY SIZE INTO WS-PAYOUT-TEXT
           END-IF.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'AVISO DE CIERRE - cuenta ' CS-ACCOUNT-NUMBER
                  ' cliente ' MR-CUSTOMER-ID
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    Titular             : ' WS-CUSTOMER-NAME
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    1 Liquidación       : ' CS-REQUEST-DATE
                  ' ingresó ' CS-MAKER-ID
                  ' aprobó ' CS-CHECKER-ID
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE CS-OPENING-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    2 Saldo a la fecha  : ' WS-AMOUNT-ED ' '
                  CS-CURRENCY-CODE
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE CS-INTEREST-AMOUNT TO WS-AMOUNT-ED.
           MOVE CS-INTEREST-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    3 Intereses         : ' WS-AMOUNT-ED
                  ' por ' WS-DAYS-ED ' dias'
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE CS-CLOSING-FEE TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    4 Comisión de cierre: ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE CS-ORDERS-CANCELLED TO WS-COUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    5 Ordenes anuladas  : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE CS-SWEEP-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    6 Barrido final     : ' WS-AMOUNT-ED ' '
                  WS-PAYOUT-TEXT
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '      contabilizado     : ' CS-SWEEP-DATE
                  '-' CS-SWEEP-SEQUENCE
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING '    7 Cuenta cerrada    : ' CS-CLOSED-DATE
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.

       3000-WRITE-CONFIRM-SUMMARY.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Cuentas cerradas      : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE WS-WAITING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Barridos pendientes   : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE WS-RESIDUAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Con saldo residual    : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CLOSE-ADVICE-RECORD.
           STRING 'Dadas de baja         : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLOSE-ADVICE-RECORD.
           WRITE CLOSE-ADVICE-RECORD.

       4000-TERMINATE-SYSTEM.
           CLOSE CLOSURE-FILE
                 MASTER-FILE
                 ACCOUNT-HISTORY-FILE
                 CUSTOMER-FILE
                 SUSPENSE-FILE
                 CLOSE-ADVICE-FILE
                 MAINT-AUDIT-FILE.
