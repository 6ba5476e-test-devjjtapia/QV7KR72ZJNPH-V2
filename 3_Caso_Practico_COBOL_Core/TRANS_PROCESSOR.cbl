       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The feed and every file the run changes are named at OPEN
      *> time out of the WS-...-NAME items below, which a memo run
      *> (MEMOREQ) points at MEMO-POST's copies.
           SELECT TRANS-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN USING WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT ERROR-REPORT-FILE ASSIGN USING WS-ERROR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-JOURNAL-FILE ASSIGN TO 'TRANS.JRN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-HISTORY-FILE
               ASSIGN USING WS-HISTORY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPOINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT OPTIONAL BALANCE-CONTROL-FILE
               ASSIGN USING WS-BALANCE-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-RUN-FILE ASSIGN TO 'POSTED.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-RUN-STATUS.
           SELECT OPTIONAL TRANS-WAREHOUSE-FILE
               ASSIGN USING WS-WAREHOUSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO 'CURRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CURRENCY-CODE.
           SELECT OPTIONAL FX-APPLIED-FILE ASSIGN USING WS-FX-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN USING WS-HOLDS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PRODUCT-CODE.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING WS-SUSPENSE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.
           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO 'CLOSURE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ACCOUNT-NUMBER.
           SELECT OPTIONAL EXTERNAL-PAYEE-FILE ASSIGN TO 'EXTPAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID.
           SELECT OPTIONAL CLEARING-PARM-FILE ASSIGN TO 'CLEARING.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPUTE-PARM-FILE ASSIGN TO 'DISPUTE.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCTION-HIT-FILE ASSIGN TO 'SANCHITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIT-KEY.
           SELECT OPTIONAL MEMO-REQUEST-FILE ASSIGN TO 'MEMOPOST.REQ'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FX-APPLIED-FILE.
       01  FX-APPLIED-RECORD           PIC X(80).
       01  FX-APPLIED-FIELDS.
           05  FA-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-SEQUENCE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-SOURCE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(01).
           05  FA-SOURCE-RATE-ED       PIC X(11).
           05  FILLER                  PIC X(01).
           05  FA-DEST-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(01).
           05  FA-DEST-RATE-ED         PIC X(11).
           05  FILLER                  PIC X(01).
           05  FA-DEBIT-ED             PIC X(11).
           05  FILLER                  PIC X(01).
           05  FA-CREDIT-ED            PIC X(11).
           05  FILLER                  PIC X(07).

       FD  HOLDS-FILE.
           COPY HOLDREC.
       FD  PRODUCT-TERMS-FILE.
           COPY PRODREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CLOSURE-FILE.
           COPY CLOSREC.

       FD  EXTERNAL-PAYEE-FILE.
           COPY PAYEREC.

       FD  CLEARING-PARM-FILE.
           COPY CLRPARM.

       FD  DISPUTE-PARM-FILE.
           COPY DISPPARM.

       FD  SANCTION-HIT-FILE.
           COPY SANCHIT.

       FD  MEMO-REQUEST-FILE.
           COPY MEMOREQ.

       WORKING-STORAGE SECTION.
       01  WS-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-TRANS-FILE       VALUE 'Y'.
      *> convention for a missing product.
       01  WS-PRODUCT-FOUND            PIC X(01).
           88  WS-PRODUCT-ON-FILE      VALUE 'Y'.
       01  WS-CLOSURE-SWEEP-FLAG       PIC X(01).
           88  WS-IS-CLOSURE-SWEEP     VALUE 'Y'.

      *> Interbank clearing (CLRPARM). A transfer to a payee on
      *> EXTPAYEE.DAT posts like any other 'T' with the clearing
      *> suspense account as its destination; only the debit leg on
      *> the customer's account keeps the payee reference, which is
      *> what CLR-OUTBOUND picks the day's outbound payments by. The
      *> suspense account is the bank's own, so the product debit
      *> caps do not refuse the W that settles it with the clearing
      *> house.
       01  WS-CLEARING-FLAG            PIC X(01) VALUE 'N'.
           88  WS-CLEARING-CONFIGURED  VALUE 'Y'.
       01  WS-CLEARING-SUSPENSE-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-CLEARING-CURRENCY        PIC X(03) VALUE SPACES.
      *> Dispute cases (DISPPARM). Provisional and final dispute
      *> credits are 'T's out of the bank's dispute account and
      *> clawbacks are 'T's back into it; none of them is a customer
      *> payment, so the product debit caps do not refuse them.
       01  WS-DISPUTE-CREDIT-ACCOUNT   PIC X(10) VALUE SPACES.
       01  WS-EXTERNAL-TRANSFER-FLAG   PIC X(01) VALUE 'N'.
           88  WS-IS-EXTERNAL-TRANSFER VALUE 'Y'.
       01  WS-EXTERNAL-PAYEE-ID        PIC X(10).
      *> Sanctions screening (SANCHIT). A customer or payee with a
      *> hit pending or confirmed on SANCHITS.DAT posts nothing - not
      *> on any of the customer's accounts, in either direction, and
      *> no transfer to the payee - until a compliance officer clears
      *> the hit through SANC-DECIDE. The item is refused into
      *> suspense like any other refusal, so it is held, not lost.
       01  WS-EOF-SANCTION-SCAN        PIC X(01) VALUE 'N'.
           88  END-OF-SANCTION-SCAN    VALUE 'Y'.
       01  WS-SANCTION-BLOCK-FLAG      PIC X(01).
           88  WS-SANCTION-BLOCKED     VALUE 'Y'.
       01  WS-SANCTION-SUBJECT-TYPE    PIC X(01).
       01  WS-SANCTION-SUBJECT-ID      PIC X(10).
       01  WS-SANCTION-ACCOUNT         PIC X(10).
       01  WS-EOF-DAY-HISTORY          PIC X(01) VALUE 'N'.
           88  END-OF-DAY-HISTORY      VALUE 'Y'.
       01  WS-DAY-DEBIT-COUNT          PIC 9(05).

       01  WS-RUN-DATE                 PIC 9(08).

      *> Memo run (MEMOREQ). The feed is MEMO-POST's scrubbed copy
      *> and the master, history, holds, suspense, balance control,
      *> warehouse and applied-rate log are MEMO-POST's copies, so
      *> every check below runs exactly as it would tonight - balances,
      *> holds and same-day debits building up item by item - against
      *> files nobody else reads. No backup is taken, no journal or
      *> checkpoint is written (a memo run is never restarted, only
      *> run again) and the run ID is not registered as posted.
       01  WS-MEMO-RUN-FLAG            PIC X(01) VALUE 'N'.
           88  WS-IS-MEMO-RUN          VALUE 'Y'.
       01  WS-FEED-NAME                PIC X(20) VALUE 'TRANS.CLN'.
       01  WS-MASTER-NAME              PIC X(20) VALUE 'MASTER.DAT'.
       01  WS-ERROR-REPORT-NAME        PIC X(20) VALUE 'ERROR.RPT'.
       01  WS-HISTORY-NAME             PIC X(20) VALUE 'ACCTHIST.DAT'.
       01  WS-BALANCE-CONTROL-NAME     PIC X(20) VALUE 'BALANCE.CTL'.
       01  WS-WAREHOUSE-NAME           PIC X(20) VALUE 'TRANS.WHS'.
       01  WS-FX-LOG-NAME              PIC X(20) VALUE 'FXAPPL.LOG'.
       01  WS-HOLDS-NAME               PIC X(20) VALUE 'HOLDS.DAT'.
       01  WS-SUSPENSE-NAME            PIC X(20) VALUE 'SUSPENSE.DAT'.

      *> Double-posting protection. The batch header that TRANS-SCRUB
      *> passes through carries the run ID keyed by operations; every
      *> completed run appends its ID to POSTED.RUN, and a header whose

      *> Funds-availability holds. A 'D' deposit above the HOLDS.PAR
      *> threshold posts in full but writes a hold for its amount with
      *> a release date the configured number of business days out,
      *> counted on the house (USD) calendar HOLD-RELEASE runs by. The
      *> sufficiency test for withdrawals, fees and transfers then
      *> works off balance minus unreleased holds plus the credit
      *> line, so an uncollected deposit is not spendable the same
       01  WS-HOLD-DAYS                PIC 9(03) VALUE ZERO.
       01  WS-UNRELEASED-HOLDS         PIC S9(10)V99 VALUE ZERO.
       01  WS-HOLD-RELEASE-DATE        PIC 9(08).
       01  WS-HOUSE-CALENDAR           PIC X(03) VALUE 'USD'.

      *> Business-day test against CALENDAR.DAT. WS-CALENDAR-CODE
      *> names the currency calendar and WS-TEST-DATE the day asked
      *> about; 2715 moves WS-TEST-DATE on by one calendar day and
      *> tests the new date.
       01  WS-CALENDAR-CODE            PIC X(03).
       01  WS-TEST-DATE                PIC 9(08).
       01  WS-TEST-DATE-INTEGER        PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-BUSINESS-DAY-FLAG        PIC X(01).
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.

       01  WS-FX-WORK.
           05  WS-FX-INDEX             PIC 9(02).
           05  WS-FX-DEBIT-ED          PIC -(7)9.99.
           05  WS-FX-CREDIT-ED         PIC -(7)9.99.

      *> Reversals ('R'). The feed names one ACCTHIST.DAT leg; the
      *> original leg, and for a transfer its counterpart leg on the
      *> other account, are read back and posted the other way round
      *> with the same amounts - a cross-currency transfer at the
      *> rates FXAPPL.LOG recorded when it first converted. The
      *> source/dest fields below follow the ORIGINAL transfer: its
      *> source is credited back and its destination debited. A leg
      *> that some reversal on file already names is refused, except
      *> the reversal carrying this very (date, sequence) - that is
      *> this posting replayed by a restart, not a second reversal.
       01  WS-REVERSAL-DATA.
           05  WS-REV-ORIG-DATE        PIC 9(08).
           05  WS-REV-ORIG-SEQUENCE    PIC 9(08).
           05  WS-REV-ORIG-TYPE        PIC X(01).
           05  WS-REV-ORIG-SIDE        PIC X(01).
           05  WS-REV-ORIG-CURRENCY    PIC X(03).
           05  WS-REV-NAMED-CURRENCY   PIC X(03).
           05  WS-REV-COUNTER-ACCOUNT  PIC X(10).
           05  WS-REV-COUNTER-VIEW REDEFINES WS-REV-COUNTER-ACCOUNT.
               10  WS-REV-COUNTER-PREFIX PIC X(01).
                   88  WS-REV-COUNTER-EXTERNAL VALUE 'E'.
               10  FILLER              PIC X(09).
           05  WS-REV-COUNTER-AMOUNT   PIC S9(08)V99.
           05  WS-REV-COUNTER-SIDE     PIC X(01).
           05  WS-REV-COUNTER-CURRENCY PIC X(03).
           05  WS-REV-SOURCE-ACCOUNT   PIC X(10).
           05  WS-REV-SOURCE-AMOUNT    PIC S9(08)V99.
           05  WS-REV-SOURCE-CURRENCY  PIC X(03).
           05  WS-REV-SOURCE-BALANCE   PIC S9(08)V99.
           05  WS-REV-DEST-ACCOUNT     PIC X(10).
           05  WS-REV-DEST-AMOUNT      PIC S9(08)V99.
           05  WS-REV-DEST-CURRENCY    PIC X(03).
           05  WS-REV-DEST-BALANCE     PIC S9(08)V99.
           05  WS-REV-LEG-ACCOUNT      PIC X(10).
           05  WS-REV-LEG-SIDE         PIC X(01).
           05  WS-REV-LEG-AMOUNT       PIC S9(08)V99.
           05  WS-REV-LEG-BALANCE      PIC S9(08)V99.
           05  WS-REV-LEG-COUNTER      PIC X(10).
       01  WS-EOF-REVERSAL-SCAN        PIC X(01) VALUE 'N'.
           88  END-OF-REVERSAL-SCAN    VALUE 'Y'.
       01  WS-EOF-FX-LOG               PIC X(01) VALUE 'N'.
           88  END-OF-FX-LOG           VALUE 'Y'.
       01  WS-FX-ORIGINAL-FOUND        PIC X(01).
           88  WS-FX-ORIGINAL-ON-LOG   VALUE 'Y'.
       01  WS-REVERSAL-NET-TOTAL       PIC S9(10)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1005-CHECK-MEMO-REQUEST.
           IF NOT WS-IS-MEMO-RUN
               PERFORM 1050-READ-CHECKPOINT
           END-IF.
           IF WS-RESTART-SEQUENCE > ZERO
               SET WS-IS-RESTART-RUN TO TRUE
           END-IF.
                    EXTEND FX-APPLIED-FILE
                    I-O HOLDS-FILE
                    INPUT PRODUCT-TERMS-FILE
                    I-O SUSPENSE-FILE
                    INPUT CALENDAR-FILE
                    INPUT CLOSURE-FILE
                    INPUT EXTERNAL-PAYEE-FILE
                    INPUT SANCTION-HIT-FILE
               PERFORM 1065-READ-BALANCE-CONTROL
           ELSE
      *> A fresh run snapshots the master before anything posts -
      *> MASTER.BK1 after this CALL is the exact state MASTER-RECOVER
      *> needs to replay today's TRANS.JRN against. A restart run must
      *> NOT take one: it would capture a partially posted master and
      *> poison the recovery base. A memo run changes nothing there
      *> is to recover, and takes neither the backup nor a journal.
               PERFORM 1055-SEED-SAME-DAY-SEQUENCE
               IF NOT WS-IS-MEMO-RUN
                   CALL 'MASTER-BACKUP'
                   OPEN OUTPUT TRANS-JOURNAL-FILE
               END-IF
               OPEN INPUT TRANS-FILE
                    I-O MASTER-FILE
                    I-O ACCOUNT-HISTORY-FILE
                    OUTPUT ERROR-REPORT-FILE
                    EXTEND TRANS-WAREHOUSE-FILE
                    EXTEND FX-APPLIED-FILE
                    I-O HOLDS-FILE
                    INPUT PRODUCT-TERMS-FILE
                    I-O SUSPENSE-FILE
                    INPUT CALENDAR-FILE
                    INPUT CLOSURE-FILE
                    INPUT EXTERNAL-PAYEE-FILE
                    INPUT SANCTION-HIT-FILE
               PERFORM 1060-COMPUTE-OPENING-TOTAL
           END-IF.
           PERFORM 1075-LOAD-HOLD-PARMS.
           PERFORM 1076-LOAD-CLEARING-PARMS.
           PERFORM 1077-LOAD-DISPUTE-PARMS.
           PERFORM 1080-LOAD-CURRENCY-RATES.
           IF NOT END-OF-TRANS-FILE
               PERFORM 1100-READ-TRANS-RECORD
               UNTIL END-OF-TRANS-FILE
                  OR WS-TRANS-SEQUENCE-NUMBER > WS-RESTART-SEQUENCE.

       1005-CHECK-MEMO-REQUEST.
           OPEN INPUT MEMO-REQUEST-FILE.
           READ MEMO-REQUEST-FILE
               AT END MOVE SPACES TO MEMO-REQUEST-RECORD
           END-READ.
           CLOSE MEMO-REQUEST-FILE.
           IF MQ-PROGRAM-ID = 'TRANS-PROCESSOR'
               OPEN OUTPUT MEMO-REQUEST-FILE
               CLOSE MEMO-REQUEST-FILE
               IF MQ-RUN-DATE = WS-RUN-DATE
                   SET WS-IS-MEMO-RUN TO TRUE
                   MOVE 'TRANS.MCL' TO WS-FEED-NAME
                   MOVE 'MASTER.MEM' TO WS-MASTER-NAME
                   MOVE 'MEMOERR.RPT' TO WS-ERROR-REPORT-NAME
                   MOVE 'ACCTHIST.MEM' TO WS-HISTORY-NAME
                   MOVE 'BALANCE.MEM' TO WS-BALANCE-CONTROL-NAME
                   MOVE 'TRANS.MWH' TO WS-WAREHOUSE-NAME
                   MOVE 'FXAPPL.MEM' TO WS-FX-LOG-NAME
                   MOVE 'HOLDS.MEM' TO WS-HOLDS-NAME
                   MOVE 'SUSPENSE.MEM' TO WS-SUSPENSE-NAME
               END-IF
           END-IF.

      *> The duplicate-run refusal must happen before anything this
      *> run destroys: before MASTER-BACKUP rotates the generations
      *> (or MASTER.BK1 stops being the pre-posting image recovery
               NOT AT END
                   MOVE BC-OPENING-TOTAL TO WS-OPENING-TOTAL
                   MOVE BC-FX-ADJUSTMENT TO WS-FX-ADJUSTMENT-TOTAL
                   IF BC-REVERSAL-NET NUMERIC
                       MOVE BC-REVERSAL-NET TO WS-REVERSAL-NET-TOTAL
                   END-IF
                   IF BC-RUN-DATE NUMERIC AND BC-RUN-DATE > ZERO
                       MOVE BC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           MOVE WS-FX-ADJUSTMENT-TOTAL TO BC-FX-ADJUSTMENT.
           MOVE WS-RUN-DATE TO BC-RUN-DATE.
           MOVE WS-SEQUENCE-BASE TO BC-LAST-SEQUENCE.
           MOVE WS-REVERSAL-NET-TOTAL TO BC-REVERSAL-NET.
           OPEN OUTPUT BALANCE-CONTROL-FILE.
           WRITE BALANCE-CONTROL-RECORD.
           CLOSE BALANCE-CONTROL-FILE.
           END-IF.
           CLOSE HOLDS-PARM-FILE.

      *> No CLEARING.PAR, or one naming a suspense account that is
      *> not on the master, leaves the bank out of the clearing: the
      *> run posts as before and every transfer to a payee is refused
      *> with the reason, so nothing leaves for an unprovable account.
       1076-LOAD-CLEARING-PARMS.
           OPEN INPUT CLEARING-PARM-FILE.
           READ CLEARING-PARM-FILE
               AT END MOVE SPACES TO CP-SUSPENSE-ACCOUNT
           END-READ.
           IF CP-SUSPENSE-ACCOUNT NUMERIC
               MOVE CP-SUSPENSE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-CLEARING-CONFIGURED TO TRUE
                       MOVE CP-SUSPENSE-ACCOUNT
                           TO WS-CLEARING-SUSPENSE-ACCOUNT
                       MOVE MR-CURRENCY-CODE TO WS-CLEARING-CURRENCY
               END-READ
           END-IF.
           CLOSE CLEARING-PARM-FILE.

       1077-LOAD-DISPUTE-PARMS.
           OPEN INPUT DISPUTE-PARM-FILE.
           READ DISPUTE-PARM-FILE
               AT END MOVE SPACES TO DP-CREDIT-ACCOUNT
           END-READ.
           IF DP-CREDIT-ACCOUNT NUMERIC
               MOVE DP-CREDIT-ACCOUNT TO WS-DISPUTE-CREDIT-ACCOUNT
           END-IF.
           CLOSE DISPUTE-PARM-FILE.

       1078-ABORT-BAD-HOLD-PARMS.
           MOVE SPACES TO ERROR-RECORD-OUT.
           STRING 'PARAMETROS DE RETENCION INVALIDOS - abortado.'
                 MASTER-FILE
                 ACCOUNT-HISTORY-FILE
                 ERROR-REPORT-FILE
                 TRANS-WAREHOUSE-FILE
                 FX-APPLIED-FILE
                 HOLDS-FILE
                 PRODUCT-TERMS-FILE
                 SUSPENSE-FILE
                 CALENDAR-FILE
                 CLOSURE-FILE
                 EXTERNAL-PAYEE-FILE
                 SANCTION-HIT-FILE.
           PERFORM 3050-CLOSE-JOURNAL.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

                 MASTER-FILE
                 ACCOUNT-HISTORY-FILE
                 ERROR-REPORT-FILE
                 TRANS-WAREHOUSE-FILE
                 FX-APPLIED-FILE
                 HOLDS-FILE
                 PRODUCT-TERMS-FILE
                 SUSPENSE-FILE
                 CALENDAR-FILE
                 CLOSURE-FILE
                 EXTERNAL-PAYEE-FILE
                 SANCTION-HIT-FILE
                 CURRENCY-RATE-FILE.
           PERFORM 3050-CLOSE-JOURNAL.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

                   ELSE
                       MOVE WS-RUN-DATE TO WS-TRANS-EFF-DATE
                   END-IF
                   IF TR-REVERSAL
                       MOVE SPACES TO WS-TRANS-DEST-ACCOUNT
                       MOVE SPACES TO WS-TRANS-CURRENCY
                       MOVE WS-RUN-DATE TO WS-TRANS-EFF-DATE
                   END-IF
               END-IF
           END-IF.


       2100-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE 'N' TO WS-EXTERNAL-TRANSFER-FLAG.
           IF WS-TRANS-AMOUNT <= ZERO
               MOVE 'Monto de transacción inválido.'
               TO WS-ERROR-MESSAGE
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-DEPOSIT OR TR-WITHDRAWAL OR TR-INTEREST OR TR-FEE
                   PERFORM 2110-VALIDATE-SINGLE-ACCOUNT
               ELSE IF TR-TRANSFER AND TR-DEST-EXTERNAL
                   PERFORM 2125-VALIDATE-EXTERNAL-TRANSFER
               ELSE IF TR-TRANSFER AND WS-CLEARING-CONFIGURED
                       AND WS-TRANS-DEST-ACCOUNT
                           = WS-CLEARING-SUSPENSE-ACCOUNT
                   MOVE 'CTA-DESTINO: cuenta puente de compensación.'
                   TO WS-ERROR-MESSAGE
               ELSE IF TR-TRANSFER
                   PERFORM 2120-VALIDATE-TRANSFER-ACCOUNTS
               ELSE IF TR-REVERSAL
                   PERFORM 2130-VALIDATE-REVERSAL
               ELSE
                   MOVE 'Tipo de transacción inválido.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2190-CHECK-SANCTIONS
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-WITHDRAWAL OR TR-TRANSFER
                   PERFORM 2180-CHECK-CLOSURE-SWEEP
                   IF NOT WS-IS-CLOSURE-SWEEP
                           AND WS-TRANS-ACCOUNT-NUMBER
                               NOT = WS-CLEARING-SUSPENSE-ACCOUNT
                           AND WS-TRANS-ACCOUNT-NUMBER
                               NOT = WS-DISPUTE-CREDIT-ACCOUNT
                           AND NOT (TR-TRANSFER
                                    AND WS-TRANS-DEST-ACCOUNT
                                        = WS-DISPUTE-CREDIT-ACCOUNT)
                       PERFORM 2150-CHECK-PRODUCT-LIMITS
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *> A transfer out of the bank: the payee must be registered and
      *> still active, and the customer's account must hold the
      *> clearing currency - the clearing house settles in that one
      *> currency and the suspense account is proved in it. The
      *> transfer is then validated and posted as an ordinary 'T' to
      *> the suspense account.
       2125-VALIDATE-EXTERNAL-TRANSFER.
           IF NOT WS-CLEARING-CONFIGURED
               MOVE 'COMPENSACION: cámara no configurada.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-TRANS-ACCOUNT-NUMBER
                   = WS-CLEARING-SUSPENSE-ACCOUNT
               MOVE 'COMPENSACION: cuenta puente no puede originar.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-TRANS-DEST-ACCOUNT TO EP-PAYEE-ID
               READ EXTERNAL-PAYEE-FILE
                   INVALID KEY
                       MOVE 'BENEFICIARIO: no registrado.'
                       TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       IF NOT EP-PAYEE-ACTIVE
                           MOVE 'BENEFICIARIO: dado de baja.'
                           TO WS-ERROR-MESSAGE
                       END-IF
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               SET WS-IS-EXTERNAL-TRANSFER TO TRUE
               MOVE WS-TRANS-DEST-ACCOUNT TO WS-EXTERNAL-PAYEE-ID
               MOVE WS-CLEARING-SUSPENSE-ACCOUNT
                   TO WS-TRANS-DEST-ACCOUNT
               PERFORM 2120-VALIDATE-TRANSFER-ACCOUNTS
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2111-FIND-MASTER-ACCOUNT
               IF MR-CURRENCY-CODE NOT = WS-CLEARING-CURRENCY
                   MOVE 'COMPENSACION: moneda distinta de la cámara.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      *> The named account must be able to post, and the leg must be
      *> on file under it, be an original posting (a reversal is not
      *> itself reversed - the original is simply posted again), and
      *> carry exactly the amount the feed quotes.
       2130-VALIDATE-REVERSAL.
           MOVE TV-ORIG-POSTING-DATE TO WS-REV-ORIG-DATE.
           MOVE TV-ORIG-SEQUENCE TO WS-REV-ORIG-SEQUENCE.
           PERFORM 2110-VALIDATE-SINGLE-ACCOUNT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE MR-CURRENCY-CODE TO WS-REV-NAMED-CURRENCY
               MOVE WS-TRANS-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER
               MOVE WS-REV-ORIG-DATE TO HR-POSTING-DATE
               MOVE WS-REV-ORIG-SEQUENCE TO HR-SEQUENCE-NUMBER
               READ ACCOUNT-HISTORY-FILE
                   INVALID KEY
                       MOVE 'REVERSA: movimiento original inexistente.'
                           TO WS-ERROR-MESSAGE
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF HR-TRANSACTION-TYPE = 'R'
                   MOVE 'REVERSA: el movimiento ya es una reversa.'
                   TO WS-ERROR-MESSAGE
               ELSE IF HR-AMOUNT NOT = WS-TRANS-AMOUNT
                   MOVE 'REVERSA: monto no coincide con el original.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE HR-TRANSACTION-TYPE TO WS-REV-ORIG-TYPE
                   MOVE HR-POSTING-SIDE TO WS-REV-ORIG-SIDE
                   MOVE HR-CURRENCY-CODE TO WS-REV-ORIG-CURRENCY
                   MOVE HR-DEST-ACCOUNT-NUMBER
                       TO WS-REV-COUNTER-ACCOUNT
               END-IF
           END-IF.
      *> A transfer out of the bank has gone to the clearing house by
      *> the time anyone asks for it back; it is recovered from the
      *> other bank, never by reversing the legs on the suspense
      *> account.
           IF WS-ERROR-MESSAGE = SPACES
               IF WS-REV-ORIG-TYPE = 'T'
                       AND (WS-REV-COUNTER-EXTERNAL
                            OR (WS-CLEARING-CONFIGURED
                                AND (WS-TRANS-ACCOUNT-NUMBER
                                     = WS-CLEARING-SUSPENSE-ACCOUNT
                                  OR WS-REV-COUNTER-ACCOUNT
                                     = WS-CLEARING-SUSPENSE-ACCOUNT)))
                   MOVE 'REVERSA: transferencia interbancaria.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2135-CHECK-ALREADY-REVERSED
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF WS-REV-ORIG-TYPE = 'T'
                   PERFORM 2140-VALIDATE-REVERSED-TRANSFER
               END-IF
           END-IF.

      *> A reversal always posts after the leg it names, so only the
      *> account's history from the original posting date on needs
      *> to be read to find an earlier reversal of the same leg.
       2135-CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-EOF-REVERSAL-SCAN.
           MOVE WS-TRANS-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER.
           MOVE WS-REV-ORIG-DATE TO HR-POSTING-DATE.
           MOVE ZERO TO HR-SEQUENCE-NUMBER.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN HR-HISTORY-KEY
               INVALID KEY SET END-OF-REVERSAL-SCAN TO TRUE
           END-START.
           PERFORM 2137-SCAN-FOR-REVERSAL
               UNTIL END-OF-REVERSAL-SCAN.

       2137-SCAN-FOR-REVERSAL.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-REVERSAL-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-REVERSAL-SCAN
               IF HR-ACCOUNT-NUMBER NOT = WS-TRANS-ACCOUNT-NUMBER
                   SET END-OF-REVERSAL-SCAN TO TRUE
               ELSE
                   IF HR-TRANSACTION-TYPE = 'R'
                           AND HR-REVERSED-DATE = WS-REV-ORIG-DATE
                           AND HR-REVERSED-SEQUENCE
                               = WS-REV-ORIG-SEQUENCE
                           AND (HR-POSTING-DATE NOT = WS-RUN-DATE
                                OR HR-SEQUENCE-NUMBER
                                   NOT = WS-TRANS-SEQUENCE-NUMBER)
                       MOVE 'REVERSA: movimiento ya reversado.'
                       TO WS-ERROR-MESSAGE
                       SET END-OF-REVERSAL-SCAN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Both legs of a transfer go back together, so the other leg -
      *> same date and sequence, on the account the named leg points
      *> at - and its account must both still be there. The debit leg
      *> of the original says which side was the source.
       2140-VALIDATE-REVERSED-TRANSFER.
           MOVE WS-REV-COUNTER-ACCOUNT TO HR-ACCOUNT-NUMBER.
           MOVE WS-REV-ORIG-DATE TO HR-POSTING-DATE.
           MOVE WS-REV-ORIG-SEQUENCE TO HR-SEQUENCE-NUMBER.
           READ ACCOUNT-HISTORY-FILE
               INVALID KEY
                   MOVE 'REVERSA: contrapartida no encontrada.'
                   TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE HR-AMOUNT TO WS-REV-COUNTER-AMOUNT
                   MOVE HR-POSTING-SIDE TO WS-REV-COUNTER-SIDE
           END-READ.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-REV-COUNTER-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'REVERSA: cuenta contrapartida no existe.'
                       TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE MR-CURRENCY-CODE
                           TO WS-REV-COUNTER-CURRENCY
                       IF MR-ACCOUNT-FROZEN
                           MOVE 'REVERSA: contrapartida congelada.'
                           TO WS-ERROR-MESSAGE
                       ELSE
                           IF MR-ACCOUNT-CLOSED
                               MOVE 'REVERSA: contrapartida cerrada.'
                                   TO WS-ERROR-MESSAGE
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF WS-REV-ORIG-SIDE = 'D'
                   MOVE WS-TRANS-ACCOUNT-NUMBER TO WS-REV-SOURCE-ACCOUNT
                   MOVE WS-TRANS-AMOUNT TO WS-REV-SOURCE-AMOUNT
                   MOVE WS-REV-NAMED-CURRENCY TO WS-REV-SOURCE-CURRENCY
                   MOVE WS-REV-COUNTER-ACCOUNT TO WS-REV-DEST-ACCOUNT
                   MOVE WS-REV-COUNTER-AMOUNT TO WS-REV-DEST-AMOUNT
                   MOVE WS-REV-COUNTER-CURRENCY TO WS-REV-DEST-CURRENCY
               ELSE
                   MOVE WS-REV-COUNTER-ACCOUNT TO WS-REV-SOURCE-ACCOUNT
                   MOVE WS-REV-COUNTER-AMOUNT TO WS-REV-SOURCE-AMOUNT
                   MOVE WS-REV-COUNTER-CURRENCY
                       TO WS-REV-SOURCE-CURRENCY
                   MOVE WS-TRANS-ACCOUNT-NUMBER TO WS-REV-DEST-ACCOUNT
                   MOVE WS-TRANS-AMOUNT TO WS-REV-DEST-AMOUNT
                   MOVE WS-REV-NAMED-CURRENCY TO WS-REV-DEST-CURRENCY
               END-IF
               IF WS-REV-SOURCE-CURRENCY NOT = WS-REV-DEST-CURRENCY
                   PERFORM 2145-FIND-ORIGINAL-FX-RATES
               END-IF
           END-IF.

      *> The applied-rate log is open for output all run long, so it
      *> is closed to be read from the top and reopened for extension
      *> afterwards - which also makes a conversion posted earlier in
      *> this same run visible. The destination amount is recomputed
      *> from the logged rates exactly the way 2235 converted it.
       2145-FIND-ORIGINAL-FX-RATES.
           MOVE 'N' TO WS-FX-ORIGINAL-FOUND.
           MOVE 'N' TO WS-EOF-FX-LOG.
           CLOSE FX-APPLIED-FILE.
           OPEN INPUT FX-APPLIED-FILE.
           PERFORM 2146-SCAN-FX-LOG UNTIL END-OF-FX-LOG.
           CLOSE FX-APPLIED-FILE.
           OPEN EXTEND FX-APPLIED-FILE.
           IF WS-FX-ORIGINAL-ON-LOG
               COMPUTE WS-FX-USD-AMOUNT =
                   WS-REV-SOURCE-AMOUNT / WS-SOURCE-RATE
               COMPUTE WS-REV-DEST-AMOUNT ROUNDED =
                   WS-FX-USD-AMOUNT * WS-DEST-RATE
           ELSE
               MOVE 'REVERSA: tasa original no hallada en FXAPPL.LOG.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2146-SCAN-FX-LOG.
           READ FX-APPLIED-FILE
               AT END SET END-OF-FX-LOG TO TRUE
           END-READ.
           IF NOT END-OF-FX-LOG
               IF FA-RUN-DATE = WS-REV-ORIG-DATE
                       AND FA-SEQUENCE = WS-REV-ORIG-SEQUENCE
                   COMPUTE WS-SOURCE-RATE =
                       FUNCTION NUMVAL(FA-SOURCE-RATE-ED)
                   COMPUTE WS-DEST-RATE =
                       FUNCTION NUMVAL(FA-DEST-RATE-ED)
                   SET WS-FX-ORIGINAL-ON-LOG TO TRUE
                   SET END-OF-FX-LOG TO TRUE
               END-IF
           END-IF.

      *> Fraud-control limits from the source account's product
      *> terms, checked before any posting: the single-operation cap
      *> first, then - only when the product sets a daily cap - the
               END-IF
           END-IF.

      *> The final sweep of an account in closure settlement empties
      *> it by design, so the product's debit caps - set against
      *> fraud on a live account - do not refuse it. The sweep is the
      *> debit of exactly the amount CLOSE-SETTLE recorded for it on
      *> CLOSURE.DAT while the settlement is still waiting to post.
       2180-CHECK-CLOSURE-SWEEP.
           MOVE 'N' TO WS-CLOSURE-SWEEP-FLAG.
           MOVE WS-TRANS-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
           READ CLOSURE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CS-SETTLING
                           AND WS-TRANS-AMOUNT = CS-SWEEP-AMOUNT
                       SET WS-IS-CLOSURE-SWEEP TO TRUE
                   END-IF
           END-READ.

      *> Every account the item would post to is checked through its
      *> owner - the named account, the other side of an internal
      *> transfer or of a reversed transfer - and the payee of a
      *> transfer out of the bank. An account with no owner on file
      *> has no one to screen. The master is read again in 2200, so
      *> the reads here leave nothing behind that posting relies on.
       2190-CHECK-SANCTIONS.
           IF WS-IS-EXTERNAL-TRANSFER
               MOVE 'P' TO WS-SANCTION-SUBJECT-TYPE
               MOVE WS-EXTERNAL-PAYEE-ID TO WS-SANCTION-SUBJECT-ID
               PERFORM 2195-FIND-BLOCKING-HIT
               IF WS-SANCTION-BLOCKED
                   MOVE 'SANCIONES: beneficiario en lista - retenido.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-TRANS-ACCOUNT-NUMBER TO WS-SANCTION-ACCOUNT
               PERFORM 2192-CHECK-ACCOUNT-OWNER
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-TRANSFER AND NOT WS-IS-EXTERNAL-TRANSFER
                   MOVE WS-TRANS-DEST-ACCOUNT TO WS-SANCTION-ACCOUNT
                   PERFORM 2192-CHECK-ACCOUNT-OWNER
               ELSE IF TR-REVERSAL AND WS-REV-ORIG-TYPE = 'T'
                   MOVE WS-REV-COUNTER-ACCOUNT TO WS-SANCTION-ACCOUNT
                   PERFORM 2192-CHECK-ACCOUNT-OWNER
               END-IF
           END-IF.

       2192-CHECK-ACCOUNT-OWNER.
           MOVE WS-SANCTION-ACCOUNT TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-CUSTOMER-ID
           END-READ.
           IF MR-CUSTOMER-ID NOT = SPACES
               MOVE 'C' TO WS-SANCTION-SUBJECT-TYPE
               MOVE MR-CUSTOMER-ID TO WS-SANCTION-SUBJECT-ID
               PERFORM 2195-FIND-BLOCKING-HIT
               IF WS-SANCTION-BLOCKED
                   STRING 'SANCIONES: cliente ' MR-CUSTOMER-ID
                          ' retenido - cuenta ' WS-SANCTION-ACCOUNT
                          DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      *> SANCHITS.DAT is keyed subject first, so the subject's own
      *> hits are read and no others.
       2195-FIND-BLOCKING-HIT.
           MOVE 'N' TO WS-SANCTION-BLOCK-FLAG.
           MOVE 'N' TO WS-EOF-SANCTION-SCAN.
           MOVE WS-SANCTION-SUBJECT-TYPE TO SH-SUBJECT-TYPE.
           MOVE WS-SANCTION-SUBJECT-ID TO SH-SUBJECT-ID.
           MOVE LOW-VALUES TO SH-ENTRY-ID.
           START SANCTION-HIT-FILE KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY SET END-OF-SANCTION-SCAN TO TRUE
           END-START.
           PERFORM 2196-SCAN-SUBJECT-HITS
               UNTIL END-OF-SANCTION-SCAN.

       2196-SCAN-SUBJECT-HITS.
           READ SANCTION-HIT-FILE NEXT RECORD
               AT END SET END-OF-SANCTION-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-SANCTION-SCAN
               IF SH-SUBJECT-TYPE NOT = WS-SANCTION-SUBJECT-TYPE
                       OR SH-SUBJECT-ID NOT = WS-SANCTION-SUBJECT-ID
                   SET END-OF-SANCTION-SCAN TO TRUE
               ELSE IF SH-HIT-BLOCKING
                   SET WS-SANCTION-BLOCKED TO TRUE
                   SET END-OF-SANCTION-SCAN TO TRUE
               END-IF
           END-IF.

       2200-UPDATE-MASTER-FILE.
           PERFORM 2210-READ-MASTER-FOR-UPDATE.
           IF NOT END-OF-MASTER-FILE
                   END-IF
               ELSE IF TR-TRANSFER
                   PERFORM 2220-PROCESS-TRANSFER
               ELSE IF TR-REVERSAL
                   PERFORM 2400-PROCESS-REVERSAL
               END-IF
           END-IF.


      *> One line per conversion actually applied, so the FX delta
      *> pair GL-EXTRACT books from BALANCE.CTL can be traced back to
      *> the rates each transfer converted at. The log is kept across
      *> runs - every line carries its posting date and sequence - as
      *> it is also where a reversal finds the rates to undo a
      *> transfer at.
       2238-LOG-APPLIED-RATES.
           MOVE WS-SOURCE-RATE TO WS-SOURCE-RATE-ED.
           MOVE WS-DEST-RATE TO WS-DEST-RATE-ED.
           MOVE WS-TRANS-TYPE TO JR-TRANSACTION-TYPE.
           MOVE WS-TRANS-AMOUNT TO JR-AMOUNT-ED.
           MOVE WS-TRANS-DEST-ACCOUNT TO JR-DEST-ACCOUNT-NUMBER.
           IF WS-IS-EXTERNAL-TRANSFER
               MOVE WS-EXTERNAL-PAYEE-ID TO JR-DEST-ACCOUNT-NUMBER
           END-IF.
           MOVE WS-MASTER-ACCOUNT-BALANCE TO JR-BALANCE-ED.
           MOVE WS-TRANS-CURRENCY TO JR-CURRENCY-CODE.
           IF TR-DEPOSIT OR TR-INTEREST
           END-IF.
           MOVE WS-RUN-DATE TO JR-POSTING-DATE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO JR-SEQUENCE-NUMBER.
           IF NOT WS-IS-MEMO-RUN
               WRITE TRANS-JOURNAL-RECORD
           END-IF.
           PERFORM 2245-WRITE-HISTORY-RECORD.

      *> Records the credit leg of a transfer against the destination
           SET JR-SIDE-CREDIT TO TRUE.
           MOVE WS-RUN-DATE TO JR-POSTING-DATE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO JR-SEQUENCE-NUMBER.
           IF NOT WS-IS-MEMO-RUN
               WRITE TRANS-JOURNAL-RECORD
           END-IF.
           PERFORM 2246-WRITE-DEST-HISTORY-RECORD.

      *> ACCTHIST.DAT keeps every posted leg permanently - TRANS.JRN
           MOVE JR-POSTING-SIDE TO HR-POSTING-SIDE.
           MOVE WS-TRANS-AMOUNT TO HR-AMOUNT.
           MOVE WS-MASTER-ACCOUNT-BALANCE TO HR-RUNNING-BALANCE.
           MOVE JR-DEST-ACCOUNT-NUMBER TO HR-DEST-ACCOUNT-NUMBER.
           MOVE WS-TRANS-CURRENCY TO HR-CURRENCY-CODE.
           MOVE SPACES TO HR-REVERSED-TYPE.
           MOVE SPACES TO HR-REVERSED-DATE.
           MOVE SPACES TO HR-REVERSED-SEQUENCE.
           WRITE HISTORY-RECORD
               INVALID KEY REWRITE HISTORY-RECORD
           END-WRITE.
           MOVE WS-DEST-ACCOUNT-BALANCE TO HR-RUNNING-BALANCE.
           MOVE WS-TRANS-ACCOUNT-NUMBER TO HR-DEST-ACCOUNT-NUMBER.
           MOVE WS-TRANS-CURRENCY TO HR-CURRENCY-CODE.
           MOVE SPACES TO HR-REVERSED-TYPE.
           MOVE SPACES TO HR-REVERSED-DATE.
           MOVE SPACES TO HR-REVERSED-SEQUENCE.
           WRITE HISTORY-RECORD
               INVALID KEY REWRITE HISTORY-RECORD
           END-WRITE.
      *> key - the REWRITE fallback makes the replay land on the same
      *> hold instead of doubling it, the ACCTHIST.DAT convention.
       2260-WRITE-HOLD-RECORD.
           MOVE WS-HOUSE-CALENDAR TO WS-CALENDAR-CODE.
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM 2265-ADD-ONE-BUSINESS-DAY WS-HOLD-DAYS TIMES.
           MOVE WS-TEST-DATE TO WS-HOLD-RELEASE-DATE.
           MOVE WS-TRANS-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE WS-HOLD-RELEASE-DATE TO HD-RELEASE-DATE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO HD-SEQUENCE-NUMBER.
               INVALID KEY REWRITE HOLD-RECORD
           END-WRITE.

       2265-ADD-ONE-BUSINESS-DAY.
           PERFORM 2715-STEP-FORWARD.
           PERFORM 2715-STEP-FORWARD UNTIL WS-IS-BUSINESS-DAY.

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

       2715-STEP-FORWARD.
           COMPUTE WS-TEST-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
               TO WS-TEST-DATE.
           PERFORM 2700-TEST-BUSINESS-DAY.

      *> Only holds whose release date is still ahead of the posting
      *> date count against available funds - one already due today
      *> belongs to HOLD-RELEASE, and counting it would double-punish
           END-IF.

       2250-WRITE-CHECKPOINT.
           IF NOT WS-IS-MEMO-RUN
               MOVE WS-TRANS-SEQUENCE-NUMBER TO CK-LAST-SEQUENCE
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> Reversal legs are corrections, not customer spending: a leg
      *> that takes money back out only has to fit within balance
      *> plus credit line - holds are not counted, and the hold a
      *> reversed deposit left behind is released with it. The net
      *> balance movement of every non-transfer reversal is carried
      *> in BALANCE.CTL for CONTROL-RPT, the way the FX delta is.
       2400-PROCESS-REVERSAL.
           IF WS-REV-ORIG-TYPE = 'T'
               PERFORM 2420-REVERSE-TRANSFER
           ELSE
               PERFORM 2410-REVERSE-SINGLE-LEG
           END-IF.

       2410-REVERSE-SINGLE-LEG.
           IF WS-REV-ORIG-SIDE = 'C'
               IF WS-MASTER-ACCOUNT-BALANCE + WS-MASTER-CREDIT-LIMIT
                       >= WS-TRANS-AMOUNT
                   SUBTRACT WS-TRANS-AMOUNT
                       FROM WS-MASTER-ACCOUNT-BALANCE
                   SUBTRACT WS-TRANS-AMOUNT FROM WS-REVERSAL-NET-TOTAL
                   MOVE 'D' TO WS-REV-LEG-SIDE
                   IF WS-REV-ORIG-TYPE = 'D'
                       PERFORM 2415-RELEASE-REVERSED-HOLD
                   END-IF
               ELSE
                   MOVE 'Fondos insuficientes para reversa.'
                   TO WS-ERROR-MESSAGE
                   PERFORM 2300-WRITE-ERROR-REPORT
               END-IF
           ELSE
               ADD WS-TRANS-AMOUNT TO WS-MASTER-ACCOUNT-BALANCE
               ADD WS-TRANS-AMOUNT TO WS-REVERSAL-NET-TOTAL
               MOVE 'C' TO WS-REV-LEG-SIDE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2217-REWRITE-SOURCE-ONLY
               PERFORM 1070-WRITE-BALANCE-CONTROL
               MOVE WS-TRANS-ACCOUNT-NUMBER TO WS-REV-LEG-ACCOUNT
               MOVE WS-TRANS-AMOUNT TO WS-REV-LEG-AMOUNT
               MOVE WS-MASTER-ACCOUNT-BALANCE TO WS-REV-LEG-BALANCE
               MOVE WS-REV-COUNTER-ACCOUNT TO WS-REV-LEG-COUNTER
               PERFORM 2440-WRITE-REVERSAL-LEG
               PERFORM 2250-WRITE-CHECKPOINT
           END-IF.

       2415-RELEASE-REVERSED-HOLD.
           MOVE 'N' TO WS-EOF-HOLDS-FILE.
           MOVE WS-TRANS-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE ZERO TO HD-RELEASE-DATE.
           MOVE ZERO TO HD-SEQUENCE-NUMBER.
           START HOLDS-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY SET END-OF-HOLDS-FILE TO TRUE
           END-START.
           PERFORM 2416-SCAN-REVERSED-HOLD UNTIL END-OF-HOLDS-FILE.

       2416-SCAN-REVERSED-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-HOLDS-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLDS-FILE
               IF HD-ACCOUNT-NUMBER NOT = WS-TRANS-ACCOUNT-NUMBER
                   SET END-OF-HOLDS-FILE TO TRUE
               ELSE
                   IF HD-POSTED-DATE = WS-REV-ORIG-DATE
                           AND HD-SEQUENCE-NUMBER
                               = WS-REV-ORIG-SEQUENCE
                       DELETE HOLDS-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       SET END-OF-HOLDS-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Both masters were proved in 2140; the original destination
      *> is debited first because it is the only side that can fail,
      *> and nothing is REWRITEn until it has passed.
       2420-REVERSE-TRANSFER.
           MOVE WS-REV-SOURCE-ACCOUNT TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REVERSA: cuenta origen no disponible.'
                   TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE MR-ACCOUNT-BALANCE TO WS-REV-SOURCE-BALANCE
           END-READ.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-REV-DEST-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'REVERSA: cuenta destino no disponible.'
                       TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE MR-ACCOUNT-BALANCE TO WS-REV-DEST-BALANCE
                       IF MR-ACCOUNT-BALANCE + MR-CREDIT-LIMIT
                               < WS-REV-DEST-AMOUNT
                           MOVE 'Fondos insuficientes para reversa.'
                               TO WS-ERROR-MESSAGE
                       END-IF
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               SUBTRACT WS-REV-DEST-AMOUNT FROM WS-REV-DEST-BALANCE
               MOVE WS-REV-DEST-BALANCE TO MR-ACCOUNT-BALANCE
               REWRITE MASTER-RECORD-IN
               MOVE WS-REV-SOURCE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               ADD WS-REV-SOURCE-AMOUNT TO WS-REV-SOURCE-BALANCE
               MOVE WS-REV-SOURCE-BALANCE TO MR-ACCOUNT-BALANCE
               REWRITE MASTER-RECORD-IN
               COMPUTE WS-FX-ADJUSTMENT-TOTAL =
                   WS-FX-ADJUSTMENT-TOTAL
                   + WS-REV-SOURCE-AMOUNT - WS-REV-DEST-AMOUNT
               PERFORM 1070-WRITE-BALANCE-CONTROL
               IF WS-REV-SOURCE-CURRENCY NOT = WS-REV-DEST-CURRENCY
                   PERFORM 2430-LOG-REVERSAL-RATES
               END-IF
               MOVE WS-REV-SOURCE-ACCOUNT TO WS-REV-LEG-ACCOUNT
               MOVE 'C' TO WS-REV-LEG-SIDE
               MOVE WS-REV-SOURCE-AMOUNT TO WS-REV-LEG-AMOUNT
               MOVE WS-REV-SOURCE-BALANCE TO WS-REV-LEG-BALANCE
               MOVE WS-REV-DEST-ACCOUNT TO WS-REV-LEG-COUNTER
               PERFORM 2440-WRITE-REVERSAL-LEG
               MOVE WS-REV-DEST-ACCOUNT TO WS-REV-LEG-ACCOUNT
               MOVE 'D' TO WS-REV-LEG-SIDE
               MOVE WS-REV-DEST-AMOUNT TO WS-REV-LEG-AMOUNT
               MOVE WS-REV-DEST-BALANCE TO WS-REV-LEG-BALANCE
               MOVE WS-REV-SOURCE-ACCOUNT TO WS-REV-LEG-COUNTER
               PERFORM 2440-WRITE-REVERSAL-LEG
               PERFORM 2250-WRITE-CHECKPOINT
           ELSE
               PERFORM 2300-WRITE-ERROR-REPORT
           END-IF.

      *> The reversal converts the other way round at the original
      *> rates: its debit is in the original destination's currency
      *> and its credit in the original source's.
       2430-LOG-REVERSAL-RATES.
           MOVE WS-DEST-RATE TO WS-SOURCE-RATE-ED.
           MOVE WS-SOURCE-RATE TO WS-DEST-RATE-ED.
           MOVE WS-REV-DEST-AMOUNT TO WS-FX-DEBIT-ED.
           MOVE WS-REV-SOURCE-AMOUNT TO WS-FX-CREDIT-ED.
           MOVE SPACES TO FX-APPLIED-RECORD.
           STRING WS-RUN-DATE ' '
                  WS-TRANS-SEQUENCE-NUMBER ' '
                  WS-REV-DEST-CURRENCY ' ' WS-SOURCE-RATE-ED ' '
                  WS-REV-SOURCE-CURRENCY ' ' WS-DEST-RATE-ED ' '
                  WS-FX-DEBIT-ED ' ' WS-FX-CREDIT-ED
                  DELIMITED BY SIZE INTO FX-APPLIED-RECORD.
           WRITE FX-APPLIED-RECORD.

      *> One reversal leg to TRANS.JRN and ACCTHIST.DAT, typed 'R' and
      *> pointing back at the original leg's type, date and sequence;
      *> the currency is the original's.
       2440-WRITE-REVERSAL-LEG.
           MOVE SPACES TO TRANS-JOURNAL-RECORD.
           MOVE WS-REV-LEG-ACCOUNT TO JR-ACCOUNT-NUMBER.
           MOVE 'R' TO JR-TRANSACTION-TYPE.
           MOVE WS-REV-LEG-AMOUNT TO JR-AMOUNT-ED.
           MOVE WS-REV-LEG-COUNTER TO JR-DEST-ACCOUNT-NUMBER.
           MOVE WS-REV-LEG-BALANCE TO JR-BALANCE-ED.
           MOVE WS-REV-ORIG-CURRENCY TO JR-CURRENCY-CODE.
           MOVE WS-REV-LEG-SIDE TO JR-POSTING-SIDE.
           MOVE WS-RUN-DATE TO JR-POSTING-DATE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO JR-SEQUENCE-NUMBER.
           MOVE WS-REV-ORIG-TYPE TO JR-REVERSED-TYPE.
           MOVE WS-REV-ORIG-DATE TO JR-REVERSED-DATE.
           MOVE WS-REV-ORIG-SEQUENCE TO JR-REVERSED-SEQUENCE.
           IF NOT WS-IS-MEMO-RUN
               WRITE TRANS-JOURNAL-RECORD
           END-IF.
           MOVE WS-REV-LEG-ACCOUNT TO HR-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO HR-POSTING-DATE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO HR-SEQUENCE-NUMBER.
           MOVE 'R' TO HR-TRANSACTION-TYPE.
           MOVE WS-REV-LEG-SIDE TO HR-POSTING-SIDE.
           MOVE WS-REV-LEG-AMOUNT TO HR-AMOUNT.
           MOVE WS-REV-LEG-BALANCE TO HR-RUNNING-BALANCE.
           MOVE WS-REV-LEG-COUNTER TO HR-DEST-ACCOUNT-NUMBER.
           MOVE WS-REV-ORIG-CURRENCY TO HR-CURRENCY-CODE.
           MOVE WS-REV-ORIG-TYPE TO HR-REVERSED-TYPE.
           MOVE WS-REV-ORIG-DATE TO HR-REVERSED-DATE.
           MOVE WS-REV-ORIG-SEQUENCE TO HR-REVERSED-SEQUENCE.
           WRITE HISTORY-RECORD
               INVALID KEY REWRITE HISTORY-RECORD
           END-WRITE.

       2300-WRITE-ERROR-REPORT.
           STRING 'Error en transacción: '
                  WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO ERROR-RECORD-OUT.
           WRITE ERROR-RECORD-OUT.
           PERFORM 2310-WRITE-SUSPENSE-ITEM.

      *> Every refusal also opens an item in SUSPENSE.DAT holding the
      *> record as it came off TRANS.CLN, for SUSP-REPAIR to correct
      *> and resubmit or write off. A refusal never advances the
      *> checkpoint, so a restart refuses the same record again - it
      *> is keyed on its posting sequence and the REWRITE fallback
      *> lands the replay on the item already written.
       2310-WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE WS-RUN-DATE TO SP-ENTRY-DATE.
           SET SP-FROM-POSTING TO TRUE.
           MOVE WS-TRANS-SEQUENCE-NUMBER TO SP-ENTRY-SEQUENCE.
           MOVE WS-RUN-ID TO SP-RUN-ID.
           MOVE TRANS-RECORD-IN TO SP-TRANS-IMAGE.
           MOVE WS-ERROR-MESSAGE TO SP-REASON.
           SET SP-ITEM-OPEN TO TRUE.
           MOVE ZERO TO SP-RESOLVED-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY REWRITE SUSPENSE-RECORD
           END-WRITE.

       3000-TERMINATE-SYSTEM.
           IF WS-RUN-ID NOT = SPACES AND NOT WS-IS-MEMO-RUN
               PERFORM 3100-REGISTER-POSTED-RUN
           END-IF.
      *> The final sequence becomes the day's high-water mark in
                 MASTER-FILE
                 ACCOUNT-HISTORY-FILE
                 ERROR-REPORT-FILE
                 TRANS-WAREHOUSE-FILE
                 FX-APPLIED-FILE
                 HOLDS-FILE
                 PRODUCT-TERMS-FILE
                 SUSPENSE-FILE
                 CALENDAR-FILE
                 CLOSURE-FILE
                 EXTERNAL-PAYEE-FILE
                 SANCTION-HIT-FILE.
           PERFORM 3050-CLOSE-JOURNAL.

       3050-CLOSE-JOURNAL.
           IF NOT WS-IS-MEMO-RUN
               CLOSE TRANS-JOURNAL-FILE
           END-IF.

       3100-REGISTER-POSTED-RUN.
           OPEN EXTEND POSTED-RUN-FILE.
