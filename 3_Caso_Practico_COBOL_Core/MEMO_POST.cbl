       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMO-POST.
       AUTHOR. Javier J. Tapia 2026.

      *> Pre-posting simulation ("memo post"). Run by operations in
      *> the afternoon against the feed that will post tonight: the
      *> feed is scrubbed by TRANS-SCRUB and posted by TRANS-PROCESSOR
      *> exactly as the night will do it - the same validation,
      *> sanctions, holds, overdraft, product limit and currency
      *> checks, item after item against balances that move as the
      *> items before them post - but both programs are CALLed as a
      *> memo run (MEMOREQ) and write only the memo copies this
      *> program builds first:
      *>     MASTER.MEM    copy of MASTER.DAT
      *>     ACCTHIST.MEM  copy of ACCTHIST.DAT
      *>     HOLDS.MEM     copy of HOLDS.DAT
      *>     FXAPPL.MEM    copy of FXAPPL.LOG
      *>     BALANCE.MEM   copy of BALANCE.CTL
      *>     SUSPENSE.MEM  empty - receives the items that would reject
      *>     TRANS.MWH     empty - receives the post-dated items
      *>     MEMOERR.RPT   empty - the run's error report
      *>     TRANS.MCL, TRANS.MRJ, TRANS.MSU - the memo scrub's output
      *> MASTER.DAT, ACCTHIST.DAT, HOLDS.DAT, SUSPENSE.DAT, BALANCE.CTL,
      *> POSTED.RUN, CHECKPOINT.DAT and the side feeds are left as
      *> they were; no journal is written and no backup is taken. The
      *> projected outcome goes to MEMOPOST.RPT: every item that would
      *> reject and why, every account the run would leave overdrawn or
      *> over its credit limit, and the projected control totals, which
      *> must prove the way CONTROL-RPT proves the real run.
      *> Standing orders, releases from the warehouse and cycle-end
      *> items are generated by the night's first steps and are only
      *> in the projection if they are already in the side feeds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT MEMO-MASTER-FILE ASSIGN TO 'MASTER.MEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-ACCOUNT-NUMBER.
           SELECT OPTIONAL ACCOUNT-HISTORY-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT MEMO-HISTORY-FILE ASSIGN TO 'ACCTHIST.MEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-HISTORY-KEY.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-HOLD-KEY.
           SELECT MEMO-HOLDS-FILE ASSIGN TO 'HOLDS.MEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-HOLD-KEY.
           SELECT MEMO-SUSPENSE-FILE ASSIGN TO 'SUSPENSE.MEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT OPTIONAL FX-APPLIED-FILE ASSIGN TO 'FXAPPL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-FX-FILE ASSIGN TO 'FXAPPL.MEM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-CONTROL-FILE ASSIGN TO 'BALANCE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-BALANCE-FILE ASSIGN TO 'BALANCE.MEM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-WAREHOUSE-FILE ASSIGN TO 'TRANS.MWH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-ERROR-FILE ASSIGN TO 'MEMOERR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMO-CLEAN-FILE ASSIGN TO 'TRANS.MCL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMO-REJECT-FILE ASSIGN TO 'TRANS.MRJ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMO-REQUEST-FILE ASSIGN TO 'MEMOPOST.REQ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-REPORT-FILE ASSIGN TO 'MEMOPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  MEMO-MASTER-FILE.
       01  MEMO-MASTER-RECORD.
           05  MM-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                  PIC X(36).

       FD  ACCOUNT-HISTORY-FILE.
           COPY HISTREC.

       FD  MEMO-HISTORY-FILE.
       01  MEMO-HISTORY-RECORD.
           05  MH-HISTORY-KEY          PIC X(26).
           05  FILLER                  PIC X(52).

       FD  HOLDS-FILE.
       01  HOLDS-LIVE-RECORD.
           05  HL-HOLD-KEY             PIC X(26).
           05  HL-HOLD-AMOUNT          PIC S9(08)V99.
           05  HL-POSTED-DATE          PIC 9(08).

       FD  MEMO-HOLDS-FILE.
           COPY HOLDREC.

       FD  MEMO-SUSPENSE-FILE.
           COPY SUSPREC.

       FD  FX-APPLIED-FILE.
       01  FX-APPLIED-RECORD           PIC X(80).

       FD  MEMO-FX-FILE.
       01  MEMO-FX-RECORD              PIC X(80).

       FD  BALANCE-CONTROL-FILE.
       01  BALANCE-CONTROL-LINE        PIC X(52).

       FD  MEMO-BALANCE-FILE.
           COPY BALCTLREC.

       FD  MEMO-WAREHOUSE-FILE.
       01  MEMO-WAREHOUSE-RECORD       PIC X(42).

       FD  MEMO-ERROR-FILE.
       01  MEMO-ERROR-RECORD           PIC X(80).

       FD  MEMO-CLEAN-FILE.
           COPY TRANSREC.

       FD  MEMO-REJECT-FILE.
       01  MEMO-REJECT-RECORD          PIC X(80).

       FD  MEMO-REQUEST-FILE.
           COPY MEMOREQ.

       FD  MEMO-REPORT-FILE.
       01  MEMO-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-COPY-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-COPY-FILE        VALUE 'Y'.
       01  WS-EOF-CLEAN-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-CLEAN-FILE       VALUE 'Y'.
       01  WS-EOF-SUSPENSE-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SUSPENSE-FILE    VALUE 'Y'.
       01  WS-EOF-MEMO-MASTER          PIC X(01) VALUE 'N'.
           88  END-OF-MEMO-MASTER      VALUE 'Y'.
       01  WS-EOF-HOLDS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-HOLDS-FILE       VALUE 'Y'.

       01  WS-ERROR-MESSAGE            PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08).

      *> The program CALLed for the memo run and how it ended.
       01  WS-MEMO-PROGRAM             PIC X(15).
       01  WS-MEMO-STEP-RC             PIC S9(04) VALUE ZERO.
       01  WS-CALL-FAILED              PIC X(01) VALUE 'N'.
           88  WS-MEMO-CALL-FAILED     VALUE 'Y'.

      *> MASTER.MEM read back after the run, laid out as MASTERREC;
      *> MASTERREC itself holds the live account it is compared with.
       01  WS-PROJECTED-ACCOUNT.
           05  WS-PROJ-ACCOUNT-NUMBER  PIC X(10).
           05  WS-PROJ-BALANCE         PIC S9(08)V99.
           05  WS-PROJ-STATUS          PIC X(01).
           05  WS-PROJ-CREDIT-LIMIT    PIC S9(08)V99.
           05  WS-PROJ-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(12).
       01  WS-CURRENT-BALANCE          PIC S9(08)V99.
       01  WS-ACCOUNT-TAG              PIC X(15).

      *> Feed tally. Every item the run would post, by type: an item
      *> of the memo feed is added with WS-TALLY-SIGN +1 and an item
      *> the run refused into SUSPENSE.MEM is taken off again with -1,
      *> so what is left is what would post tonight.
       01  WS-ITEM-AMOUNT              PIC S9(08)V99.
       01  WS-TALLY-SIGN               PIC S9(01).
       01  WS-TALLY-AMOUNT             PIC S9(08)V99.
       01  WS-FEED-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-WAREHOUSED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DEPOSIT-COUNT            PIC S9(07) VALUE ZERO.
       01  WS-DEPOSIT-AMOUNT           PIC S9(10)V99 VALUE ZERO.
       01  WS-WITHDRAWAL-COUNT         PIC S9(07) VALUE ZERO.
       01  WS-WITHDRAWAL-AMOUNT        PIC S9(10)V99 VALUE ZERO.
       01  WS-TRANSFER-COUNT           PIC S9(07) VALUE ZERO.
       01  WS-TRANSFER-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       01  WS-INTEREST-COUNT           PIC S9(07) VALUE ZERO.
       01  WS-INTEREST-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       01  WS-FEE-COUNT                PIC S9(07) VALUE ZERO.
       01  WS-FEE-AMOUNT               PIC S9(10)V99 VALUE ZERO.
       01  WS-REVERSAL-COUNT           PIC S9(07) VALUE ZERO.
       01  WS-REVERSAL-AMOUNT          PIC S9(10)V99 VALUE ZERO.

      *> Projected refusals, split by the reasons the afternoon call
      *> to the client is about: money (insufficient or held funds)
      *> and the product's activity limits.
       01  WS-SCRUB-REJECT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-REJECT-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       01  WS-REJECT-FUNDS-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-LIMIT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-OTHER-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REASON-TEXT              PIC X(80).
       01  WS-REASON-VIEW REDEFINES WS-REASON-TEXT.
           05  WS-REASON-TAG           PIC X(07).
               88  WS-REASON-FUNDS     VALUE 'Fondos '.
               88  WS-REASON-LIMIT     VALUE 'LIMITE:'.
           05  FILLER                  PIC X(73).

       01  WS-OVERDRAWN-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-NEW-OVERDRAFT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-NEW-HOLD-COUNT           PIC S9(07) VALUE ZERO.
       01  WS-NEW-HOLD-AMOUNT          PIC S9(10)V99 VALUE ZERO.

       01  WS-OPENING-TOTAL            PIC S9(10)V99 VALUE ZERO.
       01  WS-CLOSING-TOTAL            PIC S9(10)V99 VALUE ZERO.
       01  WS-NET-ACTIVITY             PIC S9(10)V99 VALUE ZERO.
       01  WS-FX-ADJUSTMENT            PIC S9(10)V99 VALUE ZERO.
       01  WS-REVERSAL-NET             PIC S9(10)V99 VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-BALANCE-ED           PIC -(10)9.99.
           05  WS-TOTAL-ED             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-RUN-MEMO-SCRUB.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 3000-BUILD-MEMO-COPIES
               PERFORM 4000-RUN-MEMO-POSTING
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 5000-TALLY-MEMO-FEED
               PERFORM 6000-REPORT-PROJECTED-REJECTS
               PERFORM 7000-REPORT-PROJECTED-ACCOUNTS
               PERFORM 8000-REPORT-CONTROL-TOTALS
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM 4900-REPORT-SIMULATION-FAILED
           END-IF.
           PERFORM 9000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MEMO-REPORT-FILE.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'SIMULACION DE CONTABILIZACION (MEMO) - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Proyección: no se contabiliza nada. MASTER.DAT, '
                  'ACCTHIST.DAT, HOLDS.DAT,'
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'BALANCE.CTL y POSTED.RUN quedan sin cambios.'
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

      *> The request is written immediately before the CALL and the
      *> file emptied again straight after it, whatever happened -
      *> the program called empties it on reading, and a request must
      *> never outlive the call it was written for.
       1500-CALL-MEMO-STEP.
           OPEN OUTPUT MEMO-REQUEST-FILE.
           MOVE SPACES TO MEMO-REQUEST-RECORD.
           MOVE WS-MEMO-PROGRAM TO MQ-PROGRAM-ID.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           WRITE MEMO-REQUEST-RECORD.
           CLOSE MEMO-REQUEST-FILE.
           MOVE 'N' TO WS-CALL-FAILED.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-MEMO-PROGRAM
               ON EXCEPTION SET WS-MEMO-CALL-FAILED TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-MEMO-STEP-RC.
           OPEN OUTPUT MEMO-REQUEST-FILE.
           CLOSE MEMO-REQUEST-FILE.

      *> The feed is scrubbed as tonight's TRANS-SCRUB will scrub it,
      *> side feeds included. A batch that fails its control would
      *> post nothing tonight either, and is reported as such.
       2000-RUN-MEMO-SCRUB.
           MOVE 'TRANS-SCRUB' TO WS-MEMO-PROGRAM.
           PERFORM 1500-CALL-MEMO-STEP.
           IF WS-MEMO-CALL-FAILED
               MOVE 'TRANS-SCRUB no disponible.' TO WS-ERROR-MESSAGE
           ELSE
               PERFORM 2100-LIST-SCRUB-REJECTS
               IF WS-MEMO-STEP-RC NOT = ZERO
                   MOVE 'el lote no pasa el control de TRANS-SCRUB.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       2100-LIST-SCRUB-REJECTS.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'RECHAZOS DE DEPURACION (TRANS-SCRUB)'
               TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT MEMO-REJECT-FILE.
           PERFORM 2110-LIST-SCRUB-REJECT UNTIL END-OF-COPY-FILE.
           CLOSE MEMO-REJECT-FILE.
           MOVE WS-SCRUB-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Rechazos de depuración: ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

       2110-LIST-SCRUB-REJECT.
           READ MEMO-REJECT-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               ADD 1 TO WS-SCRUB-REJECT-COUNT
               WRITE MEMO-REPORT-RECORD FROM MEMO-REJECT-RECORD
           END-IF.

      *> The memo copies are rebuilt whole on every run, so a run
      *> always starts from the files as they stand now.
       3000-BUILD-MEMO-COPIES.
           PERFORM 3100-COPY-MASTER.
           PERFORM 3200-COPY-HISTORY.
           PERFORM 3300-COPY-HOLDS.
           PERFORM 3400-COPY-FX-LOG.
           PERFORM 3500-COPY-BALANCE-CONTROL.
           OPEN OUTPUT MEMO-SUSPENSE-FILE
                OUTPUT MEMO-WAREHOUSE-FILE
                OUTPUT MEMO-ERROR-FILE.
           CLOSE MEMO-SUSPENSE-FILE
                 MEMO-WAREHOUSE-FILE
                 MEMO-ERROR-FILE.

       3100-COPY-MASTER.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT MASTER-FILE
                OUTPUT MEMO-MASTER-FILE.
           PERFORM 3110-COPY-MASTER-RECORD UNTIL END-OF-COPY-FILE.
           CLOSE MASTER-FILE
                 MEMO-MASTER-FILE.

       3110-COPY-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE MEMO-MASTER-RECORD FROM MASTER-RECORD-IN
           END-IF.

       3200-COPY-HISTORY.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT ACCOUNT-HISTORY-FILE
                OUTPUT MEMO-HISTORY-FILE.
           PERFORM 3210-COPY-HISTORY-RECORD UNTIL END-OF-COPY-FILE.
           CLOSE ACCOUNT-HISTORY-FILE
                 MEMO-HISTORY-FILE.

       3210-COPY-HISTORY-RECORD.
           READ ACCOUNT-HISTORY-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE MEMO-HISTORY-RECORD FROM HISTORY-RECORD
           END-IF.

       3300-COPY-HOLDS.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT HOLDS-FILE
                OUTPUT MEMO-HOLDS-FILE.
           PERFORM 3310-COPY-HOLD-RECORD UNTIL END-OF-COPY-FILE.
           CLOSE HOLDS-FILE
                 MEMO-HOLDS-FILE.

       3310-COPY-HOLD-RECORD.
           READ HOLDS-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE HOLD-RECORD FROM HOLDS-LIVE-RECORD
               IF HL-POSTED-DATE = WS-RUN-DATE
                   SUBTRACT 1 FROM WS-NEW-HOLD-COUNT
                   SUBTRACT HL-HOLD-AMOUNT FROM WS-NEW-HOLD-AMOUNT
               END-IF
           END-IF.

      *> The applied-rate log is where a reversal of a cross-currency
      *> transfer finds the rates to undo it at.
       3400-COPY-FX-LOG.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT FX-APPLIED-FILE
                OUTPUT MEMO-FX-FILE.
           PERFORM 3410-COPY-FX-RECORD UNTIL END-OF-COPY-FILE.
           CLOSE FX-APPLIED-FILE
                 MEMO-FX-FILE.

       3410-COPY-FX-RECORD.
           READ FX-APPLIED-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE MEMO-FX-RECORD FROM FX-APPLIED-RECORD
           END-IF.

      *> BALANCE.CTL carries the day's sequence high-water mark, so a
      *> batch already posted today makes the memo run number its
      *> items after it, as tonight's run will.
       3500-COPY-BALANCE-CONTROL.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT BALANCE-CONTROL-FILE
                OUTPUT MEMO-BALANCE-FILE.
           PERFORM 3510-COPY-BALANCE-RECORD UNTIL END-OF-COPY-FILE.
           CLOSE BALANCE-CONTROL-FILE
                 MEMO-BALANCE-FILE.

       3510-COPY-BALANCE-RECORD.
           READ BALANCE-CONTROL-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE BALANCE-CONTROL-RECORD FROM BALANCE-CONTROL-LINE
           END-IF.

      *> A run TRANS-PROCESSOR aborts (a batch already posted, bad
      *> HOLDS.PAR, a full rate table) says why in its error report.
       4000-RUN-MEMO-POSTING.
           MOVE 'TRANS-PROCESSOR' TO WS-MEMO-PROGRAM.
           PERFORM 1500-CALL-MEMO-STEP.
           IF WS-MEMO-CALL-FAILED
               MOVE 'TRANS-PROCESSOR no disponible.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-MEMO-STEP-RC NOT = ZERO
               MOVE 'TRANS-PROCESSOR abortó la simulación.'
               TO WS-ERROR-MESSAGE
               PERFORM 4100-LIST-ABORT-REASON
           END-IF.

       4100-LIST-ABORT-REASON.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'INFORME DE ERRORES DE LA SIMULACION (MEMOERR.RPT)'
               TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'N' TO WS-EOF-COPY-FILE.
           OPEN INPUT MEMO-ERROR-FILE.
           PERFORM 4110-LIST-ABORT-LINE UNTIL END-OF-COPY-FILE.
           CLOSE MEMO-ERROR-FILE.

       4110-LIST-ABORT-LINE.
           READ MEMO-ERROR-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-COPY-FILE
               WRITE MEMO-REPORT-RECORD FROM MEMO-ERROR-RECORD
           END-IF.

       4900-REPORT-SIMULATION-FAILED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'SIMULACION NO COMPLETADA: ' WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 8 TO RETURN-CODE.

      *> The memo feed is what the memo run read; an item effective
      *> after today went to TRANS.MWH and would not post tonight.
       5000-TALLY-MEMO-FEED.
           MOVE 'N' TO WS-EOF-CLEAN-FILE.
           MOVE 1 TO WS-TALLY-SIGN.
           OPEN INPUT MEMO-CLEAN-FILE.
           PERFORM 5100-TALLY-FEED-ITEM UNTIL END-OF-CLEAN-FILE.
           CLOSE MEMO-CLEAN-FILE.

       5100-TALLY-FEED-ITEM.
           READ MEMO-CLEAN-FILE
               AT END SET END-OF-CLEAN-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CLEAN-FILE
               IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
                   CONTINUE
               ELSE IF TR-EFFECTIVE-DATE NUMERIC
                       AND TR-EFFECTIVE-DATE > WS-RUN-DATE
                       AND NOT TR-REVERSAL
                   ADD 1 TO WS-FEED-COUNT
                   ADD 1 TO WS-WAREHOUSED-COUNT
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM 5200-TALLY-BY-TYPE
               END-IF
           END-IF.

       5200-TALLY-BY-TYPE.
           UNSTRING TR-AMOUNT-STR DELIMITED BY ALL SPACE
               INTO WS-ITEM-AMOUNT.
           COMPUTE WS-TALLY-AMOUNT = WS-ITEM-AMOUNT * WS-TALLY-SIGN.
           IF TR-DEPOSIT
               ADD WS-TALLY-SIGN TO WS-DEPOSIT-COUNT
               ADD WS-TALLY-AMOUNT TO WS-DEPOSIT-AMOUNT
           ELSE IF TR-WITHDRAWAL
               ADD WS-TALLY-SIGN TO WS-WITHDRAWAL-COUNT
               ADD WS-TALLY-AMOUNT TO WS-WITHDRAWAL-AMOUNT
           ELSE IF TR-TRANSFER
               ADD WS-TALLY-SIGN TO WS-TRANSFER-COUNT
               ADD WS-TALLY-AMOUNT TO WS-TRANSFER-AMOUNT
           ELSE IF TR-INTEREST
               ADD WS-TALLY-SIGN TO WS-INTEREST-COUNT
               ADD WS-TALLY-AMOUNT TO WS-INTEREST-AMOUNT
           ELSE IF TR-FEE
               ADD WS-TALLY-SIGN TO WS-FEE-COUNT
               ADD WS-TALLY-AMOUNT TO WS-FEE-AMOUNT
           ELSE IF TR-REVERSAL
               ADD WS-TALLY-SIGN TO WS-REVERSAL-COUNT
               ADD WS-TALLY-AMOUNT TO WS-REVERSAL-AMOUNT
           END-IF.

      *> SUSPENSE.MEM started empty, so every item on it is a refusal
      *> of this memo run: the record as it would arrive tonight and
      *> the reason it would be refused.
       6000-REPORT-PROJECTED-REJECTS.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'RECHAZOS PROYECTADOS DE CONTABILIZACION'
               TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE -1 TO WS-TALLY-SIGN.
           MOVE 'N' TO WS-EOF-SUSPENSE-FILE.
           OPEN INPUT MEMO-SUSPENSE-FILE.
           PERFORM 6100-REPORT-REJECTED-ITEM
               UNTIL END-OF-SUSPENSE-FILE.
           CLOSE MEMO-SUSPENSE-FILE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE WS-REJECT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Rechazadas  : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE WS-REJECT-FUNDS-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING '  por fondos insuficientes o retenidos: '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE WS-REJECT-LIMIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING '  por límites del producto            : '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE WS-REJECT-OTHER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING '  por otros motivos                   : '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

       6100-REPORT-REJECTED-ITEM.
           READ MEMO-SUSPENSE-FILE
               AT END SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SUSPENSE-FILE
               MOVE SP-TRANS-IMAGE TO TRANS-RECORD-IN
               PERFORM 5200-TALLY-BY-TYPE
               ADD 1 TO WS-REJECT-COUNT
               ADD WS-ITEM-AMOUNT TO WS-REJECT-AMOUNT
               MOVE SP-REASON TO WS-REASON-TEXT
               IF WS-REASON-FUNDS
                   ADD 1 TO WS-REJECT-FUNDS-COUNT
               ELSE IF WS-REASON-LIMIT
                   ADD 1 TO WS-REJECT-LIMIT-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-OTHER-COUNT
               END-IF
               MOVE SPACES TO MEMO-REPORT-RECORD
               STRING TR-ACCOUNT-NUMBER ' '
                      TR-TRANSACTION-TYPE ' '
                      TR-AMOUNT-STR ' '
                      TR-DEST-ACCOUNT-NUMBER ' '
                      TR-CURRENCY-CODE
                      DELIMITED BY SIZE INTO MEMO-REPORT-RECORD
               WRITE MEMO-REPORT-RECORD
               MOVE SPACES TO MEMO-REPORT-RECORD
               STRING '    ' SP-REASON
                      DELIMITED BY SIZE INTO MEMO-REPORT-RECORD
               WRITE MEMO-REPORT-RECORD
           END-IF.

      *> Every account the run would leave below zero, against its
      *> balance now. Posting never takes an account past its credit
      *> line, so one shown over it was already there or had its line
      *> cut since - either way the client has to fund it.
       7000-REPORT-PROJECTED-ACCOUNTS.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'CUENTAS EN SOBREGIRO PROYECTADAS'
               TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Cuenta     Mon   Saldo actual Saldo proyect.'
                  ' Situación'
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'N' TO WS-EOF-MEMO-MASTER.
           OPEN INPUT MEMO-MASTER-FILE
                INPUT MASTER-FILE.
           PERFORM 7100-CHECK-PROJECTED-ACCOUNT
               UNTIL END-OF-MEMO-MASTER.
           CLOSE MEMO-MASTER-FILE
                 MASTER-FILE.
           MOVE WS-OVERDRAWN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Cuentas en sobregiro   : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE WS-NEW-OVERDRAFT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING '  nuevos sobregiros    : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING '  sobre límite crédito : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

       7100-CHECK-PROJECTED-ACCOUNT.
           READ MEMO-MASTER-FILE INTO WS-PROJECTED-ACCOUNT
               AT END SET END-OF-MEMO-MASTER TO TRUE
           END-READ.
           IF NOT END-OF-MEMO-MASTER
               ADD WS-PROJ-BALANCE TO WS-CLOSING-TOTAL
               IF WS-PROJ-BALANCE < ZERO
                   PERFORM 7200-REPORT-OVERDRAWN-ACCOUNT
               END-IF
           END-IF.

       7200-REPORT-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-OVERDRAWN-COUNT.
           MOVE WS-PROJ-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY MOVE ZERO TO WS-CURRENT-BALANCE
               NOT INVALID KEY
                   MOVE MR-ACCOUNT-BALANCE TO WS-CURRENT-BALANCE
           END-READ.
           IF WS-PROJ-BALANCE + WS-PROJ-CREDIT-LIMIT < ZERO
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE 'SOBRE LIMITE' TO WS-ACCOUNT-TAG
           ELSE IF WS-CURRENT-BALANCE NOT < ZERO
               ADD 1 TO WS-NEW-OVERDRAFT-COUNT
               MOVE 'NUEVO SOBREGIRO' TO WS-ACCOUNT-TAG
           ELSE
               MOVE 'SOBREGIRO' TO WS-ACCOUNT-TAG
           END-IF.
           MOVE WS-CURRENT-BALANCE TO WS-AMOUNT-ED.
           MOVE WS-PROJ-BALANCE TO WS-BALANCE-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING WS-PROJ-ACCOUNT-NUMBER ' '
                  WS-PROJ-CURRENCY ' '
                  WS-AMOUNT-ED ' '
                  WS-BALANCE-ED ' '
                  WS-ACCOUNT-TAG
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

      *> The projected totals prove the way CONTROL-RPT proves the
      *> night: the opening total the memo run took off MASTER.MEM,
      *> plus what would post, plus the FX and reversal effects the
      *> run carried in BALANCE.MEM, must give MASTER.MEM's closing
      *> total.
       8000-REPORT-CONTROL-TOTALS.
           PERFORM 8100-READ-MEMO-BALANCE-CONTROL.
           PERFORM 8200-SUM-NEW-HOLDS.
           COMPUTE WS-NET-ACTIVITY =
               WS-DEPOSIT-AMOUNT - WS-WITHDRAWAL-AMOUNT
               + WS-INTEREST-AMOUNT - WS-FEE-AMOUNT
               + WS-FX-ADJUSTMENT + WS-REVERSAL-NET.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.
           MOVE 'TOTALES DE CONTROL PROYECTADOS'
               TO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-FEED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Partidas del lote : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-WAREHOUSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Almacenadas       : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Rechazadas        : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-ED.
           MOVE WS-DEPOSIT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Depositos         : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-WITHDRAWAL-COUNT TO WS-COUNT-ED.
           MOVE WS-WITHDRAWAL-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Retiros           : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-TRANSFER-COUNT TO WS-COUNT-ED.
           MOVE WS-TRANSFER-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Transferencias    : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-INTEREST-COUNT TO WS-COUNT-ED.
           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Intereses         : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-FEE-COUNT TO WS-COUNT-ED.
           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Comisiones        : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-REVERSAL-COUNT TO WS-COUNT-ED.
           MOVE WS-REVERSAL-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Reversas          : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-NEW-HOLD-COUNT TO WS-COUNT-ED.
           MOVE WS-NEW-HOLD-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Retenciones nuevas: cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-REVERSAL-NET TO WS-TOTAL-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Efecto reversas   : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-FX-ADJUSTMENT TO WS-TOTAL-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Ajuste cambiario  : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-OPENING-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Saldo inicial     : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-NET-ACTIVITY TO WS-TOTAL-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Movimiento neto   : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO MEMO-REPORT-RECORD.
           STRING 'Saldo final proy. : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO MEMO-REPORT-RECORD.
           WRITE MEMO-REPORT-RECORD.

           MOVE SPACES TO MEMO-REPORT-RECORD.
           IF WS-OPENING-TOTAL + WS-NET-ACTIVITY = WS-CLOSING-TOTAL
               STRING 'Estado            : CUADRADO'
                   DELIMITED BY SIZE INTO MEMO-REPORT-RECORD
           ELSE
               STRING 'Estado            : DESCUADRADO - revisar'
                   DELIMITED BY SIZE INTO MEMO-REPORT-RECORD
           END-IF.
           WRITE MEMO-REPORT-RECORD.

       8100-READ-MEMO-BALANCE-CONTROL.
           OPEN INPUT MEMO-BALANCE-FILE.
           READ MEMO-BALANCE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE BC-OPENING-TOTAL TO WS-OPENING-TOTAL
                   MOVE BC-FX-ADJUSTMENT TO WS-FX-ADJUSTMENT
                   IF BC-REVERSAL-NET NUMERIC
                       MOVE BC-REVERSAL-NET TO WS-REVERSAL-NET
                   END-IF
           END-READ.
           CLOSE MEMO-BALANCE-FILE.

      *> Holds the memo run wrote: every hold posted today on
      *> HOLDS.MEM less those a batch already posted today left on
      *> HOLDS.DAT, which 3310 took off as they were copied.
       8200-SUM-NEW-HOLDS.
           MOVE 'N' TO WS-EOF-HOLDS-FILE.
           OPEN INPUT MEMO-HOLDS-FILE.
           PERFORM 8210-SUM-NEW-HOLD UNTIL END-OF-HOLDS-FILE.
           CLOSE MEMO-HOLDS-FILE.

       8210-SUM-NEW-HOLD.
           READ MEMO-HOLDS-FILE
               AT END SET END-OF-HOLDS-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLDS-FILE
               IF HD-POSTED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-NEW-HOLD-COUNT
                   ADD HD-HOLD-AMOUNT TO WS-NEW-HOLD-AMOUNT
               END-IF
           END-IF.

       9000-TERMINATE-SYSTEM.
           CLOSE MEMO-REPORT-FILE.
