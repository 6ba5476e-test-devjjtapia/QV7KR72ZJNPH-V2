       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-RECON.
       AUTHOR. Javier J. Tapia 2026.

      *> Clearing suspense reconciliation. Runs after CLR-OUTBOUND and
      *> proves the clearing suspense account of CLEARING.PAR back to
      *> zero for the day. Every outbound interbank transfer credits
      *> the suspense account when it posts, and the 'W' that
      *> CLR-OUTBOUND writes for the day's file settles that amount
      *> out again with the next posting run - so once the night's
      *> file is built, the only money the account may hold is what
      *> that file is carrying to the clearing house. The report
      *> rebuilds the day from TRANS.JRN: the opening balance, the
      *> transfers that entered, the settlements that left, any other
      *> movement, and the closing balance on MASTER.DAT; it then
      *> takes off the total of tonight's CLROUT.DAT. What remains
      *> must be zero. Anything else - a transfer left in suspense
      *> because its payee vanished from the directory, a manual
      *> movement, a settlement that did not post - is reported as a
      *> discrepancy and ends RC=8. No CLEARING.PAR means the bank is
      *> not in the clearing and there is nothing to prove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLEARING-PARM-FILE ASSIGN TO 'CLEARING.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-JOURNAL-FILE ASSIGN TO 'TRANS.JRN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT OPTIONAL CLEARING-OUT-FILE ASSIGN TO 'CLROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRRECON-REPORT-FILE ASSIGN TO 'CLRRECON.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-PARM-FILE.
           COPY CLRPARM.

       FD  TRANS-JOURNAL-FILE.
           COPY JRNLREC.

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  CLEARING-OUT-FILE.
           COPY CLRREC.

       FD  CLRRECON-REPORT-FILE.
       01  CLRRECON-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-JOURNAL-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-JOURNAL-FILE     VALUE 'Y'.
       01  WS-EOF-CLEARING-OUT-FILE    PIC X(01) VALUE 'N'.
           88  END-OF-CLEARING-OUT-FILE VALUE 'Y'.
       01  WS-PARM-FOUND               PIC X(01) VALUE 'Y'.
           88  WS-PARM-MISSING         VALUE 'N'.
       01  WS-CLEARING-FLAG            PIC X(01) VALUE 'N'.
           88  WS-CLEARING-CONFIGURED  VALUE 'Y'.
       01  WS-OUTBOUND-FILE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-FILE-TODAY  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-CLEARING-CURRENCY        PIC X(03).
       01  WS-OUTBOUND-FILE-ID         PIC X(10) VALUE SPACES.

       01  WS-LEG-AMOUNT               PIC S9(10)V99.
       01  WS-TRANSFER-IN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TRANSFER-IN-TOTAL        PIC S9(12)V99 VALUE ZERO.
       01  WS-SETTLED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-SETTLED-TOTAL            PIC S9(12)V99 VALUE ZERO.
       01  WS-OTHER-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-OTHER-NET                PIC S9(12)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT             PIC S9(12)V99 VALUE ZERO.
       01  WS-OPENING-BALANCE          PIC S9(12)V99 VALUE ZERO.
       01  WS-CLOSING-BALANCE          PIC S9(12)V99 VALUE ZERO.
       01  WS-IN-TRANSIT-COUNT         PIC 9(08) VALUE ZERO.
       01  WS-IN-TRANSIT-TOTAL         PIC S9(12)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(12)V99 VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-TOTAL-ED             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           IF WS-CLEARING-CONFIGURED
               PERFORM 2000-PROCESS-JOURNAL-RECORDS
                   UNTIL END-OF-JOURNAL-FILE
               PERFORM 3000-LOAD-OUTBOUND-FILE
               PERFORM 4000-WRITE-RECONCILIATION
           END-IF.
           PERFORM 5000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CLRRECON-REPORT-FILE.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING 'CONCILIACION CUENTA PUENTE DE COMPENSACION - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           PERFORM 1100-LOAD-CLEARING-PARMS.
           IF WS-CLEARING-CONFIGURED
               OPEN INPUT TRANS-JOURNAL-FILE
               PERFORM 1300-READ-JOURNAL-RECORD
           END-IF.

      *> The closing balance is the suspense account's balance on the
      *> master as the night's posting left it.
       1100-LOAD-CLEARING-PARMS.
           OPEN INPUT CLEARING-PARM-FILE.
           READ CLEARING-PARM-FILE
               AT END SET WS-PARM-MISSING TO TRUE
               NOT AT END
                   MOVE CP-SUSPENSE-ACCOUNT TO WS-SUSPENSE-ACCOUNT
           END-READ.
           CLOSE CLEARING-PARM-FILE.
           IF WS-PARM-MISSING
               MOVE SPACES TO CLRRECON-REPORT-RECORD
               STRING 'Sin CLEARING.PAR - banco fuera de la '
                      'compensación, nada que conciliar.'
                      DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD
               WRITE CLRRECON-REPORT-RECORD
           ELSE IF WS-SUSPENSE-ACCOUNT NOT NUMERIC
               PERFORM 1190-ABORT-BAD-CLEARING-PARMS
           ELSE
               OPEN INPUT MASTER-FILE
               MOVE WS-SUSPENSE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       CLOSE MASTER-FILE
                       PERFORM 1190-ABORT-BAD-CLEARING-PARMS
               END-READ
               SET WS-CLEARING-CONFIGURED TO TRUE
               MOVE MR-CURRENCY-CODE TO WS-CLEARING-CURRENCY
               MOVE MR-ACCOUNT-BALANCE TO WS-CLOSING-BALANCE
               CLOSE MASTER-FILE
           END-IF.

       1190-ABORT-BAD-CLEARING-PARMS.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING 'CLEARING.PAR INVALIDO o cuenta puente '
                  WS-SUSPENSE-ACCOUNT
                  ' inexistente - abortado.'
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           CLOSE CLRRECON-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1300-READ-JOURNAL-RECORD.
           READ TRANS-JOURNAL-FILE
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

      *> The suspense account's own legs: the credit leg of each
      *> outbound transfer, the debit of each settling 'W', and
      *> anything else that touched it, taken by its posting side.
       2000-PROCESS-JOURNAL-RECORDS.
           IF JR-ACCOUNT-NUMBER = WS-SUSPENSE-ACCOUNT
               COMPUTE WS-LEG-AMOUNT = FUNCTION NUMVAL(JR-AMOUNT-ED)
               IF JR-TRANSFER AND JR-SIDE-CREDIT
                   ADD 1 TO WS-TRANSFER-IN-COUNT
                   ADD WS-LEG-AMOUNT TO WS-TRANSFER-IN-TOTAL
               ELSE IF JR-WITHDRAWAL AND JR-SIDE-DEBIT
                   ADD 1 TO WS-SETTLED-COUNT
                   ADD WS-LEG-AMOUNT TO WS-SETTLED-TOTAL
               ELSE
                   PERFORM 2100-NOTE-OTHER-MOVEMENT
               END-IF
           END-IF.
           PERFORM 1300-READ-JOURNAL-RECORD.

       2100-NOTE-OTHER-MOVEMENT.
           ADD 1 TO WS-OTHER-COUNT.
           IF JR-SIDE-DEBIT
               SUBTRACT WS-LEG-AMOUNT FROM WS-OTHER-NET
           ELSE
               ADD WS-LEG-AMOUNT TO WS-OTHER-NET
           END-IF.
           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING 'Otro movimiento tipo ' JR-TRANSACTION-TYPE
                  ' lado ' JR-POSTING-SIDE ' ' WS-AMOUNT-ED
                  ' sec ' JR-SEQUENCE-NUMBER
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.

      *> Only tonight's file is in transit; an older CLROUT.DAT left
      *> behind by a night without a posting run carries nothing.
       3000-LOAD-OUTBOUND-FILE.
           OPEN INPUT CLEARING-OUT-FILE.
           PERFORM 3100-READ-OUTBOUND-RECORD.
           IF NOT END-OF-CLEARING-OUT-FILE
               IF CD-FILE-HEADER AND CH-FILE-DATE = WS-RUN-DATE
                   SET WS-OUTBOUND-FILE-TODAY TO TRUE
                   MOVE CH-FILE-ID TO WS-OUTBOUND-FILE-ID
               END-IF
           END-IF.
           IF WS-OUTBOUND-FILE-TODAY
               PERFORM 3200-SCAN-OUTBOUND-RECORD
                   UNTIL END-OF-CLEARING-OUT-FILE
           END-IF.
           CLOSE CLEARING-OUT-FILE.

       3100-READ-OUTBOUND-RECORD.
           READ CLEARING-OUT-FILE
               AT END SET END-OF-CLEARING-OUT-FILE TO TRUE
           END-READ.

       3200-SCAN-OUTBOUND-RECORD.
           PERFORM 3100-READ-OUTBOUND-RECORD.
           IF NOT END-OF-CLEARING-OUT-FILE
               IF CD-FILE-TRAILER
                   MOVE CT-ITEM-COUNT TO WS-IN-TRANSIT-COUNT
                   MOVE CT-AMOUNT-TOTAL TO WS-IN-TRANSIT-TOTAL
               END-IF
           END-IF.

       4000-WRITE-RECONCILIATION.
           COMPUTE WS-NET-MOVEMENT = WS-TRANSFER-IN-TOTAL
                                   - WS-SETTLED-TOTAL
                                   + WS-OTHER-NET.
           COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
                                      - WS-NET-MOVEMENT.
           COMPUTE WS-DIFFERENCE = WS-CLOSING-BALANCE
                                 - WS-IN-TRANSIT-TOTAL.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING 'Cuenta puente ' WS-SUSPENSE-ACCOUNT
                  ' moneda ' WS-CLEARING-CURRENCY
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-OPENING-BALANCE TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING 'Saldo inicial               : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-TRANSFER-IN-COUNT TO WS-COUNT-ED.
           MOVE WS-TRANSFER-IN-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING '+ Transferencias salientes : ' WS-TOTAL-ED
                  '  (' WS-COUNT-ED ')'
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-ED.
           MOVE WS-SETTLED-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING '- Liquidado a la cámara    : ' WS-TOTAL-ED
                  '  (' WS-COUNT-ED ')'
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-OTHER-COUNT TO WS-COUNT-ED.
           MOVE WS-OTHER-NET TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING '+ Otros movimientos (neto) : ' WS-TOTAL-ED
                  '  (' WS-COUNT-ED ')'
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-CLOSING-BALANCE TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING '= Saldo final (MASTER)     : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-IN-TRANSIT-COUNT TO WS-COUNT-ED.
           MOVE WS-IN-TRANSIT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           IF WS-OUTBOUND-FILE-TODAY
               STRING '- En tránsito ' WS-OUTBOUND-FILE-ID '  : '
                      WS-TOTAL-ED '  (' WS-COUNT-ED ')'
                      DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD
           ELSE
               STRING '- En tránsito (sin CLROUT de hoy): '
                      WS-TOTAL-ED
                      DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD
           END-IF.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE WS-DIFFERENCE TO WS-TOTAL-ED.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           STRING '= Diferencia               : ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           WRITE CLRRECON-REPORT-RECORD.
           MOVE SPACES TO CLRRECON-REPORT-RECORD.
           IF WS-DIFFERENCE = ZERO
               STRING 'CUENTA PUENTE CUADRA EN CERO.'
                      DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD
           ELSE
               STRING '*** DESCUADRE EN CUENTA PUENTE - revisar '
                      'movimientos antes de la próxima corrida.'
                      DELIMITED BY SIZE INTO CLRRECON-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CLRRECON-REPORT-RECORD.

       5000-TERMINATE-SYSTEM.
           IF WS-CLEARING-CONFIGURED
               CLOSE TRANS-JOURNAL-FILE
           END-IF.
           CLOSE CLRRECON-REPORT-FILE.
