       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-OUTBOUND.
       AUTHOR. Javier J. Tapia 2026.

      *> Outbound interbank payments. Runs after the night's posting:
      *> every transfer TRANS-PROCESSOR posted to a payee on
      *> EXTPAYEE.DAT left a debit 'T' leg on TRANS.JRN carrying the
      *> payee reference, and its credit on the clearing suspense
      *> account named in CLEARING.PAR. Each such leg becomes one
      *> payment item in CLROUT.DAT, the day's file for the clearing
      *> house in its own format (CLRREC) - the originator from
      *> MASTER.DAT and CUSTOMER.DAT, the beneficiary's bank, account
      *> and name from the payee directory - between a file header
      *> and a trailer carrying the item count and amount total. The
      *> file's total is then settled out of the suspense account by
      *> a 'W' written into TRANS.GEN for the next posting run, split
      *> where it passes what one feed record can carry. CLROUT.RPT
      *> lists every item sent. A leg whose payee is missing from the
      *> directory is not sent and is named on the report; the money
      *> stays in suspense, where CLR-RECON shows it. No CLEARING.PAR
      *> means the bank is not in the clearing and there is nothing
      *> to send; a CLEARING.PAR that cannot be used ends RC=8.
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
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID.
           SELECT OPTIONAL EXTERNAL-PAYEE-FILE ASSIGN TO 'EXTPAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID.
           SELECT CLEARING-OUT-FILE ASSIGN TO 'CLROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLROUT-REPORT-FILE ASSIGN TO 'CLROUT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-GENERATED-FILE ASSIGN TO 'TRANS.GEN'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-PARM-FILE.
           COPY CLRPARM.

       FD  TRANS-JOURNAL-FILE.
           COPY JRNLREC.

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  EXTERNAL-PAYEE-FILE.
           COPY PAYEREC.

       FD  CLEARING-OUT-FILE.
           COPY CLRREC.

       FD  CLROUT-REPORT-FILE.
       01  CLROUT-REPORT-RECORD        PIC X(80).

       FD  TRANS-GENERATED-FILE.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-JOURNAL-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-JOURNAL-FILE     VALUE 'Y'.
       01  WS-PARM-FOUND               PIC X(01) VALUE 'Y'.
           88  WS-PARM-MISSING         VALUE 'N'.
       01  WS-CLEARING-FLAG            PIC X(01) VALUE 'N'.
           88  WS-CLEARING-CONFIGURED  VALUE 'Y'.
       01  WS-PAYEE-FOUND              PIC X(01).
           88  WS-PAYEE-ON-FILE        VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).

      *> CLEARING.PAR as read, and the suspense account's currency.
       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-BANK-CODE                PIC X(08) VALUE SPACES.
       01  WS-CLEARING-HOUSE-CODE      PIC X(08) VALUE SPACES.
       01  WS-CLEARING-CURRENCY        PIC X(03).
       01  WS-ORIGINATOR-NAME          PIC X(30).

      *> The destination column of a journal leg: a payee reference
      *> where the transfer left the bank.
       01  WS-JOURNAL-DEST.
           05  WS-JOURNAL-DEST-PREFIX  PIC X(01).
               88  WS-DEST-IS-PAYEE    VALUE 'E'.
           05  FILLER                  PIC X(09).

      *> The item's reference: the posting date and sequence of the
      *> debit leg, unique across runs.
       01  WS-ITEM-REFERENCE.
           05  WS-REF-POSTING-DATE     PIC 9(08).
           05  WS-REF-SEQUENCE         PIC 9(08).

       01  WS-FILE-ID.
           05  FILLER                  PIC X(02) VALUE 'CO'.
           05  WS-FILE-ID-DATE         PIC 9(08).

       01  WS-ITEM-AMOUNT              PIC 9(10)V99.
       01  WS-ITEM-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-ITEM-TOTAL               PIC 9(12)V99 VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-TOTAL          PIC 9(12)V99 VALUE ZERO.

      *> The settling 'W' goes into the 42-byte feed, whose amount is
      *> 9(07).99 text - a larger file total is settled in parts.
       01  WS-SETTLE-REMAINING         PIC 9(12)V99.
       01  WS-SETTLE-CHUNK             PIC 9(07)V99.
       01  WS-SETTLE-MAX               PIC 9(07)V99 VALUE 9999999.99.
       01  WS-SETTLE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-DISP              PIC 9(07).99.

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
               PERFORM 3000-WRITE-FILE-TRAILER
               PERFORM 3100-EMIT-SETTLEMENT
               PERFORM 3200-WRITE-OUTBOUND-SUMMARY
           END-IF.
           PERFORM 4000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CLROUT-REPORT-FILE.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'PAGOS SALIENTES A CAMARA DE COMPENSACION - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.
           PERFORM 1100-LOAD-CLEARING-PARMS.
           IF WS-CLEARING-CONFIGURED
               OPEN INPUT TRANS-JOURNAL-FILE
                    INPUT CUSTOMER-FILE
                    INPUT EXTERNAL-PAYEE-FILE
                    OUTPUT CLEARING-OUT-FILE
                    EXTEND TRANS-GENERATED-FILE
               PERFORM 1200-WRITE-FILE-HEADER
               PERFORM 1300-READ-JOURNAL-RECORD
           END-IF.

      *> The suspense account must be on the master: its currency is
      *> the currency of every item the file carries.
       1100-LOAD-CLEARING-PARMS.
           OPEN INPUT CLEARING-PARM-FILE.
           READ CLEARING-PARM-FILE
               AT END SET WS-PARM-MISSING TO TRUE
               NOT AT END
                   MOVE CP-SUSPENSE-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                   MOVE CP-BANK-CODE TO WS-BANK-CODE
                   MOVE CP-CLEARING-HOUSE-CODE
                       TO WS-CLEARING-HOUSE-CODE
           END-READ.
           CLOSE CLEARING-PARM-FILE.
           IF WS-PARM-MISSING
               MOVE SPACES TO CLROUT-REPORT-RECORD
               STRING 'Sin CLEARING.PAR - banco fuera de la '
                      'compensación, nada que enviar.'
                      DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD
               WRITE CLROUT-REPORT-RECORD
           ELSE IF WS-SUSPENSE-ACCOUNT NOT NUMERIC
                   OR WS-BANK-CODE = SPACES
                   OR WS-CLEARING-HOUSE-CODE = SPACES
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
           END-IF.

       1190-ABORT-BAD-CLEARING-PARMS.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'CLEARING.PAR INVALIDO o cuenta puente '
                  WS-SUSPENSE-ACCOUNT
                  ' inexistente - abortado.'
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.
           CLOSE CLROUT-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1200-WRITE-FILE-HEADER.
           MOVE WS-RUN-DATE TO WS-FILE-ID-DATE.
           MOVE SPACES TO CLEARING-HEADER-REC.
           MOVE 'H' TO CH-RECORD-TYPE.
           MOVE WS-FILE-ID TO CH-FILE-ID.
           MOVE WS-RUN-DATE TO CH-FILE-DATE.
           MOVE WS-BANK-CODE TO CH-SENDER-BANK-CODE.
           MOVE WS-CLEARING-HOUSE-CODE TO CH-RECEIVER-BANK-CODE.
           SET CH-PAYMENTS-FILE TO TRUE.
           WRITE CLEARING-HEADER-REC.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'Archivo ' WS-FILE-ID ' banco ' WS-BANK-CODE
                  ' a cámara ' WS-CLEARING-HOUSE-CODE
                  ' moneda ' WS-CLEARING-CURRENCY
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.

       1300-READ-JOURNAL-RECORD.
           READ TRANS-JOURNAL-FILE
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

      *> Only the customer's debit leg names the payee; the suspense
      *> account's credit leg of the same transfer is not an item.
       2000-PROCESS-JOURNAL-RECORDS.
           MOVE JR-DEST-ACCOUNT-NUMBER TO WS-JOURNAL-DEST.
           IF JR-TRANSFER AND JR-SIDE-DEBIT AND WS-DEST-IS-PAYEE
               PERFORM 2100-WRITE-PAYMENT-ITEM
           END-IF.
           PERFORM 1300-READ-JOURNAL-RECORD.

       2100-WRITE-PAYMENT-ITEM.
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(JR-AMOUNT-ED).
           MOVE JR-POSTING-DATE TO WS-REF-POSTING-DATE.
           MOVE JR-SEQUENCE-NUMBER TO WS-REF-SEQUENCE.
           MOVE 'N' TO WS-PAYEE-FOUND.
           MOVE JR-DEST-ACCOUNT-NUMBER TO EP-PAYEE-ID.
           READ EXTERNAL-PAYEE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PAYEE-ON-FILE TO TRUE
           END-READ.
           IF WS-PAYEE-ON-FILE
               PERFORM 2200-FIND-ORIGINATOR-NAME
               MOVE SPACES TO CLEARING-ITEM-REC
               SET CD-PAYMENT-ITEM TO TRUE
               MOVE WS-ITEM-REFERENCE TO CD-ITEM-REFERENCE
               MOVE WS-BANK-CODE TO CD-ORIG-BANK-CODE
               MOVE JR-ACCOUNT-NUMBER TO CD-ORIG-ACCOUNT
               MOVE WS-ORIGINATOR-NAME TO CD-ORIG-NAME
               MOVE EP-BANK-CODE TO CD-BENEF-BANK-CODE
               MOVE EP-EXTERNAL-ACCOUNT TO CD-BENEF-ACCOUNT
               MOVE EP-PAYEE-NAME TO CD-BENEF-NAME
               MOVE WS-ITEM-AMOUNT TO CD-AMOUNT
               MOVE WS-CLEARING-CURRENCY TO CD-CURRENCY-CODE
               MOVE WS-RUN-DATE TO CD-VALUE-DATE
               WRITE CLEARING-ITEM-REC
               ADD 1 TO WS-ITEM-COUNT
               ADD WS-ITEM-AMOUNT TO WS-ITEM-TOTAL
               MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO CLROUT-REPORT-RECORD
               STRING 'Pago ' WS-ITEM-REFERENCE ' '
                      JR-ACCOUNT-NUMBER ' a ' EP-PAYEE-ID ' '
                      EP-BANK-CODE ' ' WS-AMOUNT-ED
                      DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD
               WRITE CLROUT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-ITEM-AMOUNT TO WS-EXCEPTION-TOTAL
               MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO CLROUT-REPORT-RECORD
               STRING 'NO ENVIADO ' WS-ITEM-REFERENCE ' '
                      JR-ACCOUNT-NUMBER ' ' WS-AMOUNT-ED
                      ' - ' JR-DEST-ACCOUNT-NUMBER
                      ' sin beneficiario'
                      DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD
               WRITE CLROUT-REPORT-RECORD
           END-IF.

       2200-FIND-ORIGINATOR-NAME.
           MOVE SPACES TO WS-ORIGINATOR-NAME.
           MOVE JR-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MR-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CU-CUSTOMER-NAME TO WS-ORIGINATOR-NAME
                   END-READ
           END-READ.

       3000-WRITE-FILE-TRAILER.
           MOVE SPACES TO CLEARING-TRAILER-REC.
           MOVE 'T' TO CT-RECORD-TYPE.
           MOVE WS-ITEM-COUNT TO CT-ITEM-COUNT.
           MOVE WS-ITEM-TOTAL TO CT-AMOUNT-TOTAL.
           WRITE CLEARING-TRAILER-REC.

      *> The clearing house debits the bank the file total; the same
      *> total leaves the suspense account with the next posting.
       3100-EMIT-SETTLEMENT.
           MOVE WS-ITEM-TOTAL TO WS-SETTLE-REMAINING.
           PERFORM 3110-EMIT-SETTLEMENT-RECORD
               UNTIL WS-SETTLE-REMAINING = ZERO.

       3110-EMIT-SETTLEMENT-RECORD.
           IF WS-SETTLE-REMAINING > WS-SETTLE-MAX
               MOVE WS-SETTLE-MAX TO WS-SETTLE-CHUNK
           ELSE
               MOVE WS-SETTLE-REMAINING TO WS-SETTLE-CHUNK
           END-IF.
           SUBTRACT WS-SETTLE-CHUNK FROM WS-SETTLE-REMAINING.
           MOVE WS-SETTLE-CHUNK TO WS-AMOUNT-DISP.
           MOVE SPACES TO TRANS-RECORD-IN.
           MOVE WS-SUSPENSE-ACCOUNT TO TR-ACCOUNT-NUMBER.
           MOVE 'W' TO TR-TRANSACTION-TYPE.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE SPACES TO TR-DEST-ACCOUNT-NUMBER.
           MOVE WS-CLEARING-CURRENCY TO TR-CURRENCY-CODE.
           MOVE WS-RUN-DATE TO TR-EFFECTIVE-DATE.
           WRITE TRANS-RECORD-IN.
           ADD 1 TO WS-SETTLE-COUNT.
           MOVE WS-SETTLE-CHUNK TO WS-AMOUNT-ED.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'Liquidación W cuenta puente ' WS-SUSPENSE-ACCOUNT
                  ' ' WS-AMOUNT-ED ' a TRANS.GEN'
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.

       3200-WRITE-OUTBOUND-SUMMARY.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.
           MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
           MOVE WS-ITEM-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'Pagos enviados     : ' WS-COUNT-ED
                  '  total ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'Pagos no enviados  : ' WS-COUNT-ED
                  '  total ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.
           MOVE WS-SETTLE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CLROUT-REPORT-RECORD.
           STRING 'Registros W de liquidación: ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLROUT-REPORT-RECORD.
           WRITE CLROUT-REPORT-RECORD.

       4000-TERMINATE-SYSTEM.
           IF WS-CLEARING-CONFIGURED
               CLOSE TRANS-JOURNAL-FILE
                     MASTER-FILE
                     CUSTOMER-FILE
                     EXTERNAL-PAYEE-FILE
                     CLEARING-OUT-FILE
                     TRANS-GENERATED-FILE
           END-IF.
           CLOSE CLROUT-REPORT-FILE.
