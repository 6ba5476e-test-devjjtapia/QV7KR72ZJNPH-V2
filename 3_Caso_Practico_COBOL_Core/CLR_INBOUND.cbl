       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-INBOUND.
       AUTHOR. Javier J. Tapia 2026.

      *> Inbound interbank credits. Turns the clearing house's file of
      *> incoming payments, CLRIN.DAT in the clearing format (CLRREC),
      *> into a TRANS.DAT batch for the normal TRANS-SCRUB and
      *> TRANS-PROCESSOR run. The file is first proved whole: a
      *> header addressed to this bank (CLEARING.PAR), payment items
      *> only, and a trailer whose item count and amount total agree
      *> with the items - a file that does not prove is refused and
      *> nothing is written. Each item for an open account of ours
      *> then becomes a 'D' deposit in the batch, between a batch
      *> header (run ID 'CI' and the clearing file date, so the same
      *> file can never post twice) and a trailer with the batch's
      *> own count and hash total. An item for an account the bank
      *> does not hold, an account already closed, in a currency the
      *> account is not held in, or for no amount is not dropped: it
      *> goes back to the clearing house in CLRRET.DAT, the returns
      *> file, with its reason code. A frozen account still receives
      *> its credit in the batch - posting refuses it into suspense,
      *> where it is repaired or written off like any other refusal.
      *> TRANS.DAT is never overwritten while it holds a batch that
      *> has not yet been posted. CLRIN.RPT lists every item.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLEARING-PARM-FILE ASSIGN TO 'CLEARING.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARING-IN-FILE ASSIGN TO 'CLRIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARING-RETURN-FILE ASSIGN TO 'CLRRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-RUN-FILE ASSIGN TO 'POSTED.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-RUN-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT CLRIN-REPORT-FILE ASSIGN TO 'CLRIN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-PARM-FILE.
           COPY CLRPARM.

       FD  CLEARING-IN-FILE.
           COPY CLRREC.

      *> Written from the CLRREC views of the inbound file's own
      *> record area: each returned item goes back exactly as it came,
      *> with its reason code filled in.
       FD  CLEARING-RETURN-FILE.
       01  CLEARING-RETURN-RECORD      PIC X(160).

       FD  TRANS-FILE.
           COPY TRANSREC.

       FD  POSTED-RUN-FILE.
       01  POSTED-RUN-RECORD.
           05  PR-RUN-ID               PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-POSTED-DATE          PIC 9(08).

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  CLRIN-REPORT-FILE.
       01  CLRIN-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-INBOUND-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-INBOUND-FILE     VALUE 'Y'.
       01  WS-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-TRANS-FILE       VALUE 'Y'.
       01  WS-POSTED-RUN-STATUS        PIC X(02).
           88  WS-POSTED-RUN-FOUND     VALUE '00'.
       01  WS-EOF-POSTED-RUN-FILE      PIC X(01) VALUE 'N'.
           88  END-OF-POSTED-RUN-FILE  VALUE 'Y'.
       01  WS-RUN-POSTED-FLAG          PIC X(01).
           88  WS-RUN-IS-POSTED        VALUE 'Y'.
       01  WS-TRAILER-FLAG             PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN         VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-ERROR-MESSAGE            PIC X(80) VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(40).
       01  WS-RETURN-CODE              PIC X(02).

      *> CLEARING.PAR as read.
       01  WS-BANK-CODE                PIC X(08) VALUE SPACES.

      *> The inbound file's header and trailer as proved.
       01  WS-IN-FILE-ID               PIC X(10).
       01  WS-IN-FILE-DATE             PIC 9(08).
       01  WS-IN-SENDER-BANK-CODE      PIC X(08).
       01  WS-IN-ITEM-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-IN-ITEM-TOTAL            PIC 9(12)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-TRAILER-TOTAL            PIC 9(12)V99 VALUE ZERO.

      *> The batch's run ID, and the run ID looked up on POSTED.RUN.
       01  WS-BATCH-RUN-ID.
           05  FILLER                  PIC X(02) VALUE 'CI'.
           05  WS-BATCH-RUN-DATE       PIC 9(08).
       01  WS-SCAN-RUN-ID              PIC X(10).

       01  WS-RETURN-FILE-ID.
           05  FILLER                  PIC X(02) VALUE 'CR'.
           05  WS-RETURN-FILE-DATE     PIC 9(08).

       01  WS-CREDIT-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(12)V99 VALUE ZERO.
       01  WS-RETURN-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-RETURN-TOTAL             PIC 9(12)V99 VALUE ZERO.

      *> The batch trailer's hash total is 9(07).99 text, the widest
      *> TRANS-SCRUB's control total reads - a larger clearing file
      *> has to be split by the clearing house before it is loaded.
       01  WS-HASH-MAX                 PIC 9(07)V99 VALUE 9999999.99.
       01  WS-AMOUNT-DISP              PIC 9(07).99.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-TOTAL-ED             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2000-BUILD-CREDIT-BATCH
           ELSE
               PERFORM 1900-REFUSE-INBOUND-FILE
           END-IF.
           PERFORM 3000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CLRIN-REPORT-FILE.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'ABONOS ENTRANTES DE CAMARA DE COMPENSACION - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           PERFORM 1100-LOAD-CLEARING-PARMS.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 1200-PROVE-INBOUND-FILE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 1300-CHECK-TRANS-FEED
           END-IF.

       1100-LOAD-CLEARING-PARMS.
           OPEN INPUT CLEARING-PARM-FILE.
           READ CLEARING-PARM-FILE
               AT END
                   MOVE 'Sin CLEARING.PAR - banco fuera de la cámara.'
                   TO WS-ERROR-MESSAGE
               NOT AT END
                   MOVE CP-BANK-CODE TO WS-BANK-CODE
           END-READ.
           CLOSE CLEARING-PARM-FILE.
           IF WS-ERROR-MESSAGE = SPACES AND WS-BANK-CODE = SPACES
               MOVE 'CLEARING.PAR: código de banco en blanco.'
               TO WS-ERROR-MESSAGE
           END-IF.

      *> The whole file is read once before anything is written, so a
      *> file the clearing house sent short, twice over or to the
      *> wrong bank leaves TRANS.DAT and CLRRET.DAT untouched.
       1200-PROVE-INBOUND-FILE.
           OPEN INPUT CLEARING-IN-FILE.
           MOVE 'N' TO WS-EOF-INBOUND-FILE.
           PERFORM 2050-READ-INBOUND-RECORD.
           IF END-OF-INBOUND-FILE
               MOVE 'CLRIN.DAT: archivo vacío o inexistente.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT CD-FILE-HEADER
               MOVE 'CLRIN.DAT: falta registro cabecera.'
               TO WS-ERROR-MESSAGE
           ELSE IF CH-RECEIVER-BANK-CODE NOT = WS-BANK-CODE
               MOVE 'CLRIN.DAT: archivo dirigido a otro banco.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT CH-PAYMENTS-FILE
               MOVE 'CLRIN.DAT: no es un archivo de pagos.'
               TO WS-ERROR-MESSAGE
           ELSE IF CH-FILE-DATE NOT NUMERIC
               MOVE 'CLRIN.DAT: fecha de archivo inválida.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE CH-FILE-ID TO WS-IN-FILE-ID
               MOVE CH-FILE-DATE TO WS-IN-FILE-DATE
               MOVE CH-SENDER-BANK-CODE TO WS-IN-SENDER-BANK-CODE
               PERFORM 2050-READ-INBOUND-RECORD
               PERFORM 1210-PROVE-NEXT-RECORD
                   UNTIL END-OF-INBOUND-FILE
                      OR WS-ERROR-MESSAGE NOT = SPACES
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 1220-CHECK-FILE-TOTALS
           END-IF.
           CLOSE CLEARING-IN-FILE.

       1210-PROVE-NEXT-RECORD.
           IF WS-TRAILER-SEEN
               MOVE 'CLRIN.DAT: registros después de la cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF CD-PAYMENT-ITEM
               IF CD-AMOUNT NOT NUMERIC
                   MOVE 'CLRIN.DAT: importe de pago no numérico.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   ADD 1 TO WS-IN-ITEM-COUNT
                   ADD CD-AMOUNT TO WS-IN-ITEM-TOTAL
               END-IF
           ELSE IF CD-FILE-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF CT-ITEM-COUNT NOT NUMERIC
                       OR CT-AMOUNT-TOTAL NOT NUMERIC
                   MOVE 'CLRIN.DAT: totales de cola no numéricos.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE CT-ITEM-COUNT TO WS-TRAILER-COUNT
                   MOVE CT-AMOUNT-TOTAL TO WS-TRAILER-TOTAL
               END-IF
           ELSE
               MOVE 'CLRIN.DAT: tipo de registro desconocido.'
               TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM 2050-READ-INBOUND-RECORD.

       1220-CHECK-FILE-TOTALS.
           IF NOT WS-TRAILER-SEEN
               MOVE 'CLRIN.DAT: falta registro cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-TRAILER-COUNT NOT = WS-IN-ITEM-COUNT
               MOVE 'CLRIN.DAT: conteo no coincide con cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-TRAILER-TOTAL NOT = WS-IN-ITEM-TOTAL
               MOVE 'CLRIN.DAT: total de montos no coincide con cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-IN-ITEM-TOTAL > WS-HASH-MAX
               MOVE 'CLRIN.DAT: total excede capacidad del lote.'
               TO WS-ERROR-MESSAGE
           END-IF.

      *> The same clearing file must not post twice, and a batch
      *> still waiting in TRANS.DAT for its posting run must not be
      *> lost under this one.
       1300-CHECK-TRANS-FEED.
           MOVE WS-IN-FILE-DATE TO WS-BATCH-RUN-DATE.
           MOVE WS-BATCH-RUN-ID TO WS-SCAN-RUN-ID.
           PERFORM 1400-SCAN-POSTED-RUN-FILE.
           IF WS-RUN-IS-POSTED
               STRING 'Archivo de cámara ya contabilizado - lote '
                      WS-BATCH-RUN-ID '.'
                      DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           ELSE
               OPEN INPUT TRANS-FILE
               READ TRANS-FILE
                   AT END SET END-OF-TRANS-FILE TO TRUE
               END-READ
               IF NOT END-OF-TRANS-FILE
                   IF TR-BATCH-HEADER
                       MOVE TH-RUN-ID TO WS-SCAN-RUN-ID
                       PERFORM 1400-SCAN-POSTED-RUN-FILE
                       IF NOT WS-RUN-IS-POSTED
                           STRING 'TRANS.DAT: lote ' TH-RUN-ID
                                  ' aún sin contabilizar.'
                                  DELIMITED BY SIZE
                                  INTO WS-ERROR-MESSAGE
                       END-IF
                   ELSE
                       MOVE 'TRANS.DAT: contenido sin cabecera de lote.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
               CLOSE TRANS-FILE
           END-IF.

       1400-SCAN-POSTED-RUN-FILE.
           MOVE 'N' TO WS-RUN-POSTED-FLAG.
           MOVE 'N' TO WS-EOF-POSTED-RUN-FILE.
           OPEN INPUT POSTED-RUN-FILE.
           IF WS-POSTED-RUN-FOUND
               PERFORM 1410-SCAN-POSTED-RUN-RECORD
                   UNTIL END-OF-POSTED-RUN-FILE
           END-IF.
           CLOSE POSTED-RUN-FILE.

       1410-SCAN-POSTED-RUN-RECORD.
           READ POSTED-RUN-FILE
               AT END SET END-OF-POSTED-RUN-FILE TO TRUE
           END-READ.
           IF NOT END-OF-POSTED-RUN-FILE
               IF PR-RUN-ID = WS-SCAN-RUN-ID
                   SET WS-RUN-IS-POSTED TO TRUE
                   SET END-OF-POSTED-RUN-FILE TO TRUE
               END-IF
           END-IF.

       1900-REFUSE-INBOUND-FILE.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'ARCHIVO RECHAZADO: ' WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'TRANS.DAT y CLRRET.DAT quedan sin cambios.'
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           MOVE 8 TO RETURN-CODE.

       2000-BUILD-CREDIT-BATCH.
           OPEN INPUT CLEARING-IN-FILE
                INPUT MASTER-FILE
                OUTPUT TRANS-FILE
                OUTPUT CLEARING-RETURN-FILE.
           MOVE 'N' TO WS-EOF-INBOUND-FILE.
           PERFORM 2050-READ-INBOUND-RECORD.
           PERFORM 2060-WRITE-BATCH-HEADERS.
           PERFORM 2050-READ-INBOUND-RECORD.
           PERFORM 2100-PROCESS-INBOUND-ITEM
               UNTIL END-OF-INBOUND-FILE OR CD-FILE-TRAILER.
           PERFORM 2300-WRITE-BATCH-TRAILERS.
           PERFORM 2400-WRITE-INBOUND-SUMMARY.
           CLOSE CLEARING-IN-FILE
                 MASTER-FILE
                 TRANS-FILE
                 CLEARING-RETURN-FILE.

       2050-READ-INBOUND-RECORD.
           READ CLEARING-IN-FILE
               AT END SET END-OF-INBOUND-FILE TO TRUE
           END-READ.

      *> The returns file answers the file it came from: this bank
      *> sends it back to the clearing house that sent the credits.
       2060-WRITE-BATCH-HEADERS.
           MOVE SPACES TO TRANS-BATCH-HEADER-REC.
           MOVE WS-RUN-DATE TO TH-RUN-DATE.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE WS-BATCH-RUN-ID TO TH-RUN-ID.
           WRITE TRANS-BATCH-HEADER-REC.
           MOVE WS-RUN-DATE TO WS-RETURN-FILE-DATE.
           MOVE SPACES TO CLEARING-HEADER-REC.
           MOVE 'H' TO CH-RECORD-TYPE.
           MOVE WS-RETURN-FILE-ID TO CH-FILE-ID.
           MOVE WS-RUN-DATE TO CH-FILE-DATE.
           MOVE WS-BANK-CODE TO CH-SENDER-BANK-CODE.
           MOVE WS-IN-SENDER-BANK-CODE TO CH-RECEIVER-BANK-CODE.
           SET CH-RETURNS-FILE TO TRUE.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-HEADER-REC.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'Archivo ' WS-IN-FILE-ID ' de ' WS-IN-FILE-DATE
                  ' banco ' WS-IN-SENDER-BANK-CODE
                  ' - lote TRANS.DAT ' WS-BATCH-RUN-ID
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.

       2100-PROCESS-INBOUND-ITEM.
           PERFORM 2110-CHECK-BENEFICIARY.
           IF WS-RETURN-CODE = SPACES
               PERFORM 2200-WRITE-CREDIT-RECORD
           ELSE
               PERFORM 2250-WRITE-RETURN-RECORD
           END-IF.
           PERFORM 2050-READ-INBOUND-RECORD.

      *> An account of ours is the first ten positions of the
      *> beneficiary account under this bank's own code.
       2110-CHECK-BENEFICIARY.
           MOVE SPACES TO WS-RETURN-CODE.
           IF CD-BENEF-BANK-CODE NOT = WS-BANK-CODE
                   OR CD-BENEF-HOUSE-ACCOUNT NOT NUMERIC
                   OR CD-BENEF-ACCOUNT-REST NOT = SPACES
               MOVE 'NE' TO WS-RETURN-CODE
           ELSE
               MOVE CD-BENEF-HOUSE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY MOVE 'NE' TO WS-RETURN-CODE
               END-READ
           END-IF.
           IF WS-RETURN-CODE = SPACES
               IF MR-ACCOUNT-CLOSED
                   MOVE 'CC' TO WS-RETURN-CODE
               ELSE IF CD-CURRENCY-CODE NOT = MR-CURRENCY-CODE
                   MOVE 'MO' TO WS-RETURN-CODE
               ELSE IF CD-AMOUNT = ZERO
                   MOVE 'IM' TO WS-RETURN-CODE
               END-IF
           END-IF.

       2200-WRITE-CREDIT-RECORD.
           MOVE CD-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO TRANS-RECORD-IN.
           MOVE CD-BENEF-HOUSE-ACCOUNT TO TR-ACCOUNT-NUMBER.
           MOVE 'D' TO TR-TRANSACTION-TYPE.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE CD-CURRENCY-CODE TO TR-CURRENCY-CODE.
           IF CD-VALUE-DATE NUMERIC AND CD-VALUE-DATE > ZERO
               MOVE CD-VALUE-DATE TO TR-EFFECTIVE-DATE
           END-IF.
           WRITE TRANS-RECORD-IN.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD CD-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE CD-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'Abono ' CD-ITEM-REFERENCE ' cuenta '
                  CD-BENEF-HOUSE-ACCOUNT ' ' WS-AMOUNT-ED ' '
                  CD-CURRENCY-CODE
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.

       2250-WRITE-RETURN-RECORD.
           MOVE WS-RETURN-CODE TO CD-RETURN-CODE.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-ITEM-REC.
           ADD 1 TO WS-RETURN-COUNT.
           ADD CD-AMOUNT TO WS-RETURN-TOTAL.
           IF WS-RETURN-CODE = 'NE'
               MOVE 'cuenta inexistente' TO WS-RESULT-TEXT
           ELSE IF WS-RETURN-CODE = 'CC'
               MOVE 'cuenta cerrada' TO WS-RESULT-TEXT
           ELSE IF WS-RETURN-CODE = 'MO'
               MOVE 'moneda distinta de la cuenta' TO WS-RESULT-TEXT
           ELSE
               MOVE 'importe no contabilizable' TO WS-RESULT-TEXT
           END-IF.
           MOVE CD-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'DEVUELTO ' CD-ITEM-REFERENCE ' '
                  CD-BENEF-HOUSE-ACCOUNT ' ' WS-AMOUNT-ED ' '
                  WS-RETURN-CODE ' ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.

      *> The inbound trailer is in the record area now; it is reused
      *> for the returns file's own trailer.
       2300-WRITE-BATCH-TRAILERS.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO TRANS-BATCH-TRAILER-REC.
           MOVE WS-CREDIT-COUNT TO TZ-RECORD-COUNT.
           MOVE 'Z' TO TZ-RECORD-TYPE.
           MOVE WS-AMOUNT-DISP TO TZ-HASH-TOTAL-STR.
           WRITE TRANS-BATCH-TRAILER-REC.
           MOVE SPACES TO CLEARING-TRAILER-REC.
           MOVE 'T' TO CT-RECORD-TYPE.
           MOVE WS-RETURN-COUNT TO CT-ITEM-COUNT.
           MOVE WS-RETURN-TOTAL TO CT-AMOUNT-TOTAL.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-TRAILER-REC.

       2400-WRITE-INBOUND-SUMMARY.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           MOVE WS-IN-ITEM-COUNT TO WS-COUNT-ED.
           MOVE WS-IN-ITEM-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'Pagos recibidos    : ' WS-COUNT-ED
                  '  total ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'Abonos a TRANS.DAT : ' WS-COUNT-ED
                  '  total ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.
           MOVE WS-RETURN-COUNT TO WS-COUNT-ED.
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CLRIN-REPORT-RECORD.
           STRING 'Devueltos CLRRET   : ' WS-COUNT-ED
                  '  total ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO CLRIN-REPORT-RECORD.
           WRITE CLRIN-REPORT-RECORD.

       3000-TERMINATE-SYSTEM.
           CLOSE CLRIN-REPORT-FILE.
