       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-REPAIR.
       AUTHOR. Javier J. Tapia 2026.

      *> Back-office resolution of the rejected-transaction suspense
      *> file. Each SUSPRPR.DAT line names one open item in
      *> SUSPENSE.DAT and either repairs it ('R') or writes it off
      *> ('W'). A repair takes the item's original feed record,
      *> overlays every corrected field the line supplies (a field
      *> left in spaces keeps what the item already held) and appends
      *> the result to TRANS.RPR, which TRANS-SCRUB consumes the next
      *> night as a controlled side feed like TRANS.REL and TRANS.GEN -
      *> so the repaired movement goes through the same scrub and
      *> posting as any other, and lands back in suspense as a new
      *> item if it is refused again. A write-off closes the item with
      *> nothing posted. Either way the item stays on file, marked
      *> with its outcome and the date it was resolved; an item that
      *> is already resolved cannot be resolved twice. SUSPRPR.RPT
      *> reports one line per action.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPRPR-FILE ASSIGN TO 'SUSPRPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT OPTIONAL TRANS-REPAIR-FILE ASSIGN TO 'TRANS.RPR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPRPR-REPORT-FILE ASSIGN TO 'SUSPRPR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPRPR-FILE.
       01  SUSPRPR-RECORD-IN.
           05  RP-ACTION               PIC X(01).
               88  RP-ACTION-REPAIR    VALUE 'R'.
               88  RP-ACTION-WRITE-OFF VALUE 'W'.
           05  RP-SUSPENSE-KEY.
               10  RP-ENTRY-DATE       PIC X(08).
               10  RP-SOURCE-STEP      PIC X(01).
               10  RP-ENTRY-SEQUENCE   PIC X(08).
           05  RP-ACCOUNT-NUMBER       PIC X(10).
           05  RP-TRANSACTION-TYPE     PIC X(01).
           05  RP-AMOUNT-STR           PIC X(10).
           05  RP-DEST-ACCOUNT-NUMBER  PIC X(10).
           05  RP-CURRENCY-CODE        PIC X(03).
           05  RP-EFFECTIVE-DATE       PIC X(08).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  TRANS-REPAIR-FILE.
           COPY TRANSREC.

       FD  SUSPRPR-REPORT-FILE.
       01  SUSPRPR-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SUSPRPR-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-SUSPRPR-FILE     VALUE 'Y'.
       01  WS-ITEM-FOUND               PIC X(01).
           88  WS-ITEM-ON-FILE         VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

       01  WS-REPAIRED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-SUSPRPR-RECORDS
               UNTIL END-OF-SUSPRPR-FILE.
           PERFORM 3000-WRITE-REPAIR-SUMMARY.
           PERFORM 4000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SUSPRPR-FILE
                I-O SUSPENSE-FILE
                EXTEND TRANS-REPAIR-FILE
                OUTPUT SUSPRPR-REPORT-FILE.
           MOVE SPACES TO SUSPRPR-REPORT-RECORD.
           STRING 'RESOLUCION DE SUSPENSO - fecha ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO SUSPRPR-REPORT-RECORD.
           WRITE SUSPRPR-REPORT-RECORD.
           IF NOT END-OF-SUSPRPR-FILE
               PERFORM 1100-READ-SUSPRPR-RECORD
           END-IF.

       1100-READ-SUSPRPR-RECORD.
           READ SUSPRPR-FILE
               AT END SET END-OF-SUSPRPR-FILE TO TRUE
           END-READ.

       2000-PROCESS-SUSPRPR-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF RP-ACTION-REPAIR OR RP-ACTION-WRITE-OFF
               PERFORM 2100-FIND-SUSPENSE-ITEM
           ELSE
               MOVE 'Acción de resolución inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF RP-ACTION-REPAIR
                   PERFORM 2200-REPAIR-ITEM
               ELSE
                   PERFORM 2300-WRITE-OFF-ITEM
               END-IF
           END-IF.
           PERFORM 2900-WRITE-SUSPRPR-REPORT.
           PERFORM 1100-READ-SUSPRPR-RECORD.

       2100-FIND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           IF RP-ENTRY-DATE NOT NUMERIC
                   OR RP-ENTRY-SEQUENCE NOT NUMERIC
               MOVE 'CLAVE: fecha o secuencia no numérica.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE RP-ENTRY-DATE TO SP-ENTRY-DATE
               MOVE RP-SOURCE-STEP TO SP-SOURCE-STEP
               MOVE RP-ENTRY-SEQUENCE TO SP-ENTRY-SEQUENCE
               READ SUSPENSE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ITEM-ON-FILE TO TRUE
               END-READ
               IF NOT WS-ITEM-ON-FILE
                   MOVE 'Partida no encontrada en suspenso.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   IF NOT SP-ITEM-OPEN
                       MOVE 'Partida ya resuelta.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> The corrected record is built over the original image and
      *> given the scrub's first checks here, so an obviously bad
      *> repair is refused on SUSPRPR.RPT today instead of coming back
      *> into suspense after tomorrow's run.
       2200-REPAIR-ITEM.
           MOVE SP-TRANS-IMAGE TO TRANS-RECORD-IN.
           IF RP-ACCOUNT-NUMBER NOT = SPACES
               MOVE RP-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           END-IF.
           IF RP-TRANSACTION-TYPE NOT = SPACES
               MOVE RP-TRANSACTION-TYPE TO TR-TRANSACTION-TYPE
           END-IF.
           IF RP-AMOUNT-STR NOT = SPACES
               MOVE RP-AMOUNT-STR TO TR-AMOUNT-STR
           END-IF.
           IF RP-DEST-ACCOUNT-NUMBER NOT = SPACES
               MOVE RP-DEST-ACCOUNT-NUMBER TO TR-DEST-ACCOUNT-NUMBER
           END-IF.
           IF RP-CURRENCY-CODE NOT = SPACES
               MOVE RP-CURRENCY-CODE TO TR-CURRENCY-CODE
           END-IF.
           IF RP-EFFECTIVE-DATE NOT = SPACES
               MOVE RP-EFFECTIVE-DATE TO TR-EFFECTIVE-DATE
           END-IF.
           PERFORM 2210-VALIDATE-REPAIRED-RECORD.
           IF WS-ERROR-MESSAGE = SPACES
               WRITE TRANS-RECORD-IN
               SET SP-ITEM-REPAIRED TO TRUE
               MOVE WS-RUN-DATE TO SP-RESOLVED-DATE
               REWRITE SUSPENSE-RECORD
               ADD 1 TO WS-REPAIRED-COUNT
           END-IF.

       2210-VALIDATE-REPAIRED-RECORD.
           IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
               MOVE 'TIPO: registro de control no reenviable.'
               TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'CTA-ORIGEN: número de cuenta no numérico.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF FUNCTION TEST-NUMVAL(TR-AMOUNT-STR) NOT = 0
                   MOVE 'MONTO: cadena numérica inválida.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       2300-WRITE-OFF-ITEM.
           SET SP-ITEM-WRITTEN-OFF TO TRUE.
           MOVE WS-RUN-DATE TO SP-RESOLVED-DATE.
           REWRITE SUSPENSE-RECORD.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.

       2900-WRITE-SUSPRPR-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE 'Procesado correctamente.' TO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           MOVE SPACES TO SUSPRPR-REPORT-RECORD.
           STRING 'Partida: '
                  RP-ENTRY-DATE ' '
                  RP-SOURCE-STEP ' '
                  RP-ENTRY-SEQUENCE ' '
                  RP-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO SUSPRPR-REPORT-RECORD.
           WRITE SUSPRPR-REPORT-RECORD.

       3000-WRITE-REPAIR-SUMMARY.
           MOVE WS-REPAIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUSPRPR-REPORT-RECORD.
           STRING 'Reenviadas   : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SUSPRPR-REPORT-RECORD.
           WRITE SUSPRPR-REPORT-RECORD.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUSPRPR-REPORT-RECORD.
           STRING 'Castigadas   : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SUSPRPR-REPORT-RECORD.
           WRITE SUSPRPR-REPORT-RECORD.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUSPRPR-REPORT-RECORD.
           STRING 'Rechazadas   : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SUSPRPR-REPORT-RECORD.
           WRITE SUSPRPR-REPORT-RECORD.

       4000-TERMINATE-SYSTEM.
           CLOSE SUSPRPR-FILE
                 SUSPENSE-FILE
                 TRANS-REPAIR-FILE
                 SUSPRPR-REPORT-FILE.
