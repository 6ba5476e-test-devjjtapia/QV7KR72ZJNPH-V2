       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-AGING.
       AUTHOR. Javier J. Tapia 2026.

      *> Daily aging of the rejected-transaction suspense file. Runs
      *> after the night's posting, so the items TRANS-SCRUB and
      *> TRANS-PROCESSOR refused today are already in SUSPENSE.DAT.
      *> Every item still open is listed with its age in calendar
      *> days since it entered suspense and the reason it was
      *> refused, and counted into its age bucket - 0 to 1 days, 2 to
      *> 7, 8 to 30 and over 30 - with the amount it carries. Repaired
      *> and written-off items are only counted, so the report also
      *> shows how much of the file is still waiting on the back
      *> office. SUSPAGE.RPT is the whole output; nothing is updated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT AGING-REPORT-FILE ASSIGN TO 'SUSPAGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SUSPENSE-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SUSPENSE-FILE    VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-INTEGER         PIC 9(08).
       01  WS-ITEM-AGE                 PIC 9(05).
       01  WS-ITEM-AMOUNT              PIC S9(08)V99.

      *> The suspended image is the record as it was refused, so its
      *> amount may be the very thing that was wrong with it - an
      *> amount that is not numeric counts the item at zero.
           COPY TRANSREC.

       01  WS-DAYS-0-1-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-DAYS-0-1-TOTAL           PIC S9(10)V99 VALUE ZERO.
       01  WS-DAYS-2-7-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-DAYS-2-7-TOTAL           PIC S9(10)V99 VALUE ZERO.
       01  WS-DAYS-8-30-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-DAYS-8-30-TOTAL          PIC S9(10)V99 VALUE ZERO.
       01  WS-DAYS-OVER-30-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OVER-30-TOTAL       PIC S9(10)V99 VALUE ZERO.
       01  WS-REPAIRED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-AGE-ED               PIC Z(04)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-SUSPENSE-ITEMS
               UNTIL END-OF-SUSPENSE-FILE.
           PERFORM 3000-WRITE-AGING-SUMMARY.
           PERFORM 4000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT SUSPENSE-FILE
                OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'ANTIGUEDAD DE PARTIDAS EN SUSPENSO - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY SET END-OF-SUSPENSE-FILE TO TRUE
           END-START.

       2000-PROCESS-SUSPENSE-ITEMS.
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SUSPENSE-FILE
               IF SP-ITEM-OPEN
                   PERFORM 2100-AGE-OPEN-ITEM
               ELSE IF SP-ITEM-REPAIRED
                   ADD 1 TO WS-REPAIRED-COUNT
               ELSE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               END-IF
           END-IF.

       2100-AGE-OPEN-ITEM.
           COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(SP-ENTRY-DATE).
           MOVE SP-TRANS-IMAGE TO TRANS-RECORD-IN.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           IF FUNCTION TEST-NUMVAL(TR-AMOUNT-STR) = 0
               COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(TR-AMOUNT-STR)
           END-IF.
           IF WS-ITEM-AGE <= 1
               ADD 1 TO WS-DAYS-0-1-COUNT
               ADD WS-ITEM-AMOUNT TO WS-DAYS-0-1-TOTAL
           ELSE IF WS-ITEM-AGE <= 7
               ADD 1 TO WS-DAYS-2-7-COUNT
               ADD WS-ITEM-AMOUNT TO WS-DAYS-2-7-TOTAL
           ELSE IF WS-ITEM-AGE <= 30
               ADD 1 TO WS-DAYS-8-30-COUNT
               ADD WS-ITEM-AMOUNT TO WS-DAYS-8-30-TOTAL
           ELSE
               ADD 1 TO WS-DAYS-OVER-30-COUNT
               ADD WS-ITEM-AMOUNT TO WS-DAYS-OVER-30-TOTAL
           END-IF.
           PERFORM 2200-WRITE-ITEM-LINES.

       2200-WRITE-ITEM-LINES.
           MOVE WS-ITEM-AGE TO WS-AGE-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'Partida ' SP-ENTRY-DATE ' '
                  SP-SOURCE-STEP ' '
                  SP-ENTRY-SEQUENCE ' cta '
                  TR-ACCOUNT-NUMBER ' '
                  TR-TRANSACTION-TYPE ' '
                  TR-AMOUNT-STR ' edad '
                  WS-AGE-ED ' dias'
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING '    Motivo: ' SP-REASON
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       3000-WRITE-AGING-SUMMARY.
           MOVE WS-DAYS-0-1-COUNT TO WS-COUNT-ED.
           MOVE WS-DAYS-0-1-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING '0 a 1 dias    : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-DAYS-2-7-COUNT TO WS-COUNT-ED.
           MOVE WS-DAYS-2-7-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING '2 a 7 dias    : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-DAYS-8-30-COUNT TO WS-COUNT-ED.
           MOVE WS-DAYS-8-30-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING '8 a 30 dias   : cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-DAYS-OVER-30-COUNT TO WS-COUNT-ED.
           MOVE WS-DAYS-OVER-30-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'Mas de 30 dias: cant ' WS-COUNT-ED
                  ' monto ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-REPAIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'Reenviadas    : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING 'Castigadas    : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       4000-TERMINATE-SYSTEM.
           CLOSE SUSPENSE-FILE
                 AGING-REPORT-FILE.
