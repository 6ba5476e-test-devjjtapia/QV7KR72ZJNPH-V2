       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-APPROVE.
       AUTHOR. Javier J. Tapia 2026.

      *> Checker side of the dual control over master-file
      *> maintenance. MASTER-MAINT, PROD-MAINT, RATE-MAINT,
      *> STAND-MAINT, CLOSE-SETTLE, PAYEE-MAINT and DISP-MAINT only
      *> file what their operator keys into MNTPEND.DAT; here a second
      *> operator decides each item. Every MNTAPPR.DAT line names one
      *> pending item by its entry date and sequence and approves
      *> ('A') or rejects ('R') it, with an optional reason. The
      *> checker may not decide an item they entered themselves, and
      *> an item already decided, applied or expired cannot be decided
      *> again. An approved item waits for the next run of its own
      *> program, which applies and audits it. Before any decision,
      *> every item still pending after WS-EXPIRY-DAYS calendar days
      *> is expired, so a stale change cannot be waved through long
      *> after anyone remembers why it was keyed. MNTAPPR.RPT answers
      *> each decision; MNTPEND.RPT lists what expired today, what is
      *> still waiting for a checker and what is approved but not yet
      *> applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MNTAPPR-FILE ASSIGN TO 'MNTAPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.
           SELECT MNTAPPR-REPORT-FILE ASSIGN TO 'MNTAPPR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO 'MNTPEND.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTAPPR-FILE.
       01  MNTAPPR-RECORD-IN.
           05  AP-DECISION             PIC X(01).
               88  AP-DECISION-APPROVE VALUE 'A'.
               88  AP-DECISION-REJECT  VALUE 'R'.
           05  AP-PENDING-KEY.
               10  AP-ENTRY-DATE       PIC X(08).
               10  AP-ENTRY-SEQUENCE   PIC X(06).
           05  AP-REASON               PIC X(30).

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       FD  MNTAPPR-REPORT-FILE.
       01  MNTAPPR-REPORT-RECORD       PIC X(80).

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-MNTAPPR-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-MNTAPPR-FILE     VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.
       01  WS-ITEM-FOUND               PIC X(01).
           88  WS-ITEM-ON-FILE         VALUE 'Y'.

      *> Calendar days an item may wait for a checker. An item entered
      *> on day D is still decidable on D plus this many days and is
      *> expired by the first run after that.
       01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 5.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-INTEGER         PIC 9(08).
       01  WS-ITEM-AGE                 PIC 9(05).
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

       01  WS-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-AWAITING-APPLY-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AGE-ED               PIC Z(04)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-MNTAPPR-RECORDS
               UNTIL END-OF-MNTAPPR-FILE.
           PERFORM 3000-WRITE-PENDING-REPORT.
           PERFORM 4000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY 'Operador que aprueba el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT MNTAPPR-FILE
                I-O MAINT-PENDING-FILE
                OUTPUT MNTAPPR-REPORT-FILE
                OUTPUT PENDING-REPORT-FILE.
           MOVE SPACES TO MNTAPPR-REPORT-RECORD.
           STRING 'APROBACION DE MANTENIMIENTO - fecha ' WS-RUN-DATE
                  ' operador ' WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO MNTAPPR-REPORT-RECORD.
           WRITE MNTAPPR-REPORT-RECORD.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'MANTENIMIENTO PENDIENTE - fecha ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           PERFORM 1500-EXPIRE-STALE-ITEMS.
           IF NOT END-OF-MNTAPPR-FILE
               PERFORM 1100-READ-MNTAPPR-RECORD
           END-IF.

       1100-READ-MNTAPPR-RECORD.
           READ MNTAPPR-FILE
               AT END SET END-OF-MNTAPPR-FILE TO TRUE
           END-READ.

       1500-EXPIRE-STALE-ITEMS.
           MOVE 'N' TO WS-EOF-PENDING-FILE.
           MOVE LOW-VALUES TO PN-PENDING-KEY.
           START MAINT-PENDING-FILE KEY IS NOT LESS THAN PN-PENDING-KEY
               INVALID KEY SET END-OF-PENDING-FILE TO TRUE
           END-START.
           PERFORM 1510-EXPIRE-NEXT-ITEM
               UNTIL END-OF-PENDING-FILE.

       1510-EXPIRE-NEXT-ITEM.
           READ MAINT-PENDING-FILE NEXT RECORD
               AT END SET END-OF-PENDING-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PENDING-FILE
               IF PN-ITEM-PENDING
                   COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INTEGER
                       - FUNCTION INTEGER-OF-DATE(PN-ENTRY-DATE)
                   IF WS-ITEM-AGE > WS-EXPIRY-DAYS
                       PERFORM 1520-EXPIRE-ITEM
                   END-IF
               END-IF
           END-IF.

       1520-EXPIRE-ITEM.
           SET PN-ITEM-EXPIRED TO TRUE.
           MOVE WS-RUN-DATE TO PN-DECISION-DATE.
           MOVE 'Vencida sin aprobación.' TO PN-RESULT.
           REWRITE MAINT-PENDING-RECORD.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE WS-ITEM-AGE TO WS-AGE-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Vencida   '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-PROGRAM-ID ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' op '
                  PN-MAKER-ID ' edad '
                  WS-AGE-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.

       2000-PROCESS-MNTAPPR-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF AP-DECISION-APPROVE OR AP-DECISION-REJECT
               PERFORM 2100-FIND-PENDING-ITEM
           ELSE
               MOVE 'Decisión inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.
      *> Dual control means two different people: the maker of an
      *> item can never be its checker.
           IF WS-ERROR-MESSAGE = SPACES
               IF PN-MAKER-ID = WS-OPERATOR-ID
                   MOVE 'OPERADOR: no puede aprobar lo que ingresó.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2200-RECORD-DECISION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 2900-WRITE-MNTAPPR-REPORT.
           PERFORM 1100-READ-MNTAPPR-RECORD.

       2100-FIND-PENDING-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           IF AP-ENTRY-DATE NOT NUMERIC
                   OR AP-ENTRY-SEQUENCE NOT NUMERIC
               MOVE 'CLAVE: fecha o secuencia no numérica.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE AP-ENTRY-DATE TO PN-ENTRY-DATE
               MOVE AP-ENTRY-SEQUENCE TO PN-ENTRY-SEQUENCE
               READ MAINT-PENDING-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ITEM-ON-FILE TO TRUE
               END-READ
               IF NOT WS-ITEM-ON-FILE
                   MOVE 'Partida no encontrada en pendientes.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF PN-ITEM-EXPIRED
                   MOVE 'Partida vencida sin aprobación.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   IF NOT PN-ITEM-PENDING
                       MOVE 'Partida ya decidida.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2200-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PN-CHECKER-ID.
           MOVE WS-RUN-DATE TO PN-DECISION-DATE.
           IF AP-DECISION-APPROVE
               SET PN-ITEM-APPROVED TO TRUE
               MOVE SPACES TO PN-RESULT
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               SET PN-ITEM-REJECTED TO TRUE
               MOVE AP-REASON TO PN-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           REWRITE MAINT-PENDING-RECORD.

       2900-WRITE-MNTAPPR-REPORT.
           MOVE SPACES TO WS-RESULT-TEXT.
           IF WS-ERROR-MESSAGE NOT = SPACES
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           ELSE IF AP-DECISION-APPROVE
               STRING 'Aprobada ' PN-PROGRAM-ID ' ' PN-RECORD-KEY
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               STRING 'Rechazada ' PN-PROGRAM-ID ' ' PN-RECORD-KEY
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO MNTAPPR-REPORT-RECORD.
           STRING 'Decision: '
                  AP-ENTRY-DATE '-' AP-ENTRY-SEQUENCE ' '
                  AP-DECISION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO MNTAPPR-REPORT-RECORD.
           WRITE MNTAPPR-REPORT-RECORD.

      *> Read after today's decisions, so an item approved or rejected
      *> in this run is no longer listed as waiting.
       3000-WRITE-PENDING-REPORT.
           MOVE 'N' TO WS-EOF-PENDING-FILE.
           MOVE LOW-VALUES TO PN-PENDING-KEY.
           START MAINT-PENDING-FILE KEY IS NOT LESS THAN PN-PENDING-KEY
               INVALID KEY SET END-OF-PENDING-FILE TO TRUE
           END-START.
           PERFORM 3100-LIST-NEXT-ITEM
               UNTIL END-OF-PENDING-FILE.
           PERFORM 3200-WRITE-PENDING-SUMMARY.

       3100-LIST-NEXT-ITEM.
           READ MAINT-PENDING-FILE NEXT RECORD
               AT END SET END-OF-PENDING-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PENDING-FILE
               IF PN-ITEM-PENDING
                   PERFORM 3110-LIST-PENDING-ITEM
               ELSE IF PN-ITEM-APPROVED
                   PERFORM 3120-LIST-APPROVED-ITEM
               END-IF
           END-IF.

       3110-LIST-PENDING-ITEM.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(PN-ENTRY-DATE).
           MOVE WS-ITEM-AGE TO WS-AGE-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Pendiente '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-PROGRAM-ID ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' op '
                  PN-MAKER-ID ' edad '
                  WS-AGE-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.

       3120-LIST-APPROVED-ITEM.
           ADD 1 TO WS-AWAITING-APPLY-COUNT.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Aprobada  '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-PROGRAM-ID ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' op '
                  PN-MAKER-ID ' apr '
                  PN-CHECKER-ID
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.

       3200-WRITE-PENDING-SUMMARY.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Aprobadas hoy : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Rechazadas hoy: cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Decis. errores: cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Vencidas hoy  : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Pendientes    : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE WS-AWAITING-APPLY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING 'Por aplicar   : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.

       4000-TERMINATE-SYSTEM.
           CLOSE MNTAPPR-FILE
                 MAINT-PENDING-FILE
                 MNTAPPR-REPORT-FILE
                 PENDING-REPORT-FILE.
