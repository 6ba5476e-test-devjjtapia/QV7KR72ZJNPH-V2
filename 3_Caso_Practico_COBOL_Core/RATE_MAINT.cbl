      *> file. Every action is answered on RATEMNT.RPT. The value date
      *> is validated against the calendar here because a stale or
      *> impossible date would make TRANS-PROCESSOR reject every
      *> transfer in that currency at posting time. Like the other
      *> maintenance programs an action is only filed in MNTPEND.DAT
      *> when it is read, and reaches CURRATE.DAT - audited in
      *> MNTAUDIT.DAT with its maker and checker - on the first run
      *> after a second operator approves it through MNT-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATEMNT-FILE ASSIGN TO 'RATEMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO 'CURRATE.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RR-CURRENCY-CODE.
           SELECT RATEMNT-REPORT-FILE ASSIGN TO 'RATEMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEMNT-FILE.
       01  RATEMNT-FILE-RECORD         PIC X(24).

       FD  CURRENCY-RATE-FILE.
           COPY RATEREC.
       FD  RATEMNT-REPORT-FILE.
       01  RATEMNT-REPORT-RECORD       PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-RATEMNT-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-RATEMNT-FILE     VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.

      *> The maintenance line is worked on here rather than in the
      *> file area, because an approved action comes back from
      *> MNTPEND.DAT in this same layout and is applied through the
      *> same paragraphs as it would have been when it was read.
       01  RATEMNT-RECORD-IN.
           05  RM-ACTION               PIC X(01).
               88  RM-ACTION-ADD       VALUE 'A'.
               88  RM-ACTION-UPDATE    VALUE 'U'.
           05  RM-CURRENCY-CODE        PIC X(03).
           05  RM-RATE-STR             PIC X(12).
           05  RM-VALUE-DATE           PIC X(08).

       01  WS-RATE-PER-USD             PIC 9(06)V9999.
       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

      *> Audit-trail work fields. The before image is captured by
      *> reading the currency back before it is re-rated; an add
      *> audits a blank before image.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-AFTER-IMAGE              PIC X(100).

      *> Dual-control fields. The operator running the program is the
      *> maker of every action it reads; the sequence numbers today's
      *> pending items after those already filed today.
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-PENDING-SEQUENCE         PIC 9(06) VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR            PIC 9(04).
           05  WS-EDIT-MONTH           PIC 9(02).
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT RATEMNT-FILE
                I-O CURRENCY-RATE-FILE
                OUTPUT RATEMNT-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-RATEMNT-FILE
               PERFORM 1100-READ-RATEMNT-RECORD
           END-IF.

       1100-READ-RATEMNT-RECORD.
           READ RATEMNT-FILE INTO RATEMNT-RECORD-IN
               AT END SET END-OF-RATEMNT-FILE TO TRUE
           END-READ.

      *> Rates a checker approved through MNT-APPROVE since the last
      *> run are applied first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the file no longer allows it (a currency added
      *> twice, or re-rated before it exists). A failed item is not
      *> retried; the maker keys it again.
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
               IF PN-PROGRAM-ID = 'RATE-MAINT' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO RATEMNT-RECORD-IN.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 2050-APPLY-RATEMNT-ACTION.
           MOVE WS-RUN-DATE TO PN-APPLIED-DATE.
           IF WS-ERROR-MESSAGE = SPACES
               SET PN-ITEM-APPLIED TO TRUE
               MOVE 'Procesado correctamente.' TO WS-RESULT-TEXT
           ELSE
               SET PN-ITEM-FAILED TO TRUE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE WS-RESULT-TEXT TO PN-RESULT.
           REWRITE MAINT-PENDING-RECORD.
           MOVE SPACES TO RATEMNT-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO RATEMNT-REPORT-RECORD.
           WRITE RATEMNT-REPORT-RECORD.

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

      *> The rate is validated here so a checker is never asked to
      *> approve a line that could not be applied, and filed as
      *> pending; CURRATE.DAT is untouched until a second operator
      *> approves it.
       2000-PROCESS-RATEMNT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF RM-ACTION-ADD OR RM-ACTION-UPDATE
               PERFORM 2100-VALIDATE-RATE
               IF WS-ERROR-MESSAGE = SPACES
                   PERFORM 2800-FILE-PENDING-ITEM
               END-IF
           ELSE
               MOVE 'Acción de mantenimiento inválida.'
           PERFORM 2900-WRITE-RATEMNT-REPORT.
           PERFORM 1100-READ-RATEMNT-RECORD.

       2050-APPLY-RATEMNT-ACTION.
           PERFORM 2100-VALIDATE-RATE.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2200-APPLY-RATE
           END-IF.

       2100-VALIDATE-RATE.
           IF RM-CURRENCY-CODE = SPACES
               MOVE 'MONEDA: código en blanco.'

       2200-APPLY-RATE.
           MOVE RM-CURRENCY-CODE TO RR-CURRENCY-CODE.
           PERFORM 2250-CAPTURE-BEFORE-IMAGE.
           MOVE WS-RATE-PER-USD TO RR-RATE-PER-USD.
           MOVE RM-VALUE-DATE TO RR-VALUE-DATE.
           IF RM-ACTION-ADD
                       TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE CURRENCY-RATE-RECORD TO WS-AFTER-IMAGE
               PERFORM 2950-WRITE-AUDIT-RECORD
           END-IF.

      *> For an update the currency is read back first, so the audit
      *> line carries the rate exactly as it stood before this action
      *> replaced it. A key the file does not hold leaves the before
      *> image blank; the REWRITE reports the error.
       2250-CAPTURE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF RM-ACTION-UPDATE
               READ CURRENCY-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CURRENCY-RATE-RECORD TO WS-BEFORE-IMAGE
               END-READ
           END-IF.

       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'RATE-MAINT' TO PN-PROGRAM-ID.
           MOVE RM-ACTION TO PN-ACTION.
           MOVE RM-CURRENCY-CODE TO PN-RECORD-KEY.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE RATEMNT-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-RATEMNT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO RATEMNT-REPORT-RECORD.
           STRING 'Moneda: '
                  RM-CURRENCY-CODE ' '
                  RM-ACTION ' - '
                  DELIMITED BY SIZE INTO RATEMNT-REPORT-RECORD.
           WRITE RATEMNT-REPORT-RECORD.

       2950-WRITE-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AU-RUN-DATE.
           MOVE 'RATE-MAINT' TO AU-PROGRAM-ID.
           MOVE RM-ACTION TO AU-ACTION.
           MOVE RM-CURRENCY-CODE TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

       3000-TERMINATE-SYSTEM.
           CLOSE RATEMNT-FILE
                 CURRENCY-RATE-FILE
                 RATEMNT-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE.
