       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOMAINT-FILE ASSIGN TO 'SOMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO 'STANDING.DAT'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAINT-FILE.
       01  SOMAINT-FILE-RECORD         PIC X(54).

       FD  STANDING-ORDER-FILE.
           COPY STANDREC.
       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SOMAINT-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-SOMAINT-FILE     VALUE 'Y'.
       01  WS-EOF-STANDING-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-STANDING-FILE    VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.

      *> The maintenance line is worked on here rather than in the
      *> file area, because an approved action comes back from
      *> MNTPEND.DAT in this same layout and is applied through the
      *> same paragraphs as it would have been when it was read.
       01  SOMAINT-RECORD-IN.
           05  SM-ACTION               PIC X(01).
               88  SM-ACTION-ADD       VALUE 'A'.
               88  SM-ACTION-CANCEL    VALUE 'C'.
           05  SM-ORDER-ID             PIC X(10).
           05  SM-SOURCE-ACCOUNT       PIC X(10).
           05  SM-DEST-ACCOUNT         PIC X(10).
           05  SM-AMOUNT-STR           PIC X(10).
           05  SM-CURRENCY-CODE        PIC X(03).
           05  SM-FREQUENCY            PIC X(01).
           05  SM-NEXT-EXEC-DATE       PIC X(08).
           05  SM-HOLIDAY-RULE         PIC X(01).

       01  WS-ORDER-AMOUNT             PIC S9(08)V99.
       01  WS-AMOUNT-CHECK             PIC S9(10)V99.
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

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT SOMAINT-FILE
                I-O STANDING-ORDER-FILE
                OUTPUT SOMAINT-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-SOMAINT-FILE
               PERFORM 1100-READ-SOMAINT-RECORD
           END-IF.

       1100-READ-SOMAINT-RECORD.
           READ SOMAINT-FILE INTO SOMAINT-RECORD-IN
               AT END SET END-OF-SOMAINT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SOMAINT-FILE
               PERFORM 1150-LOAD-ORDER-AMOUNT
           END-IF.

       1150-LOAD-ORDER-AMOUNT.
           MOVE ZERO TO WS-ORDER-AMOUNT.
           UNSTRING SM-AMOUNT-STR DELIMITED BY ALL SPACE
               INTO WS-ORDER-AMOUNT.

      *> Orders a checker approved through MNT-APPROVE since the last
      *> run are applied first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the file no longer allows it (an order added
      *> twice, or cancelled before it exists). A failed item is not
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
               IF PN-PROGRAM-ID = 'STAND-MAINT' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO SOMAINT-RECORD-IN.
           PERFORM 1150-LOAD-ORDER-AMOUNT.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 2050-APPLY-SOMAINT-ACTION.
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
           MOVE SPACES TO SOMAINT-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO SOMAINT-REPORT-RECORD.
           WRITE SOMAINT-REPORT-RECORD.

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

      *> A new order is validated here so a checker is never asked to
      *> approve a line that could not be applied, and every action is
      *> filed as pending; STANDING.DAT is untouched until a second
      *> operator approves it.
       2000-PROCESS-SOMAINT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF SM-ACTION-ADD
               PERFORM 2110-VALIDATE-NEW-ORDER
           ELSE IF NOT SM-ACTION-CANCEL
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2800-FILE-PENDING-ITEM
           END-IF.
           PERFORM 2900-WRITE-SOMAINT-REPORT.
           PERFORM 1100-READ-SOMAINT-RECORD.

       2050-APPLY-SOMAINT-ACTION.
           IF SM-ACTION-ADD
               PERFORM 2100-ADD-ORDER
           ELSE IF SM-ACTION-CANCEL
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2100-ADD-ORDER.
           PERFORM 2110-VALIDATE-NEW-ORDER.
               END-IF
               MOVE SM-FREQUENCY TO SO-FREQUENCY
               MOVE SM-NEXT-EXEC-DATE TO SO-NEXT-EXEC-DATE
               IF SM-HOLIDAY-RULE = SPACES
                   MOVE 'F' TO SO-HOLIDAY-RULE
               ELSE
                   MOVE SM-HOLIDAY-RULE TO SO-HOLIDAY-RULE
               END-IF
               SET SO-ORDER-ACTIVE TO TRUE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                   END-IF
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF SM-HOLIDAY-RULE NOT = 'F'
                       AND SM-HOLIDAY-RULE NOT = 'B'
                       AND SM-HOLIDAY-RULE NOT = SPACE
                   MOVE 'FERIADO: debe ser F o B.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       2200-CANCEL-ORDER.
           MOVE 'N' TO WS-EOF-STANDING-FILE.
           MOVE SM-ORDER-ID TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'STAND-MAINT' TO PN-PROGRAM-ID.
           MOVE SM-ACTION TO PN-ACTION.
           MOVE SM-ORDER-ID TO PN-RECORD-KEY.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE SOMAINT-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-SOMAINT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO SOMAINT-REPORT-RECORD.
           STRING 'Orden perm.: '
                  SM-ORDER-ID ' '
                  SM-ACTION ' - '
           CLOSE SOMAINT-FILE
                 STANDING-ORDER-FILE
                 SOMAINT-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE.
