       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODMNT-FILE ASSIGN TO 'PRODMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCT-TERMS-FILE ASSIGN TO 'PRODUCT.DAT'
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
       FD  PRODMNT-FILE.
       01  PRODMNT-FILE-RECORD         PIC X(104).

       FD  PRODUCT-TERMS-FILE.
           COPY PRODREC.

       FD  PRODMNT-REPORT-FILE.
       01  PRODMNT-REPORT-RECORD       PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-PRODMNT-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PRODMNT-FILE     VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.

      *> The maintenance line is worked on here rather than in the
      *> file area, because an approved action comes back from
      *> MNTPEND.DAT in this same layout and is applied through the
      *> same paragraphs as it would have been when it was read.
       01  PRODMNT-RECORD-IN.
           05  PD-ACTION               PIC X(01).
               88  PD-ACTION-ADD       VALUE 'A'.
           05  PD-MAX-SINGLE-STR       PIC X(10).
           05  PD-MAX-COUNT-STR        PIC X(05).
           05  PD-MAX-AMOUNT-STR       PIC X(10).
      *> Fee charged when an account is closed; blank loads as zero.
           05  PD-CLOSING-FEE-STR      PIC X(10).

       01  WS-TIER-INDEX               PIC 9(02).
       01  WS-MONTHLY-FEE              PIC 9(06)V99.
       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-AFTER-IMAGE              PIC X(100).

      *> Dual-control fields. The operator running the program is the
      *> maker of every action it reads; the sequence numbers today's
      *> pending items after those already filed today.
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-PENDING-SEQUENCE         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT PRODMNT-FILE
                I-O PRODUCT-TERMS-FILE
                OUTPUT PRODMNT-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-PRODMNT-FILE
               PERFORM 1100-READ-PRODMNT-RECORD
           END-IF.

       1100-READ-PRODMNT-RECORD.
           READ PRODMNT-FILE INTO PRODMNT-RECORD-IN
               AT END SET END-OF-PRODMNT-FILE TO TRUE
           END-READ.

      *> Terms a checker approved through MNT-APPROVE since the last
      *> run are applied first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the file no longer allows it (a product added
      *> twice, or updated before it exists). A failed item is not
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
               IF PN-PROGRAM-ID = 'PROD-MAINT' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO PRODMNT-RECORD-IN.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 2050-APPLY-PRODMNT-ACTION.
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
           MOVE SPACES TO PRODMNT-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO PRODMNT-REPORT-RECORD.
           WRITE PRODMNT-REPORT-RECORD.

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

      *> The terms are validated here so a checker is never asked to
      *> approve a line that could not be applied, and filed as
      *> pending; PRODUCT.DAT is untouched until a second operator
      *> approves them.
       2000-PROCESS-PRODMNT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF PD-ACTION-ADD OR PD-ACTION-UPDATE
               PERFORM 2100-VALIDATE-PRODUCT-TERMS
               IF WS-ERROR-MESSAGE = SPACES
                   PERFORM 2800-FILE-PENDING-ITEM
               END-IF
           ELSE
               MOVE 'Acción de mantenimiento inválida.'
           PERFORM 2900-WRITE-PRODMNT-REPORT.
           PERFORM 1100-READ-PRODMNT-RECORD.

       2050-APPLY-PRODMNT-ACTION.
           PERFORM 2100-VALIDATE-PRODUCT-TERMS.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2200-APPLY-PRODUCT-TERMS
           END-IF.

       2100-VALIDATE-PRODUCT-TERMS.
           IF PD-PRODUCT-CODE = SPACES
               MOVE 'PRODUCTO: código en blanco.'
               TO WS-ERROR-MESSAGE
           END-IF.
      *> PT-MONTHLY-FEE and PT-CLOSING-FEE are unsigned 9(06)V99: a
      *> negative fee would be stored without its sign and charged,
      *> and one past the picture would lose its high digits.
           IF WS-ERROR-MESSAGE = SPACES
               IF FUNCTION TEST-NUMVAL(PD-MONTHLY-FEE-STR) NOT = 0
                   MOVE 'COMISION: importe mensual inválido.'
                   TO WS-ERROR-MESSAGE
               ELSE IF FUNCTION NUMVAL(PD-MONTHLY-FEE-STR) < 0
                       OR FUNCTION NUMVAL(PD-MONTHLY-FEE-STR)
                           > 999999.99
                   MOVE 'COMISION: mensual fuera de rango.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF PD-CLOSING-FEE-STR NOT = SPACES
                   IF FUNCTION TEST-NUMVAL
                           (PD-CLOSING-FEE-STR) NOT = 0
                       MOVE 'COMISION: importe de cierre inválido.'
                       TO WS-ERROR-MESSAGE
                   ELSE IF FUNCTION NUMVAL(PD-CLOSING-FEE-STR) < 0
                           OR FUNCTION NUMVAL(PD-CLOSING-FEE-STR)
                               > 999999.99
                       MOVE 'COMISION: cierre fuera de rango.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
           COMPUTE WS-MONTHLY-FEE =
               FUNCTION NUMVAL(PD-MONTHLY-FEE-STR).
           MOVE WS-MONTHLY-FEE TO PT-MONTHLY-FEE.
           IF PD-CLOSING-FEE-STR = SPACES
               MOVE ZERO TO PT-CLOSING-FEE
           ELSE
               COMPUTE PT-CLOSING-FEE =
                   FUNCTION NUMVAL(PD-CLOSING-FEE-STR)
           END-IF.
           PERFORM 2210-APPLY-RATE-TIER
               VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > 3.
           MOVE PD-PRODUCT-CODE TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

       2210-APPLY-RATE-TIER.
                   FUNCTION NUMVAL(PD-MAX-AMOUNT-STR)
           END-IF.

       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'PROD-MAINT' TO PN-PROGRAM-ID.
           MOVE PD-ACTION TO PN-ACTION.
           MOVE PD-PRODUCT-CODE TO PN-RECORD-KEY.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE PRODMNT-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-PRODMNT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO PRODMNT-REPORT-RECORD.
           STRING 'Producto: '
                  PD-PRODUCT-CODE ' '
                  PD-ACTION ' - '
           CLOSE PRODMNT-FILE
                 PRODUCT-TERMS-FILE
                 PRODMNT-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE.
