       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-MAINT.
       AUTHOR. Javier J. Tapia 2026.

      *> Customer dispute case maintenance. Each DISPMNT.DAT line
      *> opens ('O'), notes ('U') or resolves ('R') a case on
      *> DISPUTES.DAT, or cancels its credit ('X'). A case is opened
      *> against one debit leg on ACCTHIST.DAT, named by account,
      *> posting date and sequence exactly as HIST-INQUIRY lists it -
      *> a leg HIST-ARCHIVE has already moved out of ACCTHIST.DAT is
      *> looked for in the archives ARCHCAT.DAT registers, as
      *> HIST-INQUIRY finds it - for the whole leg or part of it; it
      *> is given the next case number and a response deadline from
      *> DISPUTE.PAR, and may pay the customer a provisional credit.
      *> Resolution accepts the case ('A') - the provisional credit
      *> becomes permanent, or the credit is paid now if none was
      *> given - or denies it ('D'), clawing back any provisional
      *> credit. Every credit and clawback is a 'T' between the bank's
      *> dispute account and the customer's account written into
      *> TRANS.GEN, so it posts through the night's normal run;
      *> DISP-AGING confirms it there. A credit or clawback refused to
      *> SUSPENSE.DAT and written off there by SUSP-REPAIR never
      *> posts; cancelling it puts the case back as it stood before
      *> the movement was issued - an open case with no credit for a
      *> provisional or a final credit, an open case with its
      *> provisional credit posted for a clawback - so the case can be
      *> resolved, and the money moved, again. Cases move money, so
      *> they are under the same dual control as the maintenance
      *> programs: a line is only checked and filed in MNTPEND.DAT,
      *> and the next run after a second operator approves it through
      *> MNT-APPROVE applies it and audits it in MNTAUDIT.DAT.
      *> DISPMNT.RPT gives the case number a new case was opened
      *> under.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPMNT-FILE ASSIGN TO 'DISPMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO 'DISPUTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT OPTIONAL DISPUTE-PARM-FILE ASSIGN TO 'DISPUTE.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-GENERATED-FILE ASSIGN TO 'TRANS.GEN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> ASSIGN USING resolves the archive's file name out of the
      *> data item at OPEN time; a plain ASSIGN TO data-name in this
      *> dialect is taken as a fixed external assignment name and
      *> would ignore the catalogued name entirely.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPMNT-REPORT-FILE ASSIGN TO 'DISPMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPMNT-FILE.
       01  DISPMNT-FILE-RECORD         PIC X(74).

       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  ACCOUNT-HISTORY-FILE.
           COPY HISTREC.

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  DISPUTE-PARM-FILE.
           COPY DISPPARM.

       FD  TRANS-GENERATED-FILE.
           COPY TRANSREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD-IN           PIC X(78).

       FD  DISPMNT-REPORT-FILE.
       01  DISPMNT-REPORT-RECORD       PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-DISPMNT-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-DISPMNT-FILE     VALUE 'Y'.
       01  WS-EOF-CASE-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-CASE-FILE        VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.
       01  WS-RECORD-FOUND             PIC X(01).
           88  WS-RECORD-ON-FILE       VALUE 'Y'.
       01  WS-LEG-CASE-FLAG            PIC X(01).
           88  WS-LEG-HAS-OPEN-CASE    VALUE 'Y'.
       01  WS-LEG-FLAG                 PIC X(01).
           88  WS-LEG-ON-FILE          VALUE 'Y'.
       01  WS-EOF-CATALOG-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG-FILE     VALUE 'Y'.
       01  WS-EOF-ARCHIVE-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-ARCHIVE-FILE     VALUE 'Y'.
       01  WS-ARCHIVE-NAME             PIC X(20).
       01  WS-EOF-SUSPENSE-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SUSPENSE-FILE    VALUE 'Y'.
       01  WS-WRITEOFF-FLAG            PIC X(01).
           88  WS-CREDIT-WRITTEN-OFF   VALUE 'Y'.

      *> The maintenance line is worked on here rather than in the
      *> file area, because an approved action comes back from
      *> MNTPEND.DAT in this same layout and is applied through the
      *> same paragraphs as it would have been when it was read. An
      *> opening names the leg and leaves the case number blank; an
      *> update, a resolution or a credit cancellation names the case.
      *> A blank amount disputes the whole leg.
       01  DISPMNT-RECORD-IN.
           05  DM-ACTION               PIC X(01).
               88  DM-ACTION-OPEN      VALUE 'O'.
               88  DM-ACTION-UPDATE    VALUE 'U'.
               88  DM-ACTION-RESOLVE   VALUE 'R'.
               88  DM-ACTION-CANCEL-CREDIT VALUE 'X'.
           05  DM-CASE-NUMBER          PIC X(08).
           05  DM-ACCOUNT-NUMBER       PIC X(10).
           05  DM-POSTING-DATE         PIC X(08).
           05  DM-SEQUENCE-NUMBER      PIC X(08).
           05  DM-AMOUNT-STR           PIC X(10).
           05  DM-PROVISIONAL-FLAG     PIC X(01).
               88  DM-PROVISIONAL-WANTED VALUE 'Y'.
               88  DM-PROVISIONAL-VALID VALUE 'Y' 'N' ' '.
           05  DM-OUTCOME              PIC X(01).
               88  DM-OUTCOME-ACCEPT   VALUE 'A'.
               88  DM-OUTCOME-DENY     VALUE 'D'.
           05  DM-NOTE                 PIC X(27).

      *> DISPUTE.PAR as read, and the dispute account's currency.
       01  WS-DISPUTE-FLAG             PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-CONFIGURED   VALUE 'Y'.
       01  WS-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-CREDIT-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-RESPONSE-DAYS            PIC 9(03) VALUE ZERO.

       01  WS-CASE-AMOUNT              PIC 9(08)V99.
       01  WS-CASE-ACCOUNT             PIC X(10).
       01  WS-LEG-CURRENCY             PIC X(03).
       01  WS-NEXT-CASE-NUMBER         PIC 9(08) VALUE ZERO.
       01  WS-SCAN-HIST-KEY            PIC X(26).
       01  WS-SCAN-KEY-VIEW REDEFINES WS-SCAN-HIST-KEY.
           05  WS-SCAN-ACCOUNT         PIC X(10).
           05  WS-SCAN-POSTING-DATE    PIC 9(08).
           05  WS-SCAN-SEQUENCE        PIC 9(08).
       01  WS-AMOUNT-DISP              PIC 9(07).99.

      *> The 'T' written into TRANS.GEN for a credit or a clawback.
       01  WS-GEN-SOURCE-ACCOUNT       PIC X(10).
       01  WS-GEN-DEST-ACCOUNT         PIC X(10).

      *> The credit or clawback a cancellation looks for on
      *> SUSPENSE.DAT: the day it was issued and the amount of the
      *> refused image (an amount that is not numeric counts as zero
      *> and matches no case).
       01  WS-ISSUE-DATE               PIC 9(08).
       01  WS-ITEM-AMOUNT              PIC S9(08)V99.

       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

      *> Audit-trail work fields. The before image is captured when
      *> the case is read for update or resolution, before it
      *> changes; an opening audits a blank before image. The case
      *> is wider than an audit image, so each is split between the
      *> image and its extension on MNTAUDIT.DAT.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-BEFORE-IMAGE             PIC X(140).
       01  WS-BEFORE-IMAGE-PARTS REDEFINES WS-BEFORE-IMAGE.
           05  WS-BEFORE-IMAGE-HEAD    PIC X(100).
           05  WS-BEFORE-IMAGE-TAIL    PIC X(40).
       01  WS-AFTER-IMAGE              PIC X(140).
       01  WS-AFTER-IMAGE-PARTS REDEFINES WS-AFTER-IMAGE.
           05  WS-AFTER-IMAGE-HEAD     PIC X(100).
           05  WS-AFTER-IMAGE-TAIL     PIC X(40).

      *> Dual-control fields. The operator running the program is the
      *> maker of every action it reads; the sequence numbers today's
      *> pending items after those already filed today.
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-PENDING-SEQUENCE         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-DISPMNT-RECORDS
               UNTIL END-OF-DISPMNT-FILE.
           PERFORM 3000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT DISPMNT-FILE
                I-O DISPUTE-CASE-FILE
                INPUT ACCOUNT-HISTORY-FILE
                INPUT MASTER-FILE
                INPUT SUSPENSE-FILE
                EXTEND TRANS-GENERATED-FILE
                OUTPUT DISPMNT-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE.
           PERFORM 1300-LOAD-DISPUTE-PARMS.
           PERFORM 1400-SEED-CASE-NUMBER.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-DISPMNT-FILE
               PERFORM 1100-READ-DISPMNT-RECORD
           END-IF.

       1100-READ-DISPMNT-RECORD.
           READ DISPMNT-FILE INTO DISPMNT-RECORD-IN
               AT END SET END-OF-DISPMNT-FILE TO TRUE
           END-READ.

      *> The dispute account must be on the master: its currency is
      *> the only one a credit can be paid in.
       1300-LOAD-DISPUTE-PARMS.
           OPEN INPUT DISPUTE-PARM-FILE.
           READ DISPUTE-PARM-FILE
               AT END MOVE SPACES TO DISPUTE-PARM-RECORD
           END-READ.
           IF DP-CREDIT-ACCOUNT NUMERIC
                   AND DP-RESPONSE-DAYS NUMERIC
                   AND DP-RESPONSE-DAYS > ZERO
               MOVE DP-CREDIT-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-DISPUTE-CONFIGURED TO TRUE
                       MOVE DP-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
                       MOVE MR-CURRENCY-CODE TO WS-CREDIT-CURRENCY
                       MOVE DP-RESPONSE-DAYS TO WS-RESPONSE-DAYS
               END-READ
           END-IF.
           CLOSE DISPUTE-PARM-FILE.

      *> Case numbers ascend, so the last case on file carries the
      *> highest number.
       1400-SEED-CASE-NUMBER.
           MOVE 'N' TO WS-EOF-CASE-FILE.
           MOVE ZERO TO DC-CASE-NUMBER.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-CASE-NUMBER
               INVALID KEY SET END-OF-CASE-FILE TO TRUE
           END-START.
           PERFORM 1410-SCAN-CASE-NUMBER
               UNTIL END-OF-CASE-FILE.

       1410-SCAN-CASE-NUMBER.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END SET END-OF-CASE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CASE-FILE
               MOVE DC-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
           END-IF.

      *> Cases a checker approved through MNT-APPROVE since the last
      *> run are applied first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the case can no longer take it (a second case
      *> on the same leg, a case resolved in the meantime). A failed
      *> item is not retried; the maker keys it again.
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
               IF PN-PROGRAM-ID = 'DISP-MAINT' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO DISPMNT-RECORD-IN.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM 2050-APPLY-DISPMNT-ACTION.
           MOVE WS-RUN-DATE TO PN-APPLIED-DATE.
           IF WS-ERROR-MESSAGE = SPACES
               SET PN-ITEM-APPLIED TO TRUE
           ELSE
               SET PN-ITEM-FAILED TO TRUE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE WS-RESULT-TEXT TO PN-RESULT.
           REWRITE MAINT-PENDING-RECORD.
           MOVE SPACES TO DISPMNT-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO DISPMNT-REPORT-RECORD.
           WRITE DISPMNT-REPORT-RECORD.

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

      *> Every action is validated here as far as the files allow, so
      *> a checker is never asked to approve a line that could not be
      *> applied, and is then filed as pending; DISPUTES.DAT is
      *> untouched until a second operator approves it.
       2000-PROCESS-DISPMNT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE
               PERFORM 2100-VALIDATE-DISPMNT-ACTION
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2800-FILE-PENDING-ITEM
           END-IF.
           PERFORM 2900-WRITE-DISPMNT-REPORT.
           PERFORM 1100-READ-DISPMNT-RECORD.

       2050-APPLY-DISPMNT-ACTION.
           PERFORM 2100-VALIDATE-DISPMNT-ACTION.
           IF WS-ERROR-MESSAGE = SPACES
               IF DM-ACTION-OPEN
                   PERFORM 2300-OPEN-CASE
               ELSE IF DM-ACTION-UPDATE
                   PERFORM 2400-UPDATE-CASE
               ELSE IF DM-ACTION-RESOLVE
                   PERFORM 2500-RESOLVE-CASE
               ELSE
                   PERFORM 2700-CANCEL-CASE-CREDIT
               END-IF
           END-IF.

       2100-VALIDATE-DISPMNT-ACTION.
           IF DM-ACTION-OPEN
               PERFORM 2110-VALIDATE-OPENING
           ELSE IF DM-ACTION-UPDATE OR DM-ACTION-RESOLVE
               PERFORM 2150-FIND-OPEN-CASE
               IF WS-ERROR-MESSAGE = SPACES AND DM-ACTION-UPDATE
                   IF DM-NOTE = SPACES
                       MOVE 'NOTA: actualización sin nota.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
               IF WS-ERROR-MESSAGE = SPACES AND DM-ACTION-RESOLVE
                   PERFORM 2160-VALIDATE-RESOLUTION
               END-IF
           ELSE IF DM-ACTION-CANCEL-CREDIT
               PERFORM 2170-VALIDATE-CREDIT-CANCEL
           ELSE
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.

      *> Only a debit can be disputed - it is what took the customer's
      *> money - and only once at a time: a leg with an open case
      *> takes no second one until the first is resolved.
       2110-VALIDATE-OPENING.
           IF NOT WS-DISPUTE-CONFIGURED
               MOVE 'DISPUTE.PAR: sin cuenta de disputas o plazo.'
               TO WS-ERROR-MESSAGE
           ELSE IF DM-ACCOUNT-NUMBER NOT NUMERIC
                   OR DM-POSTING-DATE NOT NUMERIC
                   OR DM-SEQUENCE-NUMBER NOT NUMERIC
               MOVE 'MOVIMIENTO: cuenta, fecha o secuencia inválida.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT DM-PROVISIONAL-VALID
               MOVE 'PROVISIONAL: indicador debe ser Y o N.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE DM-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER
               MOVE DM-POSTING-DATE TO HR-POSTING-DATE
               MOVE DM-SEQUENCE-NUMBER TO HR-SEQUENCE-NUMBER
               MOVE HR-HISTORY-KEY TO WS-SCAN-HIST-KEY
               MOVE 'N' TO WS-LEG-FLAG
               READ ACCOUNT-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-LEG-ON-FILE TO TRUE
               END-READ
               IF NOT WS-LEG-ON-FILE
                   PERFORM 2140-FIND-ARCHIVED-LEG
               END-IF
               IF NOT WS-LEG-ON-FILE
                   MOVE 'MOVIMIENTO: no está en historial ni archivo.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF NOT HR-SIDE-DEBIT
                   MOVE 'MOVIMIENTO: sólo se disputa un débito.'
                   TO WS-ERROR-MESSAGE
               ELSE IF DM-AMOUNT-STR = SPACES
                   MOVE HR-AMOUNT TO WS-CASE-AMOUNT
               ELSE IF FUNCTION TEST-NUMVAL(DM-AMOUNT-STR) NOT = 0
                   MOVE 'MONTO: importe disputado no numérico.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   COMPUTE WS-CASE-AMOUNT =
                       FUNCTION NUMVAL(DM-AMOUNT-STR)
                   IF WS-CASE-AMOUNT <= ZERO
                           OR WS-CASE-AMOUNT > HR-AMOUNT
                       MOVE 'MONTO: fuera del importe del movimiento.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
               MOVE HR-CURRENCY-CODE TO WS-LEG-CURRENCY
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE HR-HISTORY-KEY TO WS-SCAN-HIST-KEY
               PERFORM 2120-CHECK-LEG-OPEN-CASE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES AND DM-PROVISIONAL-WANTED
               MOVE DM-ACCOUNT-NUMBER TO WS-CASE-ACCOUNT
               PERFORM 2130-VALIDATE-CREDIT-ACCOUNT
           END-IF.

      *> DISPUTES.DAT is keyed by case, not by leg, so the whole file
      *> is read for an open case on the same leg.
       2120-CHECK-LEG-OPEN-CASE.
           MOVE 'N' TO WS-LEG-CASE-FLAG.
           MOVE 'N' TO WS-EOF-CASE-FILE.
           MOVE ZERO TO DC-CASE-NUMBER.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-CASE-NUMBER
               INVALID KEY SET END-OF-CASE-FILE TO TRUE
           END-START.
           PERFORM 2125-CHECK-NEXT-CASE
               UNTIL END-OF-CASE-FILE.
           IF WS-LEG-HAS-OPEN-CASE
               MOVE 'MOVIMIENTO: ya tiene un caso abierto.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2125-CHECK-NEXT-CASE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END SET END-OF-CASE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CASE-FILE
               IF DC-HIST-KEY = WS-SCAN-HIST-KEY AND DC-CASE-OPEN
                   SET WS-LEG-HAS-OPEN-CASE TO TRUE
                   SET END-OF-CASE-FILE TO TRUE
               END-IF
           END-IF.

      *> A credit is a 'T' from the dispute account, so it has to be
      *> in that account's currency and go to an account still open.
       2130-VALIDATE-CREDIT-ACCOUNT.
           IF WS-LEG-CURRENCY NOT = WS-CREDIT-CURRENCY
               MOVE 'CREDITO: moneda distinta de la cuenta de disputas.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-CASE-ACCOUNT = WS-CREDIT-ACCOUNT
               MOVE 'CREDITO: la cuenta es la cuenta de disputas.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'N' TO WS-RECORD-FOUND
               MOVE WS-CASE-ACCOUNT TO MR-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-RECORD-ON-FILE TO TRUE
               END-READ
               IF NOT WS-RECORD-ON-FILE
                   MOVE 'CREDITO: cuenta no encontrada.'
                   TO WS-ERROR-MESSAGE
               ELSE IF MR-ACCOUNT-CLOSED
                   MOVE 'CREDITO: cuenta cerrada.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      *> Postings older than the retention horizon were moved by
      *> HIST-ARCHIVE into the dated archives ARCHCAT.DAT registers.
      *> Only an archive whose date span takes in the leg's posting
      *> date is read; the archive record is the HISTREC layout
      *> verbatim, so a leg found there is checked like a live one.
       2140-FIND-ARCHIVED-LEG.
           MOVE 'N' TO WS-EOF-CATALOG-FILE.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           PERFORM 2142-CHECK-CATALOG-ENTRY
               UNTIL END-OF-CATALOG-FILE.
           CLOSE ARCHIVE-CATALOG-FILE.

       2142-CHECK-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE
               AT END SET END-OF-CATALOG-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CATALOG-FILE
               IF CA-LOW-DATE NUMERIC AND CA-HIGH-DATE NUMERIC
                       AND CA-LOW-DATE <= WS-SCAN-POSTING-DATE
                       AND CA-HIGH-DATE >= WS-SCAN-POSTING-DATE
                   PERFORM 2144-SCAN-ARCHIVE-FILE
               END-IF
               IF WS-LEG-ON-FILE
                   SET END-OF-CATALOG-FILE TO TRUE
               END-IF
           END-IF.

       2144-SCAN-ARCHIVE-FILE.
           MOVE CA-ARCHIVE-NAME TO WS-ARCHIVE-NAME.
           MOVE 'N' TO WS-EOF-ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 2146-SCAN-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE.
           CLOSE ARCHIVE-FILE.

       2146-SCAN-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-ARCHIVE-FILE
               MOVE ARCHIVE-RECORD-IN TO HISTORY-RECORD
               IF HR-HISTORY-KEY = WS-SCAN-HIST-KEY
                   SET WS-LEG-ON-FILE TO TRUE
                   SET END-OF-ARCHIVE-FILE TO TRUE
               END-IF
           END-IF.

       2150-FIND-OPEN-CASE.
           MOVE 'N' TO WS-RECORD-FOUND.
           IF DM-CASE-NUMBER NOT NUMERIC
               MOVE 'CASO: número de caso no numérico.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE DM-CASE-NUMBER TO DC-CASE-NUMBER
               READ DISPUTE-CASE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-RECORD-ON-FILE TO TRUE
               END-READ
               IF NOT WS-RECORD-ON-FILE
                   MOVE 'CASO: no encontrado.'
                   TO WS-ERROR-MESSAGE
               ELSE IF NOT DC-CASE-OPEN
                   MOVE 'CASO: ya resuelto.'
                   TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      *> A provisional credit still on its way through posting cannot
      *> be made permanent or clawed back until it has posted. An
      *> acceptance with nothing paid yet pays the credit now, under
      *> the same checks as a provisional one.
       2160-VALIDATE-RESOLUTION.
           IF NOT DM-OUTCOME-ACCEPT AND NOT DM-OUTCOME-DENY
               MOVE 'RESOLUCION: resultado debe ser A o D.'
               TO WS-ERROR-MESSAGE
           ELSE IF DC-PROVISIONAL-ISSUED
               MOVE 'RESOLUCION: crédito provisional sin contabilizar.'
               TO WS-ERROR-MESSAGE
           ELSE IF DM-OUTCOME-ACCEPT AND DC-CREDIT-NONE
               IF NOT WS-DISPUTE-CONFIGURED
                   MOVE 'DISPUTE.PAR: sin cuenta de disputas.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE DC-CURRENCY-CODE TO WS-LEG-CURRENCY
                   MOVE DC-ACCOUNT-NUMBER TO WS-CASE-ACCOUNT
                   PERFORM 2130-VALIDATE-CREDIT-ACCOUNT
               END-IF
           ELSE IF DM-OUTCOME-DENY AND DC-PROVISIONAL-POSTED
                   AND NOT WS-DISPUTE-CONFIGURED
               MOVE 'DISPUTE.PAR: sin cuenta de disputas.'
               TO WS-ERROR-MESSAGE
           END-IF.

      *> Only a credit or clawback still waiting to post can be
      *> cancelled, and only once SUSP-REPAIR has written it off:
      *> one still open in suspense may yet be repaired and post, and
      *> cancelling it then would let the case move the money twice.
      *> The case need not be open - a clawback or a final credit was
      *> issued when the case was resolved.
       2170-VALIDATE-CREDIT-CANCEL.
           MOVE 'N' TO WS-RECORD-FOUND.
           IF DM-CASE-NUMBER NOT NUMERIC
               MOVE 'CASO: número de caso no numérico.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE DM-CASE-NUMBER TO DC-CASE-NUMBER
               READ DISPUTE-CASE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-RECORD-ON-FILE TO TRUE
               END-READ
               IF NOT WS-RECORD-ON-FILE
                   MOVE 'CASO: no encontrado.'
                   TO WS-ERROR-MESSAGE
               ELSE IF NOT DC-CREDIT-PENDING
                   MOVE 'CREDITO: sin movimiento pendiente.'
                   TO WS-ERROR-MESSAGE
               ELSE IF NOT WS-DISPUTE-CONFIGURED
                   MOVE 'DISPUTE.PAR: sin cuenta de disputas.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   PERFORM 2180-FIND-WRITTEN-OFF-CREDIT
                   IF NOT WS-CREDIT-WRITTEN-OFF
                       MOVE 'CREDITO: no dado de baja en suspenso.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> The movement is the 'T' 2600-EMIT-CASE-TRANSFER wrote on the
      *> day it was issued - the case's opening for a provisional
      *> credit, its resolution for a clawback or a final credit -
      *> carrying that day as its effective date. No item enters
      *> suspense before the day it was written, so the search starts
      *> there.
       2180-FIND-WRITTEN-OFF-CREDIT.
           MOVE 'N' TO WS-WRITEOFF-FLAG.
           IF DC-CLAWBACK-ISSUED
               MOVE DC-ACCOUNT-NUMBER TO WS-GEN-SOURCE-ACCOUNT
               MOVE WS-CREDIT-ACCOUNT TO WS-GEN-DEST-ACCOUNT
               MOVE DC-RESOLVED-DATE TO WS-ISSUE-DATE
           ELSE IF DC-PROVISIONAL-ISSUED
               MOVE WS-CREDIT-ACCOUNT TO WS-GEN-SOURCE-ACCOUNT
               MOVE DC-ACCOUNT-NUMBER TO WS-GEN-DEST-ACCOUNT
               MOVE DC-OPENED-DATE TO WS-ISSUE-DATE
           ELSE
               MOVE WS-CREDIT-ACCOUNT TO WS-GEN-SOURCE-ACCOUNT
               MOVE DC-ACCOUNT-NUMBER TO WS-GEN-DEST-ACCOUNT
               MOVE DC-RESOLVED-DATE TO WS-ISSUE-DATE
           END-IF.
           MOVE 'N' TO WS-EOF-SUSPENSE-FILE.
           MOVE WS-ISSUE-DATE TO SP-ENTRY-DATE.
           MOVE LOW-VALUES TO SP-SOURCE-STEP.
           MOVE ZERO TO SP-ENTRY-SEQUENCE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY SET END-OF-SUSPENSE-FILE TO TRUE
           END-START.
           PERFORM 2185-TEST-NEXT-SUSPENSE-ITEM
               UNTIL END-OF-SUSPENSE-FILE.

       2185-TEST-NEXT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SUSPENSE-FILE AND SP-ITEM-WRITTEN-OFF
               MOVE SP-TRANS-IMAGE TO TRANS-RECORD-IN
               MOVE ZERO TO WS-ITEM-AMOUNT
               IF FUNCTION TEST-NUMVAL(TR-AMOUNT-STR) = 0
                   COMPUTE WS-ITEM-AMOUNT =
                       FUNCTION NUMVAL(TR-AMOUNT-STR)
               END-IF
               IF TR-ACCOUNT-NUMBER = WS-GEN-SOURCE-ACCOUNT
                       AND TR-TRANSFER
                       AND TR-DEST-ACCOUNT-NUMBER = WS-GEN-DEST-ACCOUNT
                       AND TR-EFFECTIVE-DATE = WS-ISSUE-DATE
                       AND WS-ITEM-AMOUNT = DC-DISPUTED-AMOUNT
                   SET WS-CREDIT-WRITTEN-OFF TO TRUE
                   SET END-OF-SUSPENSE-FILE TO TRUE
               END-IF
           END-IF.

       2300-OPEN-CASE.
           ADD 1 TO WS-NEXT-CASE-NUMBER.
           MOVE SPACES TO DISPUTE-CASE-RECORD.
           MOVE WS-NEXT-CASE-NUMBER TO DC-CASE-NUMBER.
           MOVE DM-ACCOUNT-NUMBER TO DC-ACCOUNT-NUMBER.
           MOVE DM-POSTING-DATE TO DC-POSTING-DATE.
           MOVE DM-SEQUENCE-NUMBER TO DC-SEQUENCE-NUMBER.
           SET DC-CASE-OPEN TO TRUE.
           MOVE WS-CASE-AMOUNT TO DC-DISPUTED-AMOUNT.
           MOVE WS-LEG-CURRENCY TO DC-CURRENCY-CODE.
           SET DC-CREDIT-NONE TO TRUE.
           MOVE WS-RUN-DATE TO DC-OPENED-DATE.
           COMPUTE DC-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-RESPONSE-DAYS).
           MOVE ZERO TO DC-RESOLVED-DATE.
           MOVE DM-NOTE TO DC-CASE-NOTE.
           MOVE ZERO TO DC-CREDIT-LEG.
           MOVE ZERO TO DC-CLAWBACK-LEG.
           IF DM-PROVISIONAL-WANTED
               MOVE WS-CREDIT-ACCOUNT TO WS-GEN-SOURCE-ACCOUNT
               MOVE DC-ACCOUNT-NUMBER TO WS-GEN-DEST-ACCOUNT
               PERFORM 2600-EMIT-CASE-TRANSFER
               SET DC-PROVISIONAL-ISSUED TO TRUE
           END-IF.
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   MOVE 'Caso ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE DISPUTE-CASE-RECORD TO WS-AFTER-IMAGE
               PERFORM 2950-WRITE-AUDIT-RECORD
               IF DC-PROVISIONAL-ISSUED
                   STRING 'Caso ' DC-CASE-NUMBER
                          ' abierto con crédito provisional.'
                          DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   STRING 'Caso ' DC-CASE-NUMBER ' abierto.'
                          DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF.

       2400-UPDATE-CASE.
           MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
           MOVE DM-NOTE TO DC-CASE-NOTE.
           REWRITE DISPUTE-CASE-RECORD.
           MOVE DISPUTE-CASE-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-AUDIT-RECORD.
           STRING 'Caso ' DC-CASE-NUMBER ' actualizado.'
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT.

      *> Accepted: a posted provisional credit stays with the
      *> customer, or the credit is paid now. Denied: a posted
      *> provisional credit is taken back.
       2500-RESOLVE-CASE.
           MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
           MOVE DC-DISPUTED-AMOUNT TO WS-CASE-AMOUNT.
           IF DM-OUTCOME-ACCEPT
               SET DC-CASE-ACCEPTED TO TRUE
               IF DC-PROVISIONAL-POSTED
                   SET DC-PROVISIONAL-KEPT TO TRUE
               ELSE IF DC-CREDIT-NONE
                   MOVE WS-CREDIT-ACCOUNT TO WS-GEN-SOURCE-ACCOUNT
                   MOVE DC-ACCOUNT-NUMBER TO WS-GEN-DEST-ACCOUNT
                   PERFORM 2600-EMIT-CASE-TRANSFER
                   SET DC-FINAL-ISSUED TO TRUE
               END-IF
           ELSE
               SET DC-CASE-DENIED TO TRUE
               IF DC-PROVISIONAL-POSTED
                   MOVE DC-ACCOUNT-NUMBER TO WS-GEN-SOURCE-ACCOUNT
                   MOVE WS-CREDIT-ACCOUNT TO WS-GEN-DEST-ACCOUNT
                   PERFORM 2600-EMIT-CASE-TRANSFER
                   SET DC-CLAWBACK-ISSUED TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO DC-RESOLVED-DATE.
           IF DM-NOTE NOT = SPACES
               MOVE DM-NOTE TO DC-CASE-NOTE
           END-IF.
           REWRITE DISPUTE-CASE-RECORD.
           MOVE DISPUTE-CASE-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-AUDIT-RECORD.
           IF DC-CASE-ACCEPTED
               STRING 'Caso ' DC-CASE-NUMBER ' aceptado.'
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               STRING 'Caso ' DC-CASE-NUMBER ' denegado.'
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       2600-EMIT-CASE-TRANSFER.
           MOVE WS-CASE-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO TRANS-RECORD-IN.
           MOVE WS-GEN-SOURCE-ACCOUNT TO TR-ACCOUNT-NUMBER.
           MOVE 'T' TO TR-TRANSACTION-TYPE.
           MOVE WS-AMOUNT-DISP TO TR-AMOUNT-STR.
           MOVE WS-GEN-DEST-ACCOUNT TO TR-DEST-ACCOUNT-NUMBER.
           MOVE WS-CREDIT-CURRENCY TO TR-CURRENCY-CODE.
           MOVE WS-RUN-DATE TO TR-EFFECTIVE-DATE.
           WRITE TRANS-RECORD-IN.

      *> Nothing is written into TRANS.GEN: the movement cancelled
      *> never posted. A resolved case is reopened, keeping its
      *> deadline, so it can be resolved again.
       2700-CANCEL-CASE-CREDIT.
           MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
           IF DC-PROVISIONAL-ISSUED
               SET DC-CREDIT-NONE TO TRUE
           ELSE IF DC-CLAWBACK-ISSUED
               SET DC-PROVISIONAL-POSTED TO TRUE
               SET DC-CASE-OPEN TO TRUE
               MOVE ZERO TO DC-RESOLVED-DATE
           ELSE
               SET DC-CREDIT-NONE TO TRUE
               SET DC-CASE-OPEN TO TRUE
               MOVE ZERO TO DC-RESOLVED-DATE
           END-IF.
           IF DM-NOTE NOT = SPACES
               MOVE DM-NOTE TO DC-CASE-NOTE
           END-IF.
           REWRITE DISPUTE-CASE-RECORD.
           MOVE DISPUTE-CASE-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-AUDIT-RECORD.
           STRING 'Caso ' DC-CASE-NUMBER ' crédito anulado.'
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT.

       2950-WRITE-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AU-RUN-DATE.
           MOVE 'DISP-MAINT' TO AU-PROGRAM-ID.
           MOVE DM-ACTION TO AU-ACTION.
           MOVE DC-CASE-NUMBER TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE-HEAD TO AU-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE-TAIL TO AU-BEFORE-IMAGE-EXT.
           MOVE WS-AFTER-IMAGE-HEAD TO AU-AFTER-IMAGE.
           MOVE WS-AFTER-IMAGE-TAIL TO AU-AFTER-IMAGE-EXT.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

      *> An opening is filed under the account it disputes - it has
      *> no case number until it is applied; everything else under
      *> its case.
       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'DISP-MAINT' TO PN-PROGRAM-ID.
           MOVE DM-ACTION TO PN-ACTION.
           IF DM-ACTION-OPEN
               MOVE DM-ACCOUNT-NUMBER TO PN-RECORD-KEY
           ELSE
               MOVE DM-CASE-NUMBER TO PN-RECORD-KEY
           END-IF.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE DISPMNT-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-DISPMNT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO DISPMNT-REPORT-RECORD.
           IF DM-ACTION-OPEN
               STRING 'Disputa: cuenta ' DM-ACCOUNT-NUMBER ' '
                      DM-POSTING-DATE '-' DM-SEQUENCE-NUMBER ' '
                      DM-ACTION ' - ' WS-RESULT-TEXT
                      DELIMITED BY SIZE INTO DISPMNT-REPORT-RECORD
           ELSE
               STRING 'Disputa: caso ' DM-CASE-NUMBER ' '
                      DM-ACTION DM-OUTCOME ' - ' WS-RESULT-TEXT
                      DELIMITED BY SIZE INTO DISPMNT-REPORT-RECORD
           END-IF.
           WRITE DISPMNT-REPORT-RECORD.

       3000-TERMINATE-SYSTEM.
           CLOSE DISPMNT-FILE
                 DISPUTE-CASE-FILE
                 ACCOUNT-HISTORY-FILE
                 MASTER-FILE
                 SUSPENSE-FILE
                 TRANS-GENERATED-FILE
                 DISPMNT-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE.
