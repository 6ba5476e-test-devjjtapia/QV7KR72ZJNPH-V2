       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-AGING.
       AUTHOR. Javier J. Tapia 2026.

      *> Dispute case aging. Runs every night after the posting run
      *> and does two things with DISPUTES.DAT. First it confirms the
      *> money DISP-MAINT put through TRANS.GEN: a case whose
      *> provisional credit, clawback or final credit is still marked
      *> issued is looked for on the customer's ACCTHIST.DAT legs - a
      *> 'T' against the dispute account of DISPUTE.PAR, for the
      *> disputed amount, on the right side and no earlier than the
      *> day it was issued, that no other case has already been
      *> confirmed by - and moved on to posted when it is found, the
      *> leg being recorded on the case so it confirms nothing else. A
      *> provisional credit must be posted before its case can be
      *> resolved. Then it lists every open case with its age and the
      *> days left to the regulatory response deadline, flagging a
      *> case already past it and one within the warning days of
      *> DISPUTE.PAR, followed by the credits and clawbacks still
      *> waiting to post. The report is DISPAGE.RPT; the step only
      *> informs and always ends RC=0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO 'DISPUTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HISTORY-KEY.
           SELECT OPTIONAL DISPUTE-PARM-FILE ASSIGN TO 'DISPUTE.PAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPAGE-REPORT-FILE ASSIGN TO 'DISPAGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  ACCOUNT-HISTORY-FILE.
           COPY HISTREC.

       FD  DISPUTE-PARM-FILE.
           COPY DISPPARM.

       FD  DISPAGE-REPORT-FILE.
       01  DISPAGE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-CASE-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-CASE-FILE        VALUE 'Y'.
       01  WS-EOF-HISTORY-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-FILE     VALUE 'Y'.
       01  WS-LEG-FLAG                 PIC X(01).
           88  WS-LEG-FOUND            VALUE 'Y'.
       01  WS-CLAIM-FLAG               PIC X(01).
           88  WS-LEG-CLAIMED          VALUE 'Y'.
       01  WS-EOF-CLAIM-SCAN           PIC X(01).
           88  END-OF-CLAIM-SCAN       VALUE 'Y'.

      *> DISPUTE.PAR as read. Without it no credit can be confirmed
      *> and no case is flagged as coming up to its deadline, but the
      *> open cases are still listed.
       01  WS-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-WARNING-DAYS             PIC 9(03) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DAY-NUMBER           PIC 9(08).

      *> The leg being looked for: its side and the first posting date
      *> it can carry.
       01  WS-WANTED-SIDE              PIC X(01).
       01  WS-WANTED-FROM-DATE         PIC 9(08).
       01  WS-LEG-AMOUNT               PIC 9(08)V99.

      *> The case being confirmed, kept while DISPUTES.DAT is read for
      *> the cases that may already hold the leg found for it.
       01  WS-CURRENT-CASE             PIC X(132).
       01  WS-CURRENT-CASE-NUMBER      PIC 9(08).
       01  WS-CURRENT-ACCOUNT          PIC X(10).

       01  WS-CASE-AGE                 PIC S9(05).
       01  WS-DAYS-LEFT                PIC S9(05).
       01  WS-CASE-FLAG-TEXT           PIC X(10).
       01  WS-CREDIT-TEXT              PIC X(22).

       01  WS-OPEN-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CONFIRMED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AMOUNT-ED            PIC -(10)9.99.
           05  WS-AGE-ED               PIC -(05)9.
           05  WS-LEFT-ED              PIC -(05)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-CONFIRM-CASE-CREDITS
               UNTIL END-OF-CASE-FILE.
           PERFORM 3000-LIST-OPEN-CASES.
           PERFORM 4000-LIST-PENDING-CREDITS.
           PERFORM 5000-WRITE-SUMMARY.
           PERFORM 6000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN I-O DISPUTE-CASE-FILE
                INPUT ACCOUNT-HISTORY-FILE
                OUTPUT DISPAGE-REPORT-FILE.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'ANTIGUEDAD DE CASOS DE DISPUTA - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           PERFORM 1100-LOAD-DISPUTE-PARMS.
           PERFORM 1200-START-CASE-FILE.
           PERFORM 1300-READ-CASE-RECORD.

       1100-LOAD-DISPUTE-PARMS.
           OPEN INPUT DISPUTE-PARM-FILE.
           READ DISPUTE-PARM-FILE
               AT END MOVE SPACES TO DISPUTE-PARM-RECORD
           END-READ.
           CLOSE DISPUTE-PARM-FILE.
           IF DP-CREDIT-ACCOUNT NUMERIC
               MOVE DP-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE SPACES TO DISPAGE-REPORT-RECORD
               STRING 'Sin DISPUTE.PAR utilizable - no se confirman '
                      'créditos.'
                      DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD
               WRITE DISPAGE-REPORT-RECORD
           END-IF.
           IF DP-WARNING-DAYS NUMERIC
               MOVE DP-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF.

       1200-START-CASE-FILE.
           MOVE 'N' TO WS-EOF-CASE-FILE.
           MOVE ZERO TO DC-CASE-NUMBER.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-CASE-NUMBER
               INVALID KEY SET END-OF-CASE-FILE TO TRUE
           END-START.

       1300-READ-CASE-RECORD.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END SET END-OF-CASE-FILE TO TRUE
           END-READ.

      *> A provisional or final credit is a 'T' from the dispute
      *> account, so the customer's leg is a credit carrying the
      *> dispute account as counterparty; a clawback is the reverse,
      *> a debit.
       2000-CONFIRM-CASE-CREDITS.
           IF DC-CREDIT-PENDING AND WS-CREDIT-ACCOUNT NOT = SPACES
               IF DC-PROVISIONAL-ISSUED
                   MOVE 'C' TO WS-WANTED-SIDE
                   MOVE DC-OPENED-DATE TO WS-WANTED-FROM-DATE
               ELSE IF DC-CLAWBACK-ISSUED
                   MOVE 'D' TO WS-WANTED-SIDE
                   MOVE DC-RESOLVED-DATE TO WS-WANTED-FROM-DATE
               ELSE
                   MOVE 'C' TO WS-WANTED-SIDE
                   MOVE DC-RESOLVED-DATE TO WS-WANTED-FROM-DATE
               END-IF
               PERFORM 2100-FIND-CASE-LEG
               IF WS-LEG-FOUND
                   PERFORM 2200-MARK-CREDIT-POSTED
               END-IF
           END-IF.
           PERFORM 1300-READ-CASE-RECORD.

       2100-FIND-CASE-LEG.
           MOVE 'N' TO WS-LEG-FLAG.
           MOVE 'N' TO WS-EOF-HISTORY-FILE.
           MOVE DC-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER.
           MOVE WS-WANTED-FROM-DATE TO HR-POSTING-DATE.
           MOVE ZERO TO HR-SEQUENCE-NUMBER.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN HR-HISTORY-KEY
               INVALID KEY SET END-OF-HISTORY-FILE TO TRUE
           END-START.
           PERFORM 2110-CHECK-HISTORY-LEG
               UNTIL END-OF-HISTORY-FILE.

       2110-CHECK-HISTORY-LEG.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY-FILE
               IF HR-ACCOUNT-NUMBER NOT = DC-ACCOUNT-NUMBER
                   SET END-OF-HISTORY-FILE TO TRUE
               ELSE
                   MOVE HR-AMOUNT TO WS-LEG-AMOUNT
                   IF HR-TRANSACTION-TYPE = 'T'
                           AND HR-POSTING-SIDE = WS-WANTED-SIDE
                           AND HR-DEST-ACCOUNT-NUMBER =
                               WS-CREDIT-ACCOUNT
                           AND WS-LEG-AMOUNT = DC-DISPUTED-AMOUNT
                       PERFORM 2120-CHECK-LEG-CLAIMED
                       IF NOT WS-LEG-CLAIMED
                           SET WS-LEG-FOUND TO TRUE
                           SET END-OF-HISTORY-FILE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> DISPUTES.DAT is keyed by case, not by leg, so the whole file
      *> is read for a case already confirmed by this leg. The browse
      *> of the cases is left on the case being confirmed, which is
      *> read back before returning so that it is the record rewritten
      *> and the one the browse continues from.
       2120-CHECK-LEG-CLAIMED.
           MOVE 'N' TO WS-CLAIM-FLAG.
           MOVE DISPUTE-CASE-RECORD TO WS-CURRENT-CASE.
           MOVE DC-CASE-NUMBER TO WS-CURRENT-CASE-NUMBER.
           MOVE DC-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT.
           MOVE 'N' TO WS-EOF-CLAIM-SCAN.
           MOVE ZERO TO DC-CASE-NUMBER.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-CASE-NUMBER
               INVALID KEY SET END-OF-CLAIM-SCAN TO TRUE
           END-START.
           PERFORM 2125-CHECK-NEXT-CLAIM
               UNTIL END-OF-CLAIM-SCAN.
           MOVE WS-CURRENT-CASE-NUMBER TO DC-CASE-NUMBER.
           READ DISPUTE-CASE-FILE
               INVALID KEY MOVE WS-CURRENT-CASE TO DISPUTE-CASE-RECORD
           END-READ.

       2125-CHECK-NEXT-CLAIM.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END SET END-OF-CLAIM-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-CLAIM-SCAN
               IF DC-CASE-NUMBER NOT = WS-CURRENT-CASE-NUMBER
                       AND DC-ACCOUNT-NUMBER = WS-CURRENT-ACCOUNT
                       AND ((DC-CREDIT-LEG-DATE = HR-POSTING-DATE
                             AND DC-CREDIT-LEG-SEQUENCE
                                 = HR-SEQUENCE-NUMBER)
                         OR (DC-CLAWBACK-LEG-DATE = HR-POSTING-DATE
                             AND DC-CLAWBACK-LEG-SEQUENCE
                                 = HR-SEQUENCE-NUMBER))
                   SET WS-LEG-CLAIMED TO TRUE
                   SET END-OF-CLAIM-SCAN TO TRUE
               END-IF
           END-IF.

       2200-MARK-CREDIT-POSTED.
           IF DC-PROVISIONAL-ISSUED
               SET DC-PROVISIONAL-POSTED TO TRUE
               MOVE HR-POSTING-DATE TO DC-CREDIT-LEG-DATE
               MOVE HR-SEQUENCE-NUMBER TO DC-CREDIT-LEG-SEQUENCE
               MOVE 'Crédito provisional' TO WS-CREDIT-TEXT
           ELSE IF DC-CLAWBACK-ISSUED
               SET DC-CLAWBACK-POSTED TO TRUE
               MOVE HR-POSTING-DATE TO DC-CLAWBACK-LEG-DATE
               MOVE HR-SEQUENCE-NUMBER TO DC-CLAWBACK-LEG-SEQUENCE
               MOVE 'Reverso del crédito' TO WS-CREDIT-TEXT
           ELSE
               SET DC-FINAL-POSTED TO TRUE
               MOVE HR-POSTING-DATE TO DC-CREDIT-LEG-DATE
               MOVE HR-SEQUENCE-NUMBER TO DC-CREDIT-LEG-SEQUENCE
               MOVE 'Crédito definitivo' TO WS-CREDIT-TEXT
           END-IF.
           REWRITE DISPUTE-CASE-RECORD.
           ADD 1 TO WS-CONFIRMED-COUNT.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Caso ' DC-CASE-NUMBER ': ' WS-CREDIT-TEXT
                  ' contabilizado el ' HR-POSTING-DATE
                  ' sec ' HR-SEQUENCE-NUMBER
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.

       3000-LIST-OPEN-CASES.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'CASOS ABIERTOS'
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Caso     Cuenta     Abierto  Vence   '
                  '  Edad Resta       Importe Marca'
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           PERFORM 1200-START-CASE-FILE.
           PERFORM 1300-READ-CASE-RECORD.
           PERFORM 3100-AGE-CASE-RECORD
               UNTIL END-OF-CASE-FILE.

      *> Past the deadline is overdue; within the warning days of it
      *> is coming due.
       3100-AGE-CASE-RECORD.
           IF DC-CASE-OPEN
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-CASE-AGE = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(DC-OPENED-DATE)
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(DC-DEADLINE-DATE)
                   - WS-RUN-DAY-NUMBER
               IF WS-DAYS-LEFT < ZERO
                   MOVE 'VENCIDO' TO WS-CASE-FLAG-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
               ELSE IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE 'POR VENCER' TO WS-CASE-FLAG-TEXT
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   MOVE SPACES TO WS-CASE-FLAG-TEXT
               END-IF
               PERFORM 3200-WRITE-CASE-LINE
           END-IF.
           PERFORM 1300-READ-CASE-RECORD.

       3200-WRITE-CASE-LINE.
           MOVE WS-CASE-AGE TO WS-AGE-ED.
           MOVE WS-DAYS-LEFT TO WS-LEFT-ED.
           MOVE DC-DISPUTED-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING DC-CASE-NUMBER ' ' DC-ACCOUNT-NUMBER ' '
                  DC-OPENED-DATE ' ' DC-DEADLINE-DATE
                  WS-AGE-ED WS-LEFT-ED WS-AMOUNT-ED ' '
                  WS-CASE-FLAG-TEXT
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.

      *> Money DISP-MAINT issued that has not yet been found on
      *> ACCTHIST.DAT. A movement left here after its posting run was
      *> refused to SUSPENSE.DAT; it is either repaired there and
      *> posts, or written off there and then cancelled on the case
      *> through DISP-MAINT ('X'), which takes it off this list. A
      *> case whose provisional credit is here cannot be resolved
      *> until one or the other is done.
       4000-LIST-PENDING-CREDITS.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'CREDITOS Y REVERSOS PENDIENTES DE CONTABILIZAR'
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           PERFORM 1200-START-CASE-FILE.
           PERFORM 1300-READ-CASE-RECORD.
           PERFORM 4100-CHECK-PENDING-CREDIT
               UNTIL END-OF-CASE-FILE.

       4100-CHECK-PENDING-CREDIT.
           IF DC-CREDIT-PENDING
               ADD 1 TO WS-PENDING-COUNT
               IF DC-PROVISIONAL-ISSUED
                   MOVE 'Crédito provisional' TO WS-CREDIT-TEXT
               ELSE IF DC-CLAWBACK-ISSUED
                   MOVE 'Reverso del crédito' TO WS-CREDIT-TEXT
               ELSE
                   MOVE 'Crédito definitivo' TO WS-CREDIT-TEXT
               END-IF
               MOVE DC-DISPUTED-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO DISPAGE-REPORT-RECORD
               STRING 'Caso ' DC-CASE-NUMBER ' cuenta '
                      DC-ACCOUNT-NUMBER ' ' WS-CREDIT-TEXT
                      WS-AMOUNT-ED ' ' DC-CURRENCY-CODE
                      DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD
               WRITE DISPAGE-REPORT-RECORD
           END-IF.
           PERFORM 1300-READ-CASE-RECORD.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Casos abiertos            : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Vencidos                  : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE WS-WARNING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Por vencer                : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Movimientos confirmados   : ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO DISPAGE-REPORT-RECORD.
           STRING 'Pendientes de contabilizar: ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO DISPAGE-REPORT-RECORD.
           WRITE DISPAGE-REPORT-RECORD.

       6000-TERMINATE-SYSTEM.
           CLOSE DISPUTE-CASE-FILE
                 ACCOUNT-HISTORY-FILE
                 DISPAGE-REPORT-FILE.
