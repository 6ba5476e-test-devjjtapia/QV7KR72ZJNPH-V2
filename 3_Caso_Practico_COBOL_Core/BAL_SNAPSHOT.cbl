       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-SNAPSHOT.
       AUTHOR. Javier J. Tapia 2026.

      *> Daily balance snapshot. Runs in the nightly schedule after
      *> RECON-RPT has proved every account (the schedule halts on a
      *> reconciliation failure, so an unproved day is never
      *> snapshotted) and after the steps that change an account's
      *> status, such as CLOSE-CONFIRM. It writes one record per
      *> MASTER.DAT account into BALSNAP.DAT holding the end-of-day
      *> balance, status, product and currency, dated with the
      *> posting date. The file keeps every day's snapshot. A rerun
      *> of the same night replaces that night's records, so a
      *> resumed schedule never doubles a day.
      *> BALSNAP.RPT counts the accounts by status and totals their
      *> balances for the operator's log. PORTFOLIO-RPT builds the
      *> month-end product portfolio from these snapshots.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-ACCOUNT-NUMBER.
           SELECT OPTIONAL BALANCE-SNAPSHOT-FILE ASSIGN TO 'BALSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SNAPSHOT-KEY.
           SELECT SNAPSHOT-REPORT-FILE ASSIGN TO 'BALSNAP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  BALANCE-SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  SNAPSHOT-REPORT-FILE.
       01  SNAPSHOT-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-MASTER-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE      VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).

       01  WS-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-FROZEN-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-REPLACED-COUNT           PIC 9(07) VALUE ZERO.
      *> Balances of different currencies are summed as plain numbers
      *> here - the total is only a check figure for the operator;
      *> PORTFOLIO-RPT does the per-currency and USD totals.
       01  WS-BALANCE-TOTAL            PIC S9(12)V99 VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-TOTAL-ED             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-SNAPSHOT-ACCOUNTS
               UNTIL END-OF-MASTER-FILE.
           PERFORM 3000-WRITE-SNAPSHOT-SUMMARY.
           PERFORM 4000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MASTER-FILE
                I-O BALANCE-SNAPSHOT-FILE
                OUTPUT SNAPSHOT-REPORT-FILE.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'INSTANTANEA DIARIA DE SALDOS - fecha ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           PERFORM 1100-READ-MASTER-RECORD.

       1100-READ-MASTER-RECORD.
           READ MASTER-FILE
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       2000-SNAPSHOT-ACCOUNTS.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF MR-ACCOUNT-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE IF MR-ACCOUNT-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           ADD MR-ACCOUNT-BALANCE TO WS-BALANCE-TOTAL.
           PERFORM 2100-WRITE-SNAPSHOT-RECORD.
           PERFORM 1100-READ-MASTER-RECORD.

      *> A record already on file for today's key is from an earlier
      *> attempt at tonight's schedule and is replaced with what the
      *> master holds now.
       2100-WRITE-SNAPSHOT-RECORD.
           MOVE SPACES TO BALANCE-SNAPSHOT-RECORD.
           MOVE WS-RUN-DATE TO SN-SNAPSHOT-DATE.
           MOVE MR-ACCOUNT-NUMBER TO SN-ACCOUNT-NUMBER.
           MOVE MR-ACCOUNT-BALANCE TO SN-ACCOUNT-BALANCE.
           MOVE MR-ACCOUNT-STATUS TO SN-ACCOUNT-STATUS.
           MOVE MR-PRODUCT-CODE TO SN-PRODUCT-CODE.
           MOVE MR-CURRENCY-CODE TO SN-CURRENCY-CODE.
           WRITE BALANCE-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE BALANCE-SNAPSHOT-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-WRITE.

       3000-WRITE-SNAPSHOT-SUMMARY.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'Cuentas       : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'Activas       : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           MOVE WS-FROZEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'Congeladas    : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'Cerradas      : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO SNAPSHOT-REPORT-RECORD.
           STRING 'Saldo total   : ' WS-TOTAL-ED
                  ' (todas las monedas)'
                  DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD.
           WRITE SNAPSHOT-REPORT-RECORD.
           IF WS-REPLACED-COUNT > ZERO
               MOVE WS-REPLACED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO SNAPSHOT-REPORT-RECORD
               STRING 'Reemplazadas  : cant ' WS-COUNT-ED
                      ' (reproceso de la fecha)'
                      DELIMITED BY SIZE INTO SNAPSHOT-REPORT-RECORD
               WRITE SNAPSHOT-REPORT-RECORD
           END-IF.

       4000-TERMINATE-SYSTEM.
           CLOSE MASTER-FILE
                 BALANCE-SNAPSHOT-FILE
                 SNAPSHOT-REPORT-FILE.
