       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-DECIDE.
       AUTHOR. Javier J. Tapia 2026.

      *> Compliance officer's decisions on sanctions hits. Every
      *> possible match the screening raises in SANCHITS.DAT blocks
      *> its customer's accounts, or its payee, from posting until an
      *> officer decides it here. Each SANCDEC.DAT line names one hit
      *> by its subject and list entry and clears it ('C', a false
      *> match: the block is lifted) or confirms it ('F', the party
      *> is the listed one: the block stays for good), always with a
      *> note of the grounds. A decision may be revisited - a party
      *> taken off the list is cleared after being confirmed - but
      *> not repeated. The hit keeps the latest decision, the officer
      *> and the note; every decision is also appended to SANCLOG.DAT
      *> and is never lost. SANCDEC.RPT answers each decision and
      *> then lists every hit still blocking, pending ones first
      *> with the days they have waited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCDEC-FILE ASSIGN TO 'SANCDEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCTION-HIT-FILE ASSIGN TO 'SANCHITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIT-KEY.
           SELECT OPTIONAL SANCTION-LOG-FILE ASSIGN TO 'SANCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SANCDEC-REPORT-FILE ASSIGN TO 'SANCDEC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCDEC-FILE.
       01  SANCDEC-RECORD-IN.
           05  SD-DECISION             PIC X(01).
               88  SD-DECISION-CLEAR   VALUE 'C'.
               88  SD-DECISION-CONFIRM VALUE 'F'.
           05  SD-HIT-KEY.
               10  SD-SUBJECT-TYPE     PIC X(01).
               10  SD-SUBJECT-ID       PIC X(10).
               10  SD-ENTRY-ID         PIC X(10).
           05  SD-NOTE                 PIC X(30).

       FD  SANCTION-HIT-FILE.
           COPY SANCHIT.

       FD  SANCTION-LOG-FILE.
           COPY SANCLOG.

       FD  SANCDEC-REPORT-FILE.
       01  SANCDEC-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SANCDEC-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-SANCDEC-FILE     VALUE 'Y'.
       01  WS-EOF-HIT-FILE             PIC X(01) VALUE 'N'.
           88  END-OF-HIT-FILE         VALUE 'Y'.
       01  WS-HIT-FOUND                PIC X(01).
           88  WS-HIT-ON-FILE          VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-INTEGER         PIC 9(08).
       01  WS-HIT-AGE                  PIC 9(05).
       01  WS-OFFICER-ID               PIC X(08).
       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).

      *> Which blocking hits the listing pass is printing: the
      *> pending ones, then the confirmed ones.
       01  WS-LIST-STATUS              PIC X(01).

       01  WS-CLEARED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CONFIRMED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-BLOCKED-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.
           05  WS-AGE-ED               PIC Z(04)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-SANCDEC-RECORDS
               UNTIL END-OF-SANCDEC-FILE.
           PERFORM 3000-WRITE-BLOCKING-REPORT.
           PERFORM 4000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY 'Oficial de cumplimiento que decide:'.
           ACCEPT WS-OFFICER-ID.
           OPEN INPUT SANCDEC-FILE
                I-O SANCTION-HIT-FILE
                EXTEND SANCTION-LOG-FILE
                OUTPUT SANCDEC-REPORT-FILE.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'DECISIONES SOBRE SANCIONES - fecha ' WS-RUN-DATE
                  ' oficial ' WS-OFFICER-ID
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           PERFORM 1100-READ-SANCDEC-RECORD.

       1100-READ-SANCDEC-RECORD.
           READ SANCDEC-FILE
               AT END SET END-OF-SANCDEC-FILE TO TRUE
           END-READ.

       2000-PROCESS-SANCDEC-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OFFICER-ID = SPACES
               MOVE 'OFICIAL: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT SD-DECISION-CLEAR AND NOT SD-DECISION-CONFIRM
               MOVE 'Decisión inválida.'
               TO WS-ERROR-MESSAGE
           ELSE IF SD-NOTE = SPACES
               MOVE 'NOTA: falta el fundamento de la decisión.'
               TO WS-ERROR-MESSAGE
           ELSE
               PERFORM 2100-FIND-SANCTION-HIT
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 2200-RECORD-DECISION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 2900-WRITE-SANCDEC-REPORT.
           PERFORM 1100-READ-SANCDEC-RECORD.

       2100-FIND-SANCTION-HIT.
           MOVE 'N' TO WS-HIT-FOUND.
           MOVE SD-HIT-KEY TO SH-HIT-KEY.
           READ SANCTION-HIT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HIT-ON-FILE TO TRUE
           END-READ.
           IF NOT WS-HIT-ON-FILE
               MOVE 'Coincidencia no encontrada.'
               TO WS-ERROR-MESSAGE
           ELSE IF SD-DECISION = SH-HIT-STATUS
               MOVE 'Coincidencia ya tiene esa decisión.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2200-RECORD-DECISION.
           MOVE SD-DECISION TO SH-HIT-STATUS.
           MOVE WS-RUN-DATE TO SH-DECISION-DATE.
           MOVE WS-OFFICER-ID TO SH-OFFICER-ID.
           MOVE SD-NOTE TO SH-DECISION-NOTE.
           REWRITE SANCTION-HIT-RECORD.
           IF SH-HIT-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               ADD 1 TO WS-CONFIRMED-COUNT
           END-IF.
           MOVE SPACES TO SANCTION-LOG-RECORD.
           MOVE WS-RUN-DATE TO SG-LOG-DATE.
           MOVE SD-DECISION TO SG-EVENT.
           MOVE 'SANC-DECIDE' TO SG-PROGRAM-ID.
           MOVE SH-HIT-KEY TO SG-HIT-KEY.
           MOVE SH-LIST-ID TO SG-LIST-ID.
           MOVE WS-OFFICER-ID TO SG-OFFICER-ID.
           MOVE SH-MATCH-BASIS TO SG-MATCH-BASIS.
           MOVE SH-MATCH-SCORE TO SG-MATCH-SCORE.
           MOVE SD-NOTE TO SG-DETAIL.
           WRITE SANCTION-LOG-RECORD.

       2900-WRITE-SANCDEC-REPORT.
           MOVE SPACES TO WS-RESULT-TEXT.
           IF WS-ERROR-MESSAGE NOT = SPACES
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           ELSE IF SD-DECISION-CLEAR
               STRING 'Descartada - bloqueo levantado'
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               STRING 'Confirmada - bloqueo permanente'
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Decision: '
                  SD-SUBJECT-TYPE ' ' SD-SUBJECT-ID ' '
                  SD-ENTRY-ID ' '
                  SD-DECISION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.

      *> Read after today's decisions, so a hit decided in this run
      *> is listed as it now stands. The file is passed once for the
      *> hits waiting for an officer and once for those confirmed.
       3000-WRITE-BLOCKING-REPORT.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE 'BLOQUEOS VIGENTES POR SANCIONES'
               TO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE 'P' TO WS-LIST-STATUS.
           PERFORM 3050-LIST-HITS-IN-STATUS.
           MOVE 'F' TO WS-LIST-STATUS.
           PERFORM 3050-LIST-HITS-IN-STATUS.
           PERFORM 3200-WRITE-DECISION-SUMMARY.

       3050-LIST-HITS-IN-STATUS.
           MOVE 'N' TO WS-EOF-HIT-FILE.
           MOVE LOW-VALUES TO SH-HIT-KEY.
           START SANCTION-HIT-FILE KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY SET END-OF-HIT-FILE TO TRUE
           END-START.
           PERFORM 3100-LIST-NEXT-HIT
               UNTIL END-OF-HIT-FILE.

       3100-LIST-NEXT-HIT.
           READ SANCTION-HIT-FILE NEXT RECORD
               AT END SET END-OF-HIT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HIT-FILE
               IF SH-HIT-STATUS = WS-LIST-STATUS
                   IF SH-HIT-PENDING
                       PERFORM 3110-LIST-PENDING-HIT
                   ELSE
                       PERFORM 3120-LIST-CONFIRMED-HIT
                   END-IF
               END-IF
           END-IF.

       3110-LIST-PENDING-HIT.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-HIT-AGE = WS-RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(SH-RAISED-DATE).
           MOVE WS-HIT-AGE TO WS-AGE-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Pendiente  '
                  SH-SUBJECT-TYPE ' ' SH-SUBJECT-ID ' '
                  SH-SUBJECT-NAME ' '
                  SH-ENTRY-ID ' '
                  SH-MATCH-BASIS SH-MATCH-SCORE ' edad'
                  WS-AGE-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.

       3120-LIST-CONFIRMED-HIT.
           ADD 1 TO WS-BLOCKED-COUNT.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Confirmada '
                  SH-SUBJECT-TYPE ' ' SH-SUBJECT-ID ' '
                  SH-SUBJECT-NAME ' '
                  SH-ENTRY-ID ' por '
                  SH-OFFICER-ID
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.

       3200-WRITE-DECISION-SUMMARY.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Descartadas hoy : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Confirmadas hoy : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Decis. errores  : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Pendientes      : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCDEC-REPORT-RECORD.
           STRING 'Confirmadas     : cant ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCDEC-REPORT-RECORD.
           WRITE SANCDEC-REPORT-RECORD.

       4000-TERMINATE-SYSTEM.
           CLOSE SANCDEC-FILE
                 SANCTION-HIT-FILE
                 SANCTION-LOG-FILE
                 SANCDEC-REPORT-FILE.
