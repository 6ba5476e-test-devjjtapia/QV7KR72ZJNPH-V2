               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO 'DISPUTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER.
           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> ASSIGN USING resolves the archive's file name out of the
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD-IN           PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-EOF-HISTORY-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG-FILE     VALUE 'Y'.
       01  WS-EOF-ARCHIVE-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-ARCHIVE-FILE     VALUE 'Y'.
       01  WS-EOF-CASE-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-CASE-FILE        VALUE 'Y'.
       01  WS-ARCHIVE-NAME             PIC X(20).

       01  WS-INQUIRY-PARMS.
       01  WS-POSTING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-OWNER-NAME               PIC X(30).

      *> Dispute cases raised against the inquired account, loaded
      *> once so each leg listed can be marked with the cases on it.
       01  WS-CASE-LIMIT               PIC 9(03) VALUE 200.
       01  WS-CASE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-CASE-LIST.
           05  WS-CASE-ENTRY           OCCURS 200 TIMES.
               10  WS-CASE-HIST-KEY    PIC X(26).
               10  WS-CASE-NUMBER      PIC 9(08).
               10  WS-CASE-STATUS      PIC X(01).
       01  WS-CASE-INDEX               PIC 9(03).
       01  WS-CASE-STATUS-TEXT         PIC X(08).

       01  WS-REPORT-FIELDS.
           05  WS-AMOUNT-ED            PIC -(7)9.99.
           05  WS-BALANCE-ED           PIC -(7)9.99.
                INPUT CUSTOMER-FILE
                OUTPUT HIST-REPORT-FILE.
           PERFORM 1200-WRITE-REPORT-HEADER.
           PERFORM 1400-LOAD-DISPUTE-CASES.

       1100-READ-HISTORY-RECORD.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.
           MOVE SPACES TO HIST-REPORT-RECORD.
           STRING 'Fecha      Secuencia    Tipo  Monto        '
                  'Saldo        '
                  'Contraparte'
                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.
           MOVE SPACES TO HIST-REPORT-RECORD.
           STRING '----------------------------------------------------'
                  '-------------'
                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.

                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.

      *> DISPUTES.DAT is keyed by case, so the whole file is read for
      *> the inquired account's cases.
       1400-LOAD-DISPUTE-CASES.
           OPEN INPUT DISPUTE-CASE-FILE.
           MOVE ZERO TO DC-CASE-NUMBER.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-CASE-NUMBER
               INVALID KEY SET END-OF-CASE-FILE TO TRUE
           END-START.
           PERFORM 1410-LOAD-CASE-RECORD
               UNTIL END-OF-CASE-FILE.
           CLOSE DISPUTE-CASE-FILE.

       1410-LOAD-CASE-RECORD.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END SET END-OF-CASE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CASE-FILE
               IF DC-ACCOUNT-NUMBER = WS-INQUIRY-ACCOUNT
                       AND WS-CASE-COUNT < WS-CASE-LIMIT
                   ADD 1 TO WS-CASE-COUNT
                   MOVE DC-HIST-KEY TO WS-CASE-HIST-KEY(WS-CASE-COUNT)
                   MOVE DC-CASE-NUMBER TO WS-CASE-NUMBER(WS-CASE-COUNT)
                   MOVE DC-CASE-STATUS TO WS-CASE-STATUS(WS-CASE-COUNT)
               END-IF
           END-IF.

      *> Postings older than the retention horizon no longer live in
      *> ACCTHIST.DAT - HIST-ARCHIVE moved them into the dated
      *> archives registered in ARCHCAT.DAT. Every archive whose date
           STRING HR-POSTING-DATE
                  DELIMITED BY SIZE INTO WS-DATE-ED.
           MOVE SPACES TO HIST-REPORT-RECORD.
           STRING WS-DATE-ED ' sec ' HR-SEQUENCE-NUMBER ' '
                  HR-TRANSACTION-TYPE HR-POSTING-SIDE '   '
                  WS-AMOUNT-ED '  '
                  WS-BALANCE-ED '  '
                  HR-CURRENCY-CODE
                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.
           IF HR-TRANSACTION-TYPE = 'R'
               MOVE SPACES TO HIST-REPORT-RECORD
               STRING '           Reversa de ' HR-REVERSED-TYPE
                      ' del ' HR-REVERSED-DATE
                      ' sec ' HR-REVERSED-SEQUENCE
                      DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               WRITE HIST-REPORT-RECORD
           END-IF.
           PERFORM 2150-WRITE-CASE-MARK
               VARYING WS-CASE-INDEX FROM 1 BY 1
                   UNTIL WS-CASE-INDEX > WS-CASE-COUNT.

      *> A leg disputed more than once - a case denied, then opened
      *> again - shows every case raised on it.
       2150-WRITE-CASE-MARK.
           IF WS-CASE-HIST-KEY(WS-CASE-INDEX) = HR-HISTORY-KEY
               IF WS-CASE-STATUS(WS-CASE-INDEX) = 'O'
                   MOVE 'ABIERTO' TO WS-CASE-STATUS-TEXT
               ELSE IF WS-CASE-STATUS(WS-CASE-INDEX) = 'A'
                   MOVE 'ACEPTADO' TO WS-CASE-STATUS-TEXT
               ELSE
                   MOVE 'DENEGADO' TO WS-CASE-STATUS-TEXT
               END-IF
               MOVE SPACES TO HIST-REPORT-RECORD
               STRING '           Disputa caso '
                      WS-CASE-NUMBER(WS-CASE-INDEX) ' '
                      WS-CASE-STATUS-TEXT
                      DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               WRITE HIST-REPORT-RECORD
           END-IF.

       3000-WRITE-REPORT-TRAILER.
           MOVE SPACES TO HIST-REPORT-RECORD.
           STRING '----------------------------------------------------'
                  '-------------'
                  DELIMITED BY SIZE INTO HIST-REPORT-RECORD.
           WRITE HIST-REPORT-RECORD.
           MOVE WS-POSTING-COUNT TO WS-COUNT-ED.
