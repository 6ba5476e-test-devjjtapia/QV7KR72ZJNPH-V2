       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO 'MAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CU-CUSTOMER-ID.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO 'MNTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-KEY.
           SELECT OPTIONAL WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCTION-HIT-FILE ASSIGN TO 'SANCHITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIT-KEY.
           SELECT OPTIONAL SANCTION-LOG-FILE ASSIGN TO 'SANCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-FILE-RECORD           PIC X(94).

       FD  MASTER-FILE.
           COPY MASTERREC.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD         PIC X(80).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  MAINT-PENDING-FILE.
           COPY PENDREC.

       FD  WATCHLIST-FILE.
           COPY WATCHREC.

       FD  SANCTION-HIT-FILE.
           COPY SANCHIT.

       FD  SANCTION-LOG-FILE.
           COPY SANCLOG.

       WORKING-STORAGE SECTION.
       01  WS-EOF-MAINT-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-MAINT-FILE       VALUE 'Y'.
       01  WS-EOF-MASTER-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE      VALUE 'Y'.
       01  WS-EOF-PENDING-FILE         PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE     VALUE 'Y'.

      *> The maintenance line is worked on here rather than in the
      *> file area, because an approved action comes back from
      *> MNTPEND.DAT in this same layout and is applied through the
      *> same paragraphs as it would have been when it was read.
       01  MAINT-RECORD-IN.
           05  MM-ACTION               PIC X(01).
               88  MM-ACTION-ADD       VALUE 'A'.
               88  MM-ACTION-FREEZE    VALUE 'F'.
               88  MM-ACTION-NEW-CUST  VALUE 'N'.
               88  MM-ACTION-LINK-CUST VALUE 'L'.
               88  MM-ACTION-VALID     VALUE 'A' 'C' 'F' 'N' 'L'.
           05  MM-ACCOUNT-NUMBER       PIC X(10).
           05  MM-OPENING-BALANCE-STR  PIC X(10).
           05  MM-CURRENCY-CODE        PIC X(03).
           05  MM-PRODUCT-CODE         PIC X(04).
           05  MM-CUSTOMER-ID          PIC X(08).
           05  FILLER                  PIC X(58).

      *> Alternate view for the customer actions: 'N' creates the
      *> customer carried in these fields, 'L' uses MM-ACCOUNT-NUMBER
      *> and MM-CUSTOMER-ID from the account view above.
       01  CUST-MAINT-RECORD REDEFINES MAINT-RECORD-IN.
           05  CM-ACTION               PIC X(01).
           05  CM-CUSTOMER-ID          PIC X(08).
           05  CM-CUSTOMER-NAME        PIC X(30).
           05  CM-ADDRESS-LINE         PIC X(40).
           05  CM-ID-DOCUMENT          PIC X(15).

       01  WS-MAINT-DATA.
           05  WS-MAINT-ACCOUNT-NUMBER     PIC X(10).
           05  WS-OPENING-BALANCE          PIC S9(08)V99.
       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-AFTER-IMAGE              PIC X(100).

      *> Dual-control fields. The operator running the program is the
      *> maker of every action it reads; the sequence numbers today's
      *> pending items after those already filed today.
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-PENDING-SEQUENCE         PIC 9(06) VALUE ZERO.

      *> Sanctions screening work fields (WATCHREC, SANCHIT). The
      *> subject - a customer or a payee - is normalised once; every
      *> name on WATCHLST.DAT carries its normalised form, prepared
      *> when SANC-LOAD put the list in force.
       01  WS-EOF-WATCHLIST-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-WATCHLIST-FILE   VALUE 'Y'.
       01  WS-SCREEN-PROGRAM-ID        PIC X(12) VALUE 'MASTER-MAINT'.
       01  WS-SCREEN-SUBJECT-TYPE      PIC X(01).
       01  WS-SCREEN-SUBJECT-ID        PIC X(10).
       01  WS-SCREEN-NAME              PIC X(30).
       01  WS-SCREEN-DOCUMENT          PIC X(15).
       01  WS-SCREEN-LIST-ID           PIC X(10).
       01  WS-SCREEN-MATCH-NAME        PIC X(40).
       01  WS-SCREEN-MATCH-DOCUMENT    PIC X(15).
       01  WS-SCREEN-HIT-COUNT         PIC 9(05).
       01  WS-SCREEN-BASIS             PIC X(01).
       01  WS-SCREEN-SCORE             PIC 9(03).
      *> Share of words two names must have in common, counted
      *> against whichever of the two has fewer words, for them to be
      *> a possible match.
       01  WS-SCREEN-THRESHOLD         PIC 9(03) VALUE 66.

      *> Normalisation: upper case, accents folded, anything that is
      *> not a letter or a digit taken as a word break - or dropped
      *> altogether, for a document number.
       01  WS-NORM-TEXT                PIC X(40).
       01  WS-NORM-TEXT-CHARS REDEFINES WS-NORM-TEXT.
           05  WS-NORM-IN-CHAR         PIC X(01) OCCURS 40 TIMES.
       01  WS-NORM-RESULT              PIC X(40).
       01  WS-NORM-RESULT-CHARS REDEFINES WS-NORM-RESULT.
           05  WS-NORM-OUT-CHAR        PIC X(01) OCCURS 40 TIMES.
       01  WS-NORM-CHAR                PIC X(01).
           88  WS-NORM-CHAR-DROPPED    VALUE '*'.
           88  WS-NORM-CHAR-KEPT       VALUE 'A' THRU 'Z'
                                             '0' THRU '9'.
       01  WS-NORM-IN-INDEX            PIC 9(02).
       01  WS-NORM-OUT-INDEX           PIC 9(02).
       01  WS-NORM-MODE                PIC X(01).
           88  WS-NORM-KEEP-WORDS      VALUE 'W'.
           88  WS-NORM-DROP-BREAKS     VALUE 'D'.

      *> A normalised name split into words. Only the first eight
      *> words take part, each up to twenty letters; a one-letter word
      *> (an initial) is not counted.
       01  WS-SPLIT-WORDS.
           05  WS-SPLIT-WORD           PIC X(20) OCCURS 8 TIMES.
           05  WS-SPLIT-LENGTH         PIC 9(02) OCCURS 8 TIMES.
           05  WS-SPLIT-COUNT          PIC 9(02).
           05  WS-SPLIT-SIGNIFICANT    PIC 9(02).
       01  WS-SUBJECT-WORDS.
           05  WS-SUBJECT-WORD         PIC X(20) OCCURS 8 TIMES.
           05  WS-SUBJECT-LENGTH       PIC 9(02) OCCURS 8 TIMES.
           05  WS-SUBJECT-COUNT        PIC 9(02).
           05  WS-SUBJECT-SIGNIFICANT  PIC 9(02).
       01  WS-SPLIT-INDEX              PIC 9(02).
       01  WS-SUBJECT-INDEX            PIC 9(02).
       01  WS-WORDS-MATCHED            PIC 9(02).
       01  WS-WORD-MATCH-FLAG          PIC X(01).
           88  WS-WORD-MATCHED         VALUE 'Y'.
       01  WS-SHARE-OF-ENTRY           PIC 9(03).
       01  WS-SHARE-OF-SUBJECT         PIC 9(03).

      *> Two words match when they are equal, when words of five
      *> letters or more differ in one letter, or when a word of
      *> four letters or more is the other with one letter left out.
       01  WS-LONG-WORD                PIC X(20).
       01  WS-LONG-WORD-CHARS REDEFINES WS-LONG-WORD.
           05  WS-LONG-CHAR            PIC X(01) OCCURS 20 TIMES.
       01  WS-SHORT-WORD               PIC X(20).
       01  WS-SHORT-WORD-CHARS REDEFINES WS-SHORT-WORD.
           05  WS-SHORT-CHAR           PIC X(01) OCCURS 20 TIMES.
       01  WS-LONG-LENGTH              PIC 9(02).
       01  WS-SHORT-LENGTH             PIC 9(02).
       01  WS-LONG-INDEX               PIC 9(02).
       01  WS-SHORT-INDEX              PIC 9(02).
       01  WS-CHAR-DIFFERENCES         PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operador que ingresa el mantenimiento:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT MAINT-FILE
                I-O MASTER-FILE
                I-O CUSTOMER-FILE
                OUTPUT MAINT-REPORT-FILE
                EXTEND MAINT-AUDIT-FILE
                I-O MAINT-PENDING-FILE
                I-O SANCTION-HIT-FILE
                EXTEND SANCTION-LOG-FILE.
           PERFORM 1500-APPLY-APPROVED-ITEMS.
           PERFORM 1600-SEED-PENDING-SEQUENCE.
           IF NOT END-OF-MAINT-FILE
               PERFORM 1100-READ-MAINT-RECORD
           END-IF.

       1100-READ-MAINT-RECORD.
           READ MAINT-FILE INTO MAINT-RECORD-IN
               AT END SET END-OF-MAINT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-MAINT-FILE
               PERFORM 1150-LOAD-MAINT-FIELDS
           END-IF.

       1150-LOAD-MAINT-FIELDS.
           MOVE MM-ACCOUNT-NUMBER TO WS-MAINT-ACCOUNT-NUMBER.
           MOVE ZERO TO WS-OPENING-BALANCE.
           UNSTRING MM-OPENING-BALANCE-STR DELIMITED BY ALL SPACE
               INTO WS-OPENING-BALANCE.

      *> Actions a checker approved through MNT-APPROVE since the last
      *> run are applied first, each exactly as its maker keyed it,
      *> and the pending item is marked applied - or failed, with the
      *> reason, when the master no longer allows it (an account
      *> closed or opened by another action in the meantime). A
      *> failed item is not retried; the maker keys it again.
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
               IF PN-PROGRAM-ID = 'MASTER-MAINT' AND PN-ITEM-APPROVED
                   PERFORM 1520-APPLY-PENDING-ITEM
               END-IF
           END-IF.

       1520-APPLY-PENDING-ITEM.
           MOVE PN-MAINT-IMAGE TO MAINT-RECORD-IN.
           PERFORM 1150-LOAD-MAINT-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 2050-APPLY-MAINT-ACTION.
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
           MOVE SPACES TO MAINT-REPORT-RECORD.
           STRING 'Aplicado '
                  PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE ' '
                  PN-RECORD-KEY ' '
                  PN-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

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

      *> A maintenance line is only checked for an operator and a
      *> known action here and filed as pending; the master is
      *> untouched until a second operator approves it. Accounts are
      *> closed through CLOSE-SETTLE, which pays out the balance and
      *> cancels the standing orders first, so a new close is refused
      *> here; one approved before that still applies through 2200.
       2000-PROCESS-MAINT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERADOR: identificación en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT MM-ACTION-VALID
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           ELSE IF MM-ACTION-CLOSE
               MOVE 'CIERRE: se tramita por liquidación CLOSE-SETTLE.'
               TO WS-ERROR-MESSAGE
           ELSE
               PERFORM 2800-FILE-PENDING-ITEM
           END-IF.
           PERFORM 2900-WRITE-MAINT-REPORT.
           PERFORM 1100-READ-MAINT-RECORD.

       2050-APPLY-MAINT-ACTION.
           IF MM-ACTION-ADD
               PERFORM 2100-ADD-ACCOUNT
           ELSE IF MM-ACTION-CLOSE
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2100-ADD-ACCOUNT.
           MOVE WS-MAINT-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER.
                   MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
                   MOVE CM-CUSTOMER-ID TO WS-AUDIT-KEY
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   MOVE 'C' TO WS-SCREEN-SUBJECT-TYPE
                   MOVE CM-CUSTOMER-ID TO WS-SCREEN-SUBJECT-ID
                   MOVE CM-CUSTOMER-NAME TO WS-SCREEN-NAME
                   MOVE CM-ID-DOCUMENT TO WS-SCREEN-DOCUMENT
                   PERFORM 2600-SCREEN-SUBJECT
               END-IF
           END-IF.

               END-IF
           END-IF.

      *> Sanctions screening of one subject against every name on the
      *> list in force. A document number equal to a listed one, or a
      *> name sharing enough words with a listed name - in any order,
      *> allowing a misspelt or dropped letter in a word - is a
      *> possible match, recorded in SANCHITS.DAT; it blocks the
      *> subject from posting until a compliance officer decides it
      *> through SANC-DECIDE. A subject already on file against the
      *> same entry keeps that hit and any decision on it. With no
      *> list in force there is nothing to screen against.
       2600-SCREEN-SUBJECT.
           MOVE ZERO TO WS-SCREEN-HIT-COUNT.
           MOVE WS-SCREEN-DOCUMENT TO WS-NORM-TEXT.
           SET WS-NORM-DROP-BREAKS TO TRUE.
           PERFORM 2610-NORMALIZE-TEXT.
           MOVE WS-NORM-RESULT TO WS-SCREEN-MATCH-DOCUMENT.
           MOVE WS-SCREEN-NAME TO WS-NORM-TEXT.
           SET WS-NORM-KEEP-WORDS TO TRUE.
           PERFORM 2610-NORMALIZE-TEXT.
           MOVE WS-NORM-RESULT TO WS-SCREEN-MATCH-NAME.
           PERFORM 2620-SPLIT-WORDS.
           MOVE WS-SPLIT-WORDS TO WS-SUBJECT-WORDS.
           MOVE SPACES TO WS-SCREEN-LIST-ID.
           MOVE 'N' TO WS-EOF-WATCHLIST-FILE.
           OPEN INPUT WATCHLIST-FILE.
           PERFORM 2640-SCREEN-LIST-LINE
               UNTIL END-OF-WATCHLIST-FILE.
           CLOSE WATCHLIST-FILE.

       2610-NORMALIZE-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-TEXT REPLACING
               ALL 'á' BY 'A*' ALL 'é' BY 'E*' ALL 'í' BY 'I*'
               ALL 'ó' BY 'O*' ALL 'ú' BY 'U*' ALL 'ü' BY 'U*'
               ALL 'ñ' BY 'N*' ALL 'Á' BY 'A*' ALL 'É' BY 'E*'
               ALL 'Í' BY 'I*' ALL 'Ó' BY 'O*' ALL 'Ú' BY 'U*'
               ALL 'Ü' BY 'U*' ALL 'Ñ' BY 'N*'.
           MOVE SPACES TO WS-NORM-RESULT.
           MOVE ZERO TO WS-NORM-OUT-INDEX.
           PERFORM 2615-NORMALIZE-CHARACTER
               VARYING WS-NORM-IN-INDEX FROM 1 BY 1
                   UNTIL WS-NORM-IN-INDEX > 40.

      *> A break is written once, never at the start, so the words
      *> come out separated by exactly one space.
       2615-NORMALIZE-CHARACTER.
           MOVE WS-NORM-IN-CHAR(WS-NORM-IN-INDEX) TO WS-NORM-CHAR.
           IF WS-NORM-CHAR-DROPPED
               CONTINUE
           ELSE IF WS-NORM-CHAR-KEPT
               ADD 1 TO WS-NORM-OUT-INDEX
               MOVE WS-NORM-CHAR TO WS-NORM-OUT-CHAR(WS-NORM-OUT-INDEX)
           ELSE IF WS-NORM-KEEP-WORDS AND WS-NORM-OUT-INDEX > ZERO
               IF WS-NORM-OUT-CHAR(WS-NORM-OUT-INDEX) NOT = SPACE
                   ADD 1 TO WS-NORM-OUT-INDEX
               END-IF
           END-IF.

       2620-SPLIT-WORDS.
           MOVE SPACES TO WS-SPLIT-WORDS.
           MOVE ZERO TO WS-SPLIT-COUNT.
           MOVE ZERO TO WS-SPLIT-SIGNIFICANT.
           IF WS-NORM-RESULT NOT = SPACES
               UNSTRING WS-NORM-RESULT DELIMITED BY ALL SPACE
                   INTO WS-SPLIT-WORD(1) COUNT IN WS-SPLIT-LENGTH(1)
                        WS-SPLIT-WORD(2) COUNT IN WS-SPLIT-LENGTH(2)
                        WS-SPLIT-WORD(3) COUNT IN WS-SPLIT-LENGTH(3)
                        WS-SPLIT-WORD(4) COUNT IN WS-SPLIT-LENGTH(4)
                        WS-SPLIT-WORD(5) COUNT IN WS-SPLIT-LENGTH(5)
                        WS-SPLIT-WORD(6) COUNT IN WS-SPLIT-LENGTH(6)
                        WS-SPLIT-WORD(7) COUNT IN WS-SPLIT-LENGTH(7)
                        WS-SPLIT-WORD(8) COUNT IN WS-SPLIT-LENGTH(8)
                   TALLYING IN WS-SPLIT-COUNT
                   ON OVERFLOW CONTINUE
               END-UNSTRING
               PERFORM 2625-COUNT-SIGNIFICANT-WORD
                   VARYING WS-SPLIT-INDEX FROM 1 BY 1
                       UNTIL WS-SPLIT-INDEX > WS-SPLIT-COUNT
           END-IF.

       2625-COUNT-SIGNIFICANT-WORD.
           IF WS-SPLIT-LENGTH(WS-SPLIT-INDEX) > 20
               MOVE 20 TO WS-SPLIT-LENGTH(WS-SPLIT-INDEX)
           END-IF.
           IF WS-SPLIT-LENGTH(WS-SPLIT-INDEX) > 1
               ADD 1 TO WS-SPLIT-SIGNIFICANT
           END-IF.

       2640-SCREEN-LIST-LINE.
           READ WATCHLIST-FILE
               AT END SET END-OF-WATCHLIST-FILE TO TRUE
           END-READ.
           IF NOT END-OF-WATCHLIST-FILE
               IF WL-LIST-HEADER
                   MOVE WH-LIST-ID TO WS-SCREEN-LIST-ID
               ELSE IF WL-LIST-ENTRY
                   PERFORM 2650-MATCH-LIST-ENTRY
               END-IF
           END-IF.

      *> The share of words in common is taken against each name and
      *> the larger kept, so a short name wholly inside a longer one
      *> still scores; unless one of the names is a single word, two
      *> words at least must match.
       2650-MATCH-LIST-ENTRY.
           MOVE SPACES TO WS-SCREEN-BASIS.
           MOVE ZERO TO WS-SCREEN-SCORE.
           IF WS-SCREEN-MATCH-DOCUMENT NOT = SPACES
                   AND WL-MATCH-DOCUMENT = WS-SCREEN-MATCH-DOCUMENT
               MOVE 'D' TO WS-SCREEN-BASIS
               MOVE 100 TO WS-SCREEN-SCORE
           END-IF.
           MOVE WL-MATCH-NAME TO WS-NORM-RESULT.
           PERFORM 2620-SPLIT-WORDS.
           MOVE ZERO TO WS-WORDS-MATCHED.
           PERFORM 2660-MATCH-ENTRY-WORD
               VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX > WS-SPLIT-COUNT.
           IF WS-WORDS-MATCHED > ZERO
               COMPUTE WS-SHARE-OF-ENTRY =
                   WS-WORDS-MATCHED * 100 / WS-SPLIT-SIGNIFICANT
               COMPUTE WS-SHARE-OF-SUBJECT =
                   WS-WORDS-MATCHED * 100 / WS-SUBJECT-SIGNIFICANT
               IF WS-SHARE-OF-SUBJECT > WS-SHARE-OF-ENTRY
                   MOVE WS-SHARE-OF-SUBJECT TO WS-SHARE-OF-ENTRY
               END-IF
               IF WS-SHARE-OF-ENTRY > 100
                   MOVE 100 TO WS-SHARE-OF-ENTRY
               END-IF
               IF WS-SHARE-OF-ENTRY >= WS-SCREEN-THRESHOLD
                       AND (WS-WORDS-MATCHED > 1
                            OR WS-SPLIT-SIGNIFICANT = 1
                            OR WS-SUBJECT-SIGNIFICANT = 1)
                   IF WS-SCREEN-BASIS = 'D'
                       MOVE 'B' TO WS-SCREEN-BASIS
                   ELSE
                       MOVE 'N' TO WS-SCREEN-BASIS
                       MOVE WS-SHARE-OF-ENTRY TO WS-SCREEN-SCORE
                   END-IF
               END-IF
           END-IF.
           IF WS-SCREEN-BASIS NOT = SPACES
               PERFORM 2680-RECORD-SANCTION-HIT
           END-IF.

       2660-MATCH-ENTRY-WORD.
           IF WS-SPLIT-LENGTH(WS-SPLIT-INDEX) > 1
               MOVE 'N' TO WS-WORD-MATCH-FLAG
               PERFORM 2665-COMPARE-SUBJECT-WORD
                   VARYING WS-SUBJECT-INDEX FROM 1 BY 1
                       UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-COUNT
                          OR WS-WORD-MATCHED
               IF WS-WORD-MATCHED
                   ADD 1 TO WS-WORDS-MATCHED
               END-IF
           END-IF.

       2665-COMPARE-SUBJECT-WORD.
           IF WS-SPLIT-LENGTH(WS-SPLIT-INDEX)
                   >= WS-SUBJECT-LENGTH(WS-SUBJECT-INDEX)
               MOVE WS-SPLIT-WORD(WS-SPLIT-INDEX) TO WS-LONG-WORD
               MOVE WS-SPLIT-LENGTH(WS-SPLIT-INDEX) TO WS-LONG-LENGTH
               MOVE WS-SUBJECT-WORD(WS-SUBJECT-INDEX) TO WS-SHORT-WORD
               MOVE WS-SUBJECT-LENGTH(WS-SUBJECT-INDEX)
                   TO WS-SHORT-LENGTH
           ELSE
               MOVE WS-SUBJECT-WORD(WS-SUBJECT-INDEX) TO WS-LONG-WORD
               MOVE WS-SUBJECT-LENGTH(WS-SUBJECT-INDEX)
                   TO WS-LONG-LENGTH
               MOVE WS-SPLIT-WORD(WS-SPLIT-INDEX) TO WS-SHORT-WORD
               MOVE WS-SPLIT-LENGTH(WS-SPLIT-INDEX) TO WS-SHORT-LENGTH
           END-IF.
           MOVE ZERO TO WS-CHAR-DIFFERENCES.
           IF WS-SHORT-LENGTH < 2
               CONTINUE
           ELSE IF WS-LONG-WORD = WS-SHORT-WORD
               SET WS-WORD-MATCHED TO TRUE
           ELSE IF WS-LONG-LENGTH = WS-SHORT-LENGTH
                   AND WS-SHORT-LENGTH >= 5
               PERFORM 2670-COUNT-SUBSTITUTION
                   VARYING WS-LONG-INDEX FROM 1 BY 1
                       UNTIL WS-LONG-INDEX > WS-LONG-LENGTH
               IF WS-CHAR-DIFFERENCES = 1
                   SET WS-WORD-MATCHED TO TRUE
               END-IF
           ELSE IF WS-LONG-LENGTH = WS-SHORT-LENGTH + 1
                   AND WS-SHORT-LENGTH >= 4
               MOVE 1 TO WS-SHORT-INDEX
               PERFORM 2675-COUNT-INSERTION
                   VARYING WS-LONG-INDEX FROM 1 BY 1
                       UNTIL WS-LONG-INDEX > WS-LONG-LENGTH
                          OR WS-CHAR-DIFFERENCES > 1
               IF WS-CHAR-DIFFERENCES <= 1
                   SET WS-WORD-MATCHED TO TRUE
               END-IF
           END-IF.

       2670-COUNT-SUBSTITUTION.
           IF WS-LONG-CHAR(WS-LONG-INDEX)
                   NOT = WS-SHORT-CHAR(WS-LONG-INDEX)
               ADD 1 TO WS-CHAR-DIFFERENCES
           END-IF.

      *> The shorter word is walked alongside the longer one; the
      *> one letter it lacks is stepped over once.
       2675-COUNT-INSERTION.
           IF WS-LONG-CHAR(WS-LONG-INDEX)
                   = WS-SHORT-CHAR(WS-SHORT-INDEX)
               ADD 1 TO WS-SHORT-INDEX
           ELSE
               ADD 1 TO WS-CHAR-DIFFERENCES
           END-IF.

       2680-RECORD-SANCTION-HIT.
           MOVE WS-SCREEN-SUBJECT-TYPE TO SH-SUBJECT-TYPE.
           MOVE WS-SCREEN-SUBJECT-ID TO SH-SUBJECT-ID.
           MOVE WL-ENTRY-ID TO SH-ENTRY-ID.
           READ SANCTION-HIT-FILE
               INVALID KEY PERFORM 2685-WRITE-SANCTION-HIT
           END-READ.

       2685-WRITE-SANCTION-HIT.
           MOVE SPACES TO SANCTION-HIT-RECORD.
           MOVE WS-SCREEN-SUBJECT-TYPE TO SH-SUBJECT-TYPE.
           MOVE WS-SCREEN-SUBJECT-ID TO SH-SUBJECT-ID.
           MOVE WL-ENTRY-ID TO SH-ENTRY-ID.
           MOVE WS-SCREEN-LIST-ID TO SH-LIST-ID.
           MOVE WS-RUN-DATE TO SH-RAISED-DATE.
           MOVE WS-SCREEN-PROGRAM-ID TO SH-RAISED-BY.
           MOVE WS-SCREEN-BASIS TO SH-MATCH-BASIS.
           MOVE WS-SCREEN-SCORE TO SH-MATCH-SCORE.
           MOVE WS-SCREEN-NAME TO SH-SUBJECT-NAME.
           MOVE WL-ENTRY-NAME TO SH-ENTRY-NAME.
           SET SH-HIT-PENDING TO TRUE.
           MOVE ZERO TO SH-DECISION-DATE.
           WRITE SANCTION-HIT-RECORD.
           ADD 1 TO WS-SCREEN-HIT-COUNT.
           MOVE SPACES TO SANCTION-LOG-RECORD.
           MOVE WS-RUN-DATE TO SG-LOG-DATE.
           SET SG-HIT-RAISED TO TRUE.
           MOVE WS-SCREEN-PROGRAM-ID TO SG-PROGRAM-ID.
           MOVE SH-HIT-KEY TO SG-HIT-KEY.
           MOVE SH-LIST-ID TO SG-LIST-ID.
           MOVE SH-MATCH-BASIS TO SG-MATCH-BASIS.
           MOVE SH-MATCH-SCORE TO SG-MATCH-SCORE.
           STRING SH-SUBJECT-NAME ' / ' SH-ENTRY-NAME
                  DELIMITED BY SIZE INTO SG-DETAIL.
           WRITE SANCTION-LOG-RECORD.
           PERFORM 2690-REPORT-SANCTION-HIT.

      *> The customer is created all the same - the screening only
      *> holds the postings - and the hit is reported for compliance.
       2690-REPORT-SANCTION-HIT.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           STRING 'SANCIONES: cliente ' CM-CUSTOMER-ID
                  ' posible coincidencia ' WL-ENTRY-ID
                  ' - retenido'
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

       2800-FILE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-SEQUENCE.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           MOVE WS-RUN-DATE TO PN-ENTRY-DATE.
           MOVE WS-PENDING-SEQUENCE TO PN-ENTRY-SEQUENCE.
           MOVE 'MASTER-MAINT' TO PN-PROGRAM-ID.
           MOVE MM-ACTION TO PN-ACTION.
           IF MM-ACTION-NEW-CUST
               MOVE CM-CUSTOMER-ID TO PN-RECORD-KEY
           ELSE
               MOVE MM-ACCOUNT-NUMBER TO PN-RECORD-KEY
           END-IF.
           MOVE WS-OPERATOR-ID TO PN-MAKER-ID.
           SET PN-ITEM-PENDING TO TRUE.
           MOVE ZERO TO PN-DECISION-DATE.
           MOVE ZERO TO PN-APPLIED-DATE.
           MOVE MAINT-RECORD-IN TO PN-MAINT-IMAGE.
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE 'Pendiente ya existe en archivo.'
                   TO WS-ERROR-MESSAGE
           END-WRITE.

       2900-WRITE-MAINT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Pendiente de aprobación '
                      PN-ENTRY-DATE '-' PN-ENTRY-SEQUENCE
                      DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           STRING 'Mantenimiento: '
                  MM-ACCOUNT-NUMBER ' '
                  MM-ACTION ' - '
           MOVE WS-AUDIT-KEY TO AU-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE PN-MAKER-ID TO AU-MAKER-ID.
           MOVE PN-CHECKER-ID TO AU-CHECKER-ID.
           WRITE MAINT-AUDIT-RECORD.

       3000-TERMINATE-SYSTEM.
                 MASTER-FILE
                 CUSTOMER-FILE
                 MAINT-REPORT-FILE
                 MAINT-AUDIT-FILE
                 MAINT-PENDING-FILE
                 SANCTION-HIT-FILE
                 SANCTION-LOG-FILE.
