       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The three files this step writes are named at OPEN time out
      *> of WS-CLEAN-NAME, WS-REJECT-NAME and WS-STAGE-NAME, so a memo
      *> run (MEMOREQ) can write its own copies instead.
           SELECT TRANS-CLEAN-FILE ASSIGN USING WS-CLEAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-REJECT-FILE ASSIGN USING WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-RELEASE-FILE ASSIGN TO 'TRANS.REL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-GENERATED-FILE ASSIGN TO 'TRANS.GEN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-REPAIR-FILE ASSIGN TO 'TRANS.RPR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-RUN-FILE ASSIGN TO 'POSTED.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-RUN-STATUS.
           SELECT SUSPENSE-STAGE-FILE ASSIGN USING WS-STAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-KEY.
           SELECT OPTIONAL MEMO-REQUEST-FILE ASSIGN TO 'MEMOPOST.REQ'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-GENERATED-FILE.
       01  TRANS-GENERATED-RECORD      PIC X(42).

       FD  TRANS-REPAIR-FILE.
       01  TRANS-REPAIR-RECORD         PIC X(42).

       FD  POSTED-RUN-FILE.
       01  POSTED-RUN-RECORD.
           05  PR-RUN-ID               PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-POSTED-DATE          PIC 9(08).

       FD  SUSPENSE-STAGE-FILE.
       01  SUSPENSE-STAGE-RECORD.
           05  SS-RUN-ID               PIC X(10).
           05  SS-TRANS-IMAGE          PIC X(42).
           05  SS-REASON               PIC X(80).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  MEMO-REQUEST-FILE.
           COPY MEMOREQ.

       WORKING-STORAGE SECTION.
       01  WS-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-TRANS-FILE       VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).

      *> A memo run scrubs the same feeds the same way but leaves
      *> them in place: its clean feed, rejects and staged suspense
      *> go to TRANS.MCL, TRANS.MRJ and TRANS.MSU, nothing is loaded
      *> into SUSPENSE.DAT and TRANS.REL, TRANS.GEN and TRANS.RPR are
      *> not emptied - the night's real scrub still needs them.
       01  WS-MEMO-RUN-FLAG            PIC X(01) VALUE 'N'.
           88  WS-IS-MEMO-RUN          VALUE 'Y'.
       01  WS-CLEAN-NAME               PIC X(20) VALUE 'TRANS.CLN'.
       01  WS-REJECT-NAME              PIC X(20) VALUE 'TRANS.REJ'.
       01  WS-STAGE-NAME               PIC X(20) VALUE 'TRANS.SUS'.

      *> TRANS.REL carries transactions swept out of the TRANS.WHS
      *> warehouse by TRANS-RELEASE. They were already counted and
      *> hashed by the batch control of the feed they arrived in, so
           88  END-OF-RELEASE-FILE     VALUE 'Y'.

      *> TRANS.GEN carries the system-generated records - standing
      *> orders emitted by STAND-GEN, cycle-end interest/fees and the
      *> interest, fee and final sweep of closure settlements. Like
      *> TRANS.REL it is outside the keyed batch's trailer totals and
      *> is emptied once consumed into a good TRANS.CLN.
       01  WS-EOF-GENERATED-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-GENERATED-FILE   VALUE 'Y'.

      *> TRANS.RPR carries suspense items SUSP-REPAIR has corrected
      *> for resubmission. It is the third controlled side feed: kept
      *> outside the keyed batch's totals like TRANS.REL and TRANS.GEN
      *> and emptied once consumed into a good TRANS.CLN.
       01  WS-EOF-REPAIR-FILE          PIC X(01) VALUE 'N'.
           88  END-OF-REPAIR-FILE      VALUE 'Y'.

      *> Every reject is also an open item in SUSPENSE.DAT, but only
      *> once the batch has passed its control: a failed batch is
      *> re-sent whole and its side feeds are retained, so its rejects
      *> will come round again. They are staged in TRANS.SUS during
      *> the run and loaded into suspense at termination of a good
      *> batch, numbered after any items a batch scrubbed earlier the
      *> same day already put there.
       01  WS-RUN-ID                   PIC X(10) VALUE SPACES.
       01  WS-EOF-STAGE-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-STAGE-FILE       VALUE 'Y'.
       01  WS-EOF-SUSPENSE-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-SUSPENSE-FILE    VALUE 'Y'.
       01  WS-SUSPENSE-SEQUENCE        PIC 9(08) VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR            PIC 9(04).
           05  WS-EDIT-MONTH           PIC 9(02).
               UNTIL END-OF-RELEASE-FILE.
           PERFORM 2800-PROCESS-GENERATED-FEED
               UNTIL END-OF-GENERATED-FILE.
           PERFORM 2850-PROCESS-REPAIR-FEED
               UNTIL END-OF-REPAIR-FILE.
           PERFORM 2600-CHECK-BATCH-CONTROL.
           PERFORM 3000-TERMINATE-SYSTEM.
           GOBACK.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-MEMO-REQUEST.
           OPEN INPUT TRANS-FILE
                INPUT TRANS-RELEASE-FILE
                INPUT TRANS-GENERATED-FILE
                INPUT TRANS-REPAIR-FILE
                OUTPUT TRANS-CLEAN-FILE
                OUTPUT TRANS-REJECT-FILE
                OUTPUT SUSPENSE-STAGE-FILE.
           IF NOT END-OF-TRANS-FILE
               PERFORM 1100-READ-TRANS-RECORD
           END-IF.

       1050-CHECK-MEMO-REQUEST.
           OPEN INPUT MEMO-REQUEST-FILE.
           READ MEMO-REQUEST-FILE
               AT END MOVE SPACES TO MEMO-REQUEST-RECORD
           END-READ.
           CLOSE MEMO-REQUEST-FILE.
           IF MQ-PROGRAM-ID = 'TRANS-SCRUB'
               OPEN OUTPUT MEMO-REQUEST-FILE
               CLOSE MEMO-REQUEST-FILE
               IF MQ-RUN-DATE = WS-RUN-DATE
                   SET WS-IS-MEMO-RUN TO TRUE
                   MOVE 'TRANS.MCL' TO WS-CLEAN-NAME
                   MOVE 'TRANS.MRJ' TO WS-REJECT-NAME
                   MOVE 'TRANS.MSU' TO WS-STAGE-NAME
               END-IF
           END-IF.

       1100-READ-TRANS-RECORD.
           READ TRANS-FILE
               AT END SET END-OF-TRANS-FILE TO TRUE
               MOVE 'CTA-ORIGEN: número de cuenta no numérico.'
               TO WS-ERROR-MESSAGE
           END-IF.
      *> A transfer out of the bank names its payee (an 'E' and nine
      *> digits) where an account of ours would go; TRANS-PROCESSOR
      *> checks the payee against EXTPAYEE.DAT.
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-DEST-ACCOUNT-NUMBER NOT = SPACES
                       AND TR-DEST-ACCOUNT-NUMBER NOT NUMERIC
                       AND NOT TR-REVERSAL
                       AND NOT (TR-TRANSFER AND TR-DEST-EXTERNAL
                                AND TR-DEST-PAYEE-NUMBER NUMERIC)
                   MOVE 'CTA-DESTINO: número de cuenta no numérico.'
                   TO WS-ERROR-MESSAGE
               END-IF
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF TR-REVERSAL
                   PERFORM 2130-VALIDATE-REVERSAL-KEY
               ELSE
                   PERFORM 2120-VALIDATE-EFFECTIVE-DATE
               END-IF
           END-IF.

      *> A blank effective date means "effective immediately" and is
               END-IF
           END-IF.

      *> A reversal carries the key of the leg it backs out where
      *> other records carry a destination and an effective date. The
      *> key must be complete and its date a real day no later than
      *> today - a leg cannot have posted in the future - and it is
      *> never stamped the way a blank effective date is.
       2130-VALIDATE-REVERSAL-KEY.
           IF TV-ORIG-SEQUENCE NOT NUMERIC
               MOVE 'REVERSA: secuencia original no numérica.'
               TO WS-ERROR-MESSAGE
           ELSE
               IF TV-ORIG-POSTING-DATE NOT NUMERIC
                   MOVE 'REVERSA: fecha original no numérica.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE TV-ORIG-POSTING-DATE TO WS-EDIT-DATE
                   IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
                           OR WS-EDIT-DAY < 01 OR WS-EDIT-DAY > 31
                           OR FUNCTION INTEGER-OF-DATE
                               (WS-EDIT-DATE-NUM) = 0
                           OR WS-EDIT-DATE-NUM > WS-RUN-DATE
                       MOVE 'REVERSA: fecha original inválida.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2150-ACCUMULATE-HASH.
           IF FUNCTION TEST-NUMVAL(TR-AMOUNT-STR) = 0
               COMPUTE WS-RECORD-AMOUNT =
                       TO WS-ERROR-MESSAGE
                       PERFORM 2650-WRITE-CONTROL-FAILURE
                   ELSE
                       MOVE TH-RUN-ID TO WS-RUN-ID
                       PERFORM 2200-WRITE-CLEAN-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF.

       2850-PROCESS-REPAIR-FEED.
           READ TRANS-REPAIR-FILE INTO TRANS-RECORD-IN
               AT END SET END-OF-REPAIR-FILE TO TRUE
           END-READ.
           IF NOT END-OF-REPAIR-FILE
               PERFORM 2100-VALIDATE-RECORD
               IF WS-ERROR-MESSAGE = SPACES
                   PERFORM 2200-WRITE-CLEAN-RECORD
               ELSE
                   PERFORM 2300-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       2650-WRITE-CONTROL-FAILURE.
           SET WS-BATCH-CONTROL-FAILED TO TRUE.
           MOVE SPACES TO TRANS-REJECT-RECORD.
                  WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO TRANS-REJECT-RECORD.
           WRITE TRANS-REJECT-RECORD.
           MOVE SPACES TO SUSPENSE-STAGE-RECORD.
           MOVE WS-RUN-ID TO SS-RUN-ID.
           MOVE TRANS-RECORD-IN TO SS-TRANS-IMAGE.
           MOVE WS-ERROR-MESSAGE TO SS-REASON.
           WRITE SUSPENSE-STAGE-RECORD.

      *> A failed batch control voids the whole feed: TRANS.CLN is
      *> reopened OUTPUT (emptying it) so TRANS-PROCESSOR posts nothing,
           CLOSE TRANS-FILE
                 TRANS-RELEASE-FILE
                 TRANS-GENERATED-FILE
                 TRANS-REPAIR-FILE
                 TRANS-CLEAN-FILE
                 TRANS-REJECT-FILE
                 SUSPENSE-STAGE-FILE.
           IF WS-BATCH-CONTROL-FAILED
               OPEN OUTPUT TRANS-CLEAN-FILE
               CLOSE TRANS-CLEAN-FILE
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-IS-MEMO-RUN
               CONTINUE
           ELSE
               PERFORM 3100-LOAD-SUSPENSE-ITEMS
               OPEN OUTPUT TRANS-RELEASE-FILE
               CLOSE TRANS-RELEASE-FILE
               OPEN OUTPUT TRANS-GENERATED-FILE
               CLOSE TRANS-GENERATED-FILE
               OPEN OUTPUT TRANS-REPAIR-FILE
               CLOSE TRANS-REPAIR-FILE
           END-IF.

       3100-LOAD-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-STAGE-FILE
                I-O SUSPENSE-FILE.
           PERFORM 3110-SEED-SUSPENSE-SEQUENCE.
           PERFORM 3120-LOAD-ONE-SUSPENSE-ITEM
               UNTIL END-OF-STAGE-FILE.
           CLOSE SUSPENSE-STAGE-FILE
                 SUSPENSE-FILE.

      *> Keys ascend within the day and step, so the last scrub item
      *> already on file for today carries the highest sequence.
       3110-SEED-SUSPENSE-SEQUENCE.
           MOVE WS-RUN-DATE TO SP-ENTRY-DATE.
           SET SP-FROM-SCRUB TO TRUE.
           MOVE ZERO TO SP-ENTRY-SEQUENCE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY SET END-OF-SUSPENSE-FILE TO TRUE
           END-START.
           PERFORM 3115-SCAN-TODAY-SUSPENSE
               UNTIL END-OF-SUSPENSE-FILE.

       3115-SCAN-TODAY-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-SUSPENSE-FILE
               IF SP-ENTRY-DATE NOT = WS-RUN-DATE
                       OR NOT SP-FROM-SCRUB
                   SET END-OF-SUSPENSE-FILE TO TRUE
               ELSE
                   MOVE SP-ENTRY-SEQUENCE TO WS-SUSPENSE-SEQUENCE
               END-IF
           END-IF.

       3120-LOAD-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-STAGE-FILE
               AT END SET END-OF-STAGE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-STAGE-FILE
               ADD 1 TO WS-SUSPENSE-SEQUENCE
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-RUN-DATE TO SP-ENTRY-DATE
               SET SP-FROM-SCRUB TO TRUE
               MOVE WS-SUSPENSE-SEQUENCE TO SP-ENTRY-SEQUENCE
               MOVE SS-RUN-ID TO SP-RUN-ID
               MOVE SS-TRANS-IMAGE TO SP-TRANS-IMAGE
               MOVE SS-REASON TO SP-REASON
               SET SP-ITEM-OPEN TO TRUE
               MOVE ZERO TO SP-RESOLVED-DATE
               WRITE SUSPENSE-RECORD
                   INVALID KEY REWRITE SUSPENSE-RECORD
               END-WRITE
           END-IF.
