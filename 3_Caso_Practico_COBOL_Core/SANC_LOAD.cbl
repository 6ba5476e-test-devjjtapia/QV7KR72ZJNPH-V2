       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-LOAD.
       AUTHOR. Javier J. Tapia 2026.

      *> Sanctions list load. Puts the regulator's latest sanctions
      *> list, SANCLIST.DAT, in force as WATCHLST.DAT - the list every
      *> new customer (MASTER-MAINT) and new payee (PAYEE-MAINT) is
      *> screened against - and then screens the whole customer base
      *> (CUSTOMER.DAT) and every active payee (EXTPAYEE.DAT) against
      *> it, since a party listed today may have banked here for
      *> years. The list is first proved whole: a header with the
      *> list's ID and date, names only, and a trailer whose count
      *> agrees with them. A list that does not prove, is older than
      *> the one in force or is the one in force again is refused,
      *> and the list in force stays as it was. Every possible match
      *> is raised in SANCHITS.DAT for a compliance officer to decide
      *> through SANC-DECIDE, a party already raised against the same
      *> entry keeping its hit and any decision on it; the load and
      *> every hit are logged in SANCLOG.DAT. SANCLOAD.RPT lists the
      *> hits raised.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTION-LIST-FILE ASSIGN TO 'SANCLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID.
           SELECT OPTIONAL EXTERNAL-PAYEE-FILE ASSIGN TO 'EXTPAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID.
           SELECT OPTIONAL SANCTION-HIT-FILE ASSIGN TO 'SANCHITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIT-KEY.
           SELECT OPTIONAL SANCTION-LOG-FILE ASSIGN TO 'SANCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SANCLOAD-REPORT-FILE ASSIGN TO 'SANCLOAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The list as the regulator publishes it: the first 66 bytes of
      *> the WATCHREC layout, with the header and trailer views of
      *> the same line.
       FD  SANCTION-LIST-FILE.
       01  SANCTION-LIST-RECORD.
           05  SL-RECORD-TYPE          PIC X(01).
               88  SL-LIST-HEADER      VALUE 'H'.
               88  SL-LIST-ENTRY       VALUE 'D'.
               88  SL-LIST-TRAILER     VALUE 'T'.
           05  SL-ENTRY-ID             PIC X(10).
           05  SL-ENTRY-NAME           PIC X(40).
           05  SL-ID-DOCUMENT          PIC X(15).
       01  SANCTION-LIST-HEADER-REC.
           05  FILLER                  PIC X(01).
           05  SL-LIST-ID              PIC X(10).
           05  SL-LIST-DATE            PIC 9(08).
           05  FILLER                  PIC X(47).
       01  SANCTION-LIST-TRAILER-REC.
           05  FILLER                  PIC X(01).
           05  SL-ENTRY-COUNT          PIC 9(08).
           05  FILLER                  PIC X(57).

       FD  WATCHLIST-FILE.
           COPY WATCHREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  EXTERNAL-PAYEE-FILE.
           COPY PAYEREC.

       FD  SANCTION-HIT-FILE.
           COPY SANCHIT.

       FD  SANCTION-LOG-FILE.
           COPY SANCLOG.

       FD  SANCLOAD-REPORT-FILE.
       01  SANCLOAD-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-LIST-FILE            PIC X(01) VALUE 'N'.
           88  END-OF-LIST-FILE        VALUE 'Y'.
       01  WS-EOF-CUSTOMER-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-CUSTOMER-FILE    VALUE 'Y'.
       01  WS-EOF-PAYEE-FILE           PIC X(01) VALUE 'N'.
           88  END-OF-PAYEE-FILE       VALUE 'Y'.
       01  WS-TRAILER-FLAG             PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN         VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-ERROR-MESSAGE            PIC X(80) VALUE SPACES.

      *> The list in force before this load, from WATCHLST.DAT's
      *> header; none when no list has been loaded yet.
       01  WS-FORCE-LIST-ID            PIC X(10) VALUE SPACES.
       01  WS-FORCE-LIST-DATE          PIC 9(08) VALUE ZERO.

      *> The new list's header and trailer as proved.
       01  WS-NEW-LIST-ID              PIC X(10).
       01  WS-NEW-LIST-DATE            PIC 9(08).
       01  WS-LIST-ENTRY-COUNT         PIC 9(08) VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(08) VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-PAYEE-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-NEW-HIT-COUNT            PIC 9(08) VALUE ZERO.

      *> Sanctions screening work fields (WATCHREC, SANCHIT). The
      *> subject - a customer or a payee - is normalised once; every
      *> name on WATCHLST.DAT carries its normalised form, prepared
      *> when SANC-LOAD put the list in force.
       01  WS-EOF-WATCHLIST-FILE       PIC X(01) VALUE 'N'.
           88  END-OF-WATCHLIST-FILE   VALUE 'Y'.
       01  WS-SCREEN-PROGRAM-ID        PIC X(12) VALUE 'SANC-LOAD'.
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

       01  WS-REPORT-FIELDS.
           05  WS-COUNT-ED             PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           IF WS-ERROR-MESSAGE = SPACES
               OPEN I-O SANCTION-HIT-FILE
                    EXTEND SANCTION-LOG-FILE
               PERFORM 2000-PUT-LIST-IN-FORCE
               PERFORM 3000-SCREEN-CUSTOMERS
               PERFORM 4000-SCREEN-PAYEES
               PERFORM 5000-WRITE-LOAD-SUMMARY
               CLOSE SANCTION-HIT-FILE
                     SANCTION-LOG-FILE
           ELSE
               PERFORM 1900-REFUSE-LIST-FILE
           END-IF.
           PERFORM 9000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SANCLOAD-REPORT-FILE.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'CARGA DE LISTA DE SANCIONES - fecha '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           PERFORM 1100-READ-LIST-IN-FORCE.
           PERFORM 1200-PROVE-LIST-FILE.

       1100-READ-LIST-IN-FORCE.
           MOVE 'N' TO WS-EOF-WATCHLIST-FILE.
           OPEN INPUT WATCHLIST-FILE.
           READ WATCHLIST-FILE
               AT END SET END-OF-WATCHLIST-FILE TO TRUE
           END-READ.
           IF NOT END-OF-WATCHLIST-FILE
               IF WL-LIST-HEADER
                   MOVE WH-LIST-ID TO WS-FORCE-LIST-ID
                   MOVE WH-LIST-DATE TO WS-FORCE-LIST-DATE
               END-IF
           END-IF.
           CLOSE WATCHLIST-FILE.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           IF WS-FORCE-LIST-ID = SPACES
               MOVE 'Lista vigente: ninguna.'
                   TO SANCLOAD-REPORT-RECORD
           ELSE
               STRING 'Lista vigente: ' WS-FORCE-LIST-ID
                      ' de ' WS-FORCE-LIST-DATE
                      DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD
           END-IF.
           WRITE SANCLOAD-REPORT-RECORD.

      *> The whole list is read once before anything is written, so a
      *> list that arrived short, out of order or twice leaves the
      *> list in force untouched. A list that names no one is taken
      *> as a bad file - the regulator's register is never empty -
      *> and not as every listing lifted.
       1200-PROVE-LIST-FILE.
           OPEN INPUT SANCTION-LIST-FILE.
           MOVE 'N' TO WS-EOF-LIST-FILE.
           PERFORM 2050-READ-LIST-RECORD.
           IF END-OF-LIST-FILE
               MOVE 'SANCLIST.DAT: archivo vacío o inexistente.'
               TO WS-ERROR-MESSAGE
           ELSE IF NOT SL-LIST-HEADER
               MOVE 'SANCLIST.DAT: falta registro cabecera.'
               TO WS-ERROR-MESSAGE
           ELSE IF SL-LIST-ID = SPACES
               MOVE 'SANCLIST.DAT: identificador de lista en blanco.'
               TO WS-ERROR-MESSAGE
           ELSE IF SL-LIST-DATE NOT NUMERIC
               MOVE 'SANCLIST.DAT: fecha de lista inválida.'
               TO WS-ERROR-MESSAGE
           ELSE IF SL-LIST-ID = WS-FORCE-LIST-ID
               MOVE 'SANCLIST.DAT: la lista ya está vigente.'
               TO WS-ERROR-MESSAGE
           ELSE IF SL-LIST-DATE < WS-FORCE-LIST-DATE
               MOVE 'SANCLIST.DAT: lista anterior a la vigente.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE SL-LIST-ID TO WS-NEW-LIST-ID
               MOVE SL-LIST-DATE TO WS-NEW-LIST-DATE
               PERFORM 2050-READ-LIST-RECORD
               PERFORM 1210-PROVE-NEXT-RECORD
                   UNTIL END-OF-LIST-FILE
                      OR WS-ERROR-MESSAGE NOT = SPACES
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 1220-CHECK-LIST-TOTALS
           END-IF.
           CLOSE SANCTION-LIST-FILE.

       1210-PROVE-NEXT-RECORD.
           IF WS-TRAILER-SEEN
               MOVE 'SANCLIST.DAT: registros después de la cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF SL-LIST-ENTRY
               IF SL-ENTRY-ID = SPACES
                   MOVE 'SANCLIST.DAT: nombre sin referencia.'
                   TO WS-ERROR-MESSAGE
               ELSE IF SL-ENTRY-NAME = SPACES
                       AND SL-ID-DOCUMENT = SPACES
                   MOVE 'SANCLIST.DAT: nombre y documento en blanco.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   ADD 1 TO WS-LIST-ENTRY-COUNT
               END-IF
           ELSE IF SL-LIST-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF SL-ENTRY-COUNT NOT NUMERIC
                   MOVE 'SANCLIST.DAT: conteo de cola no numérico.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE SL-ENTRY-COUNT TO WS-TRAILER-COUNT
               END-IF
           ELSE
               MOVE 'SANCLIST.DAT: tipo de registro desconocido.'
               TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM 2050-READ-LIST-RECORD.

       1220-CHECK-LIST-TOTALS.
           IF NOT WS-TRAILER-SEEN
               MOVE 'SANCLIST.DAT: falta registro cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-TRAILER-COUNT NOT = WS-LIST-ENTRY-COUNT
               MOVE 'SANCLIST.DAT: conteo no coincide con cola.'
               TO WS-ERROR-MESSAGE
           ELSE IF WS-LIST-ENTRY-COUNT = ZERO
               MOVE 'SANCLIST.DAT: lista sin nombres.'
               TO WS-ERROR-MESSAGE
           END-IF.

       1900-REFUSE-LIST-FILE.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'LISTA RECHAZADA: ' WS-ERROR-MESSAGE
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'WATCHLST.DAT queda sin cambios.'
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           MOVE 8 TO RETURN-CODE.

      *> WATCHLST.DAT is rewritten whole: the list in force is the
      *> latest list, not an accumulation of lists. Each name carries
      *> its normalised form from here on.
       2000-PUT-LIST-IN-FORCE.
           OPEN INPUT SANCTION-LIST-FILE
                OUTPUT WATCHLIST-FILE.
           MOVE 'N' TO WS-EOF-LIST-FILE.
           PERFORM 2050-READ-LIST-RECORD.
           PERFORM 2100-COPY-LIST-RECORD
               UNTIL END-OF-LIST-FILE.
           CLOSE SANCTION-LIST-FILE
                 WATCHLIST-FILE.
           MOVE SPACES TO SANCTION-LOG-RECORD.
           MOVE WS-RUN-DATE TO SG-LOG-DATE.
           SET SG-LIST-LOADED TO TRUE.
           MOVE WS-SCREEN-PROGRAM-ID TO SG-PROGRAM-ID.
           MOVE WS-NEW-LIST-ID TO SG-LIST-ID.
           MOVE WS-LIST-ENTRY-COUNT TO WS-COUNT-ED.
           STRING 'Lista de ' WS-NEW-LIST-DATE ' - '
                  WS-COUNT-ED ' nombres; sustituye a '
                  WS-FORCE-LIST-ID
                  DELIMITED BY SIZE INTO SG-DETAIL.
           WRITE SANCTION-LOG-RECORD.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'Lista cargada: ' WS-NEW-LIST-ID
                  ' de ' WS-NEW-LIST-DATE ' - '
                  WS-COUNT-ED ' nombres'
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.

       2050-READ-LIST-RECORD.
           READ SANCTION-LIST-FILE
               AT END SET END-OF-LIST-FILE TO TRUE
           END-READ.

       2100-COPY-LIST-RECORD.
           MOVE SPACES TO WATCHLIST-ENTRY-REC.
           IF SL-LIST-HEADER
               MOVE 'H' TO WH-RECORD-TYPE
               MOVE SL-LIST-ID TO WH-LIST-ID
               MOVE SL-LIST-DATE TO WH-LIST-DATE
               MOVE WS-RUN-DATE TO WH-LOADED-DATE
           ELSE IF SL-LIST-TRAILER
               MOVE 'T' TO WT-RECORD-TYPE
               MOVE SL-ENTRY-COUNT TO WT-ENTRY-COUNT
           ELSE
               MOVE 'D' TO WL-RECORD-TYPE
               MOVE SL-ENTRY-ID TO WL-ENTRY-ID
               MOVE SL-ENTRY-NAME TO WL-ENTRY-NAME
               MOVE SL-ID-DOCUMENT TO WL-ID-DOCUMENT
               MOVE SL-ENTRY-NAME TO WS-NORM-TEXT
               SET WS-NORM-KEEP-WORDS TO TRUE
               PERFORM 2610-NORMALIZE-TEXT
               MOVE WS-NORM-RESULT TO WL-MATCH-NAME
               MOVE SL-ID-DOCUMENT TO WS-NORM-TEXT
               SET WS-NORM-DROP-BREAKS TO TRUE
               PERFORM 2610-NORMALIZE-TEXT
               MOVE WS-NORM-RESULT TO WL-MATCH-DOCUMENT
           END-IF.
           WRITE WATCHLIST-ENTRY-REC.
           PERFORM 2050-READ-LIST-RECORD.

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

      *> The report names both parties so compliance can see at a
      *> glance what matched; SANC-DECIDE lists the hits still open.
       2690-REPORT-SANCTION-HIT.
           ADD 1 TO WS-NEW-HIT-COUNT.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'Posible ' WS-SCREEN-SUBJECT-TYPE ' '
                  WS-SCREEN-SUBJECT-ID ' ' WS-SCREEN-NAME
                  ' ~ ' WL-ENTRY-ID ' '
                  WS-SCREEN-BASIS WS-SCREEN-SCORE
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.

      *> Every customer is screened, whether or not it still holds an
      *> account: one that opens an account again is blocked from
      *> the start.
       3000-SCREEN-CUSTOMERS.
           MOVE 'N' TO WS-EOF-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM 3100-SCREEN-NEXT-CUSTOMER
               UNTIL END-OF-CUSTOMER-FILE.
           CLOSE CUSTOMER-FILE.

       3100-SCREEN-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET END-OF-CUSTOMER-FILE TO TRUE
           END-READ.
           IF NOT END-OF-CUSTOMER-FILE
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE 'C' TO WS-SCREEN-SUBJECT-TYPE
               MOVE CU-CUSTOMER-ID TO WS-SCREEN-SUBJECT-ID
               MOVE CU-CUSTOMER-NAME TO WS-SCREEN-NAME
               MOVE CU-ID-DOCUMENT TO WS-SCREEN-DOCUMENT
               PERFORM 2600-SCREEN-SUBJECT
           END-IF.

      *> A cancelled payee takes no new transfers, so there is nothing
      *> left to hold.
       4000-SCREEN-PAYEES.
           MOVE 'N' TO WS-EOF-PAYEE-FILE.
           OPEN INPUT EXTERNAL-PAYEE-FILE.
           PERFORM 4100-SCREEN-NEXT-PAYEE
               UNTIL END-OF-PAYEE-FILE.
           CLOSE EXTERNAL-PAYEE-FILE.

       4100-SCREEN-NEXT-PAYEE.
           READ EXTERNAL-PAYEE-FILE NEXT RECORD
               AT END SET END-OF-PAYEE-FILE TO TRUE
           END-READ.
           IF NOT END-OF-PAYEE-FILE
               IF EP-PAYEE-ACTIVE
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE 'P' TO WS-SCREEN-SUBJECT-TYPE
                   MOVE EP-PAYEE-ID TO WS-SCREEN-SUBJECT-ID
                   MOVE EP-PAYEE-NAME TO WS-SCREEN-NAME
                   MOVE SPACES TO WS-SCREEN-DOCUMENT
                   PERFORM 2600-SCREEN-SUBJECT
               END-IF
           END-IF.

       5000-WRITE-LOAD-SUMMARY.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'Clientes revisados:       ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           MOVE WS-PAYEE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'Beneficiarios revisados:  ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.
           MOVE WS-NEW-HIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SANCLOAD-REPORT-RECORD.
           STRING 'Coincidencias nuevas:     ' WS-COUNT-ED
                  ' - pendientes de SANC-DECIDE'
                  DELIMITED BY SIZE INTO SANCLOAD-REPORT-RECORD.
           WRITE SANCLOAD-REPORT-RECORD.

       9000-TERMINATE-SYSTEM.
           CLOSE SANCLOAD-REPORT-FILE.
