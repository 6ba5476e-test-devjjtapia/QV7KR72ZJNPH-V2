       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.
       AUTHOR. Javier J. Tapia 2026.

      *> Business-day calendar maintenance. Applies the keyed actions
      *> in CALMAINT.DAT to CALENDAR.DAT the way RATE-MAINT maintains
      *> CURRATE.DAT: 'A' adds a holiday or an exceptional business
      *> day to a currency's calendar, 'U' changes one already on
      *> file and 'D' removes it, returning the date to the plain
      *> weekday rule. Every action is answered on CALMAINT.RPT. A
      *> holiday on a weekend and a business-day entry on a weekday
      *> would change nothing, so both are refused rather than left
      *> on file to mislead whoever reads the calendar next.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALMAINT-FILE ASSIGN TO 'CALMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY.
           SELECT CALMAINT-REPORT-FILE ASSIGN TO 'CALMAINT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALMAINT-FILE.
       01  CALMAINT-RECORD-IN.
           05  CM-ACTION               PIC X(01).
               88  CM-ACTION-ADD       VALUE 'A'.
               88  CM-ACTION-UPDATE    VALUE 'U'.
               88  CM-ACTION-DELETE    VALUE 'D'.
           05  CM-CALENDAR-CODE        PIC X(03).
           05  CM-CALENDAR-DATE        PIC X(08).
           05  CM-DAY-TYPE             PIC X(01).
           05  CM-DESCRIPTION          PIC X(30).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CALMAINT-REPORT-FILE.
       01  CALMAINT-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-CALMAINT-FILE        PIC X(01) VALUE 'N'.
           88  END-OF-CALMAINT-FILE    VALUE 'Y'.

       01  WS-ERROR-MESSAGE            PIC X(80).
       01  WS-RESULT-TEXT              PIC X(40).
       01  WS-WEEKDAY                  PIC 9(01).

       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR            PIC 9(04).
           05  WS-EDIT-MONTH           PIC 9(02).
           05  WS-EDIT-DAY             PIC 9(02).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
                                       PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-SYSTEM.
           PERFORM 2000-PROCESS-CALMAINT-RECORDS
               UNTIL END-OF-CALMAINT-FILE.
           PERFORM 3000-TERMINATE-SYSTEM.
           STOP RUN.

       1000-INITIALIZE-SYSTEM.
           OPEN INPUT CALMAINT-FILE
                I-O CALENDAR-FILE
                OUTPUT CALMAINT-REPORT-FILE.
           IF NOT END-OF-CALMAINT-FILE
               PERFORM 1100-READ-CALMAINT-RECORD
           END-IF.

       1100-READ-CALMAINT-RECORD.
           READ CALMAINT-FILE
               AT END SET END-OF-CALMAINT-FILE TO TRUE
           END-READ.

       2000-PROCESS-CALMAINT-RECORDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF CM-ACTION-ADD OR CM-ACTION-UPDATE OR CM-ACTION-DELETE
               PERFORM 2100-VALIDATE-CALENDAR-KEY
               IF WS-ERROR-MESSAGE = SPACES
                   IF CM-ACTION-DELETE
                       PERFORM 2300-DELETE-CALENDAR-DAY
                   ELSE
                       PERFORM 2150-VALIDATE-DAY-TYPE
                       IF WS-ERROR-MESSAGE = SPACES
                           PERFORM 2200-APPLY-CALENDAR-DAY
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Acción de mantenimiento inválida.'
               TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM 2900-WRITE-CALMAINT-REPORT.
           PERFORM 1100-READ-CALMAINT-RECORD.

       2100-VALIDATE-CALENDAR-KEY.
           IF CM-CALENDAR-CODE = SPACES
               MOVE 'CALENDARIO: código de moneda en blanco.'
               TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               IF CM-CALENDAR-DATE NOT NUMERIC
                   MOVE 'FECHA: no numérica.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   MOVE CM-CALENDAR-DATE TO WS-EDIT-DATE
      *> INTEGER-OF-DATE is zero for a day that does not exist on the
      *> calendar, catching the likes of 20260230 that a month/day
      *> range check alone lets through.
                   IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
                           OR WS-EDIT-DAY < 01 OR WS-EDIT-DAY > 31
                           OR FUNCTION INTEGER-OF-DATE
                               (WS-EDIT-DATE-NUM) = 0
                       MOVE 'FECHA: fecha inválida.'
                       TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> the integer date modulo 7 is 6 on a Saturday and 0 on a
      *> Sunday.
       2150-VALIDATE-DAY-TYPE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUM), 7).
           IF CM-DAY-TYPE = 'H'
               IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                   MOVE 'TIPO: feriado en fin de semana.'
                   TO WS-ERROR-MESSAGE
               END-IF
           ELSE IF CM-DAY-TYPE = 'B'
               IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
                   MOVE 'TIPO: día hábil en día de semana.'
                   TO WS-ERROR-MESSAGE
               END-IF
           ELSE
               MOVE 'TIPO: debe ser H o B.'
               TO WS-ERROR-MESSAGE
           END-IF.

       2200-APPLY-CALENDAR-DAY.
           MOVE CM-CALENDAR-CODE TO CL-CALENDAR-CODE.
           MOVE WS-EDIT-DATE-NUM TO CL-CALENDAR-DATE.
           MOVE CM-DAY-TYPE TO CL-DAY-TYPE.
           MOVE CM-DESCRIPTION TO CL-DESCRIPTION.
           IF CM-ACTION-ADD
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'Fecha ya existe en el calendario.'
                       TO WS-ERROR-MESSAGE
               END-WRITE
           ELSE
               REWRITE CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'Fecha no encontrada para actualizar.'
                       TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.

       2300-DELETE-CALENDAR-DAY.
           MOVE CM-CALENDAR-CODE TO CL-CALENDAR-CODE.
           MOVE WS-EDIT-DATE-NUM TO CL-CALENDAR-DATE.
           DELETE CALENDAR-FILE RECORD
               INVALID KEY
                   MOVE 'Fecha no encontrada para eliminar.'
                   TO WS-ERROR-MESSAGE
           END-DELETE.

       2900-WRITE-CALMAINT-REPORT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE 'Procesado correctamente.' TO WS-RESULT-TEXT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO CALMAINT-REPORT-RECORD.
           STRING 'Calendario: '
                  CM-CALENDAR-CODE ' '
                  CM-CALENDAR-DATE ' '
                  CM-ACTION ' - '
                  WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO CALMAINT-REPORT-RECORD.
           WRITE CALMAINT-REPORT-RECORD.

       3000-TERMINATE-SYSTEM.
           CLOSE CALMAINT-FILE
                 CALENDAR-FILE
                 CALMAINT-REPORT-FILE.
