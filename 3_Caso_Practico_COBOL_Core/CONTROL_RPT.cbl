       01  WS-INTEREST-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       01  WS-FEE-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-FEE-AMOUNT               PIC S9(10)V99 VALUE ZERO.
       01  WS-REVERSAL-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REVERSAL-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-SCRUB-REJECT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-WAREHOUSED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-SCAN-BALANCE             PIC S9(08)V99.
       01  WS-NET-ACTIVITY             PIC S9(10)V99 VALUE ZERO.
       01  WS-FX-ADJUSTMENT            PIC S9(10)V99 VALUE ZERO.
       01  WS-REVERSAL-NET             PIC S9(10)V99 VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-REPORT-FIELDS.
               ELSE IF TR-FEE
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-TRANS-AMOUNT TO WS-FEE-AMOUNT
               ELSE IF TR-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD WS-TRANS-AMOUNT TO WS-REVERSAL-AMOUNT
               END-IF
           END-IF.

               NOT AT END
                   MOVE BC-OPENING-TOTAL TO WS-OPENING-TOTAL
                   MOVE BC-FX-ADJUSTMENT TO WS-FX-ADJUSTMENT
                   IF BC-REVERSAL-NET NUMERIC
                       MOVE BC-REVERSAL-NET TO WS-REVERSAL-NET
                   END-IF
                   IF BC-RUN-DATE NUMERIC
                       MOVE BC-RUN-DATE TO WS-RUN-DATE
                   END-IF
      *> total of those deltas, carried over from TRANS-PROCESSOR via
      *> BALANCE.CTL, and must be folded in here or CUADRADO/
      *> DESCUADRADO below will misfire on any day a cross-currency
      *> transfer posts. A reversal ('R') can move the sum either way
      *> - it depends on the leg it undoes - so its feed amount says
      *> nothing about direction; TRANS-PROCESSOR carries the net
      *> balance effect of the reversals it actually posted in
      *> BC-REVERSAL-NET, and that is what is folded in. (Reversing a
      *> transfer only moves the sum by its FX delta, which is
      *> already inside WS-FX-ADJUSTMENT.)
       3000-WRITE-CONTROL-REPORT.
           COMPUTE WS-NET-ACTIVITY =
               WS-DEPOSIT-AMOUNT - WS-WITHDRAWAL-AMOUNT
               + WS-INTEREST-AMOUNT - WS-FEE-AMOUNT
               + WS-FX-ADJUSTMENT + WS-REVERSAL-NET.

           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'REPORTE DE CONTROL DE FIN DE DIA - TRANS-PROCESSOR'
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           MOVE WS-REVERSAL-COUNT TO WS-COUNT-ED.
           MOVE WS-REVERSAL-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'Reversas      : cant ' WS-COUNT-ED
               ' monto ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           MOVE WS-REVERSAL-NET TO WS-AMOUNT-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'Efecto reversas : monto ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING 'Rechazadas    : cant ' WS-COUNT-ED
