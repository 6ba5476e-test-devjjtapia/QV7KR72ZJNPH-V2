       01  WS-FOUND-CREDIT-GL          PIC X(08).
       01  WS-MAP-FOUND                PIC X(01).
           88  WS-MAP-ENTRY-FOUND      VALUE 'Y'.
       01  WS-REVERSAL-SIDE            PIC X(01).

       01  WS-POSTING-AMOUNT           PIC S9(10)V99.
       01  WS-FX-ADJUSTMENT            PIC S9(10)V99 VALUE ZERO.
           CLOSE BALANCE-CONTROL-FILE.

       2000-PROCESS-JOURNAL-FILE.
           IF JR-REVERSAL
               PERFORM 2150-FIND-REVERSAL-ENTRY
           ELSE
               PERFORM 2100-FIND-MAP-ENTRY
           END-IF.
           IF WS-MAP-ENTRY-FOUND
               COMPUTE WS-POSTING-AMOUNT =
                   FUNCTION NUMVAL(JR-AMOUNT-ED)
               MOVE WS-MAP-COUNT TO WS-MAP-INDEX
           END-IF.

      *> A reversal leg has no coding of its own: it books the pair
      *> of the leg it undoes the other way round. The original leg
      *> was posted on the opposite side, so that is the entry looked
      *> up - the same borrowing of the journal fields 2500 does for
      *> 'X' - and its GL accounts are then swapped. The extract line
      *> still carries 'R' as its source type.
       2150-FIND-REVERSAL-ENTRY.
           MOVE JR-POSTING-SIDE TO WS-REVERSAL-SIDE.
           MOVE JR-REVERSED-TYPE TO JR-TRANSACTION-TYPE.
           IF WS-REVERSAL-SIDE = 'D'
               MOVE 'C' TO JR-POSTING-SIDE
           ELSE
               MOVE 'D' TO JR-POSTING-SIDE
           END-IF.
           PERFORM 2100-FIND-MAP-ENTRY.
           MOVE 'R' TO JR-TRANSACTION-TYPE.
           MOVE WS-REVERSAL-SIDE TO JR-POSTING-SIDE.
           IF WS-MAP-ENTRY-FOUND
               MOVE WS-FOUND-DEBIT-GL TO GL-GL-ACCOUNT
               MOVE WS-FOUND-CREDIT-GL TO WS-FOUND-DEBIT-GL
               MOVE GL-GL-ACCOUNT TO WS-FOUND-CREDIT-GL
           END-IF.

       2200-WRITE-GL-PAIR.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-FOUND-DEBIT-GL TO GL-GL-ACCOUNT.
