                  HR-DEST-ACCOUNT-NUMBER
                  DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF HR-TRANSACTION-TYPE = 'R'
               MOVE SPACES TO STATEMENT-RECORD
               STRING '           Reversa de ' HR-REVERSED-TYPE
                      ' del ' HR-REVERSED-DATE
                      ' sec ' HR-REVERSED-SEQUENCE
                      DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       2600-WRITE-OPENING-LINE.
           SET WS-OPENING-LINE-SHOWN TO TRUE.
