           05  PT-MAX-SINGLE-DEBIT     PIC 9(08)V99.
           05  PT-MAX-DAY-DEBIT-COUNT  PIC 9(05).
           05  PT-MAX-DAY-DEBIT-AMOUNT PIC 9(08)V99.
      *> Charged once by CLOSE-SETTLE when an account on the product
      *> is closed; zero (and products loaded before the field
      *> existed) charges nothing.
           05  PT-CLOSING-FEE          PIC 9(06)V99.
