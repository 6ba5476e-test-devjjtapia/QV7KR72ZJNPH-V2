           05  SO-ORDER-STATUS         PIC X(01).
               88  SO-ORDER-ACTIVE     VALUE 'A'.
               88  SO-ORDER-CANCELLED  VALUE 'C'.
      *> What STAND-GEN does when the next-execution date is not a
      *> business day on the order currency's calendar: execute on
      *> the next business day ('F', and spaces on orders set up
      *> before the choice existed) or on the one before ('B').
      *> SO-NEXT-EXEC-DATE always keeps the unadjusted date so the
      *> schedule does not drift with each holiday.
           05  SO-HOLIDAY-RULE         PIC X(01).
               88  SO-ROLL-FORWARD     VALUE 'F' ' '.
               88  SO-ROLL-BACK        VALUE 'B'.
