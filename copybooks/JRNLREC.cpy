      *> place. JR-POSTING-SIDE says which way the leg moved the
      *> account's balance; JR-POSTING-DATE and JR-SEQUENCE-NUMBER tie
      *> the leg to the run that posted it and to its checkpoint
      *> sequence. A reversal leg ('R') also carries the type and the
      *> (posting date, sequence) of the leg it backs out; the three
      *> fields are spaces on every other leg.
       01  TRANS-JOURNAL-RECORD.
           05  JR-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                  PIC X(01).
               88  JR-TRANSFER         VALUE 'T'.
               88  JR-INTEREST         VALUE 'I'.
               88  JR-FEE              VALUE 'F'.
               88  JR-REVERSAL         VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  JR-AMOUNT-ED            PIC -(7)9.99.
           05  FILLER                  PIC X(01).
           05  JR-POSTING-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JR-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JR-REVERSED-TYPE        PIC X(01).
           05  FILLER                  PIC X(01).
           05  JR-REVERSED-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  JR-REVERSED-SEQUENCE    PIC X(08).
