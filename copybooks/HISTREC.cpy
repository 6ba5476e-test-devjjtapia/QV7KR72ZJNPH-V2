      *> date plus checkpoint sequence number, so one account's history
      *> reads back in posting order and the two legs of a transfer
      *> (same sequence, different accounts) never collide.
      *> A reversal leg (type 'R') carries the type and the (posting
      *> date, sequence) of the leg it backs out, so the statement and
      *> the inquiry show the correction against the original and a
      *> second reversal of the same posting can be refused; on every
      *> other leg those three fields are spaces.
       01  HISTORY-RECORD.
           05  HR-HISTORY-KEY.
               10  HR-ACCOUNT-NUMBER   PIC X(10).
           05  HR-RUNNING-BALANCE      PIC S9(08)V99.
           05  HR-DEST-ACCOUNT-NUMBER  PIC X(10).
           05  HR-CURRENCY-CODE        PIC X(03).
           05  HR-REVERSED-TYPE        PIC X(01).
           05  HR-REVERSED-DATE        PIC X(08).
           05  HR-REVERSED-SEQUENCE    PIC X(08).
