      *> PORTREC.cpy
      *> Shared PORTFOLIO-HISTORY-FILE record layout (PORTHIST.DAT, an
      *> indexed KSDS keyed on PH-PORTFOLIO-KEY). PORTFOLIO-RPT writes
      *> one record per product and currency at every month end, so
      *> the next month end has the figures to compare against and
      *> management has the series without rerunning old months. The
      *> key is the period's last day plus product plus currency; a
      *> rerun on the same day replaces its own records. Amounts are
      *> in the account currency; PH-RATE-PER-USD is the CURRATE.DAT
      *> rate the period was converted at (zero when the currency had
      *> no rate on file), so the USD figures can be rebuilt exactly.
       01  PORTFOLIO-HISTORY-RECORD.
           05  PH-PORTFOLIO-KEY.
               10  PH-PERIOD-END       PIC 9(08).
               10  PH-PRODUCT-CODE     PIC X(04).
               10  PH-CURRENCY-CODE    PIC X(03).
           05  PH-PERIOD-START         PIC 9(08).
           05  PH-OPENING-COUNT        PIC 9(07).
           05  PH-CLOSING-COUNT        PIC 9(07).
           05  PH-OPENED-COUNT         PIC 9(07).
           05  PH-CLOSED-COUNT         PIC 9(07).
           05  PH-FROZEN-COUNT         PIC 9(07).
           05  PH-CLOSING-BALANCE      PIC S9(12)V99.
           05  PH-AVERAGE-BALANCE      PIC S9(12)V99.
           05  PH-INTEREST-PAID        PIC S9(10)V99.
           05  PH-FEES-EARNED          PIC S9(10)V99.
           05  PH-RATE-PER-USD         PIC 9(06)V9999.
