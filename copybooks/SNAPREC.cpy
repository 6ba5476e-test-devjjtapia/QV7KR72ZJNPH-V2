      *> SNAPREC.cpy
      *> Shared BALANCE-SNAPSHOT-FILE record layout (BALSNAP.DAT, an
      *> indexed KSDS keyed on SN-SNAPSHOT-KEY). BAL-SNAPSHOT writes
      *> one record per MASTER.DAT account every night, once RECON-RPT
      *> has proved the day: the account's end-of-day balance and
      *> status together with the product and currency it was held in
      *> that day. The key is snapshot date plus account number, so one
      *> day's snapshot reads back whole and in account order, and a
      *> rerun of the same night replaces that night's records instead
      *> of adding a second copy. PORTFOLIO-RPT reads the month back
      *> from here for its account movements and average balances.
       01  BALANCE-SNAPSHOT-RECORD.
           05  SN-SNAPSHOT-KEY.
               10  SN-SNAPSHOT-DATE    PIC 9(08).
               10  SN-ACCOUNT-NUMBER   PIC X(10).
           05  SN-ACCOUNT-BALANCE      PIC S9(08)V99.
           05  SN-ACCOUNT-STATUS       PIC X(01).
               88  SN-ACCOUNT-ACTIVE   VALUE 'A'.
               88  SN-ACCOUNT-FROZEN   VALUE 'F'.
               88  SN-ACCOUNT-CLOSED   VALUE 'C'.
           05  SN-PRODUCT-CODE         PIC X(04).
           05  SN-CURRENCY-CODE        PIC X(03).
