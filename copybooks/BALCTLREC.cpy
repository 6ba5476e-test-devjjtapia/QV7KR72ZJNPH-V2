      *> termination. A second batch posted the same day seeds its
      *> numbering from it, so its legs never land on the ACCTHIST.DAT
      *> keys of a batch already posted that day.
      *> BC-REVERSAL-NET is the running net balance movement of the
      *> run's reversal legs outside transfers (a reversed deposit
      *> takes money out, a reversed fee puts it back), which
      *> CONTROL-RPT cannot tell apart from TRANS.CLN alone. Spaces
      *> in a BALANCE.CTL written before the field existed read as
      *> zero.
       01  BALANCE-CONTROL-RECORD.
           05  BC-OPENING-TOTAL        PIC S9(10)V99.
           05  BC-FX-ADJUSTMENT        PIC S9(10)V99.
           05  BC-RUN-DATE             PIC 9(08).
           05  BC-LAST-SEQUENCE        PIC 9(08).
           05  BC-REVERSAL-NET         PIC S9(10)V99.
