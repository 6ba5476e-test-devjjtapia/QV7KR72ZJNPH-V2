      *> SUSPREC.cpy
      *> Shared SUSPENSE-FILE record layout (SUSPENSE.DAT, an indexed
      *> KSDS keyed on SP-SUSPENSE-KEY). One record per transaction
      *> refused on its way to the master - a TRANS-SCRUB reject ('S')
      *> or a TRANS-PROCESSOR refusal ('P') - holding the whole feed
      *> record exactly as it arrived, the reason it was refused and
      *> the run it came in with. An item stays open until SUSP-REPAIR
      *> either resubmits it corrected through the TRANS.RPR feed or
      *> writes it off; it is never deleted, so the file is the
      *> permanent answer to "what became of that rejected movement".
      *> SUSP-AGING reports the open items by age, and CLOSE-CONFIRM
      *> and DISP-MAINT look here for a closure's sweep or a dispute
      *> credit written off, which will never post. The key is the day
      *> the item entered suspense, the step that refused it and a
      *> sequence within that day and step - the processor's posting
      *> sequence, so a restart replay lands on the same item instead
      *> of doubling it.
       01  SUSPENSE-RECORD.
           05  SP-SUSPENSE-KEY.
               10  SP-ENTRY-DATE       PIC 9(08).
               10  SP-SOURCE-STEP      PIC X(01).
                   88  SP-FROM-SCRUB   VALUE 'S'.
                   88  SP-FROM-POSTING VALUE 'P'.
               10  SP-ENTRY-SEQUENCE   PIC 9(08).
           05  SP-RUN-ID               PIC X(10).
           05  SP-TRANS-IMAGE          PIC X(42).
           05  SP-REASON               PIC X(80).
           05  SP-ITEM-STATUS          PIC X(01).
               88  SP-ITEM-OPEN        VALUE 'O'.
               88  SP-ITEM-REPAIRED    VALUE 'R'.
               88  SP-ITEM-WRITTEN-OFF VALUE 'W'.
           05  SP-RESOLVED-DATE        PIC 9(08).
