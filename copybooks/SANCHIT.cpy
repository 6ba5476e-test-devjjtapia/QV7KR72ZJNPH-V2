      *> SANCHIT.cpy
      *> Shared SANCTION-HIT-FILE record layout (SANCHITS.DAT, an
      *> indexed KSDS keyed on SH-HIT-KEY). One record per possible
      *> match between a customer ('C', CUSTOMER.DAT) or an external
      *> payee ('P', EXTPAYEE.DAT) and an entry of the sanctions
      *> watchlist, raised by the screening in MASTER-MAINT (a new
      *> customer), PAYEE-MAINT (a new payee) or SANC-LOAD (the whole
      *> customer base and payee directory against a new list).
      *> While a hit is pending ('P') or confirmed ('F') TRANS-PROCESSOR
      *> refuses every posting to the customer's accounts and every
      *> transfer to the payee, sending them to SUSPENSE.DAT; a hit
      *> cleared ('C') by a compliance officer through SANC-DECIDE no
      *> longer blocks. Keyed by subject, so the check at posting
      *> reads only the subject's own hits, and by list entry, so a
      *> new list raises no second hit for a match already decided.
      *> Records are never deleted; every hit and every decision is
      *> also written to SANCLOG.DAT.
       01  SANCTION-HIT-RECORD.
           05  SH-HIT-KEY.
               10  SH-SUBJECT-TYPE     PIC X(01).
                   88  SH-SUBJECT-CUSTOMER VALUE 'C'.
                   88  SH-SUBJECT-PAYEE    VALUE 'P'.
               10  SH-SUBJECT-ID       PIC X(10).
               10  SH-ENTRY-ID         PIC X(10).
           05  SH-LIST-ID              PIC X(10).
           05  SH-RAISED-DATE          PIC 9(08).
           05  SH-RAISED-BY            PIC X(12).
      *> What matched: the name ('N'), the document number ('D') or
      *> both ('B'); the score is the share of words the two names
      *> have in common, 100 for a document match.
           05  SH-MATCH-BASIS          PIC X(01).
               88  SH-MATCH-NAME       VALUE 'N'.
               88  SH-MATCH-DOCUMENT   VALUE 'D'.
               88  SH-MATCH-BOTH       VALUE 'B'.
           05  SH-MATCH-SCORE          PIC 9(03).
           05  SH-SUBJECT-NAME         PIC X(30).
           05  SH-ENTRY-NAME           PIC X(40).
           05  SH-HIT-STATUS           PIC X(01).
               88  SH-HIT-PENDING      VALUE 'P'.
               88  SH-HIT-CLEARED      VALUE 'C'.
               88  SH-HIT-CONFIRMED    VALUE 'F'.
               88  SH-HIT-BLOCKING     VALUE 'P' 'F'.
           05  SH-DECISION-DATE        PIC 9(08).
           05  SH-OFFICER-ID           PIC X(08).
           05  SH-DECISION-NOTE        PIC X(30).
