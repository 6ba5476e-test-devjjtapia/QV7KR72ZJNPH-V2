      *> DISPREC.cpy
      *> Shared DISPUTE-CASE-FILE record layout (DISPUTES.DAT, an
      *> indexed KSDS keyed on DC-CASE-NUMBER). One record per
      *> customer dispute of a posting, opened, noted and resolved by
      *> DISP-MAINT under dual control and never deleted, so the file
      *> is the permanent record of every claim. DC-HIST-KEY is the
      *> HR-HISTORY-KEY of the disputed leg on ACCTHIST.DAT, which is
      *> how HIST-INQUIRY marks a leg that has a case against it. The
      *> response deadline is set when the case opens, from the
      *> response days in DISPUTE.PAR; DISP-AGING reports the cases
      *> coming up to it every night.
       01  DISPUTE-CASE-RECORD.
           05  DC-CASE-NUMBER          PIC 9(08).
           05  DC-HIST-KEY.
               10  DC-ACCOUNT-NUMBER   PIC X(10).
               10  DC-POSTING-DATE     PIC 9(08).
               10  DC-SEQUENCE-NUMBER  PIC 9(08).
           05  DC-CASE-STATUS          PIC X(01).
               88  DC-CASE-OPEN        VALUE 'O'.
               88  DC-CASE-ACCEPTED    VALUE 'A'.
               88  DC-CASE-DENIED      VALUE 'D'.
      *> The part of the leg the customer disputes - the whole leg
      *> unless the case was opened for less - in the leg's currency.
      *> Any provisional or final credit is for this amount.
           05  DC-DISPUTED-AMOUNT      PIC 9(08)V99.
           05  DC-CURRENCY-CODE        PIC X(03).
      *> Money moved for the case. Every credit and clawback is a 'T'
      *> between the bank's dispute account (DISPUTE.PAR) and the
      *> customer's account, written into TRANS.GEN for the night's
      *> posting run; DISP-AGING moves an issued entry on to posted
      *> once it finds the leg on ACCTHIST.DAT. A provisional credit
      *> posted when the case opened is made permanent when the case
      *> is accepted and clawed back when it is denied; a case
      *> accepted without one is paid its credit at resolution.
           05  DC-CREDIT-STATUS        PIC X(01).
               88  DC-CREDIT-NONE      VALUE 'N'.
               88  DC-PROVISIONAL-ISSUED VALUE 'I'.
               88  DC-PROVISIONAL-POSTED VALUE 'P'.
               88  DC-PROVISIONAL-KEPT VALUE 'K'.
               88  DC-CLAWBACK-ISSUED  VALUE 'B'.
               88  DC-CLAWBACK-POSTED  VALUE 'C'.
               88  DC-FINAL-ISSUED     VALUE 'F'.
               88  DC-FINAL-POSTED     VALUE 'S'.
               88  DC-CREDIT-PENDING   VALUE 'I' 'B' 'F'.
           05  DC-OPENED-DATE          PIC 9(08).
           05  DC-DEADLINE-DATE        PIC 9(08).
           05  DC-RESOLVED-DATE        PIC 9(08).
           05  DC-CASE-NOTE            PIC X(27).
      *> The customer's ACCTHIST.DAT leg DISP-AGING confirmed each
      *> movement by - the credit (provisional or final) and the
      *> clawback - as posting date and sequence on DC-ACCOUNT-NUMBER,
      *> zero until confirmed. A leg named here belongs to this case:
      *> DISP-AGING never confirms another case's movement by it, so
      *> two cases for the same amount cannot both be settled by one
      *> posting.
           05  DC-CREDIT-LEG.
               10  DC-CREDIT-LEG-DATE  PIC 9(08).
               10  DC-CREDIT-LEG-SEQUENCE PIC 9(08).
           05  DC-CLAWBACK-LEG.
               10  DC-CLAWBACK-LEG-DATE PIC 9(08).
               10  DC-CLAWBACK-LEG-SEQUENCE PIC 9(08).
