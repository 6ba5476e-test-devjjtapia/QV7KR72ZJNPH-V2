      *> CLOSREC.cpy
      *> Shared CLOSURE-FILE record layout (CLOSURE.DAT, an indexed
      *> KSDS keyed on CS-ACCOUNT-NUMBER). One record per account put
      *> through closure settlement. CLOSE-SETTLE writes it when an
      *> approved closure is applied: the interest accrued to date,
      *> the product's closing fee and the final sweep have gone into
      *> TRANS.GEN for the night's posting and the account's standing
      *> orders are cancelled. The account itself stays open until
      *> CLOSE-CONFIRM, after the posting run, finds the sweep on
      *> ACCTHIST.DAT with the balance left at zero - only then is it
      *> marked closed and the closure advice printed. A sweep that
      *> posted but left a balance behind (activity the settlement
      *> could not see) marks the settlement residual, and the account
      *> can be put through settlement again. So can one marked
      *> written off: its sweep, interest or fee was refused to
      *> SUSPENSE.DAT and written off there, so the sweep will never
      *> post. CLOSE-SETTLE refuses a new settlement only while one is
      *> still settling.
       01  CLOSURE-RECORD.
           05  CS-ACCOUNT-NUMBER       PIC X(10).
           05  CS-CLOSURE-STATUS       PIC X(01).
               88  CS-SETTLING         VALUE 'S'.
               88  CS-CLOSED           VALUE 'C'.
               88  CS-RESIDUAL         VALUE 'R'.
               88  CS-WRITTEN-OFF      VALUE 'W'.
      *> Where the remaining funds go: another account on MASTER.DAT
      *> (swept by a 'T'), a payee of another bank on EXTPAYEE.DAT
      *> (swept by a 'T' to the payee reference, paid through the
      *> interbank clearing), or out of the bank by cheque (swept by
      *> a 'W').
           05  CS-PAYOUT-TYPE          PIC X(01).
               88  CS-PAYOUT-TO-ACCOUNT VALUE 'A'.
               88  CS-PAYOUT-CHEQUE    VALUE 'C'.
               88  CS-PAYOUT-EXTERNAL  VALUE 'E'.
           05  CS-PAYOUT-ACCOUNT       PIC X(10).
           05  CS-REQUEST-DATE         PIC 9(08).
           05  CS-CURRENCY-CODE        PIC X(03).
           05  CS-OPENING-BALANCE      PIC S9(08)V99.
           05  CS-INTEREST-DAYS        PIC 9(03).
           05  CS-INTEREST-AMOUNT      PIC 9(08)V99.
           05  CS-CLOSING-FEE          PIC 9(06)V99.
      *> Zero when balance plus interest less fee left nothing to pay
      *> out - the account then closes on the first confirmation run
      *> that finds its balance at zero.
           05  CS-SWEEP-AMOUNT         PIC 9(08)V99.
           05  CS-ORDERS-CANCELLED     PIC 9(05).
           05  CS-SWEEP-DATE           PIC 9(08).
           05  CS-SWEEP-SEQUENCE       PIC 9(08).
           05  CS-CLOSED-DATE          PIC 9(08).
           05  CS-MAKER-ID             PIC X(08).
           05  CS-CHECKER-ID           PIC X(08).
