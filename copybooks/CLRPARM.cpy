      *> CLRPARM.cpy
      *> Shared CLEARING-PARM-FILE record layout (CLEARING.PAR, one
      *> line). The interbank clearing set-up: the clearing suspense
      *> account on MASTER.DAT every transfer out of the bank is
      *> credited to until the clearing house settles it, this bank's
      *> own code in the clearing, and the clearing house's code. The
      *> suspense account's currency is the clearing currency - a
      *> transfer out of the bank from an account in any other
      *> currency is refused. With no CLEARING.PAR the bank is not in
      *> the clearing: TRANS-PROCESSOR refuses every transfer to a
      *> payee and the clearing steps report that there is nothing
      *> to do.
       01  CLEARING-PARM-RECORD.
           05  CP-SUSPENSE-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(01).
           05  CP-BANK-CODE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CP-CLEARING-HOUSE-CODE  PIC X(08).
