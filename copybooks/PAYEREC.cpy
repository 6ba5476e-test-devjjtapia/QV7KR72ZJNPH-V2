      *> PAYEREC.cpy
      *> Shared EXTERNAL-PAYEE-FILE record layout (EXTPAYEE.DAT, an
      *> indexed KSDS keyed on EP-PAYEE-ID). The directory of payees
      *> held at other banks, maintained under dual control by
      *> PAYEE-MAINT from PAYEEMNT.DAT. The 42-byte transaction feed
      *> has no room for a bank code and an external account, so a
      *> transfer out of the bank names the payee instead: the payee
      *> reference is an 'E' followed by nine digits, keyed in the
      *> destination account column (see TR-DEST-PAYEE-VIEW).
      *> TRANS-PROCESSOR posts such a transfer to the clearing
      *> suspense account and CLR-OUTBOUND sends it to the clearing
      *> house with the bank code and account held here. A payee is
      *> never deleted - a cancelled payee takes no new transfers but
      *> still explains the ones already posted to it.
       01  EXTERNAL-PAYEE-RECORD.
           05  EP-PAYEE-ID             PIC X(10).
           05  EP-BANK-CODE            PIC X(08).
           05  EP-EXTERNAL-ACCOUNT     PIC X(20).
           05  EP-PAYEE-NAME           PIC X(30).
           05  EP-PAYEE-STATUS         PIC X(01).
               88  EP-PAYEE-ACTIVE     VALUE 'A'.
               88  EP-PAYEE-CANCELLED  VALUE 'C'.
