      *> PENDREC.cpy
      *> Shared MAINT-PENDING-FILE record layout (MNTPEND.DAT, an
      *> indexed KSDS keyed on PN-PENDING-KEY). Dual control over the
      *> reference files: MASTER-MAINT, PROD-MAINT, RATE-MAINT,
      *> STAND-MAINT, CLOSE-SETTLE, PAYEE-MAINT and DISP-MAINT no
      *> longer touch their keyed file when they read an action.
      *> Each action is filed here exactly as it was keyed, stamped
      *> with the operator who entered it (the maker), and waits.
      *> MNT-APPROVE lets a second operator (the checker, never the
      *> maker) approve or reject it, and expires what nobody decided
      *> in time. The next run of the owning program applies the
      *> approved items and writes them to MNTAUDIT.DAT with both
      *> operators. Items are never deleted, so the file is also the
      *> record of what was refused or let lapse. The key is the day
      *> the action was entered and a sequence within that day,
      *> shared by the seven programs.
       01  MAINT-PENDING-RECORD.
           05  PN-PENDING-KEY.
               10  PN-ENTRY-DATE       PIC 9(08).
               10  PN-ENTRY-SEQUENCE   PIC 9(06).
           05  PN-PROGRAM-ID           PIC X(12).
           05  PN-ACTION               PIC X(01).
           05  PN-RECORD-KEY           PIC X(10).
           05  PN-MAKER-ID             PIC X(08).
           05  PN-CHECKER-ID           PIC X(08).
           05  PN-ITEM-STATUS          PIC X(01).
               88  PN-ITEM-PENDING     VALUE 'P'.
               88  PN-ITEM-APPROVED    VALUE 'A'.
               88  PN-ITEM-REJECTED    VALUE 'R'.
               88  PN-ITEM-EXPIRED     VALUE 'V'.
               88  PN-ITEM-APPLIED     VALUE 'X'.
               88  PN-ITEM-FAILED      VALUE 'E'.
           05  PN-DECISION-DATE        PIC 9(08).
           05  PN-APPLIED-DATE         PIC 9(08).
      *> The checker's reason for a rejection, or the error the owning
      *> program met applying an approved item (status 'E').
           05  PN-RESULT               PIC X(40).
      *> The maintenance line as read from MAINT.DAT, PRODMNT.DAT,
      *> RATEMNT.DAT, SOMAINT.DAT, CLOSEREQ.DAT, PAYEEMNT.DAT or
      *> DISPMNT.DAT, padded with spaces.
           05  PN-MAINT-IMAGE          PIC X(120).
