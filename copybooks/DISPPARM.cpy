      *> DISPPARM.cpy
      *> Shared DISPUTE-PARM-FILE record layout (DISPUTE.PAR, one
      *> line). The dispute set-up: the bank's own account on
      *> MASTER.DAT that provisional and final dispute credits are
      *> paid from and clawbacks are returned to, the calendar days
      *> the bank has to answer a dispute from the day it opens, and
      *> how many days ahead of that deadline DISP-AGING starts to
      *> flag a case. The dispute account's currency is the only one
      *> a credit can be paid in; it carries a credit limit set
      *> through MASTER-MAINT large enough for the credits
      *> outstanding. Without a usable DISPUTE.PAR no case is opened,
      *> as it could be given no deadline.
       01  DISPUTE-PARM-RECORD.
           05  DP-CREDIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(01).
           05  DP-RESPONSE-DAYS        PIC X(03).
           05  FILLER                  PIC X(01).
           05  DP-WARNING-DAYS         PIC X(03).
