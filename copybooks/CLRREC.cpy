      *> CLRREC.cpy
      *> Shared clearing-house file layout: CLROUT.DAT (the day's
      *> outbound payments, written by CLR-OUTBOUND), CLRIN.DAT (the
      *> incoming credits, read by CLR-INBOUND) and CLRRET.DAT (the
      *> incoming credits sent back, written by CLR-INBOUND). Fixed
      *> 160-byte records: one file header ('H') first, one payment
      *> item ('D') per movement, one file trailer ('T') last with the
      *> item count and amount total the receiving side proves the
      *> file against. CLEARING-HEADER-REC and CLEARING-TRAILER-REC are
      *> the alternate views of the control records, sharing the type
      *> byte in column 1 with the item layout.
       01  CLEARING-ITEM-REC.
           05  CD-RECORD-TYPE          PIC X(01).
               88  CD-FILE-HEADER      VALUE 'H'.
               88  CD-PAYMENT-ITEM     VALUE 'D'.
               88  CD-FILE-TRAILER     VALUE 'T'.
      *> The sending bank's own reference for the item - for our
      *> outbound items the posting date and sequence of the debit leg.
           05  CD-ITEM-REFERENCE       PIC X(16).
           05  CD-ORIG-BANK-CODE       PIC X(08).
           05  CD-ORIG-ACCOUNT         PIC X(20).
           05  CD-ORIG-NAME            PIC X(30).
           05  CD-BENEF-BANK-CODE      PIC X(08).
           05  CD-BENEF-ACCOUNT        PIC X(20).
      *> An account of ours is the first ten positions, the rest blank.
           05  CD-BENEF-ACCOUNT-VIEW REDEFINES CD-BENEF-ACCOUNT.
               10  CD-BENEF-HOUSE-ACCOUNT PIC X(10).
               10  CD-BENEF-ACCOUNT-REST  PIC X(10).
           05  CD-BENEF-NAME           PIC X(30).
           05  CD-AMOUNT               PIC 9(10)V99.
           05  CD-CURRENCY-CODE        PIC X(03).
           05  CD-VALUE-DATE           PIC 9(08).
      *> Spaces on a payment; on a returned item the reason it was
      *> sent back: 'NE' no such account, 'CC' account closed, 'MO'
      *> currency is not the account's, 'IM' amount not postable.
           05  CD-RETURN-CODE          PIC X(02).
           05  FILLER                  PIC X(02).

       01  CLEARING-HEADER-REC.
           05  CH-RECORD-TYPE          PIC X(01).
           05  CH-FILE-ID              PIC X(10).
           05  CH-FILE-DATE            PIC 9(08).
           05  CH-SENDER-BANK-CODE     PIC X(08).
           05  CH-RECEIVER-BANK-CODE   PIC X(08).
           05  CH-FILE-KIND            PIC X(01).
               88  CH-PAYMENTS-FILE    VALUE 'P'.
               88  CH-RETURNS-FILE     VALUE 'R'.
           05  FILLER                  PIC X(124).

       01  CLEARING-TRAILER-REC.
           05  CT-RECORD-TYPE          PIC X(01).
           05  CT-ITEM-COUNT           PIC 9(08).
           05  CT-AMOUNT-TOTAL         PIC 9(12)V99.
           05  FILLER                  PIC X(137).
