      *> TRANS-BATCH-HEADER and TRANS-BATCH-TRAILER are the alternate
      *> views of those control records, sharing the type byte in
      *> column 11 with the transaction layout.
      *> A reversal ('R') names the ACCTHIST.DAT leg it backs out
      *> instead of a destination: TRANS-REVERSAL-REC is its view. The
      *> account is the leg's account, the amount is the leg's amount
      *> (so a mistyped key cannot reverse the wrong posting), and the
      *> leg's posting sequence and posting date sit where the
      *> destination account and the effective date are - a reversal
      *> is always effective on the day it is posted.
       01  TRANS-RECORD-IN.
           05  TR-ACCOUNT-NUMBER       PIC X(10).
           05  TR-TRANSACTION-TYPE     PIC X(01).
               88  TR-TRANSFER         VALUE 'T'.
               88  TR-INTEREST         VALUE 'I'.
               88  TR-FEE              VALUE 'F'.
               88  TR-REVERSAL         VALUE 'R'.
               88  TR-BATCH-HEADER     VALUE 'H'.
               88  TR-BATCH-TRAILER    VALUE 'Z'.
           05  TR-AMOUNT-STR           PIC X(10).
           05  TR-DEST-ACCOUNT-NUMBER  PIC X(10).
      *> A transfer out of the bank names a payee on EXTPAYEE.DAT in
      *> the destination column: an 'E' and the payee's nine digits.
           05  TR-DEST-PAYEE-VIEW REDEFINES TR-DEST-ACCOUNT-NUMBER.
               10  TR-DEST-PAYEE-PREFIX PIC X(01).
                   88  TR-DEST-EXTERNAL VALUE 'E'.
               10  TR-DEST-PAYEE-NUMBER PIC X(09).
           05  TR-CURRENCY-CODE        PIC X(03).
      *> Effective date AAAAMMDD. Spaces mean "effective immediately" -
      *> TRANS-SCRUB stamps the run date before the record reaches
           05  TZ-RECORD-TYPE          PIC X(01).
           05  TZ-HASH-TOTAL-STR       PIC X(10).
           05  FILLER                  PIC X(21).

       01  TRANS-REVERSAL-REC.
           05  TV-ACCOUNT-NUMBER       PIC X(10).
           05  TV-RECORD-TYPE          PIC X(01).
           05  TV-AMOUNT-STR           PIC X(10).
           05  TV-ORIG-SEQUENCE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  TV-ORIG-POSTING-DATE    PIC X(08).
