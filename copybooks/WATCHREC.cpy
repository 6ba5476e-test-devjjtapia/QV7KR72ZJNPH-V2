      *> WATCHREC.cpy
      *> Shared WATCHLIST-FILE record layout (WATCHLST.DAT, the
      *> sanctions list in force, written by SANC-LOAD from the
      *> regulator's SANCLIST.DAT). One list header ('H') first,
      *> one line per listed name ('D') - an alias of the same party
      *> is a further line under the same entry ID - and one trailer
      *> ('T') last with the number of names, which SANC-LOAD proves
      *> the list against. The published lines are the first 66
      *> bytes; SANC-LOAD adds the name and document number in the
      *> normalised form the screening compares (upper case, accents
      *> folded, punctuation taken as a word break, the document
      *> without separators), so they are worked out once per list
      *> and not once per customer screened. WATCHLIST-HEADER-REC
      *> and WATCHLIST-TRAILER-REC are the alternate views of the
      *> control lines, sharing the type byte in column 1.
       01  WATCHLIST-ENTRY-REC.
           05  WL-RECORD-TYPE          PIC X(01).
               88  WL-LIST-HEADER      VALUE 'H'.
               88  WL-LIST-ENTRY       VALUE 'D'.
               88  WL-LIST-TRAILER     VALUE 'T'.
      *> The regulator's reference for the listed party.
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-ENTRY-NAME           PIC X(40).
           05  WL-ID-DOCUMENT          PIC X(15).
           05  WL-MATCH-NAME           PIC X(40).
           05  WL-MATCH-DOCUMENT       PIC X(15).

       01  WATCHLIST-HEADER-REC.
           05  WH-RECORD-TYPE          PIC X(01).
           05  WH-LIST-ID              PIC X(10).
           05  WH-LIST-DATE            PIC 9(08).
      *> Spaces on SANCLIST.DAT; the day SANC-LOAD put the list in
      *> force on WATCHLST.DAT.
           05  WH-LOADED-DATE          PIC X(08).
           05  FILLER                  PIC X(94).

       01  WATCHLIST-TRAILER-REC.
           05  WT-RECORD-TYPE          PIC X(01).
           05  WT-ENTRY-COUNT          PIC 9(08).
           05  FILLER                  PIC X(112).
