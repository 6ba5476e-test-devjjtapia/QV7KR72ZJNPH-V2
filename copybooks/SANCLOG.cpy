      *> SANCLOG.cpy
      *> Shared SANCTION-LOG-FILE record layout (SANCLOG.DAT). One
      *> line per sanctions event - a list put in force ('L'), a
      *> possible match raised ('H'), a hit cleared ('C') or
      *> confirmed ('F') by a compliance officer - appended by
      *> SANC-LOAD, MASTER-MAINT, PAYEE-MAINT and SANC-DECIDE, never
      *> rewritten or pruned, so the file is the permanent record of
      *> what was screened against which list and who decided what.
      *> SG-DETAIL carries the names matched on a hit, the officer's
      *> note on a decision and the entry count on a list load.
       01  SANCTION-LOG-RECORD.
           05  SG-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SG-EVENT                PIC X(01).
               88  SG-LIST-LOADED      VALUE 'L'.
               88  SG-HIT-RAISED       VALUE 'H'.
               88  SG-HIT-CLEARED      VALUE 'C'.
               88  SG-HIT-CONFIRMED    VALUE 'F'.
           05  FILLER                  PIC X(01).
           05  SG-PROGRAM-ID           PIC X(12).
           05  FILLER                  PIC X(01).
           05  SG-HIT-KEY              PIC X(21).
           05  FILLER                  PIC X(01).
           05  SG-LIST-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  SG-OFFICER-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SG-MATCH-BASIS          PIC X(01).
           05  SG-MATCH-SCORE          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SG-DETAIL               PIC X(72).
