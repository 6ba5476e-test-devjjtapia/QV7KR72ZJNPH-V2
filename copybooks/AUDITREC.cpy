      *> AUDITREC.cpy
      *> Shared MAINT-AUDIT-FILE record layout (MNTAUDIT.DAT). One
      *> line per maintenance action that WRITEs or REWRITEs a keyed
      *> file - appended by MASTER-MAINT, PROD-MAINT, RATE-MAINT,
      *> STAND-MAINT, PAYEE-MAINT, DISP-MAINT (the dispute case),
      *> CLOSE-SETTLE (the standing orders a closure cancels) and
      *> CLOSE-CONFIRM (the account it closes), never rewritten or
      *> pruned, so the file is the permanent answer to "when did
      *> this record change and what did it hold before".
      *> The before image is spaces for a record the action created;
      *> both images carry the record exactly as it stood on file,
      *> padded with spaces. Each image is its first 100 bytes, which
      *> hold every audited layout but one whole, followed by the
      *> rest of it in the image extension at the end of the line -
      *> DISPUTE-CASE-RECORD, 132 bytes, is the one layout that
      *> reaches it today. Every action is applied under dual
      *> control, so each line names the operator who entered it and
      *> the one who approved it (see PENDREC). Fields added to the
      *> end of the line read as spaces on the lines written before
      *> them: the two operators on lines from before dual control,
      *> the extensions on lines from before they were added.
      *> AUDIT-INQ lists the trail for one key.
       01  MAINT-AUDIT-RECORD.
           05  AU-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  FILLER                  PIC X(01).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  FILLER                  PIC X(01).
           05  AU-MAKER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  AU-CHECKER-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  AU-BEFORE-IMAGE-EXT     PIC X(40).
           05  FILLER                  PIC X(01).
           05  AU-AFTER-IMAGE-EXT      PIC X(40).
