      *> an order ID or a customer ID - and every audit line
      *> MNTAUDIT.DAT holds for that key is listed on AUDITINQ.RPT in
      *> the order the actions happened, each with its run date,
      *> program, action code, the operators who entered and approved
      *> it and the full before and after record images.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITREC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD         PIC X(152).

       WORKING-STORAGE SECTION.
       01  WS-EOF-AUDIT-FILE           PIC X(01) VALUE 'N'.
           STRING AU-RUN-DATE ' '
                  AU-PROGRAM-ID ' '
                  'acción ' AU-ACTION
                  ' ingresó ' AU-MAKER-ID
                  ' aprobó ' AU-CHECKER-ID
                  DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING '  Antes : ' AU-BEFORE-IMAGE AU-BEFORE-IMAGE-EXT
                  DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING '  Después: ' AU-AFTER-IMAGE AU-AFTER-IMAGE-EXT
                  DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.

