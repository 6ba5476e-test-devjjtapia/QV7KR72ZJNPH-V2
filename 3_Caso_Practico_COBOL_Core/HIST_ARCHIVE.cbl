           COPY HISTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(78).

       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.
