      *> JPCFD - FD/records for the journal partition catalog. COPY
      *> into FILE SECTION; see copybooks/JPCFILE.cpy and
      *> copybooks/JPCTAB.cpy.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-REC     PIC X(340).
       FD  NEW-JOURNAL-CATALOG-FILE.
       01  NEW-JOURNAL-CATALOG-REC PIC X(340).
