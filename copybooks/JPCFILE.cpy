      *> JPCFILE - FILE-CONTROL entries for the journal partition
      *> catalog. COPY into FILE-CONTROL alongside copybooks/JPCTAB.cpy
      *> (WORKING-STORAGE) and copybooks/JPCFD.cpy (FILE SECTION). The
      *> second entry is the side file the catalog is rebuilt into
      *> before it is copied over the live one.
           SELECT JOURNAL-CATALOG-FILE ASSIGN TO JOURNALCATPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-CATALOG-STATUS.
           SELECT NEW-JOURNAL-CATALOG-FILE ASSIGN TO NEWJOURNALCATPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-JOURNAL-CATALOG-STATUS.
