      *> SANCFILE - FILE-CONTROL entries for the shared sanctions
      *> screening. COPY into FILE-CONTROL alongside
      *> copybooks/SANCTAB.cpy (WORKING-STORAGE), SANCFD.cpy (FILE
      *> SECTION) and SANCCHK.cpy (PROCEDURE DIVISION).
           SELECT SANCTIONS-LIST-FILE ASSIGN TO SANCLISTPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANC-LIST-STATUS.
           SELECT SANCTIONS-HIT-FILE ASSIGN TO SANCHITPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANC-HIT-STATUS.
