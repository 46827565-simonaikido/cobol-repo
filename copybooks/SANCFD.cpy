      *> SANCFD - FD/records for the shared sanctions screening. COPY
      *> into FILE SECTION; see copybooks/SANCFILE.cpy, SANCTAB.cpy
      *> and SANCCHK.cpy. The layouts are SANCLIST.cpy and SANCHIT.cpy.
       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-LIST-REC      PIC X(121).
       FD  SANCTIONS-HIT-FILE.
       01  SANCTIONS-HIT-REC       PIC X(179).
