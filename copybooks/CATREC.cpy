      *> CATREC - report-catalog row layout.
      *> One fixed-width record per archived artifact: run date in
      *> columns 1-8, report name in 10-159, archive path in 161-310,
      *> and from UTILS' archive step and the log rollover the archive
      *> copy's checksum in 312-343 (copybooks/CHNTAB.cpy), which
      *> LOGPROOF re-computes to prove the copy has not been altered.
      *> Written by UTILS' archive step, the log rollover and the
      *> customer purge; parsed by the report distribution step and
      *> the run summary. COPY into WORKING-STORAGE wherever catalog
           05  CATALOG-REPORT-NAME   PIC X(150).
           05  FILLER                PIC X VALUE SPACE.
           05  CATALOG-ARCHIVE-PATH  PIC X(150).
           05  FILLER                PIC X VALUE SPACE.
           05  CATALOG-CHECKSUM      PIC X(32).
