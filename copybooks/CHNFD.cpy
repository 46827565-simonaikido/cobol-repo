      *> CHNFD - FD/records for the log hash chains. COPY into FILE
      *> SECTION; see copybooks/CHNFILE.cpy and copybooks/CHNTAB.cpy.
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-REC          PIC X(43).
       FD  CHAIN-SCAN-FILE.
       01  CHAIN-SCAN-REC          PIC X(1000).
