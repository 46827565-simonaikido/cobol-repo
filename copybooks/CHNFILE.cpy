      *> CHNFILE - FILE-CONTROL entries for the log hash chains. COPY
      *> into FILE-CONTROL alongside copybooks/CHNTAB.cpy
      *> (WORKING-STORAGE) and copybooks/CHNFD.cpy (FILE SECTION). The
      *> head file holds one chain's row count and last hash; the scan
      *> file is how a chained log, or an archived artifact, is read
      *> back line by line to be hashed.
           SELECT CHAIN-HEAD-FILE ASSIGN TO CHAINHEADPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-HEAD-STATUS.
           SELECT CHAIN-SCAN-FILE ASSIGN TO CHAINSCANPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-SCAN-STATUS.
