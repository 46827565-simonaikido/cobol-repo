      *> JRNLSEAL - journal seal line. One per journal row, written by
      *> TRXPOST right behind the row it seals, to "<journal>.seal":
      *> the row's position in the continuous journal and the chained
      *> hash of the row (copybooks/CHNTAB.cpy). The journal's own rows
      *> are full, so the chain lives beside them rather than in them.
       01  JOURNAL-SEAL-ENTRY.
           05  JS-ROW-NO           PIC 9(10).
           05  JS-MARKER           PIC X(6).
           05  JS-HASH             PIC X(32).
