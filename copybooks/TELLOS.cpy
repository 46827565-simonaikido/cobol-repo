      *> TELLOS - teller cash over/short row.
      *> DRWPROOF appends one row for every teller whose counted cash
      *> at close differs from what the drawer should hold. The file
      *> is kept permanently: a rerun of the same proof date finds the
      *> teller already on file and books nothing twice. GLJRNL takes
      *> the rows booked on its date into the ledger feed against the
      *> cash over/short account, under the teller's branch.
       01  TELLER-OVER-SHORT-RECORD.
           05  OS-PROOF-DATE       PIC X(8).
           05  OS-BRANCH           PIC X(3).
           05  OS-TELLER-ID        PIC X(8).
      *> Counted less expected: positive is cash over, negative short.
           05  OS-AMOUNT           PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
      *> The business date the difference was booked - the proof date
      *> itself, unless the proof was run late for an earlier day.
           05  OS-BOOKED-DATE      PIC X(8).
