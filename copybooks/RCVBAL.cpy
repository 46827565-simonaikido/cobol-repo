      *> RCVBAL - recovered-balance load row.
      *> Written by ROLLFWD, one row per customer ('C', account number
      *> blank) and one per named account ('A'), carrying the balance
      *> rebuilt from the base snapshot and the journal. The file is a
      *> complete picture that can be loaded back into CUSTOMERS and
      *> ACCOUNTS when the table itself is lost, not only corrected.
      *> RB-FLAG is blank when the figure came straight off the replay,
      *> 'M' when maintenance changed the balance after the base, 'B'
      *> when the base balance could not be found in the base day's
      *> journal chain and 'N' when the customer was not in the base.
       01  RECOVERED-BALANCE-RECORD.
           05  RB-ROW-TYPE         PIC X(1).
               88  RB-CUSTOMER-ROW        VALUE 'C'.
               88  RB-ACCOUNT-ROW         VALUE 'A'.
           05  FILLER              PIC X VALUE SPACE.
           05  RB-CUST-ID          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  RB-ACCT-NO          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  RB-BALANCE          PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X VALUE SPACE.
           05  RB-BASE-DATE        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  RB-ROWS-REPLAYED    PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  RB-FLAG             PIC X(1).
