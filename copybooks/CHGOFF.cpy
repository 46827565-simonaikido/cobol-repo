      *> CHGOFF - proposed overdraft charge-off row.
      *> ODAGE rebuilds the proposal file every night from the
      *> customers overdrawn continuously for CHARGE-OFF-DAYS or more,
      *> carrying forward any supervisor decision already taken on a
      *> customer still on the list; a customer whose balance has come
      *> back to zero or above drops off. COAPPR is where a supervisor
      *> or admin works the list: a released proposal leaves the file
      *> as a 'W' write-off slip for the next posting cycle, a
      *> declined one stays on as CO-DECLINED so it is not offered
      *> again while the customer remains overdrawn.
      *> CO-BALANCE is the (negative) balance the proposal was made
      *> on; CO-OVERDRAWN-SINCE the post date of the journal row that
      *> first took the balance below zero.
       01  CHARGE-OFF-PROPOSAL.
           05  CO-CUST-ID          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-BRANCH           PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-BALANCE          PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X VALUE SPACE.
           05  CO-OVERDRAWN-SINCE  PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-DAYS-OVERDRAWN   PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-PROPOSED-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-STATUS           PIC X(1).
               88  CO-PENDING             VALUE 'P'.
               88  CO-DECLINED            VALUE 'V'.
           05  FILLER              PIC X VALUE SPACE.
           05  CO-DECIDED-BY       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CO-DECIDED-DATE     PIC X(8).
