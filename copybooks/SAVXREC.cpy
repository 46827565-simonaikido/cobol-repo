      *> SAVXREC - savings excess-withdrawal row.
      *> TRXPOST appends one row each time a customer debit or outgoing
      *> transfer on a savings account goes over the month's withdrawal
      *> limit, whether the slip was refused or posted with an excess
      *> fee. The file is kept permanently; SAVXRPT reads it at month
      *> end to list the accounts that keep going over, so the branch
      *> can offer the customer a demand account instead.
       01  SAVINGS-EXCESS-RECORD.
           05  SX-POST-DATE        PIC X(8).
           05  SX-CUST-ID          PIC X(10).
           05  SX-ACCT-NO          PIC X(4).
           05  SX-BRANCH           PIC X(3).
           05  SX-SLIP-SERIAL      PIC X(14).
           05  SX-TRAN-CODE        PIC X(1).
           05  SX-AMOUNT           PIC 9(9)V99.
      *> Which withdrawal of the calendar month this slip was: the
      *> limit plus one for the first one over.
           05  SX-MONTH-COUNT      PIC 9(3).
           05  SX-ACTION           PIC X(1).
               88  SX-REFUSED             VALUE 'R'.
               88  SX-FEE-CHARGED         VALUE 'F'.
               88  SX-POSTED-NO-FEE       VALUE 'P'.
           05  SX-FEE-AMOUNT       PIC 9(7)V99.
           05  SX-FEE-SERIAL       PIC X(14).
