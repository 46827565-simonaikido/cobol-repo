      *> LOANREC - installment loan master row.
      *> One record per ACCOUNTS row of type 'L', keyed LN-CUST-ID +
      *> LN-ACCT-NO. ACCTMNT writes the row as booked ('B') with the
      *> terms the loan was written on; LOANSVC does the rest - builds
      *> the amortization schedule (copybooks/LOANSCHD.cpy) and cuts
      *> the disbursement slip, bills each installment's interest on
      *> its due date, applies the payments TRXPOST reports back
      *> (copybooks/LOANACT.cpy) and ages the loan at month end.
      *> The loan's ACCOUNTS row stays at zero: what the customer owes
      *> is LN-PRIN-BAL plus the interest and fees billed and not yet
      *> paid, never a deposit split of the customer rollup.
      *> LN-RATE is the fixed annual rate in percent, LN-DUE-DAY the
      *> day of the month each installment falls due (a day past the
      *> end of a short month falls on its last day) and
      *> LN-DISB-ACCT-NO the customer's own deposit account the
      *> proceeds are credited to - blank for the implicit primary.
       01  LOAN-RECORD.
           05  LN-CUST-ID          PIC X(10).
           05  LN-ACCT-NO          PIC X(4).
           05  LN-PRINCIPAL        PIC 9(9)V99.
           05  LN-RATE             PIC 9(2)V9(4).
           05  LN-TERM-MONTHS      PIC 9(3).
           05  LN-DUE-DAY          PIC 9(2).
           05  LN-DISB-ACCT-NO     PIC X(4).
           05  LN-BOOKED-DATE      PIC X(8).
           05  LN-STATUS           PIC X(1).
               88  LN-BOOKED              VALUE 'B'.
               88  LN-DISBURSING          VALUE 'D'.
               88  LN-ACTIVE              VALUE 'A'.
               88  LN-PAID-OFF            VALUE 'P'.
               88  LN-CLOSED              VALUE 'C'.
      *> LN-PAYMENT is the level installment the schedule was built
      *> on; zero until LOANSVC builds it.
           05  LN-PAYMENT          PIC 9(9)V99.
           05  LN-FIRST-DUE-DATE   PIC X(8).
           05  LN-PRIN-BAL         PIC 9(9)V99.
           05  LN-INT-DUE          PIC 9(9)V99.
           05  LN-FEES-DUE         PIC 9(9)V99.
      *> LN-BILLED-COUNT is how many installments have come due;
      *> LN-LAST-FEE-INSTALL the latest installment a late fee has
      *> been charged on, so each missed installment is charged once.
           05  LN-BILLED-COUNT     PIC 9(3).
           05  LN-LAST-FEE-INSTALL PIC 9(3).
           05  LN-DAYS-PAST-DUE    PIC 9(4).
           05  LN-DELINQ-BUCKET    PIC X(2).
               88  LN-CURRENT             VALUE '00'.
               88  LN-PAST-DUE-30         VALUE '30'.
               88  LN-PAST-DUE-60         VALUE '60'.
               88  LN-PAST-DUE-90         VALUE '90'.
           05  LN-LAST-PAY-DATE    PIC X(8).
