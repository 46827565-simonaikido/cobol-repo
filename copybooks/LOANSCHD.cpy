      *> LOANSCHD - one installment of a loan's amortization schedule.
      *> LOANSVC builds every installment of a loan when it disburses
      *> it - level payment at the loan rate over the term, the last
      *> installment taking up the rounding - keyed LS-CUST-ID +
      *> LS-ACCT-NO + LS-INSTALL-NO. LS-INTEREST, LS-PRINCIPAL and
      *> LS-BALANCE are the schedule as written; LS-PAID is what the
      *> customer's payments have actually covered of LS-PAYMENT,
      *> oldest installment first, and is what the month-end aging
      *> reads to find the oldest installment still unpaid.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-CUST-ID          PIC X(10).
           05  LS-ACCT-NO          PIC X(4).
           05  LS-INSTALL-NO       PIC 9(3).
           05  LS-DUE-DATE         PIC X(8).
           05  LS-PAYMENT          PIC 9(9)V99.
           05  LS-INTEREST         PIC 9(9)V99.
           05  LS-PRINCIPAL        PIC 9(9)V99.
           05  LS-BALANCE          PIC 9(9)V99.
           05  LS-PAID             PIC 9(9)V99.
           05  LS-STATUS           PIC X(1).
               88  LS-OPEN                VALUE 'O'.
               88  LS-PAID-IN-FULL        VALUE 'P'.
