      *> with a blank account number is the customer's implicit primary
      *> account and touches the rollup alone. Maintained through
      *> ACCTMNT, which opens and closes accounts at zero - money only
      *> ever moves through posted slips. A type 'T' term deposit
      *> carries its term, rate and maturity instruction in a companion
      *> row on the certificate master - see copybooks/TDREC.cpy.
      *> A type 'L' installment loan keeps its balance owed on the
      *> loan master instead and its row here stays at zero - see
      *> copybooks/LOANREC.cpy.
       01  ACCOUNT-RECORD.
           05  ACCT-CUST-ID        PIC X(10).
           05  ACCT-NO             PIC X(4).
           05  ACCT-TYPE           PIC X(1).
               88  ACCT-DEMAND            VALUE 'D'.
               88  ACCT-SAVINGS           VALUE 'S'.
               88  ACCT-TERM-DEPOSIT      VALUE 'T'.
               88  ACCT-LOAN              VALUE 'L'.
           05  ACCT-BALANCE        PIC S9(9)V99 COMP-3.
           05  ACCT-OPEN-DATE      PIC X(8).
           05  ACCT-STATUS         PIC X(1).
