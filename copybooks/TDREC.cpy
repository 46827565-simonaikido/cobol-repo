      *> TDREC - term-deposit (certificate) row.
      *> One record per ACCOUNTS row of type 'T', keyed TD-CUST-ID +
      *> TD-ACCT-NO: the terms the ACCOUNTS row itself has no room
      *> for. ACCTMNT writes the row when it opens the certificate and
      *> changes the maturity instruction on a retype; TDMATUR works
      *> it every business night - notices ahead of the date, then at
      *> maturity the interest and the payout or roll as ordinary
      *> TRXPOST slips. TD-RATE is the fixed annual rate in percent,
      *> TD-START-DATE the start of the current term (the open date,
      *> or the last maturity for a rolled certificate) and
      *> TD-MATURITY-DATE its end; a maturity on a HOLIDAY is worked
      *> the next business night. TD-PAYTO-* names the receiving
      *> account for a pay-out instruction. TD-NOTICE-DATE is the date
      *> the notice for the current term went out - spaces until then.
       01  TERM-DEPOSIT-RECORD.
           05  TD-CUST-ID          PIC X(10).
           05  TD-ACCT-NO          PIC X(4).
           05  TD-TERM-MONTHS      PIC 9(3).
           05  TD-RATE             PIC 9(2)V9(4).
           05  TD-START-DATE       PIC X(8).
           05  TD-MATURITY-DATE    PIC X(8).
           05  TD-INSTRUCTION      PIC X(1).
               88  TD-ROLL-OVER           VALUE 'R'.
               88  TD-PAY-OUT             VALUE 'P'.
               88  TD-HOLD-AT-MATURITY    VALUE 'H'.
               88  TD-INSTRUCTION-VALID   VALUE 'R' 'P' 'H'.
           05  TD-PAYTO-CUST-ID    PIC X(10).
           05  TD-PAYTO-ACCT-NO    PIC X(4).
           05  TD-STATUS           PIC X(1).
               88  TD-ACTIVE              VALUE 'A'.
               88  TD-MATURED-HELD        VALUE 'M'.
               88  TD-PAID-OUT            VALUE 'P'.
               88  TD-CLOSED              VALUE 'C'.
           05  TD-NOTICE-DATE      PIC X(8).
           05  TD-LAST-MATURED     PIC X(8).
