      *> HOLDSUM - per-customer funds-hold summary.
      *> One row per customer with holds in force, rebuilt by every
      *> HOLDMNT run into a keyed file (key HS-CUST-ID) that is also
      *> defined to CICS as HOLDSUM, so CUSTINQ can show the held
      *> amount and available balance beside the ledger balance
      *> without reading the hold file itself. A customer with no row
      *> has nothing held.
       01  HOLD-SUMMARY-RECORD.
           05  HS-CUST-ID          PIC X(10).
           05  HS-HOLD-COUNT       PIC 9(4).
           05  HS-HELD-AMOUNT      PIC 9(9)V99.
           05  HS-NEXT-EXPIRY      PIC X(8).
