      *> OWNSUM - per-customer summary of accounts held with others.
      *> One row per customer who is an active party on someone else's
      *> account, rebuilt by every ACCTMNT run into a keyed file (key
      *> OS-PARTY-ID) that is also defined to CICS as OWNSUM, so
      *> CUSTINQ can list what a customer co-owns without reading the
      *> relationship file itself. OS-LINK-COUNT is the full count;
      *> only the first six links are carried. A customer with no row
      *> is on nobody else's account.
       01  OWNER-SUMMARY-RECORD.
           05  OS-PARTY-ID         PIC X(10).
           05  OS-LINK-COUNT       PIC 9(2).
           05  OS-LINK             OCCURS 6 TIMES.
               10  OS-OWNER-ID         PIC X(10).
               10  OS-ACCT-NO          PIC X(4).
               10  OS-ROLE             PIC X(1).
