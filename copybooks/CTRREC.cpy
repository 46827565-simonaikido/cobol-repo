      *> CTRREC - currency transaction report filing row.
      *> One row per customer per business day whose teller cash in,
      *> or cash out, went over CTR-THRESHOLD. CTRRPT writes it twice:
      *> to the filing extract compliance submits, and to the filed
      *> register kept permanently, which is how a rerun for the same
      *> business day knows the customer has already been filed.
      *> Amounts are the day's totals across every branch and account,
      *> including cash on an account the customer holds jointly with
      *> another customer (CF-JOINT-CASH 'Y').
       01  CTR-FILING-RECORD.
           05  CF-BUSINESS-DATE    PIC X(8).
           05  CF-CUST-ID          PIC X(10).
           05  CF-CUST-NAME        PIC X(40).
           05  CF-CUST-ADDRESS     PIC X(60).
           05  CF-BRANCH           PIC X(3).
           05  CF-CASH-IN          PIC 9(11)V99.
           05  CF-CASH-OUT         PIC 9(11)V99.
           05  CF-SLIP-COUNT       PIC 9(5).
           05  CF-JOINT-CASH       PIC X(1).
               88  CF-HAS-JOINT-CASH      VALUE 'Y'.
           05  CF-FILED-DATE       PIC X(8).
