      *> HOLDREC - funds-hold row and per-customer hold summary.
      *> One FUNDS-HOLD-RECORD per hold placed against a customer's
      *> money: a garnishment order, a disputed deposit, a deposit
      *> that has not cleared. HD-ACCT-NO names the account the hold
      *> sits on; blank means the customer's implicit primary account.
      *> The hold file is kept in HD-CUST-ID + HD-HOLD-NO order and is
      *> maintained through HOLDMNT only, never by hand - every place,
      *> change, release and expiry is on the customer change log.
      *> A hold is in force while HD-STATUS is 'A' and the business
      *> date is before HD-EXPIRY-DATE (spaces or zeros: no expiry,
      *> in force until released). TRXPOST judges debits against the
      *> available balance - ledger balance less holds in force.
      *> 'SB' is the sanctions block compliance puts on a customer
      *> confirmed against the watch list: while it is in force
      *> TRXPOST refuses every debit the customer initiates, whatever
      *> the amount. Its HD-AMOUNT is the balance frozen when it was
      *> placed, for the record only, and may be zero.
       01  FUNDS-HOLD-RECORD.
           05  HD-CUST-ID          PIC X(10).
           05  HD-HOLD-NO          PIC X(3).
           05  HD-ACCT-NO          PIC X(4).
           05  HD-AMOUNT           PIC 9(9)V99.
           05  HD-REASON           PIC X(2).
               88  HD-GARNISHMENT         VALUE 'GN'.
               88  HD-DISPUTED-DEPOSIT    VALUE 'DD'.
               88  HD-UNCLEARED-DEPOSIT   VALUE 'UC'.
               88  HD-LEGAL-ORDER         VALUE 'LG'.
               88  HD-OTHER               VALUE 'OT'.
               88  HD-SANCTIONS-BLOCK     VALUE 'SB'.
               88  HD-REASON-VALID        VALUE 'GN' 'DD' 'UC'
                                                'LG' 'OT' 'SB'.
           05  HD-PLACED-BY        PIC X(8).
           05  HD-PLACED-DATE      PIC X(8).
           05  HD-EXPIRY-DATE      PIC X(8).
           05  HD-STATUS           PIC X(1).
               88  HD-ACTIVE              VALUE 'A'.
               88  HD-RELEASED            VALUE 'R'.
               88  HD-EXPIRED             VALUE 'E'.
           05  HD-RELEASED-BY      PIC X(8).
           05  HD-RELEASED-DATE    PIC X(8).
