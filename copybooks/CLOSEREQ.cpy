      *> CLOSEREQ - customer closing-settlement request.
      *> CUSTMAINT appends one row when a deactivate is keyed; the
      *> customer stays open until CLOSESET has moved every cent out
      *> through posted slips. CLOSESET-MODE=ISSUE (ahead of TRXPOST)
      *> cuts the interest accrued to date, the closing fee, a sweep
      *> of every deposit account into the primary and the payout of
      *> the net; CLOSESET-MODE=VERIFY (behind TRXPOST) closes the
      *> customer and every ACCOUNTS row once the balance is zero, or
      *> puts the request back to be settled again next night.
      *> CR-PAYTO-CUST-ID / CR-PAYTO-ACCT-NO name the receiving
      *> customer and account; a blank CR-PAYTO-CUST-ID pays the net
      *> out by official check, listed on the official-check register.
      *> CR-INTEREST-THRU is the last day interest has been paid to,
      *> so a re-settlement does not pay the same days twice; the
      *> closing fee is charged once (CR-FEE-CHARGED). CR-NOTE says
      *> why a request is still waiting.
      *> CR-CLOSE-REASON 'D' is the close of a deceased customer: an
      *> account with a surviving joint owner goes to that owner, one
      *> with payable-on-death beneficiaries is split among them by
      *> share, and only what is left goes to CR-PAYTO or the check.
      *> CR-SURVIVOR-PAID is what went to owners and beneficiaries;
      *> CR-PAYOUT is then only the estate's part.
       01  CLOSE-REQUEST-RECORD.
           05  CR-CUST-ID          PIC X(10).
           05  CR-REQUEST-DATE     PIC X(8).
           05  CR-REQUESTED-BY     PIC X(8).
           05  CR-PAYTO-CUST-ID    PIC X(10).
           05  CR-PAYTO-ACCT-NO    PIC X(4).
           05  CR-STATUS           PIC X(1).
               88  CR-REQUESTED           VALUE 'R'.
               88  CR-ISSUED              VALUE 'I'.
           05  CR-INTEREST-THRU    PIC X(8).
           05  CR-FEE-CHARGED      PIC X(1).
               88  CR-FEE-DONE            VALUE 'Y'.
           05  CR-INTEREST         PIC 9(9)V99.
           05  CR-FEE              PIC 9(9)V99.
           05  CR-PAYOUT           PIC 9(9)V99.
           05  CR-PAYOUT-SERIAL    PIC X(14).
           05  CR-NOTE             PIC X(30).
           05  CR-CLOSE-REASON     PIC X(1).
               88  CR-CUSTOMER-ASKED      VALUE SPACE.
               88  CR-DECEASED            VALUE 'D'.
           05  CR-SURVIVOR-PAID    PIC 9(9)V99.
