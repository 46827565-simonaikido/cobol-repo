      *> LOANACT - loan activity TRXPOST reports back to servicing.
      *> One record per loan slip TRXPOST actually posts, appended to
      *> the loan activity file: a disbursement ('D') once its credit
      *> has landed, a payment ('P') with the split the journal
      *> carries - late fees first, then billed interest, the rest to
      *> principal. LOANSVC applies the file to the loan master ahead
      *> of its own work and retires it, so the master only ever moves
      *> for money the journal shows actually moved.
       01  LOAN-ACTIVITY-RECORD.
           05  LA-CUST-ID          PIC X(10).
           05  LA-ACCT-NO          PIC X(4).
           05  LA-TYPE             PIC X(1).
               88  LA-DISBURSED           VALUE 'D'.
               88  LA-PAYMENT             VALUE 'P'.
           05  LA-POST-DATE        PIC X(8).
           05  LA-SLIP-SERIAL      PIC X(14).
           05  LA-AMOUNT           PIC 9(9)V99.
           05  LA-FEE-PART         PIC 9(9)V99.
           05  LA-INT-PART         PIC 9(9)V99.
           05  LA-PRIN-PART        PIC 9(9)V99.
